      *----------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET OPRMSET (see oprmaint.bms).      *
      * Hand-maintained to match the BMS source field-for-field, *
      * the same arrangement as MSTMSET; a BMS assemble would    *
      * normally generate this copybook.                         *
      *----------------------------------------------------------*
       01 OPRMKEYI.
           02 FILLER            PIC X(12).
           02 OKMSGL             PIC S9(4) COMP.
           02 OKMSGF             PIC X.
           02 FILLER REDEFINES OKMSGF.
               03 OKMSGA         PIC X.
           02 OKMSGI             PIC X(40).
           02 OKUSERL            PIC S9(4) COMP.
           02 OKUSERF            PIC X.
           02 FILLER REDEFINES OKUSERF.
               03 OKUSERA        PIC X.
           02 OKUSERI            PIC X(08).
           02 OKTRANL            PIC S9(4) COMP.
           02 OKTRANF            PIC X.
           02 FILLER REDEFINES OKTRANF.
               03 OKTRANA        PIC X.
           02 OKTRANI            PIC X(04).

       01 OPRMKEYO REDEFINES OPRMKEYI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 OKMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 OKUSERO            PIC X(08).
           02 FILLER             PIC X(03).
           02 OKTRANO            PIC X(04).

       01 OPRMMAPI.
           02 FILLER            PIC X(12).
           02 OMMSGL             PIC S9(4) COMP.
           02 OMMSGF             PIC X.
           02 FILLER REDEFINES OMMSGF.
               03 OMMSGA         PIC X.
           02 OMMSGI             PIC X(40).
           02 OMUSERL            PIC S9(4) COMP.
           02 OMUSERF            PIC X.
           02 FILLER REDEFINES OMUSERF.
               03 OMUSERA        PIC X.
           02 OMUSERI            PIC X(08).
           02 OMTRANL            PIC S9(4) COMP.
           02 OMTRANF            PIC X.
           02 FILLER REDEFINES OMTRANF.
               03 OMTRANA        PIC X.
           02 OMTRANI            PIC X(04).
           02 OMNAMEL            PIC S9(4) COMP.
           02 OMNAMEF            PIC X.
           02 FILLER REDEFINES OMNAMEF.
               03 OMNAMEA        PIC X.
           02 OMNAMEI            PIC X(30).
           02 OMINQL             PIC S9(4) COMP.
           02 OMINQF             PIC X.
           02 FILLER REDEFINES OMINQF.
               03 OMINQA         PIC X.
           02 OMINQI             PIC X.
           02 OMUPDL             PIC S9(4) COMP.
           02 OMUPDF             PIC X.
           02 FILLER REDEFINES OMUPDF.
               03 OMUPDA         PIC X.
           02 OMUPDI             PIC X.
           02 OMDELL             PIC S9(4) COMP.
           02 OMDELF             PIC X.
           02 FILLER REDEFINES OMDELF.
               03 OMDELA         PIC X.
           02 OMDELI             PIC X.
           02 OMAPRL             PIC S9(4) COMP.
           02 OMAPRF             PIC X.
           02 FILLER REDEFINES OMAPRF.
               03 OMAPRA         PIC X.
           02 OMAPRI             PIC X.
           02 OMCHIDL            PIC S9(4) COMP.
           02 OMCHIDF            PIC X.
           02 FILLER REDEFINES OMCHIDF.
               03 OMCHIDA        PIC X.
           02 OMCHIDI            PIC X(08).
           02 OMCHDTL            PIC S9(4) COMP.
           02 OMCHDTF            PIC X.
           02 FILLER REDEFINES OMCHDTF.
               03 OMCHDTA        PIC X.
           02 OMCHDTI            PIC X(08).

       01 OPRMMAPO REDEFINES OPRMMAPI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 OMMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 OMUSERO            PIC X(08).
           02 FILLER             PIC X(03).
           02 OMTRANO            PIC X(04).
           02 FILLER             PIC X(03).
           02 OMNAMEO            PIC X(30).
           02 FILLER             PIC X(03).
           02 OMINQO             PIC X.
           02 FILLER             PIC X(03).
           02 OMUPDO             PIC X.
           02 FILLER             PIC X(03).
           02 OMDELO             PIC X.
           02 FILLER             PIC X(03).
           02 OMAPRO             PIC X.
           02 FILLER             PIC X(03).
           02 OMCHIDO            PIC X(08).
           02 FILLER             PIC X(03).
           02 OMCHDTO            PIC X(08).
