      *----------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET BNKMSET (see bnkmaint.bms).      *
      * Hand-maintained to match the BMS source field-for-field, *
      * the same arrangement as MSTMSET; a BMS assemble would    *
      * normally generate this copybook.                         *
      *----------------------------------------------------------*
       01 BNKMKEYI.
           02 FILLER            PIC X(12).
           02 BKMSGL             PIC S9(4) COMP.
           02 BKMSGF             PIC X.
           02 FILLER REDEFINES BKMSGF.
               03 BKMSGA         PIC X.
           02 BKMSGI             PIC X(40).
           02 BKNOL              PIC S9(4) COMP.
           02 BKNOF              PIC X.
           02 FILLER REDEFINES BKNOF.
               03 BKNOA          PIC X.
           02 BKNOI              PIC X(09).

       01 BNKMKEYO REDEFINES BNKMKEYI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 BKMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 BKNOO              PIC X(09).

       01 BNKMMAPI.
           02 FILLER            PIC X(12).
           02 BMMSGL             PIC S9(4) COMP.
           02 BMMSGF             PIC X.
           02 FILLER REDEFINES BMMSGF.
               03 BMMSGA         PIC X.
           02 BMMSGI             PIC X(40).
           02 BMNOL              PIC S9(4) COMP.
           02 BMNOF              PIC X.
           02 FILLER REDEFINES BMNOF.
               03 BMNOA          PIC X.
           02 BMNOI              PIC X(09).
           02 BMNAMEL            PIC S9(4) COMP.
           02 BMNAMEF            PIC X.
           02 FILLER REDEFINES BMNAMEF.
               03 BMNAMEA        PIC X.
           02 BMNAMEI            PIC X(12).
           02 BMROUTL            PIC S9(4) COMP.
           02 BMROUTF            PIC X.
           02 FILLER REDEFINES BMROUTF.
               03 BMROUTA        PIC X.
           02 BMROUTI            PIC X(09).
           02 BMACCTL            PIC S9(4) COMP.
           02 BMACCTF            PIC X.
           02 FILLER REDEFINES BMACCTF.
               03 BMACCTA        PIC X.
           02 BMACCTI            PIC X(17).
           02 BMTYPEL            PIC S9(4) COMP.
           02 BMTYPEF            PIC X.
           02 FILLER REDEFINES BMTYPEF.
               03 BMTYPEA        PIC X.
           02 BMTYPEI            PIC X.
           02 BMSTATL            PIC S9(4) COMP.
           02 BMSTATF            PIC X.
           02 FILLER REDEFINES BMSTATF.
               03 BMSTATA        PIC X.
           02 BMSTATI            PIC X(12).
           02 BMPNDTL            PIC S9(4) COMP.
           02 BMPNDTF            PIC X.
           02 FILLER REDEFINES BMPNDTF.
               03 BMPNDTA        PIC X.
           02 BMPNDTI            PIC X(08).
           02 BMLVDTL            PIC S9(4) COMP.
           02 BMLVDTF            PIC X.
           02 FILLER REDEFINES BMLVDTF.
               03 BMLVDTA        PIC X.
           02 BMLVDTI            PIC X(08).
           02 BMCHIDL            PIC S9(4) COMP.
           02 BMCHIDF            PIC X.
           02 FILLER REDEFINES BMCHIDF.
               03 BMCHIDA        PIC X.
           02 BMCHIDI            PIC X(08).
           02 BMCHDTL            PIC S9(4) COMP.
           02 BMCHDTF            PIC X.
           02 FILLER REDEFINES BMCHDTF.
               03 BMCHDTA        PIC X.
           02 BMCHDTI            PIC X(08).

       01 BNKMMAPO REDEFINES BNKMMAPI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 BMMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 BMNOO              PIC X(09).
           02 FILLER             PIC X(03).
           02 BMNAMEO            PIC X(12).
           02 FILLER             PIC X(03).
           02 BMROUTO            PIC X(09).
           02 FILLER             PIC X(03).
           02 BMACCTO            PIC X(17).
           02 FILLER             PIC X(03).
           02 BMTYPEO            PIC X.
           02 FILLER             PIC X(03).
           02 BMSTATO            PIC X(12).
           02 FILLER             PIC X(03).
           02 BMPNDTO            PIC X(08).
           02 FILLER             PIC X(03).
           02 BMLVDTO            PIC X(08).
           02 FILLER             PIC X(03).
           02 BMCHIDO            PIC X(08).
           02 FILLER             PIC X(03).
           02 BMCHDTO            PIC X(08).
