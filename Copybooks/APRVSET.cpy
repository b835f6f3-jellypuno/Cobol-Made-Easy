      *----------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET APRVSET (see salapr.bms).        *
      * Hand-maintained to match the BMS source field-for-field, *
      * the same arrangement as MSTMSET; a BMS assemble would    *
      * normally generate this copybook.                         *
      *----------------------------------------------------------*
       01 APRVKEYI.
           02 FILLER            PIC X(12).
           02 AKMSGL             PIC S9(4) COMP.
           02 AKMSGF             PIC X.
           02 FILLER REDEFINES AKMSGF.
               03 AKMSGA         PIC X.
           02 AKMSGI             PIC X(40).
           02 AKNOL             PIC S9(4) COMP.
           02 AKNOF             PIC X.
           02 FILLER REDEFINES AKNOF.
               03 AKNOA         PIC X.
           02 AKNOI             PIC X(09).

       01 APRVKEYO REDEFINES APRVKEYI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 AKMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 AKNOO             PIC X(09).

       01 APRVMAPI.
           02 FILLER            PIC X(12).
           02 AMMSGL             PIC S9(4) COMP.
           02 AMMSGF             PIC X.
           02 FILLER REDEFINES AMMSGF.
               03 AMMSGA         PIC X.
           02 AMMSGI             PIC X(40).
           02 AMNOL             PIC S9(4) COMP.
           02 AMNOF             PIC X.
           02 FILLER REDEFINES AMNOF.
               03 AMNOA         PIC X.
           02 AMNOI             PIC X(09).
           02 AMNAMEL             PIC S9(4) COMP.
           02 AMNAMEF             PIC X.
           02 FILLER REDEFINES AMNAMEF.
               03 AMNAMEA         PIC X.
           02 AMNAMEI             PIC X(12).
           02 AMDEPTL             PIC S9(4) COMP.
           02 AMDEPTF             PIC X.
           02 FILLER REDEFINES AMDEPTF.
               03 AMDEPTA         PIC X.
           02 AMDEPTI             PIC X(04).
           02 AMOLDL             PIC S9(4) COMP.
           02 AMOLDF             PIC X.
           02 FILLER REDEFINES AMOLDF.
               03 AMOLDA         PIC X.
           02 AMOLDI             PIC X(15).
           02 AMNEWL             PIC S9(4) COMP.
           02 AMNEWF             PIC X.
           02 FILLER REDEFINES AMNEWF.
               03 AMNEWA         PIC X.
           02 AMNEWI             PIC X(15).
           02 AMPCTL             PIC S9(4) COMP.
           02 AMPCTF             PIC X.
           02 FILLER REDEFINES AMPCTF.
               03 AMPCTA         PIC X.
           02 AMPCTI             PIC X(10).
           02 AMMKIDL             PIC S9(4) COMP.
           02 AMMKIDF             PIC X.
           02 FILLER REDEFINES AMMKIDF.
               03 AMMKIDA         PIC X.
           02 AMMKIDI             PIC X(08).
           02 AMMKPGL             PIC S9(4) COMP.
           02 AMMKPGF             PIC X.
           02 FILLER REDEFINES AMMKPGF.
               03 AMMKPGA         PIC X.
           02 AMMKPGI             PIC X(08).
           02 AMMKSRL             PIC S9(4) COMP.
           02 AMMKSRF             PIC X.
           02 FILLER REDEFINES AMMKSRF.
               03 AMMKSRA         PIC X.
           02 AMMKSRI             PIC X(02).
           02 AMMKDTL             PIC S9(4) COMP.
           02 AMMKDTF             PIC X.
           02 FILLER REDEFINES AMMKDTF.
               03 AMMKDTA         PIC X.
           02 AMMKDTI             PIC X(08).
           02 AMMKTML             PIC S9(4) COMP.
           02 AMMKTMF             PIC X.
           02 FILLER REDEFINES AMMKTMF.
               03 AMMKTMA         PIC X.
           02 AMMKTMI             PIC X(08).
           02 AMSTATL             PIC S9(4) COMP.
           02 AMSTATF             PIC X.
           02 FILLER REDEFINES AMSTATF.
               03 AMSTATA         PIC X.
           02 AMSTATI             PIC X(10).

       01 APRVMAPO REDEFINES APRVMAPI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 AMMSGO             PIC X(40).
           02 FILLER             PIC X(03).
           02 AMNOO             PIC X(09).
           02 FILLER             PIC X(03).
           02 AMNAMEO             PIC X(12).
           02 FILLER             PIC X(03).
           02 AMDEPTO             PIC X(04).
           02 FILLER             PIC X(03).
           02 AMOLDO             PIC X(15).
           02 FILLER             PIC X(03).
           02 AMNEWO             PIC X(15).
           02 FILLER             PIC X(03).
           02 AMPCTO             PIC X(10).
           02 FILLER             PIC X(03).
           02 AMMKIDO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AMMKPGO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AMMKSRO             PIC X(02).
           02 FILLER             PIC X(03).
           02 AMMKDTO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AMMKTMO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AMSTATO             PIC X(10).
