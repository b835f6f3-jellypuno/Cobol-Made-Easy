      *----------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET ARCQSET (see arcinq.bms).        *
      * Hand-maintained to match the BMS source field-for-field, *
      * the same arrangement as AUDQSET; a BMS assemble would    *
      * normally generate this copybook.                         *
      *----------------------------------------------------------*
       01 ARCQKEYI.
           02 FILLER            PIC X(12).
           02 AKMSGL             PIC S9(4) COMP.
           02 AKMSGF             PIC X.
           02 FILLER REDEFINES AKMSGF.
               03 AKMSGA         PIC X.
           02 AKMSGI             PIC X(60).
           02 AKDATL             PIC S9(4) COMP.
           02 AKDATF             PIC X.
           02 FILLER REDEFINES AKDATF.
               03 AKDATA         PIC X.
           02 AKDATI             PIC X(08).
           02 AKRPTL             PIC S9(4) COMP.
           02 AKRPTF             PIC X.
           02 FILLER REDEFINES AKRPTF.
               03 AKRPTA         PIC X.
           02 AKRPTI             PIC X(08).
           02 AKCMPL             PIC S9(4) COMP.
           02 AKCMPF             PIC X.
           02 FILLER REDEFINES AKCMPF.
               03 AKCMPA         PIC X.
           02 AKCMPI             PIC X(03).
           02 AKDPTL             PIC S9(4) COMP.
           02 AKDPTF             PIC X.
           02 FILLER REDEFINES AKDPTF.
               03 AKDPTA         PIC X.
           02 AKDPTI             PIC X(04).
           02 AKPAGL             PIC S9(4) COMP.
           02 AKPAGF             PIC X.
           02 FILLER REDEFINES AKPAGF.
               03 AKPAGA         PIC X.
           02 AKPAGI             PIC X(05).

       01 ARCQKEYO REDEFINES ARCQKEYI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 AKMSGO             PIC X(60).
           02 FILLER             PIC X(03).
           02 AKDATO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AKRPTO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AKCMPO             PIC X(03).
           02 FILLER             PIC X(03).
           02 AKDPTO             PIC X(04).
           02 FILLER             PIC X(03).
           02 AKPAGO             PIC X(05).

       01 ARCQLSTI.
           02 FILLER            PIC X(12).
           02 ALMSGL             PIC S9(4) COMP.
           02 ALMSGF             PIC X.
           02 FILLER REDEFINES ALMSGF.
               03 ALMSGA         PIC X.
           02 ALMSGI             PIC X(60).
           02 ALDATL             PIC S9(4) COMP.
           02 ALDATF             PIC X.
           02 FILLER REDEFINES ALDATF.
               03 ALDATA         PIC X.
           02 ALDATI             PIC X(08).
           02 AL01L              PIC S9(4) COMP.
           02 AL01F              PIC X.
           02 FILLER REDEFINES AL01F.
               03 AL01A          PIC X.
           02 AL01I              PIC X(79).
           02 AL02L              PIC S9(4) COMP.
           02 AL02F              PIC X.
           02 FILLER REDEFINES AL02F.
               03 AL02A          PIC X.
           02 AL02I              PIC X(79).
           02 AL03L              PIC S9(4) COMP.
           02 AL03F              PIC X.
           02 FILLER REDEFINES AL03F.
               03 AL03A          PIC X.
           02 AL03I              PIC X(79).
           02 AL04L              PIC S9(4) COMP.
           02 AL04F              PIC X.
           02 FILLER REDEFINES AL04F.
               03 AL04A          PIC X.
           02 AL04I              PIC X(79).
           02 AL05L              PIC S9(4) COMP.
           02 AL05F              PIC X.
           02 FILLER REDEFINES AL05F.
               03 AL05A          PIC X.
           02 AL05I              PIC X(79).
           02 AL06L              PIC S9(4) COMP.
           02 AL06F              PIC X.
           02 FILLER REDEFINES AL06F.
               03 AL06A          PIC X.
           02 AL06I              PIC X(79).
           02 AL07L              PIC S9(4) COMP.
           02 AL07F              PIC X.
           02 FILLER REDEFINES AL07F.
               03 AL07A          PIC X.
           02 AL07I              PIC X(79).
           02 AL08L              PIC S9(4) COMP.
           02 AL08F              PIC X.
           02 FILLER REDEFINES AL08F.
               03 AL08A          PIC X.
           02 AL08I              PIC X(79).
           02 AL09L              PIC S9(4) COMP.
           02 AL09F              PIC X.
           02 FILLER REDEFINES AL09F.
               03 AL09A          PIC X.
           02 AL09I              PIC X(79).
           02 AL10L              PIC S9(4) COMP.
           02 AL10F              PIC X.
           02 FILLER REDEFINES AL10F.
               03 AL10A          PIC X.
           02 AL10I              PIC X(79).
           02 AL11L              PIC S9(4) COMP.
           02 AL11F              PIC X.
           02 FILLER REDEFINES AL11F.
               03 AL11A          PIC X.
           02 AL11I              PIC X(79).
           02 AL12L              PIC S9(4) COMP.
           02 AL12F              PIC X.
           02 FILLER REDEFINES AL12F.
               03 AL12A          PIC X.
           02 AL12I              PIC X(79).

       01 ARCQLSTO REDEFINES ARCQLSTI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 ALMSGO             PIC X(60).
           02 FILLER             PIC X(03).
           02 ALDATO             PIC X(08).
           02 FILLER             PIC X(03).
           02 AL01O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL02O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL03O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL04O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL05O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL06O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL07O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL08O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL09O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL10O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL11O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AL12O              PIC X(79).

       01 ARCQPAGI.
           02 FILLER            PIC X(12).
           02 APMSGL             PIC S9(4) COMP.
           02 APMSGF             PIC X.
           02 FILLER REDEFINES APMSGF.
               03 APMSGA         PIC X.
           02 APMSGI             PIC X(60).
           02 APHDRL             PIC S9(4) COMP.
           02 APHDRF             PIC X.
           02 FILLER REDEFINES APHDRF.
               03 APHDRA         PIC X.
           02 APHDRI             PIC X(79).
           02 AP01L              PIC S9(4) COMP.
           02 AP01F              PIC X.
           02 FILLER REDEFINES AP01F.
               03 AP01A          PIC X.
           02 AP01I              PIC X(79).
           02 AP02L              PIC S9(4) COMP.
           02 AP02F              PIC X.
           02 FILLER REDEFINES AP02F.
               03 AP02A          PIC X.
           02 AP02I              PIC X(79).
           02 AP03L              PIC S9(4) COMP.
           02 AP03F              PIC X.
           02 FILLER REDEFINES AP03F.
               03 AP03A          PIC X.
           02 AP03I              PIC X(79).
           02 AP04L              PIC S9(4) COMP.
           02 AP04F              PIC X.
           02 FILLER REDEFINES AP04F.
               03 AP04A          PIC X.
           02 AP04I              PIC X(79).
           02 AP05L              PIC S9(4) COMP.
           02 AP05F              PIC X.
           02 FILLER REDEFINES AP05F.
               03 AP05A          PIC X.
           02 AP05I              PIC X(79).
           02 AP06L              PIC S9(4) COMP.
           02 AP06F              PIC X.
           02 FILLER REDEFINES AP06F.
               03 AP06A          PIC X.
           02 AP06I              PIC X(79).
           02 AP07L              PIC S9(4) COMP.
           02 AP07F              PIC X.
           02 FILLER REDEFINES AP07F.
               03 AP07A          PIC X.
           02 AP07I              PIC X(79).
           02 AP08L              PIC S9(4) COMP.
           02 AP08F              PIC X.
           02 FILLER REDEFINES AP08F.
               03 AP08A          PIC X.
           02 AP08I              PIC X(79).
           02 AP09L              PIC S9(4) COMP.
           02 AP09F              PIC X.
           02 FILLER REDEFINES AP09F.
               03 AP09A          PIC X.
           02 AP09I              PIC X(79).
           02 AP10L              PIC S9(4) COMP.
           02 AP10F              PIC X.
           02 FILLER REDEFINES AP10F.
               03 AP10A          PIC X.
           02 AP10I              PIC X(79).
           02 AP11L              PIC S9(4) COMP.
           02 AP11F              PIC X.
           02 FILLER REDEFINES AP11F.
               03 AP11A          PIC X.
           02 AP11I              PIC X(79).
           02 AP12L              PIC S9(4) COMP.
           02 AP12F              PIC X.
           02 FILLER REDEFINES AP12F.
               03 AP12A          PIC X.
           02 AP12I              PIC X(79).
           02 AP13L              PIC S9(4) COMP.
           02 AP13F              PIC X.
           02 FILLER REDEFINES AP13F.
               03 AP13A          PIC X.
           02 AP13I              PIC X(79).
           02 AP14L              PIC S9(4) COMP.
           02 AP14F              PIC X.
           02 FILLER REDEFINES AP14F.
               03 AP14A          PIC X.
           02 AP14I              PIC X(79).
           02 AP15L              PIC S9(4) COMP.
           02 AP15F              PIC X.
           02 FILLER REDEFINES AP15F.
               03 AP15A          PIC X.
           02 AP15I              PIC X(79).
           02 AP16L              PIC S9(4) COMP.
           02 AP16F              PIC X.
           02 FILLER REDEFINES AP16F.
               03 AP16A          PIC X.
           02 AP16I              PIC X(79).
           02 AP17L              PIC S9(4) COMP.
           02 AP17F              PIC X.
           02 FILLER REDEFINES AP17F.
               03 AP17A          PIC X.
           02 AP17I              PIC X(79).
           02 AP18L              PIC S9(4) COMP.
           02 AP18F              PIC X.
           02 FILLER REDEFINES AP18F.
               03 AP18A          PIC X.
           02 AP18I              PIC X(79).

       01 ARCQPAGO REDEFINES ARCQPAGI.
           02 FILLER            PIC X(12).
           02 FILLER             PIC X(03).
           02 APMSGO             PIC X(60).
           02 FILLER             PIC X(03).
           02 APHDRO             PIC X(79).
           02 FILLER             PIC X(03).
           02 AP01O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP02O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP03O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP04O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP05O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP06O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP07O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP08O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP09O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP10O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP11O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP12O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP13O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP14O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP15O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP16O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP17O              PIC X(79).
           02 FILLER             PIC X(03).
           02 AP18O              PIC X(79).
