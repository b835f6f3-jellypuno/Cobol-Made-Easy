      *----------------------------------------------------------*
      * HEADCOUNT-HIST-REC -- headcount history file entry, one   *
      * per company / department per accounting period (YYYYMM), *
      * cut by the HDCTRN01 month-end step.  OPENING counts the   *
      * prior month-end master, CLOSING the current one; the      *
      * movement counts come from the month's audit dispositions *
      * (starters MNT-ADD, leavers DELETED / MNT-DEL, transfers   *
      * XFER).  OTHER is whatever net movement the dispositions   *
      * do not explain (feed adds, rekeys) so every entry foots:  *
      * OPENING + STARTERS - LEAVERS + XFER-IN - XFER-OUT + OTHER *
      * = CLOSING.  Held in ascending period / company / dept     *
      * order; a rerun of a period replaces that period.          *
      *----------------------------------------------------------*
       01 HEADCOUNT-HIST-REC.
            02 HCH-PERIOD      PIC 9(06).
            02 HCH-COMPANY-CODE
                               PIC X(03).
            02 HCH-DEPT-CODE   PIC X(04).
            02 HCH-OPENING     PIC 9(07).
            02 HCH-STARTERS    PIC 9(07).
            02 HCH-LEAVERS     PIC 9(07).
            02 HCH-XFER-IN     PIC 9(07).
            02 HCH-XFER-OUT    PIC 9(07).
            02 HCH-OTHER       PIC S9(07).
            02 HCH-CLOSING     PIC 9(07).
            02 FILLER          PIC X(10).
