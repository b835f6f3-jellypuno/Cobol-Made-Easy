      *----------------------------------------------------------*
      * REJECT-KEYED-REC -- the operational reject KSDS (key      *
      * REJ-NO) seen from a program that already carries the      *
      * day's sequential reject file under REJREC001: the same    *
      * 182-byte REJECT-REC image with only the key and the       *
      * correction-cycle status broken out, so the two record     *
      * areas do not share data names.  Status values as on       *
      * REJREC001.                                                *
      *----------------------------------------------------------*
       01 REJECT-KEYED-REC.
            02 FILLER          PIC X(02).
            02 RJK-NO          PIC 9(09).
            02 FILLER          PIC X(166).
            02 RJK-STATUS      PIC X(01).
                88 RJK-STA-OPEN         VALUE 'O'.
                88 RJK-STA-CORRECTED    VALUE 'C'.
                88 RJK-STA-RECYCLED     VALUE 'R'.
                88 RJK-STA-WITH-SENDER  VALUE 'S'.
                88 RJK-STA-RESUBMITTED  VALUE 'X'.
            02 FILLER          PIC X(04).
