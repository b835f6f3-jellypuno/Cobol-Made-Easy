                88 AUD-OUTCM-REKEYED   VALUE 13.
                88 AUD-OUTCM-BACKOUT   VALUE 14.
                88 AUD-OUTCM-RESEND    VALUE 15.
      *         dual control on large salary changes: parked for a
      *         second operator, that operator's decision, and the
      *         update run posting an approved change
                88 AUD-OUTCM-SAL-HELD  VALUE 16.
                88 AUD-OUTCM-SAL-APPRV VALUE 17.
                88 AUD-OUTCM-SAL-DECLN VALUE 18.
                88 AUD-OUTCM-SAL-APPLD VALUE 19.
      *         direct-deposit bank details keyed on BNKMNT01
                88 AUD-OUTCM-BNK-ADD   VALUE 20.
                88 AUD-OUTCM-BNK-CHG   VALUE 21.
                88 AUD-OUTCM-BNK-DEL   VALUE 22.
      *         a screen function refused by the operator authority
      *         file (OPRREC001); AUD-USER-ID says who tried
                88 AUD-OUTCM-DENIED    VALUE 23.
      *         reject sent back on the RTSGEN01 return-to-sender
      *         feed, and that reject closed when the sender's
      *         resubmission of the record reached the daily run
                88 AUD-OUTCM-RTS-SENT  VALUE 24.
                88 AUD-OUTCM-RTS-CLOSED VALUE 25.
      *         new salary version cut by the MRTINC01 mass merit
      *         increase in apply mode
                88 AUD-OUTCM-MERIT     VALUE 26.
      *         name and address overwritten by the ERASUR01
      *         right-to-erasure run, years after the delete
                88 AUD-OUTCM-ERASED    VALUE 27.
      *         one-off payment (OTPREC001) accepted by the daily
      *         run, or rejected by it or by the RJRECY01 re-edit
                88 AUD-OUTCM-PAID      VALUE 28.
                88 AUD-OUTCM-PAY-REJ   VALUE 29.
      *         salary record held by the daily run because its pay
      *         period (PPCREC001) does not pay on the run date
                88 AUD-OUTCM-NOT-DUE   VALUE 30.
      *         record idle past the limit and marked inactive by
      *         the DORMNT01 apply run, and brought back into use on
      *         the MSTMNT01 screen
                88 AUD-OUTCM-INACTIVE  VALUE 31.
                88 AUD-OUTCM-REACTIVE  VALUE 32.
      *     source system the record arrived from (stamped by the
      *     FEDMRG01 consolidation step; spaces when the entry was
      *     raised by a screen or a utility with no feed behind it)
      *     so a correction can be routed back to the sender.
            02 AUD-SOURCE-SYS   PIC X(02).
      *     signed-on operator for an entry written by a CICS screen;
      *     spaces for a batch program.
            02 AUD-USER-ID      PIC X(08).
