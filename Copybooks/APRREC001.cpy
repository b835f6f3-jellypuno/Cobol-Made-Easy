      *----------------------------------------------------------*
      * SALARY-APPROVAL-REC -- one entry per salary change held   *
      * for dual control.  A change that moves MR-NUMERIC by more *
      * than the dual-control percentage is not posted: the       *
      * update run (or the MSTMNT01 screen) parks it here with    *
      * the before and after amounts and who made it.  A second  *
      * operator approves or declines it on the SALAPR01 screen   *
      * -- never the maker -- and the next update run applies    *
      * the approved amount to the new master generation and     *
      * marks the entry applied.  Held on a KSDS keyed on         *
      * APR-NO, so a record has at most one change in flight; a   *
      * later held change for the same record replaces one still *
      * pending.                                                  *
      *----------------------------------------------------------*
       01 SALARY-APPROVAL-REC.
            02 APR-NO           PIC 9(09).
            02 APR-STATUS       PIC X(01).
                88 APR-STA-PENDING   VALUE 'P'.
                88 APR-STA-APPROVED  VALUE 'A'.
                88 APR-STA-DECLINED  VALUE 'D'.
                88 APR-STA-APPLIED   VALUE 'X'.
      *     where the change was keyed: 'B' an update-run
      *     transaction (maker is the feed), 'O' the MSTMNT01
      *     screen (maker is the signed-on operator)
            02 APR-ORIGIN       PIC X(01).
                88 APR-ORIG-BATCH    VALUE 'B'.
                88 APR-ORIG-ONLINE   VALUE 'O'.
            02 APR-OLD-NUMERIC  PIC S9(9)V99 COMP-3.
            02 APR-NEW-NUMERIC  PIC S9(9)V99 COMP-3.
            02 APR-PCT-CHANGE   PIC S9(5)V99 COMP-3.
            02 APR-NAME         PIC X(12).
            02 APR-DEPT-CODE    PIC X(04).
            02 APR-MAKER-ID     PIC X(08).
            02 APR-MAKER-PGM    PIC X(08).
            02 APR-MAKER-SRC    PIC X(02).
            02 APR-MAKER-DATE   PIC 9(08).
            02 APR-MAKER-TIME   PIC 9(08).
            02 APR-CHECKER-ID   PIC X(08).
            02 APR-DECIDE-DATE  PIC 9(08).
            02 APR-DECIDE-TIME  PIC 9(08).
            02 APR-APPLY-DATE   PIC 9(08).
            02 FILLER           PIC X(20).
