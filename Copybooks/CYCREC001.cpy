      *----------------------------------------------------------*
      * CYCLE-CONTROL-REC -- the nightly cycle step ledger.  One  *
      * KSDS (key CYC-KEY) carries three kinds of record:         *
      *   00000000 'CURRENT '  the business date the cycle is on  *
      *   YYYYMMDD '*CYCLE* '  that night's steps in run order    *
      *   YYYYMMDD step-id     one step's ledger entry            *
      * CYCCTL01 opens a night from the cycle definition cards    *
      * and prints the morning handover report; each chained      *
      * step checks itself in (predecessors complete, entry set   *
      * to started) and out (end, return code, complete/failed).  *
      * The step id is the program name.  CYC-CONSUMED-BY names   *
      * the first later step that read this step's outputs --     *
      * once set, CYCCTL01 will not reset the step for a rerun.   *
      *----------------------------------------------------------*
       01 CYCLE-CONTROL-REC.
            02 CYC-KEY.
                05 CYC-BUS-DATE     PIC 9(08).
                05 CYC-STEP-ID      PIC X(08).
            02 CYC-STEP-DATA.
                05 CYC-STATUS       PIC X(01).
                    88 CYC-STA-PENDING     VALUE 'P'.
                    88 CYC-STA-STARTED     VALUE 'S'.
                    88 CYC-STA-COMPLETE    VALUE 'C'.
                    88 CYC-STA-FAILED      VALUE 'F'.
                05 CYC-SEQ-NO       PIC 9(02).
                05 CYC-START-DATE   PIC 9(08).
                05 CYC-START-TIME   PIC 9(08).
                05 CYC-END-DATE     PIC 9(08).
                05 CYC-END-TIME     PIC 9(08).
                05 CYC-RETURN-CDE   PIC 9(02).
      *         attempts -- every check-in adds one
                05 CYC-RUN-CTR      PIC 9(03).
                05 CYC-CONSUMED-BY  PIC X(08).
                05 CYC-PRED-LIST.
                    10 CYC-PRED-ID  PIC X(08) OCCURS 4 TIMES.
                05 CYC-DSN-LIST.
                    10 CYC-OUT-DSN  PIC X(44) OCCURS 3 TIMES.
                05 FILLER           PIC X(12).
            02 CYC-CYCLE-DATA REDEFINES CYC-STEP-DATA.
                05 CYC-MONTH-END-SW PIC X(01).
                    88 CYC-MONTH-END       VALUE 'Y'.
                    88 CYC-NOT-MONTH-END   VALUE 'N'.
                05 CYC-OPEN-DATE    PIC 9(08).
                05 CYC-OPEN-TIME    PIC 9(08).
                05 CYC-STEP-COUNT   PIC 9(02).
                05 CYC-STEP-LIST.
                    10 CYC-LIST-ID  PIC X(08) OCCURS 20 TIMES.
                05 FILLER           PIC X(45).
            02 CYC-CURRENT-DATA REDEFINES CYC-STEP-DATA.
                05 CYC-CUR-BUS-DATE PIC 9(08).
                05 CYC-CUR-SET-DATE PIC 9(08).
                05 CYC-CUR-SET-TIME PIC 9(08).
                05 FILLER           PIC X(200).
