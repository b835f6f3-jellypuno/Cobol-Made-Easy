                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD RPTIN.

       FD BNDOUT.
       COPY PRTREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *

      *    open/corrected rejects with the department off
      *    REJ-VARCHAR and an emitted tick, so leftovers land in
      *    the catch-all bundle.  WS-RJT-NEXT chains each reject
      *    to the next one of the same department (zero ends the
      *    chain) so a bundle walks only its own rejects.
       01 WS-REJ-TABLE-AREA.
            02 WS-RJT-MAX        PIC 9(05) COMP VALUE 10000.
            02 WS-RJT-COUNT      PIC 9(05) COMP VALUE ZERO.
            02 WS-RJT-IX         PIC 9(05) COMP VALUE ZERO.
            02 WS-RJT-ENTRY OCCURS 10000 TIMES.
                05 WS-RJT-NO     PIC 9(09).
                05 WS-RJT-REASON PIC 9(02).
                05 WS-RJT-STATUS PIC X(01).
                05 WS-RJT-DEPT   PIC X(04).
                05 WS-RJT-DONE-SW PIC X(01).
                05 WS-RJT-NEXT   PIC 9(05) COMP.

      *    the head and tail of each department's reject chain,
      *    kept in code order and binary-searched by the bundles
       01 WS-REJ-DEPT-AREA.
            02 WS-RJD-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-RJD-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-RJD-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-RJD-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-RJD-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-RJD-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-RJD-KEY        PIC X(04) VALUE SPACES.
            02 WS-RJD-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-RJD-FOUND-NO   VALUE 'N'.
                88 WS-RJD-FOUND-YES  VALUE 'Y'.
            02 WS-RJD-ENTRY OCCURS 1000 TIMES.
                05 WS-RJD-DEPT   PIC X(04).
                05 WS-RJD-FIRST  PIC 9(05) COMP.
                05 WS-RJD-LAST   PIC 9(05) COMP.

      *    one index entry per bundle emitted -- a department
      *    apiece plus the catch-all
       01 WS-INDEX-AREA.
            02 WS-IDX-MAX        PIC 9(04) COMP VALUE 1001.
            02 WS-IDX-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-IDX-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-IDX-ENTRY OCCURS 1001 TIMES.
                05 WS-IDX-DEPT   PIC X(04).
                05 WS-IDX-NAME   PIC X(30).
                05 WS-IDX-PAGES  PIC 9(05) COMP-3.
       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM C0002-LOAD-DEPT-TABLE THRU C0002-EXIT
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     the name lookup is a binary search, so the file must
      *     be in the code order DEPTLD01 writes it in
            IF WS-DEP-COUNT GREATER THAN ZERO
               AND DEP-CODE NOT GREATER THAN
                   WS-DEP-TBL-CODE(WS-DEP-COUNT)
               DISPLAY 'DEPARTMENT OUT OF SEQUENCE: ' DEP-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DEP-COUNT
            MOVE DEP-CODE TO WS-DEP-TBL-CODE(WS-DEP-COUNT)
            MOVE DEP-NAME TO WS-DEP-TBL-NAME(WS-DEP-COUNT)
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF REJ-STA-RECYCLED OR REJ-STA-RESUBMITTED
               GO TO C0003-EXIT
            END-IF

            IF WS-RJT-COUNT GREATER THAN OR EQUAL TO WS-RJT-MAX
               SET WS-MSG-RJT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RJT-COUNT
            MOVE REJ-STATUS        TO WS-RJT-STATUS(WS-RJT-COUNT)
            MOVE REJ-VARCHAR(49:4) TO WS-RJT-DEPT(WS-RJT-COUNT)
            MOVE 'N'               TO WS-RJT-DONE-SW(WS-RJT-COUNT)
            MOVE ZERO              TO WS-RJT-NEXT(WS-RJT-COUNT)

            PERFORM C0004-CHAIN-REJECT THRU C0004-EXIT
            .
       C0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * HANG THE REJECT JUST LOADED ON THE END OF ITS             *
      * DEPARTMENT'S CHAIN, OPENING A NEW CHAIN (IN CODE ORDER)   *
      * THE FIRST TIME THE DEPARTMENT IS SEEN.                    *
      *----------------------------------------------------------*
       C0004-CHAIN-REJECT.

            MOVE WS-RJT-DEPT(WS-RJT-COUNT) TO WS-RJD-KEY
            PERFORM U0003-FIND-REJ-DEPT THRU U0003-EXIT

            IF WS-RJD-FOUND-YES
               MOVE WS-RJT-COUNT
                 TO WS-RJT-NEXT(WS-RJD-LAST(WS-RJD-IX))
               MOVE WS-RJT-COUNT TO WS-RJD-LAST(WS-RJD-IX)
               GO TO C0004-EXIT
            END-IF

            IF WS-RJD-COUNT GREATER THAN OR EQUAL TO WS-RJD-MAX
               DISPLAY 'RPTDST01: TOO MANY REJECT DEPARTMENTS'
               SET WS-MSG-RJT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-RJD-LO TO WS-RJD-IX
            ADD 1 TO WS-RJD-COUNT
            MOVE WS-RJD-COUNT TO WS-RJD-JX
            PERFORM U0005-SHIFT-REJ-DEPT THRU U0005-EXIT
                UNTIL WS-RJD-JX LESS THAN OR EQUAL TO WS-RJD-IX

            MOVE WS-RJD-KEY   TO WS-RJD-DEPT(WS-RJD-IX)
            MOVE WS-RJT-COUNT TO WS-RJD-FIRST(WS-RJD-IX)
            MOVE WS-RJT-COUNT TO WS-RJD-LAST(WS-RJD-IX)
            .
       C0004-EXIT.
            EXIT.

       D0001-READ-LINE.

            READ RPTIN
       U0001-FIND-DEPT-NAME.

            MOVE 'NOT ON REFERENCE FILE' TO WS-CUR-BUNDLE-NAME
            SET WS-DEPT-FOUND-NO   TO TRUE
            MOVE WS-CUR-BUNDLE-DEPT TO WS-DEP-LOOKUP-CODE
            MOVE 1                 TO WS-DEP-LO
            MOVE WS-DEP-COUNT      TO WS-DEP-HI
            PERFORM U0002-SCAN-DEPT THRU U0002-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-LO GREATER THAN WS-DEP-HI
            .
       U0001-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the code cannot be in
       U0002-SCAN-DEPT.

            ADD WS-DEP-LO WS-DEP-HI GIVING WS-DEP-IX
            DIVIDE 2 INTO WS-DEP-IX

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL WS-DEP-LOOKUP-CODE
               SET WS-DEPT-FOUND-YES TO TRUE
               MOVE WS-DEP-TBL-NAME(WS-DEP-IX)
                 TO WS-CUR-BUNDLE-NAME
            ELSE
               IF WS-DEP-TBL-CODE(WS-DEP-IX) LESS THAN
                  WS-DEP-LOOKUP-CODE
                  ADD 1 TO WS-DEP-IX GIVING WS-DEP-LO
               ELSE
                  SUBTRACT 1 FROM WS-DEP-IX GIVING WS-DEP-HI
               END-IF
            END-IF
            .
       U0002-EXIT.
            EXIT.

      *    WS-RJD-KEY in.  found: WS-RJD-IX is its chain.  not
      *    found: WS-RJD-LO is where a new chain would go.
       U0003-FIND-REJ-DEPT.

            SET WS-RJD-FOUND-NO TO TRUE
            MOVE 1              TO WS-RJD-LO
            MOVE WS-RJD-COUNT   TO WS-RJD-HI
            PERFORM U0004-SCAN-REJ-DEPT THRU U0004-EXIT
                UNTIL WS-RJD-FOUND-YES
                   OR WS-RJD-LO GREATER THAN WS-RJD-HI
            .
       U0003-EXIT.
            EXIT.

       U0004-SCAN-REJ-DEPT.

            ADD WS-RJD-LO WS-RJD-HI GIVING WS-RJD-IX
            DIVIDE 2 INTO WS-RJD-IX

            IF WS-RJD-DEPT(WS-RJD-IX) EQUAL WS-RJD-KEY
               SET WS-RJD-FOUND-YES TO TRUE
            ELSE
               IF WS-RJD-DEPT(WS-RJD-IX) LESS THAN WS-RJD-KEY
                  ADD 1 TO WS-RJD-IX GIVING WS-RJD-LO
               ELSE
                  SUBTRACT 1 FROM WS-RJD-IX GIVING WS-RJD-HI
               END-IF
            END-IF
            .
       U0004-EXIT.
            EXIT.

       U0005-SHIFT-REJ-DEPT.

            IF WS-RJD-JX GREATER THAN WS-RJD-IX
               MOVE WS-RJD-ENTRY(WS-RJD-JX - 1)
                 TO WS-RJD-ENTRY(WS-RJD-JX)
            END-IF
            SUBTRACT 1 FROM WS-RJD-JX
            .
       U0005-EXIT.
            EXIT.

       P0002-BANNER.

            MOVE WS-CUR-BUNDLE-DEPT TO BBL-DEPT
       P0006-EXIT.
            EXIT.

      *    the department's own chain only, in load order
       P0003-BUNDLE-REJECTS.

            MOVE WS-CUR-BUNDLE-DEPT TO WS-RJD-KEY
            PERFORM U0003-FIND-REJ-DEPT THRU U0003-EXIT

            IF WS-RJD-FOUND-NO
               GO TO P0003-EXIT
            END-IF

            MOVE WS-RJD-FIRST(WS-RJD-IX) TO WS-RJT-IX
            PERFORM P0007-ONE-REJECT THRU P0007-EXIT
                UNTIL WS-RJT-IX EQUAL ZERO
            .
       P0003-EXIT.
            EXIT.

       P0007-ONE-REJECT.

            IF WS-RJT-DONE-SW(WS-RJT-IX) NOT EQUAL 'Y'
               PERFORM P0008-PRINT-REJECT THRU P0008-EXIT
               MOVE 'Y' TO WS-RJT-DONE-SW(WS-RJT-IX)
            END-IF

            MOVE WS-RJT-NEXT(WS-RJT-IX) TO WS-RJT-IX
            .
       P0007-EXIT.
            EXIT.
               WHEN 09 MOVE 'RULE FAILED'     TO BRL-REASON
               WHEN 12 MOVE 'UNKNOWN COMPANY' TO BRL-REASON
               WHEN 13 MOVE 'ORPHAN REVERSAL' TO BRL-REASON
               WHEN 14 MOVE 'NO EXCHANGE RATE' TO BRL-REASON
               WHEN 15 MOVE 'BAD PAY TYPE'   TO BRL-REASON
               WHEN 16 MOVE 'PAY NO MASTER'  TO BRL-REASON
               WHEN 17 MOVE 'BAD PAY AMOUNT' TO BRL-REASON
               WHEN 18 MOVE 'BAD PAY DATE'   TO BRL-REASON
               WHEN 19 MOVE 'NO APPROVAL'    TO BRL-REASON
               WHEN 20 MOVE 'BAD PAY DEPT'   TO BRL-REASON
               WHEN 21 MOVE 'INACTIVE RECORD' TO BRL-REASON
               WHEN OTHER MOVE 'REASON ?'     TO BRL-REASON
            END-EVALUATE

               ADD 1 TO WS-BND-PAGES
            END-IF

            IF WS-IDX-COUNT GREATER THAN OR EQUAL TO WS-IDX-MAX
               SET WS-MSG-IDX-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-IDX-COUNT
            MOVE WS-CUR-BUNDLE-DEPT TO WS-IDX-DEPT(WS-IDX-COUNT)
            MOVE WS-CUR-BUNDLE-NAME TO WS-IDX-NAME(WS-IDX-COUNT)
            MOVE WS-BND-PAGES       TO WS-IDX-PAGES(WS-IDX-COUNT)
            MOVE WS-BND-DETAIL-CTR  TO WS-IDX-DETAILS(WS-IDX-COUNT)
            MOVE WS-BND-REJ-CTR     TO WS-IDX-REJECTS(WS-IDX-COUNT)

            ADD 1 TO WS-BUNDLE-CTR
            .
       P0004-EXIT.
       F0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-IN, BEFORE ANY FILE IS OPENED.  WITH  *
      * THE CYCLE CONTROL FILE PRESENT THE STEP RUNS ONLY AS PART *
      * OF THE BUSINESS DATE CYCCTL01 OPENED: ITS OWN ENTRY MUST  *
      * BE ON FILE AND EVERY PREDECESSOR MUST HAVE COMPLETED      *
      * CLEAN FOR THAT DATE, ELSE THE STEP IS HELD (RC 98).  A    *
      * STEP ALREADY COMPLETE ENDS RC 0 WITHOUT TOUCHING ANYTHING *
      * SO A RESUBMITTED CYCLE RESUMES AT THE STEP THAT FAILED.   *
      * PREDECESSORS ARE STAMPED AS CONSUMED SO CYCCTL01 WILL NOT *
      * RESET THEM UNDERNEATH THIS STEP'S OUTPUT.  NO CYCLE FILE  *
      * (STATUS 35) IS AN AD-HOC RUN OUTSIDE CYCLE CONTROL.       *
      *----------------------------------------------------------*
       K0008-CYCLE-CHECK-IN.

            OPEN I-O CYCFILE

            IF WS-CYC-STAT EQUAL '35'
               GO TO K0008-EXIT
            END-IF

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NO CYCLE IS OPEN'
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ
            MOVE CYC-CUR-BUS-DATE TO WS-CYC-BUS-DATE

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NOT IN THE CYCLE FOR '
                            WS-CYC-BUS-DATE
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            IF CYC-STA-COMPLETE
               CLOSE CYCFILE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8004 TO WS-OPR-NO
               MOVE 'I' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' STEP ALREADY COMPLETE FOR '
                       WS-CYC-BUS-DATE ' - SKIPPED'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE CYC-PRED-LIST TO WS-CYC-PRED-LIST
            SET WS-CYC-HOLD-NO TO TRUE
            MOVE 1 TO WS-CYC-PX
            PERFORM K0009-CHECK-PRED THRU K0009-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4 OR WS-CYC-HOLD-YES

            IF WS-CYC-HOLD-YES
               SET WS-MSG-CYC-PRED TO TRUE
               GO TO K0008-REFUSE
            END-IF

            MOVE 1 TO WS-CYC-PX
            PERFORM K0010-STAMP-PRED THRU K0010-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            SET CYC-STA-STARTED TO TRUE
            ACCEPT CYC-START-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-START-TIME FROM TIME
            MOVE ZERO TO CYC-END-DATE CYC-END-TIME CYC-RETURN-CDE
            ADD 1 TO CYC-RUN-CTR
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE CYCFILE
            SET WS-CYC-STARTED-YES TO TRUE
            GO TO K0008-EXIT
            .
       K0008-REFUSE.

            CLOSE CYCFILE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CYCL TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       K0008-EXIT.
            EXIT.

       K0009-CHECK-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0009-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    MOVE SPACE TO CYC-STATUS
            END-READ

            IF NOT CYC-STA-COMPLETE
               DISPLAY WS-PROGRAM-NAME ': PREDECESSOR '
                       WS-CYC-PRED-ID(WS-CYC-PX)
                       ' NOT COMPLETE FOR ' WS-CYC-BUS-DATE
                       ' - STATUS ' CYC-STATUS
               SET WS-CYC-HOLD-YES TO TRUE
            END-IF

            ADD 1 TO WS-CYC-PX
            .
       K0009-EXIT.
            EXIT.

       K0010-STAMP-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0010-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            ADD 1 TO WS-CYC-PX
            READ CYCFILE
                INVALID KEY GO TO K0010-EXIT
            END-READ

            IF CYC-CONSUMED-BY NOT EQUAL SPACES
               GO TO K0010-EXIT
            END-IF

            MOVE WS-PROGRAM-NAME TO CYC-CONSUMED-BY
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       K0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-OUT FROM Z0001-CLOS-FILES, ERROR PATH *
      * INCLUDED: END TIME, FINAL RETURN CODE, AND COMPLETE ONLY  *
      * FOR A CLEAN (RC 0) RUN -- ANYTHING ELSE IS FAILED, SO THE *
      * NEXT STEP HOLDS AND A RESUBMISSION RERUNS THIS ONE.  A    *
      * LEDGER THAT CANNOT BE UPDATED IS REPORTED, NOT FATAL: THE *
      * ENTRY STAYS STARTED AND THE NEXT STEP HOLDS ON IT.        *
      *----------------------------------------------------------*
       K0011-CYCLE-CHECK-OUT.

            SET WS-CYC-STARTED-NO TO TRUE

            OPEN I-O CYCFILE

            IF WS-CYC-STAT NOT EQUAL ZEROES
               GO TO K0011-WARN
            END-IF

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    CLOSE CYCFILE
                    GO TO K0011-WARN
            END-READ

            ACCEPT CYC-END-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-END-TIME FROM TIME
            MOVE WS-RETURN-CDE TO CYC-RETURN-CDE
            IF WS-RC-SUCCESS
               SET CYC-STA-COMPLETE TO TRUE
            ELSE
               SET CYC-STA-FAILED TO TRUE
            END-IF
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               CLOSE CYCFILE
               GO TO K0011-WARN
            END-IF

            CLOSE CYCFILE
            GO TO K0011-EXIT
            .
       K0011-WARN.

            MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
            MOVE 8005 TO WS-OPR-NO
            MOVE 'W' TO WS-OPR-SEV
            DISPLAY WS-OPR-MESSAGE ' CYCLE LEDGER NOT UPDATED - '
                    'STATUS ' WS-CYC-STAT
            .
       K0011-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
                    OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-RD-RJ OR WS-MSG-RD-DP
                    OR WS-MSG-DPT-FULL OR WS-MSG-RJT-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-MSG-IDX-FULL
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-REF-SEQ
                    SET WS-RC-OUT-OF-SEQ TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
               WHEN OTHER
                    SET WS-RC-CLOSE-ERR TO TRUE
            END-EVALUATE
            DISPLAY '  REJECTS BUNDLED.........: ' WS-RJT-COUNT.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
