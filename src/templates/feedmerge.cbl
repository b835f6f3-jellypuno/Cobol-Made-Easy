                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOP-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD FEED1.

       FD RPTOUT.
       COPY PRTREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *
       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM C0003-PROC-CTL-CARDS THRU C0003-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
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
                    SET WS-RC-OUT-OF-SEQ TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
            END-EVALUATE

            MOVE WS-RETURN-CDE TO RETURN-CODE
            DISPLAY '  CROSS-FEED DUPS DROPPED.: ' WS-DUP-DROP-CTR.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
