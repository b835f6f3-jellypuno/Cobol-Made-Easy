      * END-OF-RUN CROSS-OUTPUT BALANCING.  RUNS AS THE STEP     *
      * AFTER THE DAILY JOB AND PROVES THE FOUR ACCOUNTS OF THE  *
      * SAME RUN AGREE:                                          *
      *   A. AUDIT WRITTEN+REJECTED+BYPASSED+DELETED+NOT-DUE     *
      *      DISPOSITIONS AGAINST RECORDS READ (FROM THE         *
      *      RUN-HISTORY RECORD THE RUN JUST APPENDED)           *
      *   B. REPORT TRAILER COUNT AGAINST AUDIT WRITTEN COUNT    *
      *   C. CSV EXTRACT LINE COUNT AGAINST THE TRAILER COUNT    *
      *   D. REJECT FILE RECORD COUNT AGAINST AUDIT REJECTED     *
      *      PLUS AUDIT PAYMENT-REJECTED (ONE-OFF PAYMENTS SHARE *
      *      THE REJECT FILE WITH THE SALARY FEED)               *
      *   E. YTD ACCUMULATOR MOVEMENT (NEW GENERATION MINUS OLD) *
      *      AGAINST THE TRAILER'S ACCEPTED SALARY TOTAL PLUS    *
      *      THE ONE-OFF PAYMENTS TOTAL, WHEN PRINTED -- ONLY    *
      *      WHEN THE TWO GENERATIONS ARE SUPPLIED ON            *
      *      YTDOLD/YTDNEW; A SHOP NOT YET RUNNING YTDUPD01 CAN  *
      *      LEAVE THEM OFF AND THE PROOF IS SKIPPED WITH A NOTE *
      * ANY MISMATCH PRINTS AN OUT-OF-BALANCE PROOF LINE AND     *
      * ENDS THE STEP NON-ZERO SO THE JOBCARD'S CONDITION CHECK  *
      * HOLDS EVERYTHING DOWNSTREAM.                             *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIN.

       FD OUTFILE.
       COPY PRTREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *
            02 WS-AUD-EMPTY      PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-BYPASSED   PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-DELETED    PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-PAY-REJ    PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-NOT-DUE    PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-ALL-REJ    PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-OTHER      PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-AUD-DISPOSED   PIC 9(09) COMP-3 VALUE ZERO.

       77 WS-YTD-NEW-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-YTD-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TRAILER-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-ONEOFF-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-ACCEPTED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-ONEOFF-FOUND-SW    PIC X(01) VALUE 'N'.
           88 WS-ONEOFF-FOUND-NO   VALUE 'N'.
           88 WS-ONEOFF-FOUND-YES  VALUE 'Y'.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-TALLY-AUDIT THRU D0001-EXIT
                    ADD 1 TO WS-AUD-BYPASSED
               WHEN AUD-OUTCM-DELETED
                    ADD 1 TO WS-AUD-DELETED
               WHEN AUD-OUTCM-PAY-REJ
                    ADD 1 TO WS-AUD-PAY-REJ
               WHEN AUD-OUTCM-NOT-DUE
                    ADD 1 TO WS-AUD-NOT-DUE
               WHEN OTHER
                    ADD 1 TO WS-AUD-OTHER
            END-EVALUATE
               PERFORM Q0002-PARSE-TRAILER THRU Q0002-EXIT
               PERFORM Q0004-PARSE-SALARY THRU Q0004-EXIT
            END-IF

            IF RPT-LINE-REC(3:22) EQUAL 'TOTAL ONE-OFF PAYMENTS'
               AND WS-ONEOFF-FOUND-NO
               PERFORM Q0005-PARSE-ONEOFF THRU Q0005-EXIT
            END-IF
            .
       Q0001-EXIT.
            EXIT.
       Q0004-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE ONE-OFF PAYMENTS SECTION'S TOTAL LINE CARRIES ITS     *
      * AMOUNT IN POSITIONS 46-59 WITH THE CR SIGN AT 60 -- THE   *
      * OTHER HALF OF PROOF E'S RIGHT-HAND SIDE.  A RUN WITHOUT   *
      * THE SECTION LEAVES IT ZERO.                               *
      *----------------------------------------------------------*
       Q0005-PARSE-ONEOFF.

            MOVE ZERO TO WS-PARSE-CTR
            MOVE 46   TO WS-PARSE-IX
            PERFORM Q0003-PARSE-DIGIT THRU Q0003-EXIT
                UNTIL WS-PARSE-IX GREATER THAN 59

            DIVIDE WS-PARSE-CTR BY 100 GIVING WS-ONEOFF-TOTAL

            IF RPT-LINE-REC(60:2) EQUAL 'CR'
               MULTIPLY WS-ONEOFF-TOTAL BY -1
                   GIVING WS-ONEOFF-TOTAL
            END-IF

            SET WS-ONEOFF-FOUND-YES TO TRUE
            .
       Q0005-EXIT.
            EXIT.

       T0001-TALLY-YTD-OLD.

            READ YTDOLD
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD WS-AUD-WRITTEN WS-AUD-REJECTED WS-AUD-BYPASSED
                WS-AUD-DELETED WS-AUD-NOT-DUE GIVING WS-AUD-DISPOSED

            MOVE 'AUDIT DISPOSITIONS VS RECORDS READ'
              TO BPL-CHECK
            END-IF
            PERFORM G0002-PRNT-LINE THRU G0002-EXIT

            ADD WS-AUD-REJECTED WS-AUD-PAY-REJ
                GIVING WS-AUD-ALL-REJ

            MOVE 'REJECT RECORDS VS AUDIT REJECTED'
              TO BPL-CHECK
            MOVE WS-REJ-COUNT    TO BPL-LEFT
            MOVE WS-AUD-ALL-REJ  TO BPL-RIGHT
            IF WS-REJ-COUNT EQUAL WS-AUD-ALL-REJ
               MOVE 'IN BALANCE'     TO BPL-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO BPL-VERDICT
            IF WS-YTD-AVAIL-YES
               SUBTRACT WS-YTD-OLD-TOTAL FROM WS-YTD-NEW-TOTAL
                   GIVING WS-YTD-MOVEMENT
               ADD WS-TRAILER-SALARY WS-ONEOFF-TOTAL
                   GIVING WS-ACCEPTED-TOTAL
               MOVE 'YTD MOVEMENT VS TRAILER SALARY'
                 TO BML-CHECK
               IF WS-ONEOFF-FOUND-YES
                  MOVE 'YTD MOVEMENT VS SALARY + ONE-OFF'
                    TO BML-CHECK
               END-IF
               MOVE WS-YTD-MOVEMENT   TO BML-LEFT
               MOVE WS-ACCEPTED-TOTAL TO BML-RIGHT
               IF WS-YTD-MOVEMENT EQUAL WS-ACCEPTED-TOTAL
                  MOVE 'IN BALANCE'     TO BML-VERDICT
               ELSE
                  MOVE 'OUT OF BALANCE' TO BML-VERDICT
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
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
               WHEN OTHER
                    SET WS-RC-CLOSE-ERR TO TRUE
            END-EVALUATE
            DISPLAY '********************************'.
            DISPLAY '  AUDIT WRITTEN...........: ' WS-AUD-WRITTEN.
            DISPLAY '  AUDIT REJECTED..........: ' WS-AUD-REJECTED.
            DISPLAY '  AUDIT PAYMENT REJECTED..: ' WS-AUD-PAY-REJ.
            DISPLAY '  AUDIT BYPASSED..........: ' WS-AUD-BYPASSED.
            DISPLAY '  AUDIT DELETED...........: ' WS-AUD-DELETED.
            DISPLAY '  AUDIT NOT DUE...........: ' WS-AUD-NOT-DUE.
            DISPLAY '  REJECT RECORDS..........: ' WS-REJ-COUNT.
            DISPLAY '  CSV LINES...............: ' WS-CSV-COUNT.
            DISPLAY '  REPORT TRAILER COUNT....: ' WS-TRAILER-COUNT.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
