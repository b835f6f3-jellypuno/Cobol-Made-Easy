      * DEPARTMENT REFERENCE FILE, AND COPIES THE MASTER (MSTIN)  *
      * TO A NEW GENERATION (NEWMAST) APPLYING EVERY MAPPING      *
      * WHOSE EFFECTIVE DATE HAS ARRIVED.  EACH RECORD MOVED      *
      * GETS AN AUDREC001 ENTRY AND A BEFORE/AFTER IMAGE ON THE   *
      * CHANGE JOURNAL (JRNREC001), AND THE REPORT RECAPS EVERY   *
      * MAPPING LINE WITH THE COUNT AND SALARY TOTAL MOVED.       *
      *                                                           *
      * THE TRIAL CARD RUNS THE SAME PASS BUT WRITES NEITHER THE  *
      * NEW MASTER NOR AUDIT OR JOURNAL ENTRIES -- THE RECAP      *
      * SHOWS WHAT WOULD MOVE SO HR CAN REVIEW THE REORG BEFORE   *
      * COMMITTING.                                               *
      * A MAPPING DATED IN THE FUTURE IS REPORTED PENDING AND     *
      * NOT APPLIED.                                              *
      *----------------------------------------------------------*
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT JRNFILE ASSIGN TO JRNFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.
       FD AUDFILE.
       COPY AUDREC001.

       FD JRNFILE.
       COPY JRNREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND JRNFILE.

            IF WS-JRN-STAT EQUAL '35'
               OPEN OUTPUT JRNFILE
            END-IF.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               IF MR-NUMERIC NUMERIC
                  ADD MR-NUMERIC TO WS-MAP-SALARY(WS-MAP-IX)
               END-IF
               MOVE MASTER-REC TO JRN-BEFORE-IMAGE
               MOVE WS-MAP-NEW(WS-MAP-IX) TO MR-DEPT-CODE
               IF WS-TRIAL-NO
                  PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
                  PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
               END-IF
            END-IF

            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE MR-SOURCE-SYS       TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID
            SET AUD-OUTCM-XFER       TO TRUE

            WRITE AUDIT-REC
       X0001-EXIT.
            EXIT.

       X0002-WRITE-JOURNAL.

            MOVE MASTER-REC          TO JRN-AFTER-IMAGE
            MOVE MR-NO               TO JRN-NO
            MOVE MR-NO               TO JRN-OLD-NO
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO JRN-PROGRAM-ID
            MOVE SPACES              TO JRN-OPERATOR
            MOVE MR-SOURCE-SYS       TO JRN-SOURCE-SYS
            SET JRN-ACT-XFER         TO TRUE

            WRITE CHANGE-JOURNAL-REC

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0002-EXIT.
            EXIT.

       G0001-PRNT-RECAP.

            IF WS-TRIAL-YES
                    OR WS-MSG-DPT-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-NM OR WS-MSG-WR-AU OR WS-MSG-WR-OU
                    OR WS-MSG-JRNFILE
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE JRNFILE.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
