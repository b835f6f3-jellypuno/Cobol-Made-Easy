      * REJECT UNDER THE OLD NUMBER, WRITES THE PERMANENT         *
      * CROSS-REFERENCE FILE (XRFREC001) THE HISTORY TOOLS        *
      * CONSULT, AND CUTS ONE AUDREC001 ENTRY PER REKEY SO THE    *
      * RENUMBERING ITSELF IS ON THE TRAIL.  EACH MASTER REKEY    *
      * ALSO PUTS THE RECORD'S IMAGE UNDER BOTH NUMBERS ON THE    *
      * CHANGE JOURNAL (JRNREC001).  A CARD WHOSE OLD             *
      * NUMBER IS NOT ON THE MASTER IS REPORTED AND SKIPPED --    *
      * THE REJECT-ONLY CASE STILL REKEYS THE REJECT.             *
      *----------------------------------------------------------*
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT JRNFILE ASSIGN TO JRNFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.

       FD AUDFILE.
       COPY AUDREC001.

       FD JRNFILE.
       COPY JRNREC001.
      *
       WORKING-STORAGE SECTION.
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

       B0001-EXIT.
            EXIT.

                INVALID KEY GO TO R0001-EXIT
            END-DELETE

            MOVE MASTER-REC TO JRN-BEFORE-IMAGE
            MOVE WS-NEW-NO TO MR-NO

            WRITE MASTER-REC

            ADD 1 TO WS-MST-REKEY-CTR
            SET WS-HIT-YES TO TRUE
            PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
            .
       R0001-EXIT.
            EXIT.
                INVALID KEY GO TO R0002-EXIT
            END-READ

            IF REJ-STA-RECYCLED OR REJ-STA-RESUBMITTED
               GO TO R0002-EXIT
            END-IF

            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE SPACES              TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID
            SET AUD-OUTCM-REKEYED    TO TRUE

            WRITE AUDIT-REC
       X0001-EXIT.
            EXIT.

       X0002-WRITE-JOURNAL.

            MOVE MASTER-REC          TO JRN-AFTER-IMAGE
            MOVE WS-NEW-NO           TO JRN-NO
            MOVE WS-OLD-NO           TO JRN-OLD-NO
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO JRN-PROGRAM-ID
            MOVE SPACES              TO JRN-OPERATOR
            MOVE MR-SOURCE-SYS       TO JRN-SOURCE-SYS
            SET JRN-ACT-REKEY        TO TRUE

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

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               WHEN WS-MSG-RD-CD
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-NM OR WS-MSG-WR-RJ OR WS-MSG-WR-AR
                    OR WS-MSG-WR-AU OR WS-MSG-JRNFILE
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE XREFILE AUDFILE JRNFILE.

            ACCEPT WS-END-TIME FROM TIME.

