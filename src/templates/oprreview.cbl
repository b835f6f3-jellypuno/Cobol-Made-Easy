       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRVW01.
      *----------------------------------------------------------*
      * OPERATOR ACCESS REVIEW, IN THE OUREC001 REPORT STYLE.     *
      * READS THE OPERATOR AUTHORITY FILE (OPRFILE, OPRREC001)    *
      * IN KEY ORDER -- USER ID, THEN TRANSACTION -- AND PRINTS   *
      * ONE LINE PER ENTRY WITH THE FUNCTIONS GRANTED AND WHO     *
      * LAST CHANGED IT, A SUBTOTAL PER USER, AND A TRAILER OF    *
      * HOW MANY ENTRIES CARRY EACH FUNCTION.  THIS IS THE LIST   *
      * THE SCREEN OWNERS SIGN OFF AT EACH ACCESS RECERTIFICATION.*
      *                                                           *
      * AN ENTRY WITH NO FUNCTION LEFT ON IT, OR ONE LAST CHANGED *
      * BY THE USER IT BELONGS TO (ONLY POSSIBLE FOR THE ENTRY    *
      * LOADED WITH THE FILE), IS MARKED FOR ATTENTION.  AN EMPTY *
      * FILE ENDS WITH RC 04.                                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPRFILE ASSIGN TO OPRFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPR-KEY
                FILE STATUS IS WS-ATH-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD OPRFILE.
       COPY OPRREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'OPRRVW01'.

       COPY CONSTANT.

       01 OPR-REPORT-LAYOUT.
            02 OPR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(25)
                   VALUE 'OPERATOR ACCESS REVIEW'.
                05 FILLER       PIC X(85) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'PAGE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OHL-PAGE-NO  PIC ZZZZ9.
                05 FILLER       PIC X(11) VALUE SPACES.
            02 OPR-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'USER ID'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30) VALUE 'NAME'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'TRAN'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE 'INQ UPD DEL APR'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'CHANGED BY'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'CHANGED ON'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(20) VALUE 'REMARK'.
                05 FILLER       PIC X(22) VALUE SPACES.
            02 OPR-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ODL-USERID   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ODL-NAME     PIC X(30).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ODL-TRANID   PIC X(04).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ODL-INQ      PIC X(01).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ODL-UPD      PIC X(01).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ODL-DEL      PIC X(01).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ODL-APR      PIC X(01).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ODL-CHG-ID   PIC X(08).
                05 FILLER       PIC X(04) VALUE SPACES.
                05 ODL-CHG-DATE PIC X(08).
                05 FILLER       PIC X(04) VALUE SPACES.
                05 ODL-REMARK   PIC X(20).
                05 FILLER       PIC X(22) VALUE SPACES.
            02 OPR-USER-TOTAL-LAYOUT.
                05 FILLER       PIC X(12) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE 'TOTAL FOR USER'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OUL-USERID   PIC X(08).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(13) VALUE 'TRANSACTIONS '.
                05 OUL-TRAN-CNT PIC ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'UPDATE '.
                05 OUL-UPD-CNT  PIC ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'DELETE '.
                05 OUL-DEL-CNT  PIC ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'APPROVE '.
                05 OUL-APR-CNT  PIC ZZ9.
                05 FILLER       PIC X(39) VALUE SPACES.
            02 OPR-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'ENTRIES '.
                05 OTL-ENTRY-CNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'USERS '.
                05 OTL-USER-CNT PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'INQUIRE '.
                05 OTL-INQ-CNT  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'UPDATE '.
                05 OTL-UPD-CNT  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'DELETE '.
                05 OTL-DEL-CNT  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'APPROVE '.
                05 OTL-APR-CNT  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'FLAGGED '.
                05 OTL-FLAG-CNT PIC ZZZ,ZZ9.
                05 FILLER       PIC X(11) VALUE SPACES.
            02 OPR-EMPTY-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(40)
                   VALUE 'OPERATOR AUTHORITY FILE HAS NO ENTRIES'.
                05 FILLER       PIC X(91) VALUE SPACES.

       77 WS-ENTRY-CTR          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-USER-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-GRT-INQ-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-GRT-UPD-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-GRT-DEL-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-GRT-APR-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FLAG-CTR           PIC 9(07) COMP-3 VALUE ZERO.
      * per-user subtotal, printed when the user id changes
       77 WS-PREV-USERID        PIC X(08) VALUE SPACES.
       77 WS-USR-TRAN-CTR       PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-USR-UPD-CTR        PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-USR-DEL-CTR        PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-USR-APR-CTR        PIC 9(03) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-OPR THRU D0001-EXIT
            PERFORM E0001-PROC-OPR THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT OPRFILE.

            IF WS-ATH-STAT NOT EQUAL ZEROES
               SET WS-MSG-OPRFILE TO TRUE
               MOVE WS-ATH-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            MOVE ZERO              TO WS-PAGE-CTR
            MOVE WS-LINES-PER-PAGE  TO WS-LINE-CTR
            ACCEPT WS-START-TIME   FROM TIME
            .
       C0001-EXIT.
            EXIT.

       D0001-READ-OPR.

            READ OPRFILE
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-ATH-STAT NOT EQUAL ZEROES
               AND WS-ATH-STAT NOT EQUAL '10'
               SET WS-MSG-OPRFILE TO TRUE
               MOVE WS-ATH-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-OPR.

            IF OPR-USERID NOT EQUAL WS-PREV-USERID
               IF WS-ENTRY-CTR GREATER THAN ZERO
                  PERFORM G0002-PRNT-USER-TOTAL THRU G0002-EXIT
               END-IF
               MOVE OPR-USERID TO WS-PREV-USERID
               ADD 1 TO WS-USER-CTR
            END-IF

            ADD 1 TO WS-ENTRY-CTR
            ADD 1 TO WS-USR-TRAN-CTR

            MOVE OPR-USERID       TO ODL-USERID
            MOVE OPR-NAME         TO ODL-NAME
            MOVE OPR-TRANID       TO ODL-TRANID
            MOVE OPR-FN-INQUIRE   TO ODL-INQ
            MOVE OPR-FN-UPDATE    TO ODL-UPD
            MOVE OPR-FN-DELETE    TO ODL-DEL
            MOVE OPR-FN-APPROVE   TO ODL-APR
            MOVE OPR-CHANGE-ID    TO ODL-CHG-ID
            MOVE OPR-CHANGE-DATE  TO ODL-CHG-DATE
            MOVE SPACES           TO ODL-REMARK

            IF OPR-CAN-INQUIRE
               ADD 1 TO WS-GRT-INQ-CTR
            END-IF
            IF OPR-CAN-UPDATE
               ADD 1 TO WS-GRT-UPD-CTR
               ADD 1 TO WS-USR-UPD-CTR
            END-IF
            IF OPR-CAN-DELETE
               ADD 1 TO WS-GRT-DEL-CTR
               ADD 1 TO WS-USR-DEL-CTR
            END-IF
            IF OPR-CAN-APPROVE
               ADD 1 TO WS-GRT-APR-CTR
               ADD 1 TO WS-USR-APR-CTR
            END-IF

      *     an entry granting nothing should be removed, and a
      *     self-granted entry should be re-made by a second person
            IF NOT OPR-CAN-INQUIRE AND NOT OPR-CAN-UPDATE
               AND NOT OPR-CAN-DELETE AND NOT OPR-CAN-APPROVE
               MOVE 'NO FUNCTION - REMOVE' TO ODL-REMARK
               ADD 1 TO WS-FLAG-CTR
            ELSE
               IF OPR-CHANGE-ID EQUAL OPR-USERID
                  MOVE 'SELF-GRANTED'      TO ODL-REMARK
                  ADD 1 TO WS-FLAG-CTR
               END-IF
            END-IF

            IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO
               WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            END-IF

            MOVE OPR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR

            PERFORM D0001-READ-OPR THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            ADD 1                      TO WS-PAGE-CTR
            MOVE WS-PAGE-CTR           TO OHL-PAGE-NO

            MOVE OPR-HEADER-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE OPR-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO                  TO WS-LINE-CTR
            .
       H0001-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            IF WS-ENTRY-CTR EQUAL ZERO
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               MOVE OPR-EMPTY-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               SET WS-RC-ZERO-RECS TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE WS-RETURN-CDE   TO WS-OPR-NO
               MOVE 'W'             TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' OPERATOR AUTHORITY FILE IS EMPTY'
               GO TO G0001-EXIT
            END-IF

            PERFORM G0002-PRNT-USER-TOTAL THRU G0002-EXIT

            MOVE WS-ENTRY-CTR TO OTL-ENTRY-CNT
            MOVE WS-USER-CTR  TO OTL-USER-CNT
            MOVE WS-GRT-INQ-CTR TO OTL-INQ-CNT
            MOVE WS-GRT-UPD-CTR TO OTL-UPD-CNT
            MOVE WS-GRT-DEL-CTR TO OTL-DEL-CNT
            MOVE WS-GRT-APR-CTR TO OTL-APR-CNT
            MOVE WS-FLAG-CTR  TO OTL-FLAG-CNT
            MOVE OPR-TRAILER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-USER-TOTAL.

            MOVE WS-PREV-USERID  TO OUL-USERID
            MOVE WS-USR-TRAN-CTR TO OUL-TRAN-CNT
            MOVE WS-USR-UPD-CTR  TO OUL-UPD-CNT
            MOVE WS-USR-DEL-CTR  TO OUL-DEL-CNT
            MOVE WS-USR-APR-CTR  TO OUL-APR-CNT
            MOVE OPR-USER-TOTAL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 2 TO WS-LINE-CTR

            MOVE ZERO TO WS-USR-TRAN-CTR
            MOVE ZERO TO WS-USR-UPD-CTR
            MOVE ZERO TO WS-USR-DEL-CTR
            MOVE ZERO TO WS-USR-APR-CTR
            .
       G0002-EXIT.
            EXIT.

       F0001-WRITE-FILES.

            WRITE WS-PRINT-REPORT
               AFTER ADVANCING 1 LINE

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       F0001-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OPRFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OPRFILE
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN OTHER
                    SET WS-RC-CLOSE-ERR TO TRUE
            END-EVALUATE

            MOVE WS-RETURN-CDE TO RETURN-CODE

            MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
            MOVE WS-RETURN-CDE   TO WS-OPR-NO
            MOVE 'E'             TO WS-OPR-SEV
            DISPLAY WS-OPR-MESSAGE ' ' WS-ERR-MSG

            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '  RETURN-CODE: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT.

       Y0001-EXIT.
            EXIT.

       Z0001-CLOS-FILES.

            CLOSE OPRFILE.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  ACCESS REVIEW STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  ENTRIES LISTED..........: ' WS-ENTRY-CTR.
            DISPLAY '  USERS LISTED............: ' WS-USER-CTR.
            DISPLAY '  ENTRIES FLAGGED.........: ' WS-FLAG-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
