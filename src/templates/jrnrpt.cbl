       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNRPT01.
      *----------------------------------------------------------*
      * MASTER CHANGE JOURNAL REPORT.  READS THE ACCUMULATED      *
      * CHANGE JOURNAL (JRNREC001, CONCATENATED OLDEST FIRST ON   *
      * JRNIN) AND, FOR EVERY SELECTED ENTRY, PRINTS WHO CHANGED  *
      * THE RECORD AND WHEN, FOLLOWED BY ONE LINE PER FIELD WHOSE *
      * VALUE DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES -- SO   *
      * "WHAT WAS THIS EMPLOYEE'S DEPARTMENT AND SALARY BEFORE    *
      * THE 3RD" IS ANSWERED FROM THE JOURNAL INSTEAD OF FROM A   *
      * RESTORED MASTER GENERATION.  AN ADD LISTS EVERY FIELD IT  *
      * SET, A DELETE EVERY FIELD IT REMOVED.                     *
      *                                                           *
      * PARM: 1-9 DIGIT RECORD NUMBER (MATCHES A REKEY ENTRY      *
      *       UNDER EITHER NUMBER), OR                            *
      *       YYYYMMDD-YYYYMMDD FOR A RANGE OF JOURNAL DATES,     *
      *       OR OMITTED FOR EVERY ENTRY.                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JRNIN ASSIGN TO JRNIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD JRNIN.
       COPY JRNREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'JRNRPT01'.

       COPY CONSTANT.

       01 JRN-REPORT-LAYOUT.
            02 JRN-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(28)
                   VALUE 'MASTER CHANGE JOURNAL REPORT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JHL-SELECTION
                                PIC X(40).
                05 FILLER       PIC X(40) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'PAGE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 JHL-PAGE-NO  PIC ZZZZ9.
                05 FILLER       PIC X(11) VALUE SPACES.
            02 JRN-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'DATE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'TIME'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PROGRAM'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'OPERATOR'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'ACTION'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(16) VALUE 'FIELD / BEFORE'.
                05 FILLER       PIC X(48) VALUE SPACES.
            02 JRN-ENTRY-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-DATE     PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-TIME     PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-PROGRAM  PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-OPERATOR PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-ACTION   PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-SOURCE   PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JEL-FORMERLY PIC X(19).
                05 FILLER       PIC X(33) VALUE SPACES.
            02 JRN-FIELD-LAYOUT.
                05 FILLER       PIC X(13) VALUE SPACES.
                05 JFL-FIELD    PIC X(16).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 JFL-BEFORE   PIC X(30).
                05 FILLER       PIC X(04) VALUE ' -> '.
                05 JFL-AFTER    PIC X(30).
                05 FILLER       PIC X(38) VALUE SPACES.
            02 JRN-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE 'ENTRIES READ   '.
                05 JTL-READ-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(17) VALUE 'ENTRIES REPORTED '.
                05 JTL-PRNT-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE 'FIELDS CHANGED '.
                05 JTL-FIELD-COUNT
                                PIC Z,ZZZ,ZZ9.
                05 FILLER       PIC X(55) VALUE SPACES.

       77 WS-SELECT-NO          PIC 9(09) VALUE ZERO.
       77 WS-SELECT-FROM        PIC 9(08) VALUE ZERO.
       77 WS-SELECT-TO          PIC 9(08) VALUE ZERO.
       77 WS-SELECT-SW          PIC X(01) VALUE 'A'.
           88 WS-SELECT-ALL         VALUE 'A'.
           88 WS-SELECT-ONE         VALUE 'N'.
           88 WS-SELECT-RANGE       VALUE 'R'.
       77 WS-PRNT-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FIELD-CTR          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DATE-EDIT          PIC X(10).
       77 WS-TIME-EDIT          PIC X(08).
       77 WS-AMOUNT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-SELECTION.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-TEXT      PIC X(17).
      *
       PROCEDURE DIVISION USING WS-PARM-SELECTION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM D0001-READ-JOURNAL THRU D0001-EXIT
            PERFORM E0001-PROC-JOURNAL THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT JRNIN.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
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
            MOVE ZERO              TO WS-LINE-CTR
            ACCEPT WS-START-TIME   FROM TIME
            MOVE 'ALL ENTRIES'     TO JHL-SELECTION

            IF WS-PARM-LEN EQUAL ZERO
               GO TO C0001-EXIT
            END-IF

            IF WS-PARM-LEN EQUAL 17
               AND WS-PARM-TEXT(1:8) NUMERIC
               AND WS-PARM-TEXT(9:1) EQUAL '-'
               AND WS-PARM-TEXT(10:8) NUMERIC
               MOVE WS-PARM-TEXT(1:8)  TO WS-SELECT-FROM
               MOVE WS-PARM-TEXT(10:8) TO WS-SELECT-TO
               IF WS-SELECT-FROM GREATER THAN WS-SELECT-TO
                  PERFORM C0009-BAD-PARM THRU C0009-EXIT
               END-IF
               SET WS-SELECT-RANGE TO TRUE
               STRING 'DATES '            DELIMITED BY SIZE
                      WS-PARM-TEXT(1:17)  DELIMITED BY SIZE
                 INTO JHL-SELECTION
               END-STRING
               GO TO C0001-EXIT
            END-IF

            IF WS-PARM-LEN GREATER THAN 9
               OR WS-PARM-TEXT(1:WS-PARM-LEN) NOT NUMERIC
               PERFORM C0009-BAD-PARM THRU C0009-EXIT
            END-IF

            MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-SELECT-NO
            SET WS-SELECT-ONE TO TRUE
            STRING 'RECORD '                   DELIMITED BY SIZE
                   WS-PARM-TEXT(1:WS-PARM-LEN) DELIMITED BY SIZE
              INTO JHL-SELECTION
            END-STRING
            .
       C0001-EXIT.
            EXIT.

       C0009-BAD-PARM.

            SET WS-MSG-BAD-PARM TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-OPEN TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

       D0001-READ-JOURNAL.

            READ JRNIN
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-JRN-STAT NOT EQUAL ZEROES
               AND WS-JRN-STAT NOT EQUAL '10'
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-JRN-STAT EQUAL ZEROES
               ADD 1 TO WS-READ-CTR
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-JOURNAL.

            EVALUATE TRUE
               WHEN WS-SELECT-ONE
                    IF JRN-NO NOT EQUAL WS-SELECT-NO
                       AND JRN-OLD-NO NOT EQUAL WS-SELECT-NO
                       GO TO E0001-NEXT
                    END-IF
               WHEN WS-SELECT-RANGE
                    IF JRN-DATE LESS THAN WS-SELECT-FROM
                       OR JRN-DATE GREATER THAN WS-SELECT-TO
                       GO TO E0001-NEXT
                    END-IF
            END-EVALUATE

            PERFORM U0001-FORMAT-ENTRY THRU U0001-EXIT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            ADD 1 TO WS-PRNT-CTR
            PERFORM U0002-DIFF-FIELDS THRU U0002-EXIT.

       E0001-NEXT.

            PERFORM D0001-READ-JOURNAL THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       U0001-FORMAT-ENTRY.

            MOVE SPACES             TO JRN-ENTRY-LAYOUT
            MOVE JRN-NO             TO JEL-NO

            MOVE SPACES             TO WS-DATE-EDIT
            STRING JRN-DATE(1:4)    DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   JRN-DATE(5:2)    DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   JRN-DATE(7:2)    DELIMITED BY SIZE
              INTO WS-DATE-EDIT
            END-STRING
            MOVE WS-DATE-EDIT       TO JEL-DATE

            MOVE SPACES             TO WS-TIME-EDIT
            STRING JRN-TIME(1:2)    DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   JRN-TIME(3:2)    DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   JRN-TIME(5:2)    DELIMITED BY SIZE
              INTO WS-TIME-EDIT
            END-STRING
            MOVE WS-TIME-EDIT       TO JEL-TIME

            MOVE JRN-PROGRAM-ID     TO JEL-PROGRAM
            MOVE JRN-OPERATOR       TO JEL-OPERATOR

            EVALUATE TRUE
               WHEN JRN-ACT-ADD
                    MOVE 'ADDED'        TO JEL-ACTION
               WHEN JRN-ACT-CHANGE
                    MOVE 'CHANGED'      TO JEL-ACTION
               WHEN JRN-ACT-DELETE
                    MOVE 'DELETED'      TO JEL-ACTION
               WHEN JRN-ACT-XFER
                    MOVE 'DEPT XFER'    TO JEL-ACTION
               WHEN JRN-ACT-REKEY
                    MOVE 'REKEYED'      TO JEL-ACTION
               WHEN JRN-ACT-RAISE
                    MOVE 'MERIT RAISE'  TO JEL-ACTION
               WHEN JRN-ACT-INACTIVATE
                    MOVE 'INACTIVATED'  TO JEL-ACTION
               WHEN JRN-ACT-REACTIVATE
                    MOVE 'REACTIVATED'  TO JEL-ACTION
               WHEN OTHER
                    MOVE 'UNKNOWN'      TO JEL-ACTION
            END-EVALUATE

            IF JRN-SOURCE-SYS NOT EQUAL SPACES
               STRING 'SOURCE '       DELIMITED BY SIZE
                      JRN-SOURCE-SYS  DELIMITED BY SIZE
                 INTO JEL-SOURCE
               END-STRING
            END-IF

            IF JRN-OLD-NO NOT EQUAL JRN-NO
               STRING 'FORMERLY '     DELIMITED BY SIZE
                      JRN-OLD-NO      DELIMITED BY SIZE
                 INTO JEL-FORMERLY
               END-STRING
            END-IF
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE LINE PER FIELD THAT DIFFERS.  THE COMPARES ARE ON THE *
      * CHARACTER IMAGE SO A BLANK SIDE (ADD OR DELETE) NEVER     *
      * TRIPS OVER THE PACKED SALARY.                             *
      *----------------------------------------------------------*
       U0002-DIFF-FIELDS.

            IF JRN-BEFORE-IMAGE(1:9) NOT EQUAL JRN-AFTER-IMAGE(1:9)
               MOVE 'RECORD NUMBER'     TO JFL-FIELD
               MOVE JRN-BEFORE-IMAGE(1:9) TO JFL-BEFORE
               MOVE JRN-AFTER-IMAGE(1:9)  TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-TS-DATE NOT EQUAL JA-TS-DATE
               MOVE 'TIMESTAMP DATE'    TO JFL-FIELD
               MOVE JB-TS-DATE          TO JFL-BEFORE
               MOVE JA-TS-DATE          TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-TS-TIME NOT EQUAL JA-TS-TIME
               MOVE 'TIMESTAMP TIME'    TO JFL-FIELD
               MOVE JB-TS-TIME          TO JFL-BEFORE
               MOVE JA-TS-TIME          TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-DATE NOT EQUAL JA-DATE
               MOVE 'DATE'              TO JFL-FIELD
               MOVE JB-DATE             TO JFL-BEFORE
               MOVE JA-DATE             TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-NUMERIC-X NOT EQUAL JA-NUMERIC-X
               MOVE 'SALARY'            TO JFL-FIELD
               MOVE SPACES              TO JFL-BEFORE
               MOVE SPACES              TO JFL-AFTER
               IF JB-NUMERIC NUMERIC
                  MOVE JB-NUMERIC       TO WS-AMOUNT-EDIT
                  MOVE WS-AMOUNT-EDIT   TO JFL-BEFORE
               END-IF
               IF JA-NUMERIC NUMERIC
                  MOVE JA-NUMERIC       TO WS-AMOUNT-EDIT
                  MOVE WS-AMOUNT-EDIT   TO JFL-AFTER
               END-IF
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-NAME NOT EQUAL JA-NAME
               MOVE 'NAME'              TO JFL-FIELD
               MOVE JB-NAME             TO JFL-BEFORE
               MOVE JA-NAME             TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-ADDRESS-LINE-1 NOT EQUAL JA-ADDRESS-LINE-1
               MOVE 'ADDRESS LINE 1'    TO JFL-FIELD
               MOVE JB-ADDRESS-LINE-1   TO JFL-BEFORE
               MOVE JA-ADDRESS-LINE-1   TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-ADDRESS-LINE-2 NOT EQUAL JA-ADDRESS-LINE-2
               MOVE 'ADDRESS LINE 2'    TO JFL-FIELD
               MOVE JB-ADDRESS-LINE-2   TO JFL-BEFORE
               MOVE JA-ADDRESS-LINE-2   TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-DEPT-CODE NOT EQUAL JA-DEPT-CODE
               MOVE 'DEPARTMENT'        TO JFL-FIELD
               MOVE JB-DEPT-CODE        TO JFL-BEFORE
               MOVE JA-DEPT-CODE        TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-SOURCE-SYS NOT EQUAL JA-SOURCE-SYS
               MOVE 'SOURCE SYSTEM'     TO JFL-FIELD
               MOVE JB-SOURCE-SYS       TO JFL-BEFORE
               MOVE JA-SOURCE-SYS       TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-COMPANY-CODE NOT EQUAL JA-COMPANY-CODE
               MOVE 'COMPANY'           TO JFL-FIELD
               MOVE JB-COMPANY-CODE     TO JFL-BEFORE
               MOVE JA-COMPANY-CODE     TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-PAY-FREQ NOT EQUAL JA-PAY-FREQ
               MOVE 'PAY FREQUENCY'     TO JFL-FIELD
               MOVE JB-PAY-FREQ         TO JFL-BEFORE
               MOVE JA-PAY-FREQ         TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-STATUS NOT EQUAL JA-STATUS
               MOVE 'RECORD STATUS'     TO JFL-FIELD
               MOVE JB-STATUS           TO JFL-BEFORE
               MOVE JA-STATUS           TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-CHAR NOT EQUAL JA-CHAR
               MOVE 'CHAR DATA'         TO JFL-FIELD
               MOVE JB-CHAR             TO JFL-BEFORE
               MOVE JA-CHAR             TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF

            IF JB-EFF-DATE NOT EQUAL JA-EFF-DATE
               MOVE 'EFFECTIVE DATE'    TO JFL-FIELD
               MOVE JB-EFF-DATE         TO JFL-BEFORE
               MOVE JA-EFF-DATE         TO JFL-AFTER
               PERFORM P0002-PRINT-FIELD THRU P0002-EXIT
            END-IF
            .
       U0002-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            ADD 1                      TO WS-PAGE-CTR
            MOVE WS-PAGE-CTR           TO JHL-PAGE-NO

            MOVE JRN-HEADER-LAYOUT     TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE JRN-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO                  TO WS-LINE-CTR
            .
       H0001-EXIT.
            EXIT.

       P0001-PRINT-LINE.

            IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO
               WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            END-IF

            MOVE JRN-ENTRY-LAYOUT      TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                      TO WS-LINE-CTR
            .
       P0001-EXIT.
            EXIT.

       P0002-PRINT-FIELD.

            IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO
               WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            END-IF

            MOVE JRN-FIELD-LAYOUT      TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                      TO WS-LINE-CTR
            ADD 1                      TO WS-FIELD-CTR
            .
       P0002-EXIT.
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

       G0001-PRNT-TOTALS.

            MOVE WS-READ-CTR          TO JTL-READ-COUNT
            MOVE WS-PRNT-CTR          TO JTL-PRNT-COUNT
            MOVE WS-FIELD-CTR         TO JTL-FIELD-COUNT
            MOVE JRN-TRAILER-LAYOUT   TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0001-EXIT.
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
               WHEN WS-MSG-JRNFILE
                    IF WS-PROC-OPEN
                       SET WS-RC-OPEN-ERR TO TRUE
                    ELSE
                       SET WS-RC-READ-ERR TO TRUE
                    END-IF
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
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

            CLOSE JRNIN.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  RUN-TIME STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  JOURNAL ENTRIES READ....: ' WS-READ-CTR.
            DISPLAY '  ENTRIES REPORTED........: ' WS-PRNT-CTR.
            DISPLAY '  FIELD CHANGES LISTED....: ' WS-FIELD-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
