       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLD01.
      *----------------------------------------------------------*
      * DEPARTMENT BUDGET FILE LOADER.  READS 80-BYTE CARDS      *
      * (COLS 1-4 DEPARTMENT CODE, COLS 6-12 ACCOUNTING PERIOD   *
      * YYYY-MM, COLS 14-25 BUDGET AMOUNT AS TWELVE DIGITS WITH  *
      * TWO IMPLIED DECIMALS, '*' IN COL 1 FOR A COMMENT CARD)   *
      * AND WRITES THE BUDGET-REC (BUDREC001) FILE BUDVAR01      *
      * REPORTS AGAINST.  CARDS MUST ARRIVE IN ASCENDING         *
      * DEPARTMENT / PERIOD ORDER WITH NO DUPLICATES -- A BAD    *
      * CARD FAILS THE LOAD SO A HALF-BUILT BUDGET FILE NEVER    *
      * REACHES THE MONTH-END REPORT.  THE WHOLE FILE IS         *
      * RELOADED FROM THE FULL CARD DECK EACH TIME A BUDGET IS   *
      * REVISED.                                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT BUDFILE ASSIGN TO BUDFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUD-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
            02 CARD-BUD-DEPT   PIC X(04).
            02 FILLER          PIC X(01).
            02 CARD-BUD-PERIOD.
                05 CARD-BUD-YEAR   PIC X(04).
                05 CARD-BUD-DASH   PIC X(01).
                05 CARD-BUD-MONTH  PIC X(02).
            02 FILLER          PIC X(01).
            02 CARD-BUD-AMOUNT PIC X(12).
            02 CARD-BUD-AMT-N REDEFINES CARD-BUD-AMOUNT
                               PIC 9(10)V99.
            02 FILLER          PIC X(55).

       FD BUDFILE.
       COPY BUDREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'BUDGLD01'.

       COPY CONSTANT.

       77 WS-CARD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-LOAD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-BUDGET-TOT         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-PREV-BUD-KEY       PIC X(10) VALUE LOW-VALUES.
       77 WS-CARD-BUD-KEY       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT CARDIN.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT BUDFILE.

            IF WS-BUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUDFILE TO TRUE
               MOVE WS-BUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            .
       C0001-EXIT.
            EXIT.

       D0001-READ-CARD.

            READ CARDIN
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-IN-STAT NOT EQUAL ZEROES
               AND WS-IN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-CARD.

            IF CARD-REC(1:1) EQUAL '*' OR CARD-REC EQUAL SPACES
               GO TO E0001-NEXT
            END-IF

            ADD 1 TO WS-CARD-CTR

            IF CARD-BUD-DEPT EQUAL SPACES
               OR CARD-BUD-YEAR NOT NUMERIC
               OR CARD-BUD-DASH NOT EQUAL '-'
               OR CARD-BUD-MONTH NOT NUMERIC
               OR CARD-BUD-MONTH LESS THAN '01'
               OR CARD-BUD-MONTH GREATER THAN '12'
               OR CARD-BUD-AMOUNT NOT NUMERIC
               DISPLAY 'BUDGLD01: BAD CARD....: ' CARD-REC(1:25)
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE CARD-BUD-DEPT     TO WS-CARD-BUD-KEY(1:4)
            MOVE CARD-BUD-YEAR     TO WS-CARD-BUD-KEY(5:4)
            MOVE CARD-BUD-MONTH    TO WS-CARD-BUD-KEY(9:2)

            IF WS-CARD-BUD-KEY LESS THAN WS-PREV-BUD-KEY
               OR WS-CARD-BUD-KEY EQUAL WS-PREV-BUD-KEY
               DISPLAY 'BUDGLD01: OUT OF ORDER: ' CARD-REC(1:25)
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-CARD-BUD-KEY   TO WS-PREV-BUD-KEY
            MOVE SPACES            TO BUDGET-REC
            MOVE CARD-BUD-DEPT     TO BUD-DEPT
            MOVE WS-CARD-BUD-KEY(5:6) TO BUD-PERIOD
            MOVE CARD-BUD-AMT-N    TO BUD-AMOUNT

            WRITE BUDGET-REC

            IF WS-BUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUDFILE TO TRUE
               MOVE WS-BUD-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1          TO WS-LOAD-CTR
            ADD BUD-AMOUNT TO WS-BUDGET-TOT.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-IN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-BUDFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-BAD-CARD
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-BUDFILE AND WS-PROC-WRIT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CL-IN OR WS-MSG-BUDFILE
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

            CLOSE CARDIN.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE BUDFILE.

            IF WS-BUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUDFILE TO TRUE
               MOVE WS-BUD-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  BUDGET LOAD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  CARDS READ..............: ' WS-CARD-CTR.
            DISPLAY '  BUDGET ENTRIES LOADED...: ' WS-LOAD-CTR.
            DISPLAY '  BUDGET TOTAL LOADED.....: ' WS-BUDGET-TOT.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
