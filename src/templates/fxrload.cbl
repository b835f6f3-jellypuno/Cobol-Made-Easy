       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRLOD01.
      *----------------------------------------------------------*
      * EXCHANGE-RATE REFERENCE FILE LOADER, FOLLOWING THE       *
      * COMPLD01 PATTERN.  READS 80-BYTE CARDS (COLS 1-3 PAY     *
      * CURRENCY, COLS 5-14 RATE DATE YYYY-MM-DD, COLS 16-27     *
      * RATE AS NNNNN.NNNNNN -- THE FUNCTIONAL-CURRENCY UNITS    *
      * ONE UNIT OF THE PAY CURRENCY BUYS ON THAT DATE, '*' IN   *
      * COL 1 FOR A COMMENT CARD) AND WRITES THE FX-RATE-REC     *
      * (FXRREC001) FILE THE MULTI-CURRENCY DAILY RUN CONVERTS   *
      * SALARIES WITH.  CARDS MUST ARRIVE IN ASCENDING CURRENCY  *
      * AND DATE ORDER WITH NO DUPLICATES AND NO ZERO RATE, AND  *
      * THE FILE MAY HOLD NO MORE RATES THAN THE DAILY RUN'S     *
      * TABLE -- A BAD CARD FAILS THE LOAD SO A HALF-BUILT RATE  *
      * FILE NEVER REACHES THE DAILY RUN.                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT FXRFILE ASSIGN TO FXRFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FXR-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
            02 CARD-FXR-CCY    PIC X(03).
            02 FILLER          PIC X(01).
            02 CARD-FXR-DATE   PIC X(10).
            02 FILLER          PIC X(01).
            02 CARD-FXR-RATE.
                05 CARD-FXR-RATE-INT
                                PIC X(05).
                05 CARD-FXR-RATE-PT
                                PIC X(01).
                05 CARD-FXR-RATE-DEC
                                PIC X(06).
            02 FILLER          PIC X(53).

       FD FXRFILE.
       COPY FXRREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'FXRLOD01'.

       COPY CONSTANT.

      *    the card's rate reassembled as a number -- the integer
      *    and decimal digits side by side behind an implied point
       01 WS-RATE-WORK.
            02 WS-RATE-INT       PIC 9(05).
            02 WS-RATE-DEC       PIC 9(06).
       01 WS-RATE-WORK-N REDEFINES WS-RATE-WORK
                                 PIC 9(05)V9(06).

       01 WS-FXR-THIS-KEY.
            02 WS-THIS-CCY       PIC X(03) VALUE SPACES.
            02 WS-THIS-DATE      PIC 9(08) VALUE ZERO.
       01 WS-FXR-PREV-KEY.
            02 WS-PREV-CCY       PIC X(03) VALUE LOW-VALUES.
            02 WS-PREV-DATE      PIC 9(08) VALUE ZERO.

       77 WS-CARD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-LOAD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-CCY-CTR            PIC 9(05) COMP-3 VALUE ZERO.

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

            OPEN OUTPUT FXRFILE.

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
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

            IF CARD-FXR-CCY NOT ALPHABETIC-UPPER
               OR CARD-FXR-CCY(1:1) EQUAL SPACE
               OR CARD-FXR-CCY(2:1) EQUAL SPACE
               OR CARD-FXR-CCY(3:1) EQUAL SPACE
               DISPLAY 'FXRLOD01: BAD CURRENCY: ' CARD-REC(1:40)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            MOVE CARD-FXR-DATE TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT
            IF WS-DATE-INVALID
               DISPLAY 'FXRLOD01: BAD DATE....: ' CARD-REC(1:40)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            IF CARD-FXR-RATE-INT NOT NUMERIC
               OR CARD-FXR-RATE-PT NOT EQUAL '.'
               OR CARD-FXR-RATE-DEC NOT NUMERIC
               DISPLAY 'FXRLOD01: BAD RATE....: ' CARD-REC(1:40)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            MOVE CARD-FXR-RATE-INT TO WS-RATE-INT
            MOVE CARD-FXR-RATE-DEC TO WS-RATE-DEC
            IF WS-RATE-WORK-N EQUAL ZERO
               DISPLAY 'FXRLOD01: ZERO RATE...: ' CARD-REC(1:40)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            MOVE CARD-FXR-CCY     TO WS-THIS-CCY
            MOVE WS-VAL-DATE(1:4) TO WS-THIS-DATE(1:4)
            MOVE WS-VAL-DATE(6:2) TO WS-THIS-DATE(5:2)
            MOVE WS-VAL-DATE(9:2) TO WS-THIS-DATE(7:2)

            IF WS-FXR-THIS-KEY NOT GREATER THAN WS-FXR-PREV-KEY
               DISPLAY 'FXRLOD01: OUT OF ORDER: ' CARD-REC(1:40)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

      *     the daily run loads every rate into one table -- a file
      *     it would have to truncate is refused here instead
            IF WS-LOAD-CTR GREATER THAN OR EQUAL TO WS-FXR-MAX
               DISPLAY 'FXRLOD01: MORE RATES THAN THE TABLE HOLDS'
               SET WS-MSG-FXR-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-THIS-CCY NOT EQUAL WS-PREV-CCY
               ADD 1 TO WS-CCY-CTR
            END-IF
            MOVE WS-FXR-THIS-KEY TO WS-FXR-PREV-KEY

            MOVE SPACES          TO FX-RATE-REC
            MOVE WS-THIS-CCY     TO FXR-CURRENCY
            MOVE WS-THIS-DATE    TO FXR-RATE-DATE
            MOVE WS-RATE-WORK-N  TO FXR-RATE

            WRITE FX-RATE-REC

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LOAD-CTR.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       C0009-BAD-CARD.

            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-READ TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

       I0001-VALID-DATE.

            SET WS-DATE-VALID TO TRUE

            IF WS-VAL-DATE(1:4) NOT NUMERIC
               OR WS-VAL-DATE(6:2) NOT NUMERIC
               OR WS-VAL-DATE(9:2) NOT NUMERIC
               OR WS-VAL-DATE(5:1) NOT EQUAL '-'
               OR WS-VAL-DATE(8:1) NOT EQUAL '-'
               SET WS-DATE-INVALID TO TRUE
               GO TO I0001-EXIT
            END-IF

            MOVE WS-VAL-DATE(1:4)  TO WS-VAL-YYYY
            MOVE WS-VAL-DATE(6:2)  TO WS-VAL-MM
            MOVE WS-VAL-DATE(9:2)  TO WS-VAL-DD

            IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
               SET WS-DATE-INVALID TO TRUE
               GO TO I0001-EXIT
            END-IF

            EVALUATE WS-VAL-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-VAL-MAX-DD
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-VAL-MAX-DD
               WHEN 2
                    DIVIDE WS-VAL-YYYY BY 4 GIVING WS-VAL-DIV
                        REMAINDER WS-VAL-REM
                    IF WS-VAL-REM NOT EQUAL ZERO
                       MOVE 28 TO WS-VAL-MAX-DD
                    ELSE
                       DIVIDE WS-VAL-YYYY BY 100 GIVING WS-VAL-DIV
                           REMAINDER WS-VAL-REM
                       IF WS-VAL-REM NOT EQUAL ZERO
                          MOVE 29 TO WS-VAL-MAX-DD
                       ELSE
                          DIVIDE WS-VAL-YYYY BY 400 GIVING WS-VAL-DIV
                              REMAINDER WS-VAL-REM
                          IF WS-VAL-REM NOT EQUAL ZERO
                             MOVE 28 TO WS-VAL-MAX-DD
                          ELSE
                             MOVE 29 TO WS-VAL-MAX-DD
                          END-IF
                       END-IF
                    END-IF
            END-EVALUATE

            IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
               SET WS-DATE-INVALID TO TRUE
            END-IF
            .
       I0001-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-IN OR WS-MSG-FXRFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-FXR-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-CL-IN
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
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

            CLOSE FXRFILE.

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  EXCHANGE-RATE LOAD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  CARDS READ..............: ' WS-CARD-CTR.
            DISPLAY '  RATES LOADED............: ' WS-LOAD-CTR.
            DISPLAY '  CURRENCIES..............: ' WS-CCY-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
