       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABRLD01.
      *----------------------------------------------------------*
      * LABOR-DISTRIBUTION REFERENCE FILE LOADER, FOLLOWING THE  *
      * DEPTLD01 PATTERN.  READS 80-BYTE CARDS:                  *
      *   COLS  1-9   RECORD NUMBER                              *
      *   COLS 11-20  EFFECTIVE DATE (YYYY-MM-DD)                *
      *   COLS 22-25  COST CENTER (DEPARTMENT CODE)              *
      *   COLS 27-31  PERCENTAGE, TWO IMPLIED DECIMALS           *
      *               (05000 = 50.00 PERCENT)                    *
      * '*' IN COL 1 FOR A COMMENT CARD.  CARDS MUST ARRIVE IN   *
      * ASCENDING RECORD NUMBER / EFFECTIVE DATE / COST CENTER   *
      * ORDER WITH NO DUPLICATES.  THE CARDS FOR ONE RECORD      *
      * NUMBER AND EFFECTIVE DATE ARE A SET: A SET IS HELD UNTIL *
      * ITS LAST CARD AND WRITTEN TO LDSFILE (LDSREC001) ONLY    *
      * WHEN ITS PERCENTAGES TOTAL EXACTLY 100.00.  A BAD CARD   *
      * OR A SET THAT DOES NOT TOTAL 100 FAILS THE LOAD, SO A    *
      * HALF-BUILT REFERENCE FILE NEVER REACHES THE DAILY RUN.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT LDSFILE ASSIGN TO LDSFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LDS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
            02 CARD-LDS-NO     PIC X(09).
            02 FILLER          PIC X(01).
            02 CARD-LDS-DATE   PIC X(10).
            02 FILLER          PIC X(01).
            02 CARD-LDS-CC     PIC X(04).
            02 FILLER          PIC X(01).
            02 CARD-LDS-PCT    PIC X(05).
            02 CARD-LDS-PCT-N REDEFINES CARD-LDS-PCT
                               PIC 9(03)V99.
            02 FILLER          PIC X(49).

       FD LDSFILE.
       COPY LDSREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'LABRLD01'.

       COPY CONSTANT.

      *    the set being assembled -- held back until its last
      *    card so a set that does not foot never reaches LDSFILE
       01 WS-SET-AREA.
            02 WS-SET-MAX        PIC 9(04) COMP VALUE 10.
            02 WS-SET-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-SET-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-SET-NO         PIC 9(09) VALUE ZERO.
            02 WS-SET-DATE       PIC X(10) VALUE SPACES.
            02 WS-SET-TOTAL      PIC 9(05)V99 COMP-3 VALUE ZERO.
            02 WS-SET-ENTRY OCCURS 10 TIMES.
                05 WS-SET-CC     PIC X(04).
                05 WS-SET-PCT    PIC 9(03)V99.

      *    sequence key of the last card accepted
       01 WS-PREV-KEY.
            02 WS-PREV-NO        PIC X(09) VALUE LOW-VALUES.
            02 WS-PREV-DATE      PIC X(10) VALUE LOW-VALUES.
            02 WS-PREV-CC        PIC X(04) VALUE LOW-VALUES.
       01 WS-CARD-KEY.
            02 WS-CARD-NO        PIC X(09).
            02 WS-CARD-DATE      PIC X(10).
            02 WS-CARD-CC        PIC X(04).

       77 WS-CARD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-LOAD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-SETS-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-TOTAL-EDIT         PIC ZZ9.99.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM E0002-CLOSE-SET THRU E0002-EXIT
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

            OPEN OUTPUT LDSFILE.

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
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

            MOVE CARD-LDS-DATE TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT

            IF CARD-LDS-NO NOT NUMERIC
               OR WS-DATE-INVALID
               OR CARD-LDS-CC EQUAL SPACES
               OR CARD-LDS-PCT NOT NUMERIC
               DISPLAY 'LABRLD01: BAD CARD....: ' CARD-REC(1:31)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            IF CARD-LDS-PCT-N EQUAL ZERO
               OR CARD-LDS-PCT-N GREATER THAN 100
               DISPLAY 'LABRLD01: BAD PERCENT.: ' CARD-REC(1:31)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            MOVE CARD-LDS-NO   TO WS-CARD-NO
            MOVE CARD-LDS-DATE TO WS-CARD-DATE
            MOVE CARD-LDS-CC   TO WS-CARD-CC

            IF WS-CARD-KEY LESS THAN WS-PREV-KEY
               OR WS-CARD-KEY EQUAL WS-PREV-KEY
               DISPLAY 'LABRLD01: OUT OF ORDER: ' CARD-REC(1:31)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

      *     a new record number or effective date starts a new set
            IF WS-CARD-NO   NOT EQUAL WS-PREV-NO
               OR WS-CARD-DATE NOT EQUAL WS-PREV-DATE
               PERFORM E0002-CLOSE-SET THRU E0002-EXIT
               MOVE CARD-LDS-NO   TO WS-SET-NO
               MOVE CARD-LDS-DATE TO WS-SET-DATE
            END-IF

            IF WS-SET-COUNT GREATER THAN OR EQUAL TO WS-SET-MAX
               DISPLAY 'LABRLD01: SET TOO BIG.: ' CARD-REC(1:31)
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            ADD 1 TO WS-SET-COUNT
            MOVE CARD-LDS-CC    TO WS-SET-CC(WS-SET-COUNT)
            MOVE CARD-LDS-PCT-N TO WS-SET-PCT(WS-SET-COUNT)
            ADD CARD-LDS-PCT-N  TO WS-SET-TOTAL

            MOVE WS-CARD-KEY TO WS-PREV-KEY.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * END OF A SET: PROVE IT FOOTS TO 100.00 AND WRITE ITS     *
      * ENTRIES.  ALSO DRIVEN ONCE AT END OF CARDS FOR THE LAST  *
      * SET; AN EMPTY SET (NO CARDS YET) IS NOTHING TO CLOSE.    *
      *----------------------------------------------------------*
       E0002-CLOSE-SET.

            IF WS-SET-COUNT EQUAL ZERO
               GO TO E0002-EXIT
            END-IF

            IF WS-SET-TOTAL NOT EQUAL 100
               MOVE WS-SET-TOTAL TO WS-TOTAL-EDIT
               DISPLAY 'LABRLD01: SET FOR ' WS-SET-NO ' ' WS-SET-DATE
                       ' TOTALS ' WS-TOTAL-EDIT ' PERCENT, NOT 100'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO TO WS-SET-IX
            PERFORM F0001-WRITE-ENTRY THRU F0001-EXIT
                UNTIL WS-SET-IX GREATER THAN OR EQUAL TO
                      WS-SET-COUNT

            ADD 1 TO WS-SETS-CTR
            MOVE ZERO TO WS-SET-COUNT
            MOVE ZERO TO WS-SET-TOTAL
            .
       E0002-EXIT.
            EXIT.

       F0001-WRITE-ENTRY.

            ADD 1 TO WS-SET-IX

            MOVE SPACES               TO LABOR-DIST-REC
            MOVE WS-SET-NO            TO LDS-NO
            MOVE WS-SET-DATE          TO LDS-EFF-DATE
            MOVE WS-SET-CC(WS-SET-IX)  TO LDS-COST-CENTER
            MOVE WS-SET-PCT(WS-SET-IX) TO LDS-PCT

            WRITE LABOR-DIST-REC

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LOAD-CTR
            .
       F0001-EXIT.
            EXIT.

       C0009-BAD-CARD.

            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
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
               WHEN WS-MSG-OP-IN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-LDSFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-LDSFILE AND WS-PROC-WRIT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CL-IN OR WS-MSG-LDSFILE
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

            CLOSE LDSFILE.

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  LABOR DISTRIBUTION LOAD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  CARDS READ..............: ' WS-CARD-CTR.
            DISPLAY '  SETS LOADED.............: ' WS-SETS-CTR.
            DISPLAY '  ENTRIES LOADED..........: ' WS-LOAD-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
