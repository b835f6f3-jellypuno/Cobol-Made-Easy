       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCAL01.
      *----------------------------------------------------------*
      * PAY-PERIOD CALENDAR BUILDER AND FORWARD PAY-CALENDAR     *
      * LISTING.  READS THE CALDLD01 BUSINESS CALENDAR (CALFILE) *
      * AND WRITES ONE PPCREC001 RECORD PER PAY PERIOD ENDING IN *
      * THE YEAR, FOR EACH PAY FREQUENCY:                        *
      *   W  WEEKLY        SATURDAY TO FRIDAY, PAID FRIDAY       *
      *   B  BIWEEKLY      FOURTEEN DAYS TO A FRIDAY A WHOLE     *
      *                    NUMBER OF FORTNIGHTS FROM THE ANCHOR  *
      *   S  SEMI-MONTHLY  1ST-15TH AND 16TH-MONTH END, PAID ON  *
      *                    THE 15TH AND THE LAST DAY             *
      *   M  MONTHLY       CALENDAR MONTH, PAID ON THE LAST DAY  *
      * A PAY DATE ON A HOLIDAY OR WEEKEND MOVES BACK TO THE     *
      * PRIOR BUSINESS DAY. CONTROL CARDS (KEYWORD=VALUE, '*' IN *
      * COL 1 FOR COMMENTS):                                     *
      *   YEAR=YYYY           CALENDAR YEAR TO BUILD (REQUIRED)  *
      *   ANCHOR=YYYY-MM-DD   A FRIDAY ENDING A BIWEEKLY PERIOD  *
      *                       (DEFAULT 2000-01-07)               *
      *   COMPANY=XXX         A COMPANY WITH A CALENDAR OF ITS   *
      *                       OWN, IN ASCENDING CODE ORDER       *
      * THE DEFAULT CALENDAR (COMPANY SPACES), WHICH EVERY OTHER *
      * COMPANY FALLS BACK TO, IS ALWAYS BUILT.  AN ANCHOR CARD  *
      * AHEAD OF THE FIRST COMPANY CARD SETS THE DEFAULT'S       *
      * BIWEEKLY CYCLE; ONE AFTER A COMPANY CARD SETS THAT       *
      * COMPANY'S. THE LISTING ON OUTFILE SHOWS EVERY PERIOD AND *
      * PAY DATE SO THE VENDOR AND HR CAN CHECK THE YEAR AHEAD.  *
      * THE CALENDAR MUST COVER EVERY PAY DATE, INCLUDING THE    *
      * LAST DAYS OF THE YEAR BEFORE WHEN AN EARLY-JANUARY PAY   *
      * DATE MOVES BACK; A GAP FAILS THE BUILD, SO A HALF-BUILT  *
      * PERIOD FILE NEVER REACHES THE DAILY RUN.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT CALFILE ASSIGN TO CALFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STAT.

            SELECT PPCFILE ASSIGN TO PPCFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PPC-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CONTROL-CARD-REC      PIC X(80).

       FD CALFILE.
       COPY CALREC001.

       FD PPCFILE.
       COPY PPCREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'PAYCAL01'.

       COPY CONSTANT.

       01 PCL-REPORT-LAYOUT.
            02 PCL-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(29)
                   VALUE 'PAY-PERIOD CALENDAR FOR YEAR '.
                05 PCH-YEAR     PIC 9(04).
                05 FILLER       PIC X(98) VALUE SPACES.
            02 PCL-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'COMPANY'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'FREQUENCY'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'START'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'END'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'PAY DATE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(03) VALUE 'DAY'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(25) VALUE 'NOTE'.
                05 FILLER       PIC X(43) VALUE SPACES.
            02 PCL-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-COMPANY  PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-FREQ-NAME
                                PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-START    PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-END      PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-PAY      PIC X(10).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 PCD-PAY-DAY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCD-NOTE.
                    10 PCD-NOTE-TEXT
                                PIC X(11).
                    10 PCD-NOTE-DATE
                                PIC X(10).
                    10 FILLER   PIC X(04).
                05 FILLER       PIC X(43) VALUE SPACES.
            02 PCL-GROUP-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCG-COMPANY  PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCG-FREQ-NAME
                                PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PERIODS:'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 PCG-COUNT    PIC ZZ9.
                05 FILLER       PIC X(96) VALUE SPACES.
            02 PCL-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCT-LABEL    PIC X(24).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 PCT-COUNT    PIC ZZ,ZZ9.
                05 FILLER       PIC X(99) VALUE SPACES.

      *    calendars to build: entry 1 is the default (company
      *    spaces), then one per COMPANY card, each with the
      *    Friday its biweekly cycle is counted from
       01 WS-PCL-COMPANY-AREA.
            02 WS-PCL-CMP-MAX    PIC 9(04) COMP VALUE 50.
            02 WS-PCL-CMP-COUNT  PIC 9(04) COMP VALUE ZERO.
            02 WS-PCL-CMP-IX     PIC 9(04) COMP VALUE ZERO.
            02 WS-PCL-CMP-ENTRY OCCURS 50 TIMES.
                05 WS-PCL-CMP-CODE   PIC X(03).
                05 WS-PCL-CMP-ANCHOR PIC 9(08).

      *    current date being worked, with the pieces broken out
      *    for the month-length and day-of-week arithmetic
       01 WS-CURRENT-DATE-AREA.
            02 WS-CUR-DATE.
                05 WS-CUR-YYYY   PIC 9(04).
                05 WS-CUR-MM     PIC 9(02).
                05 WS-CUR-DD     PIC 9(02).
            02 WS-CUR-DATE-N REDEFINES WS-CUR-DATE
                                 PIC 9(08).

      *    Zeller work fields -- January and February count as
      *    months 13 and 14 of the previous year
       01 WS-ZELLER-AREA.
            02 WS-ZEL-Q          PIC 9(02) VALUE ZERO.
            02 WS-ZEL-M          PIC 9(02) VALUE ZERO.
            02 WS-ZEL-Y          PIC 9(04) VALUE ZERO.
            02 WS-ZEL-K          PIC 9(02) VALUE ZERO.
            02 WS-ZEL-J          PIC 9(02) VALUE ZERO.
            02 WS-ZEL-WORK       PIC 9(06) VALUE ZERO.
            02 WS-ZEL-SUM        PIC 9(06) VALUE ZERO.
            02 WS-ZEL-DIV        PIC 9(06) VALUE ZERO.
      *        0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, ...
            02 WS-ZEL-DOW        PIC 9(01) VALUE ZERO.

       01 WS-DAY-NAME-TABLE.
            02 FILLER            PIC X(21)
               VALUE 'SATSUNMONTUEWEDTHUFRI'.
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
            02 WS-DAY-NAME       PIC X(03) OCCURS 7 TIMES.

      *    day-number work fields -- the count of days from a
      *    fixed epoch, so two dates can be told apart in days
       01 WS-DAY-NUMBER-AREA.
            02 WS-DNO-A          PIC 9(02) VALUE ZERO.
            02 WS-DNO-Y          PIC 9(06) VALUE ZERO.
            02 WS-DNO-M          PIC 9(04) VALUE ZERO.
            02 WS-DNO-WORK       PIC 9(09) VALUE ZERO.
            02 WS-DNO-RESULT     PIC 9(09) VALUE ZERO.
            02 WS-DNO-FRIDAY     PIC 9(09) VALUE ZERO.
            02 WS-DNO-ANCHOR     PIC 9(09) VALUE ZERO.
            02 WS-DNO-DIFF       PIC S9(09) VALUE ZERO.
            02 WS-DNO-QUOT       PIC S9(09) VALUE ZERO.
            02 WS-DNO-REM        PIC S9(09) VALUE ZERO.

      *    the period in hand and its formatted dates
       01 WS-PCL-PERIOD-AREA.
            02 WS-PCL-START      PIC 9(08) VALUE ZERO.
            02 WS-PCL-END        PIC 9(08) VALUE ZERO.
            02 WS-PCL-SCHED      PIC 9(08) VALUE ZERO.
            02 WS-PCL-PAY        PIC 9(08) VALUE ZERO.
            02 WS-PCL-FREQ       PIC X(01) VALUE SPACE.
            02 WS-PCL-FREQ-NAME  PIC X(12) VALUE SPACES.
            02 WS-PCL-MONTH      PIC 9(02) VALUE ZERO.
            02 WS-PCL-FMT-IN.
                05 WS-PCL-FMT-YYYY PIC 9(04).
                05 WS-PCL-FMT-MM   PIC 9(02).
                05 WS-PCL-FMT-DD   PIC 9(02).
            02 WS-PCL-FMT-IN-N REDEFINES WS-PCL-FMT-IN
                                 PIC 9(08).
            02 WS-PCL-FMT-OUT.
                05 WS-PCL-OUT-YYYY PIC 9(04).
                05 FILLER          PIC X(01) VALUE '-'.
                05 WS-PCL-OUT-MM   PIC 9(02).
                05 FILLER          PIC X(01) VALUE '-'.
                05 WS-PCL-OUT-DD   PIC 9(02).

       77 WS-PCL-YEAR           PIC 9(04) VALUE ZERO.
       77 WS-PCL-YEAR-END       PIC 9(08) VALUE ZERO.
       77 WS-PCL-DFT-ANCHOR     PIC 9(08) VALUE 20000107.
       77 WS-PCL-STEP-DAYS      PIC 9(02) VALUE ZERO.
       77 WS-PCL-STEP-CTR       PIC 9(02) VALUE ZERO.
       77 WS-PCL-STEP-SW        PIC X(01) VALUE 'F'.
           88 WS-PCL-STEP-FWD       VALUE 'F'.
           88 WS-PCL-STEP-BACK      VALUE 'B'.
       77 WS-PCL-PAY-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-PCL-PAY-OK-NO      VALUE 'N'.
           88 WS-PCL-PAY-OK-YES     VALUE 'Y'.
       77 WS-CARD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-GROUP-CTR          PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-PERIOD-CTR         PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-MOVED-CTR          PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM E0002-CHECK-CARDS THRU E0002-EXIT
            PERFORM C0002-LOAD-CALENDAR THRU C0002-EXIT
                UNTIL WS-CAL-STAT NOT EQUAL ZEROES
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            MOVE 1 TO WS-PCL-CMP-IX
            PERFORM F0001-BUILD-COMPANY THRU F0001-EXIT
                UNTIL WS-PCL-CMP-IX GREATER THAN WS-PCL-CMP-COUNT
            PERFORM G0090-PRNT-TOTALS THRU G0090-EXIT
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

            OPEN INPUT CALFILE.

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT PPCFILE.

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
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
            ACCEPT WS-START-TIME   FROM TIME

            MOVE 1                 TO WS-PCL-CMP-COUNT
            MOVE SPACES            TO WS-PCL-CMP-CODE(1)
            MOVE WS-PCL-DFT-ANCHOR TO WS-PCL-CMP-ANCHOR(1)
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE READ OF THE BUSINESS CALENDAR PER PERFORM, INTO THE  *
      * SAME IN-STORAGE TABLE THE DAILY RUN USES.  THE FILE      *
      * ARRIVES IN ASCENDING DATE ORDER OFF CALDLD01; THE SEARCH *
      * IS A BINARY ONE, SO THE ORDER IS PROVED AS IT LOADS.     *
      *----------------------------------------------------------*
       C0002-LOAD-CALENDAR.

            READ CALFILE
              AT END GO TO C0002-EXIT
            END-READ

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-COUNT GREATER THAN OR EQUAL TO WS-CAL-MAX
               SET WS-MSG-CAL-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-COUNT GREATER THAN ZERO
               AND CAL-DATE NOT GREATER THAN
                   WS-CAL-TBL-DATE(WS-CAL-COUNT)
               DISPLAY 'CALENDAR DATE OUT OF SEQUENCE: ' CAL-DATE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
            .
       C0002-EXIT.
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

            IF CONTROL-CARD-REC(1:1) EQUAL '*'
               OR CONTROL-CARD-REC EQUAL SPACES
               GO TO E0001-NEXT
            END-IF

            ADD 1 TO WS-CARD-CTR

            MOVE SPACES TO WS-CARD-KEYWORD
            MOVE SPACES TO WS-CARD-VALUE
            UNSTRING CONTROL-CARD-REC
                DELIMITED BY '='
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING

            EVALUATE WS-CARD-KEYWORD

               WHEN 'YEAR'
                    IF WS-CARD-VALUE(1:4) NOT NUMERIC
                       OR WS-CARD-VALUE(5:1) NOT EQUAL SPACE
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
                    END-IF
                    MOVE WS-CARD-VALUE(1:4) TO WS-PCL-YEAR

               WHEN 'ANCHOR'
                    PERFORM U0001-CARD-DATE THRU U0001-EXIT
                    MOVE WS-CAL-LOOKUP-DATE TO WS-CUR-DATE-N
                    PERFORM Q0004-DAY-OF-WEEK THRU Q0004-EXIT
                    IF WS-ZEL-DOW NOT EQUAL 6
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
                    END-IF
                    MOVE WS-CAL-LOOKUP-DATE
                      TO WS-PCL-CMP-ANCHOR(WS-PCL-CMP-COUNT)

               WHEN 'COMPANY'
                    IF WS-CARD-VALUE(1:3) EQUAL SPACES
                       OR WS-CARD-VALUE(4:1) NOT EQUAL SPACE
                       OR WS-CARD-VALUE(1:3) NOT GREATER THAN
                          WS-PCL-CMP-CODE(WS-PCL-CMP-COUNT)
                       OR WS-PCL-CMP-COUNT NOT LESS THAN
                          WS-PCL-CMP-MAX
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
                    END-IF
                    ADD 1 TO WS-PCL-CMP-COUNT
                    MOVE WS-CARD-VALUE(1:3)
                      TO WS-PCL-CMP-CODE(WS-PCL-CMP-COUNT)
                    MOVE WS-PCL-CMP-ANCHOR(1)
                      TO WS-PCL-CMP-ANCHOR(WS-PCL-CMP-COUNT)

               WHEN OTHER
                    PERFORM C0009-BAD-CARD THRU C0009-EXIT

            END-EVALUATE.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * VALIDATE A DATE CARD VALUE AND LEAVE ITS YYYYMMDD IMAGE  *
      * IN WS-CAL-LOOKUP-DATE FOR THE CALLER TO FILE.            *
      *----------------------------------------------------------*
       U0001-CARD-DATE.

            MOVE WS-CARD-VALUE(1:10) TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT
            IF WS-DATE-INVALID
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            MOVE WS-VAL-DATE(1:4) TO WS-CAL-LOOKUP-DATE(1:4)
            MOVE WS-VAL-DATE(6:2) TO WS-CAL-LOOKUP-DATE(5:2)
            MOVE WS-VAL-DATE(9:2) TO WS-CAL-LOOKUP-DATE(7:2)
            .
       U0001-EXIT.
            EXIT.

       C0009-BAD-CARD.

            DISPLAY 'UNUSABLE CONTROL CARD: ' CONTROL-CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

       E0002-CHECK-CARDS.

            IF WS-PCL-YEAR LESS THAN 1901
               OR WS-PCL-YEAR GREATER THAN 2098
               DISPLAY 'PAYCAL01: YEAR CARD MISSING OR OUT OF RANGE'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-PCL-YEAR TO WS-CUR-YYYY
            MOVE 12          TO WS-CUR-MM
            MOVE 31          TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-YEAR-END
            MOVE WS-PCL-YEAR TO PCH-YEAR
            .
       E0002-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            MOVE PCL-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            MOVE PCL-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE CALENDAR PER PERFORM, ITS FREQUENCIES IN CODE ORDER  *
      * (B, M, S, W), SO THE FILE IS IN COMPANY, FREQUENCY,      *
      * PERIOD-END ORDER.                                        *
      *----------------------------------------------------------*
       F0001-BUILD-COMPANY.

            MOVE 'B'            TO WS-PCL-FREQ
            MOVE 'BIWEEKLY'     TO WS-PCL-FREQ-NAME
            PERFORM G0010-BUILD-BIWEEKLY THRU G0010-EXIT

            MOVE 'M'            TO WS-PCL-FREQ
            MOVE 'MONTHLY'      TO WS-PCL-FREQ-NAME
            MOVE ZERO           TO WS-GROUP-CTR
            MOVE 1              TO WS-PCL-MONTH
            PERFORM G0020-BUILD-MONTH THRU G0020-EXIT
                UNTIL WS-PCL-MONTH GREATER THAN 12
            PERFORM G0080-PRNT-GROUP THRU G0080-EXIT

            MOVE 'S'            TO WS-PCL-FREQ
            MOVE 'SEMI-MONTHLY' TO WS-PCL-FREQ-NAME
            MOVE ZERO           TO WS-GROUP-CTR
            MOVE 1              TO WS-PCL-MONTH
            PERFORM G0030-BUILD-SEMI-MONTH THRU G0030-EXIT
                UNTIL WS-PCL-MONTH GREATER THAN 12
            PERFORM G0080-PRNT-GROUP THRU G0080-EXIT

            MOVE 'W'            TO WS-PCL-FREQ
            MOVE 'WEEKLY'       TO WS-PCL-FREQ-NAME
            PERFORM G0040-BUILD-WEEKLY THRU G0040-EXIT

            ADD 1 TO WS-PCL-CMP-IX
            .
       F0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * BIWEEKLY: THE YEAR'S FIRST FRIDAY, PUSHED A WEEK ON WHEN *
      * IT FALLS IN THE OFF WEEK OF THE COMPANY'S CYCLE, THEN    *
      * EVERY FOURTEEN DAYS TO THE YEAR END.                     *
      *----------------------------------------------------------*
       G0010-BUILD-BIWEEKLY.

            MOVE ZERO TO WS-GROUP-CTR
            PERFORM G0041-FIRST-FRIDAY THRU G0041-EXIT

            PERFORM J0001-DAY-NUMBER THRU J0001-EXIT
            MOVE WS-DNO-RESULT TO WS-DNO-FRIDAY
            MOVE WS-PCL-CMP-ANCHOR(WS-PCL-CMP-IX) TO WS-CUR-DATE-N
            PERFORM J0001-DAY-NUMBER THRU J0001-EXIT
            MOVE WS-DNO-RESULT TO WS-DNO-ANCHOR

            SUBTRACT WS-DNO-ANCHOR FROM WS-DNO-FRIDAY
                GIVING WS-DNO-DIFF
            DIVIDE WS-DNO-DIFF BY 14 GIVING WS-DNO-QUOT
                REMAINDER WS-DNO-REM

            MOVE WS-PCL-END TO WS-CUR-DATE-N
            IF WS-DNO-REM NOT EQUAL ZERO
               SET WS-PCL-STEP-FWD TO TRUE
               MOVE 7 TO WS-PCL-STEP-DAYS
               PERFORM Q0008-STEP-DAYS THRU Q0008-EXIT
               MOVE WS-CUR-DATE-N TO WS-PCL-END
            END-IF

            PERFORM G0011-BIWEEKLY-PERIOD THRU G0011-EXIT
                UNTIL WS-PCL-END GREATER THAN WS-PCL-YEAR-END

            PERFORM G0080-PRNT-GROUP THRU G0080-EXIT
            .
       G0010-EXIT.
            EXIT.

       G0011-BIWEEKLY-PERIOD.

            MOVE WS-PCL-END TO WS-CUR-DATE-N
            SET WS-PCL-STEP-BACK TO TRUE
            MOVE 13 TO WS-PCL-STEP-DAYS
            PERFORM Q0008-STEP-DAYS THRU Q0008-EXIT
            MOVE WS-CUR-DATE-N TO WS-PCL-START
            MOVE WS-PCL-END    TO WS-PCL-SCHED

            PERFORM K0001-WRITE-PERIOD THRU K0001-EXIT

            MOVE WS-PCL-END TO WS-CUR-DATE-N
            SET WS-PCL-STEP-FWD TO TRUE
            MOVE 14 TO WS-PCL-STEP-DAYS
            PERFORM Q0008-STEP-DAYS THRU Q0008-EXIT
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            .
       G0011-EXIT.
            EXIT.

      *    monthly: first to last of the month, paid on the last
       G0020-BUILD-MONTH.

            MOVE WS-PCL-YEAR  TO WS-CUR-YYYY
            MOVE WS-PCL-MONTH TO WS-CUR-MM
            MOVE 1            TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-START

            PERFORM Q0007-MONTH-LENGTH THRU Q0007-EXIT
            MOVE WS-VAL-MAX-DD TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            MOVE WS-CUR-DATE-N TO WS-PCL-SCHED

            PERFORM K0001-WRITE-PERIOD THRU K0001-EXIT

            ADD 1 TO WS-PCL-MONTH
            .
       G0020-EXIT.
            EXIT.

      *    semi-monthly: the 1st to the 15th, paid on the 15th,
      *    and the 16th to the last, paid on the last
       G0030-BUILD-SEMI-MONTH.

            MOVE WS-PCL-YEAR  TO WS-CUR-YYYY
            MOVE WS-PCL-MONTH TO WS-CUR-MM
            MOVE 1            TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-START
            MOVE 15           TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            MOVE WS-CUR-DATE-N TO WS-PCL-SCHED

            PERFORM K0001-WRITE-PERIOD THRU K0001-EXIT

            MOVE WS-PCL-YEAR  TO WS-CUR-YYYY
            MOVE WS-PCL-MONTH TO WS-CUR-MM
            MOVE 16           TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-START
            PERFORM Q0007-MONTH-LENGTH THRU Q0007-EXIT
            MOVE WS-VAL-MAX-DD TO WS-CUR-DD
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            MOVE WS-CUR-DATE-N TO WS-PCL-SCHED

            PERFORM K0001-WRITE-PERIOD THRU K0001-EXIT

            ADD 1 TO WS-PCL-MONTH
            .
       G0030-EXIT.
            EXIT.

      *    weekly: Saturday to Friday, every Friday of the year
       G0040-BUILD-WEEKLY.

            MOVE ZERO TO WS-GROUP-CTR
            PERFORM G0041-FIRST-FRIDAY THRU G0041-EXIT

            PERFORM G0043-WEEKLY-PERIOD THRU G0043-EXIT
                UNTIL WS-PCL-END GREATER THAN WS-PCL-YEAR-END

            PERFORM G0080-PRNT-GROUP THRU G0080-EXIT
            .
       G0040-EXIT.
            EXIT.

      *    first Friday of the year into WS-PCL-END, and left in
      *    WS-CUR-DATE for the caller
       G0041-FIRST-FRIDAY.

            MOVE WS-PCL-YEAR TO WS-CUR-YYYY
            MOVE 1           TO WS-CUR-MM
            MOVE 1           TO WS-CUR-DD
            PERFORM Q0004-DAY-OF-WEEK THRU Q0004-EXIT
            PERFORM G0042-NEXT-WEEKDAY THRU G0042-EXIT
                UNTIL WS-ZEL-DOW EQUAL 6
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            .
       G0041-EXIT.
            EXIT.

       G0042-NEXT-WEEKDAY.

            PERFORM Q0005-NEXT-DAY THRU Q0005-EXIT
            PERFORM Q0004-DAY-OF-WEEK THRU Q0004-EXIT
            .
       G0042-EXIT.
            EXIT.

       G0043-WEEKLY-PERIOD.

            MOVE WS-PCL-END TO WS-CUR-DATE-N
            SET WS-PCL-STEP-BACK TO TRUE
            MOVE 6 TO WS-PCL-STEP-DAYS
            PERFORM Q0008-STEP-DAYS THRU Q0008-EXIT
            MOVE WS-CUR-DATE-N TO WS-PCL-START
            MOVE WS-PCL-END    TO WS-PCL-SCHED

            PERFORM K0001-WRITE-PERIOD THRU K0001-EXIT

            MOVE WS-PCL-END TO WS-CUR-DATE-N
            SET WS-PCL-STEP-FWD TO TRUE
            MOVE 7 TO WS-PCL-STEP-DAYS
            PERFORM Q0008-STEP-DAYS THRU Q0008-EXIT
            MOVE WS-CUR-DATE-N TO WS-PCL-END
            .
       G0043-EXIT.
            EXIT.

      *    count line and a blank after each frequency's periods
       G0080-PRNT-GROUP.

            IF WS-PCL-CMP-CODE(WS-PCL-CMP-IX) EQUAL SPACES
               MOVE 'DEFAULT' TO PCG-COMPANY
            ELSE
               MOVE WS-PCL-CMP-CODE(WS-PCL-CMP-IX) TO PCG-COMPANY
            END-IF
            MOVE WS-PCL-FREQ-NAME TO PCG-FREQ-NAME
            MOVE WS-GROUP-CTR     TO PCG-COUNT
            MOVE PCL-GROUP-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            .
       G0080-EXIT.
            EXIT.

       G0090-PRNT-TOTALS.

            MOVE 'CALENDARS BUILT'   TO PCT-LABEL
            MOVE WS-PCL-CMP-COUNT    TO PCT-COUNT
            MOVE PCL-TRAILER-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT

            MOVE 'PERIODS WRITTEN'   TO PCT-LABEL
            MOVE WS-PERIOD-CTR       TO PCT-COUNT
            MOVE PCL-TRAILER-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT

            MOVE 'PAY DATES MOVED BACK' TO PCT-LABEL
            MOVE WS-MOVED-CTR        TO PCT-COUNT
            MOVE PCL-TRAILER-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            .
       G0090-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SETTLE THE PAY DATE FOR THE PERIOD IN WS-PCL-START/END   *
      * (DUE ON WS-PCL-SCHED), WRITE ITS PERIOD RECORD AND       *
      * ITS LISTING LINE.                                        *
      *----------------------------------------------------------*
       K0001-WRITE-PERIOD.

            MOVE WS-PCL-SCHED TO WS-CUR-DATE-N
            SET WS-PCL-PAY-OK-NO TO TRUE
            PERFORM K0002-CHECK-PAY-DAY THRU K0002-EXIT
                UNTIL WS-PCL-PAY-OK-YES
            MOVE WS-CUR-DATE-N TO WS-PCL-PAY
            PERFORM Q0004-DAY-OF-WEEK THRU Q0004-EXIT

            MOVE SPACES         TO PAY-PERIOD-REC
            MOVE WS-PCL-CMP-CODE(WS-PCL-CMP-IX) TO PPC-COMPANY-CODE
            MOVE WS-PCL-FREQ    TO PPC-PAY-FREQ
            MOVE WS-PCL-START   TO PPC-PERIOD-START
            MOVE WS-PCL-END     TO PPC-PERIOD-END
            MOVE WS-PCL-PAY     TO PPC-PAY-DATE

            WRITE PAY-PERIOD-REC

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PERIOD-CTR
            ADD 1 TO WS-GROUP-CTR

            IF WS-PCL-CMP-CODE(WS-PCL-CMP-IX) EQUAL SPACES
               MOVE 'DEFAULT' TO PCD-COMPANY
            ELSE
               MOVE WS-PCL-CMP-CODE(WS-PCL-CMP-IX) TO PCD-COMPANY
            END-IF
            MOVE WS-PCL-FREQ-NAME TO PCD-FREQ-NAME
            MOVE WS-PCL-START     TO WS-PCL-FMT-IN-N
            PERFORM T0001-FORMAT-DATE THRU T0001-EXIT
            MOVE WS-PCL-FMT-OUT   TO PCD-START
            MOVE WS-PCL-END       TO WS-PCL-FMT-IN-N
            PERFORM T0001-FORMAT-DATE THRU T0001-EXIT
            MOVE WS-PCL-FMT-OUT   TO PCD-END
            MOVE WS-PCL-PAY       TO WS-PCL-FMT-IN-N
            PERFORM T0001-FORMAT-DATE THRU T0001-EXIT
            MOVE WS-PCL-FMT-OUT   TO PCD-PAY
            ADD 1 TO WS-ZEL-DOW GIVING WS-PCL-STEP-CTR
            MOVE WS-DAY-NAME(WS-PCL-STEP-CTR) TO PCD-PAY-DAY

            MOVE SPACES TO PCD-NOTE
            IF WS-PCL-PAY NOT EQUAL WS-PCL-SCHED
               ADD 1 TO WS-MOVED-CTR
               MOVE 'MOVED FROM ' TO PCD-NOTE-TEXT
               MOVE WS-PCL-SCHED  TO WS-PCL-FMT-IN-N
               PERFORM T0001-FORMAT-DATE THRU T0001-EXIT
               MOVE WS-PCL-FMT-OUT TO PCD-NOTE-DATE
            END-IF

            MOVE PCL-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0009-WRITE-PRINT THRU F0009-EXIT
            .
       K0001-EXIT.
            EXIT.

      *    one calendar day per perform: a business day settles the
      *    pay date, anything else steps back a day.  a date the
      *    calendar does not cover stops the build.
       K0002-CHECK-PAY-DAY.

            MOVE WS-CUR-DATE-N TO WS-CAL-LOOKUP-DATE
            PERFORM U0300-FIND-CAL-DATE THRU U0300-EXIT

            IF WS-CAL-FOUND-NO
               DISPLAY 'PAYCAL01: NO CALENDAR ENTRY FOR '
                       WS-CAL-LOOKUP-DATE
               SET WS-MSG-CAL-SHORT TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-FOUND-TYPE EQUAL 'B'
               SET WS-PCL-PAY-OK-YES TO TRUE
            ELSE
               PERFORM Q0006-PRIOR-DAY THRU Q0006-EXIT
            END-IF
            .
       K0002-EXIT.
            EXIT.

      *    binary search for WS-CAL-LOOKUP-DATE, as in the daily run
       U0300-FIND-CAL-DATE.

            SET WS-CAL-FOUND-NO TO TRUE
            MOVE SPACE          TO WS-CAL-FOUND-TYPE
            MOVE 1              TO WS-CAL-LO
            MOVE WS-CAL-COUNT   TO WS-CAL-HI

            PERFORM U0301-SCAN-CAL THRU U0301-EXIT
                UNTIL WS-CAL-FOUND-YES
                   OR WS-CAL-LO GREATER THAN WS-CAL-HI
            .
       U0300-EXIT.
            EXIT.

       U0301-SCAN-CAL.

            ADD WS-CAL-LO WS-CAL-HI GIVING WS-CAL-IX
            DIVIDE 2 INTO WS-CAL-IX

            IF WS-CAL-TBL-DATE(WS-CAL-IX) EQUAL WS-CAL-LOOKUP-DATE
               SET WS-CAL-FOUND-YES TO TRUE
               MOVE WS-CAL-TBL-TYPE(WS-CAL-IX)
                 TO WS-CAL-FOUND-TYPE
            ELSE
               IF WS-CAL-TBL-DATE(WS-CAL-IX) LESS THAN
                  WS-CAL-LOOKUP-DATE
                  ADD 1 TO WS-CAL-IX GIVING WS-CAL-LO
               ELSE
                  IF WS-CAL-IX EQUAL 1
                     MOVE ZERO TO WS-CAL-HI
                  ELSE
                     SUBTRACT 1 FROM WS-CAL-IX GIVING WS-CAL-HI
                  END-IF
               END-IF
            END-IF
            .
       U0301-EXIT.
            EXIT.

       T0001-FORMAT-DATE.

            MOVE WS-PCL-FMT-YYYY TO WS-PCL-OUT-YYYY
            MOVE WS-PCL-FMT-MM   TO WS-PCL-OUT-MM
            MOVE WS-PCL-FMT-DD   TO WS-PCL-OUT-DD
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * DAY NUMBER OF THE CURRENT DATE, COUNTED FROM A FIXED     *
      * EPOCH (GREGORIAN DAY-NUMBER FORMULA WITH MARCH AS THE    *
      * FIRST MONTH OF THE YEAR), INTO WS-DNO-RESULT.            *
      *----------------------------------------------------------*
       J0001-DAY-NUMBER.

            MOVE ZERO TO WS-DNO-A
            IF WS-CUR-MM LESS THAN 3
               MOVE 1 TO WS-DNO-A
            END-IF

            ADD WS-CUR-YYYY 4800 GIVING WS-DNO-Y
            SUBTRACT WS-DNO-A FROM WS-DNO-Y

            MULTIPLY WS-DNO-A BY 12 GIVING WS-DNO-M
            ADD WS-CUR-MM TO WS-DNO-M
            SUBTRACT 3 FROM WS-DNO-M

            MOVE WS-CUR-DD TO WS-DNO-RESULT

            MULTIPLY WS-DNO-M BY 153 GIVING WS-DNO-WORK
            ADD 2 TO WS-DNO-WORK
            DIVIDE WS-DNO-WORK BY 5 GIVING WS-DNO-WORK
            ADD WS-DNO-WORK TO WS-DNO-RESULT

            MULTIPLY WS-DNO-Y BY 365 GIVING WS-DNO-WORK
            ADD WS-DNO-WORK TO WS-DNO-RESULT

            DIVIDE WS-DNO-Y BY 4 GIVING WS-DNO-WORK
            ADD WS-DNO-WORK TO WS-DNO-RESULT

            DIVIDE WS-DNO-Y BY 100 GIVING WS-DNO-WORK
            SUBTRACT WS-DNO-WORK FROM WS-DNO-RESULT

            DIVIDE WS-DNO-Y BY 400 GIVING WS-DNO-WORK
            ADD WS-DNO-WORK TO WS-DNO-RESULT

            SUBTRACT 32045 FROM WS-DNO-RESULT
            .
       J0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ZELLER'S CONGRUENCE ON THE CURRENT DATE: RESULT 0 IS     *
      * SATURDAY, 1 SUNDAY, 2 MONDAY AND SO ON.                  *
      *----------------------------------------------------------*
       Q0004-DAY-OF-WEEK.

            MOVE WS-CUR-DD   TO WS-ZEL-Q
            MOVE WS-CUR-MM   TO WS-ZEL-M
            MOVE WS-CUR-YYYY TO WS-ZEL-Y

            IF WS-ZEL-M LESS THAN 3
               ADD 12 TO WS-ZEL-M
               SUBTRACT 1 FROM WS-ZEL-Y
            END-IF

            DIVIDE WS-ZEL-Y BY 100 GIVING WS-ZEL-J
                REMAINDER WS-ZEL-K

            MOVE WS-ZEL-Q TO WS-ZEL-SUM

            ADD 1 TO WS-ZEL-M GIVING WS-ZEL-WORK
            MULTIPLY WS-ZEL-WORK BY 13 GIVING WS-ZEL-WORK
            DIVIDE WS-ZEL-WORK BY 5 GIVING WS-ZEL-WORK
            ADD WS-ZEL-WORK TO WS-ZEL-SUM

            ADD WS-ZEL-K TO WS-ZEL-SUM

            DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-WORK
            ADD WS-ZEL-WORK TO WS-ZEL-SUM

            DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-WORK
            ADD WS-ZEL-WORK TO WS-ZEL-SUM

            MULTIPLY WS-ZEL-J BY 5 GIVING WS-ZEL-WORK
            ADD WS-ZEL-WORK TO WS-ZEL-SUM

            DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-DIV
                REMAINDER WS-ZEL-DOW
            .
       Q0004-EXIT.
            EXIT.

       Q0005-NEXT-DAY.

            PERFORM Q0007-MONTH-LENGTH THRU Q0007-EXIT

            IF WS-CUR-DD LESS THAN WS-VAL-MAX-DD
               ADD 1 TO WS-CUR-DD
            ELSE
               MOVE 1 TO WS-CUR-DD
               IF WS-CUR-MM LESS THAN 12
                  ADD 1 TO WS-CUR-MM
               ELSE
                  MOVE 1 TO WS-CUR-MM
                  ADD 1 TO WS-CUR-YYYY
               END-IF
            END-IF
            .
       Q0005-EXIT.
            EXIT.

       Q0006-PRIOR-DAY.

            IF WS-CUR-DD GREATER THAN 1
               SUBTRACT 1 FROM WS-CUR-DD
               GO TO Q0006-EXIT
            END-IF

            IF WS-CUR-MM GREATER THAN 1
               SUBTRACT 1 FROM WS-CUR-MM
            ELSE
               MOVE 12 TO WS-CUR-MM
               SUBTRACT 1 FROM WS-CUR-YYYY
            END-IF

            PERFORM Q0007-MONTH-LENGTH THRU Q0007-EXIT
            MOVE WS-VAL-MAX-DD TO WS-CUR-DD
            .
       Q0006-EXIT.
            EXIT.

      *    days in the current date's month into WS-VAL-MAX-DD
       Q0007-MONTH-LENGTH.

            EVALUATE WS-CUR-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-VAL-MAX-DD
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-VAL-MAX-DD
               WHEN 2
                    DIVIDE WS-CUR-YYYY BY 4 GIVING WS-VAL-DIV
                        REMAINDER WS-VAL-REM
                    IF WS-VAL-REM NOT EQUAL ZERO
                       MOVE 28 TO WS-VAL-MAX-DD
                    ELSE
                       DIVIDE WS-CUR-YYYY BY 100 GIVING WS-VAL-DIV
                           REMAINDER WS-VAL-REM
                       IF WS-VAL-REM NOT EQUAL ZERO
                          MOVE 29 TO WS-VAL-MAX-DD
                       ELSE
                          DIVIDE WS-CUR-YYYY BY 400 GIVING WS-VAL-DIV
                              REMAINDER WS-VAL-REM
                          IF WS-VAL-REM NOT EQUAL ZERO
                             MOVE 28 TO WS-VAL-MAX-DD
                          ELSE
                             MOVE 29 TO WS-VAL-MAX-DD
                          END-IF
                       END-IF
                    END-IF
            END-EVALUATE
            .
       Q0007-EXIT.
            EXIT.

      *    move the current date WS-PCL-STEP-DAYS days forward or
      *    back, as WS-PCL-STEP-SW says
       Q0008-STEP-DAYS.

            MOVE ZERO TO WS-PCL-STEP-CTR
            PERFORM Q0009-STEP-ONE THRU Q0009-EXIT
                UNTIL WS-PCL-STEP-CTR NOT LESS THAN WS-PCL-STEP-DAYS
            .
       Q0008-EXIT.
            EXIT.

       Q0009-STEP-ONE.

            IF WS-PCL-STEP-FWD
               PERFORM Q0005-NEXT-DAY THRU Q0005-EXIT
            ELSE
               PERFORM Q0006-PRIOR-DAY THRU Q0006-EXIT
            END-IF
            ADD 1 TO WS-PCL-STEP-CTR
            .
       Q0009-EXIT.
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

       F0009-WRITE-PRINT.

            WRITE WS-PRINT-REPORT
               AFTER ADVANCING 1 LINE

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       F0009-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-IN OR WS-MSG-CALFILE OR WS-MSG-PPCFILE
                    OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-CAL-FULL
                    OR WS-MSG-REF-SEQ OR WS-MSG-CAL-SHORT
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
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

            CLOSE CALFILE.

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PPCFILE.

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  PAY CALENDAR BUILD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  CARDS READ..............: ' WS-CARD-CTR.
            DISPLAY '  CALENDAR DATES LOADED...: ' WS-CAL-COUNT.
            DISPLAY '  CALENDARS BUILT.........: ' WS-PCL-CMP-COUNT.
            DISPLAY '  PERIODS WRITTEN.........: ' WS-PERIOD-CTR.
            DISPLAY '  PAY DATES MOVED BACK....: ' WS-MOVED-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
