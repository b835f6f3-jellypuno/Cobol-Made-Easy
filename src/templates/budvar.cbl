       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR01.
      *----------------------------------------------------------*
      * MONTH-END DEPARTMENT BUDGET-VERSUS-ACTUAL REPORT.  PARM   *
      * CARRIES THE ACCOUNTING PERIOD (YYYY-MM), AS FOR GLPOST01. *
      * THE STEP:                                                *
      *   - TAKES EACH DEPARTMENT'S BUDGET OFF THE BUDGET FILE   *
      *     (BUDREC001): THE PERIOD'S OWN ENTRY, THE SUM OF THE  *
      *     YEAR'S ENTRIES UP TO AND INCLUDING THE PERIOD (YEAR  *
      *     TO DATE) AND THE SUM OF ALL TWELVE (ANNUAL);         *
      *   - TAKES YEAR-TO-DATE ACTUAL SPEND FROM THE 'D'         *
      *     DEPARTMENT AND 'P' ONE-OFF PAYMENT BUCKETS OF THE    *
      *     YTD ACCUMULATOR                                      *
      *     (YTDREC001) -- RUN THIS AGAINST THE GENERATION       *
      *     CURRENT AT THE PERIOD'S CLOSE;                       *
      *   - TAKES THE PERIOD'S ACTUAL SPEND PER DEPARTMENT FROM  *
      *     THE MONTH'S REPORTS CONCATENATED ON RPTIN (THE SAME  *
      *     SUBTOTAL-LINE PARSE GLPOST01 AND CONSOL01 USE, SO    *
      *     LABOR DISTRIBUTED IN LANDS ON THE RECEIVING COST     *
      *     CENTER) AND PROVES THEIR SUM AGAINST THE PERIOD'S    *
      *     SUCCESSFUL RUNS ON THE RUN-HISTORY FILE (RUNREC001), *
      *     SO A MISSING DAY'S REPORT SHOWS ON THE PROOF LINE;   *
      *   - PRINTS BUDGET, ACTUAL, VARIANCE (BUDGET LESS ACTUAL) *
      *     AND PERCENTAGE USED FOR THE MONTH AND THE YEAR, ONE  *
      *     LINE PER DEPARTMENT IN CODE ORDER, AND FLAGS A       *
      *     DEPARTMENT OVER BUDGET FOR THE YEAR OR THE MONTH, OR *
      *     TRENDING TO OVERRUN -- YEAR-TO-DATE ACTUAL AT THE    *
      *     CURRENT RUN RATE (ACTUAL / MONTHS ELAPSED X 12)      *
      *     ABOVE THE ANNUAL BUDGET.  A TRENDING DEPARTMENT GETS  *
      *     A SECOND LINE WITH THE PROJECTION.                   *
      * ANY DEPARTMENT OVER BUDGET ENDS THE STEP WITH THE        *
      * OVER-BUDGET RETURN CODE (06) AND A WARNING ON THE        *
      * CONSOLE SO THE SCHEDULER CAN NOTIFY THE CONTROLLER.      *
      * TRENDING ALONE IS REPORTED BUT DOES NOT SET THE CODE.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BUDFILE ASSIGN TO BUDFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUD-STAT.

            SELECT YTDIN ASSIGN TO YTDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STAT.

            SELECT RUNHIST ASSIGN TO RUNHIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RNH-STAT.

            SELECT RPTIN ASSIGN TO RPTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD BUDFILE.
       COPY BUDREC001.

       FD YTDIN.
       COPY YTDREC001.

       FD RUNHIST.
       COPY RUNREC001.

       FD RPTIN.
       01 RPT-LINE-REC          PIC X(133).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'BUDVAR01'.

       COPY CONSTANT.

       01 BVR-REPORT-LAYOUT.
            02 BVR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(35)
                   VALUE 'DEPARTMENT BUDGET VERSUS ACTUAL'.
                05 FILLER       PIC X(08) VALUE 'PERIOD: '.
                05 BRH-PERIOD   PIC X(07).
                05 FILLER       PIC X(81) VALUE SPACES.
            02 BVR-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'DEPT'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '     MTH BUDGET'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '     MTH ACTUAL'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '   MTH VARIANCE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE ' %USED'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '     YTD BUDGET'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '     YTD ACTUAL'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '   YTD VARIANCE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE ' %USED'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'FLAG'.
                05 FILLER       PIC X(05) VALUE SPACES.
            02 BVR-DETAIL-LAYOUT.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-DEPT     PIC X(04).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-MTH-BUDGET
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-MTH-ACTUAL
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-MTH-VARIANCE
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-MTH-PCT  PIC ZZZ9.9.
                05 BRD-MTH-PCT-X REDEFINES BRD-MTH-PCT
                                PIC X(06).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-YTD-BUDGET
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-YTD-ACTUAL
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-YTD-VARIANCE
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-YTD-PCT  PIC ZZZ9.9.
                05 BRD-YTD-PCT-X REDEFINES BRD-YTD-PCT
                                PIC X(06).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 BRD-FLAG     PIC X(12).
                05 FILLER       PIC X(05) VALUE SPACES.
            02 BVR-TREND-LAYOUT.
                05 FILLER       PIC X(08) VALUE SPACES.
                05 FILLER       PIC X(25)
                   VALUE 'RUN RATE: PROJECTED YEAR '.
                05 BRT-PROJECTED
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(19)
                   VALUE '  VS ANNUAL BUDGET '.
                05 BRT-ANNUAL   PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(51) VALUE SPACES.
            02 BVR-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 BRC-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 BRC-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(86) VALUE SPACES.
            02 BVR-PROOF-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 BRP-CHECK    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 BRP-LEFT     PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(04) VALUE ' VS '.
                05 BRP-RIGHT    PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 BRP-VERDICT  PIC X(14).
                05 FILLER       PIC X(43) VALUE SPACES.

      *    per-department budget and actual figures for the
      *    period, built in code order from all three inputs
       01 WS-BUDGET-VAR-AREA.
            02 WS-BVA-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-BVA-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-BVA-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-BVA-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-BVA-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-BVA-FOUND-NO   VALUE 'N'.
                88 WS-BVA-FOUND-YES  VALUE 'Y'.
            02 WS-BVA-ENTRY OCCURS 1000 TIMES.
                05 WS-BVA-CODE       PIC X(04).
                05 WS-BVA-MTH-BUDGET PIC S9(11)V99 COMP-3.
                05 WS-BVA-YTD-BUDGET PIC S9(11)V99 COMP-3.
                05 WS-BVA-YR-BUDGET  PIC S9(11)V99 COMP-3.
                05 WS-BVA-MTH-ACTUAL PIC S9(11)V99 COMP-3.
                05 WS-BVA-YTD-ACTUAL PIC S9(11)V99 COMP-3.

       01 WS-PARSE-FIELDS.
            02 WS-PARSE-IX       PIC 9(04) COMP VALUE ZERO.
            02 WS-PARSE-END      PIC 9(04) COMP VALUE ZERO.
            02 WS-PARSE-CTR      PIC 9(13) VALUE ZERO.
            02 WS-PARSE-DIGIT    PIC 9(01) VALUE ZERO.
            02 WS-WORK-SALARY    PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-WORK-CODE      PIC X(04) VALUE SPACES.

       01 WS-PERIOD-AREA.
            02 WS-PERIOD         PIC 9(06) VALUE ZERO.
            02 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
                05 WS-PERIOD-YEAR    PIC 9(04).
                05 WS-PERIOD-MONTH   PIC 9(02).

      *    one line's worth of figures, loaded from the table entry
      *    (or the grand totals) before the detail line is built
       01 WS-VAR-LINE-FIELDS.
            02 WS-VL-MTH-BUDGET  PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-YTD-BUDGET  PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-YR-BUDGET   PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-MTH-ACTUAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-YTD-ACTUAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-VARIANCE    PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-PROJECTED   PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-VL-PCT-WORK    PIC S9(15)V99 COMP-3 VALUE ZERO.
            02 WS-VL-PCT-USED    PIC 9(04)V9 VALUE ZERO.
            02 WS-VL-OVER-SW     PIC X(01) VALUE 'N'.
                88 WS-VL-OVER-NO     VALUE 'N'.
                88 WS-VL-OVER-YES    VALUE 'Y'.
            02 WS-VL-TREND-SW    PIC X(01) VALUE 'N'.
                88 WS-VL-TREND-NO    VALUE 'N'.
                88 WS-VL-TREND-YES   VALUE 'Y'.

       77 WS-PERIOD-EDIT        PIC X(07) VALUE SPACES.
      *    one end-of-file switch per input, declared here the way
      *    the other standalone programs declare their own items
       77 WS-BUD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-BUD-EOF-NO        VALUE 'N'.
           88 WS-BUD-EOF-YES       VALUE 'Y'.
       77 WS-YTD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-YTD-EOF-NO        VALUE 'N'.
           88 WS-YTD-EOF-YES       VALUE 'Y'.
       77 WS-RNH-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-RNH-EOF-NO        VALUE 'N'.
           88 WS-RNH-EOF-YES       VALUE 'Y'.
       77 WS-RPT-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-RPT-EOF-NO        VALUE 'N'.
           88 WS-RPT-EOF-YES       VALUE 'Y'.
       77 WS-HIST-SALARY        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-HIST-RUN-CTR       PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-TOT-MTH-BUDGET     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-YTD-BUDGET     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-YR-BUDGET      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-MTH-ACTUAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-YTD-ACTUAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-BUD-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-OVER-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-TREND-CTR          PIC 9(05) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-PERIOD.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-PRD-TEXT  PIC X(07).
      *
       PROCEDURE DIVISION USING WS-PARM-PERIOD.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM D0001-READ-BUDGET THRU D0001-EXIT
                UNTIL WS-BUD-EOF-YES
            PERFORM D0002-READ-YTD THRU D0002-EXIT
                UNTIL WS-YTD-EOF-YES
            PERFORM D0003-TALLY-HIST THRU D0003-EXIT
                UNTIL WS-RNH-EOF-YES
            PERFORM E0001-SCAN-REPORT THRU E0001-EXIT
                UNTIL WS-RPT-EOF-YES
            PERFORM G0001-PRNT-DEPTS THRU G0001-EXIT
            PERFORM G0004-PRNT-TOTALS THRU G0004-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       C0001-INIT-PARM.

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME

            IF WS-PARM-LEN NOT EQUAL 7
               OR WS-PARM-PRD-TEXT(1:4) NOT NUMERIC
               OR WS-PARM-PRD-TEXT(6:2) NOT NUMERIC
               OR WS-PARM-PRD-TEXT(5:1) NOT EQUAL '-'
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-PARM-PRD-TEXT(6:2) LESS THAN '01'
               OR WS-PARM-PRD-TEXT(6:2) GREATER THAN '12'
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-PARM-PRD-TEXT      TO WS-PERIOD-EDIT
            MOVE WS-PARM-PRD-TEXT(1:4) TO WS-PERIOD(1:4)
            MOVE WS-PARM-PRD-TEXT(6:2) TO WS-PERIOD(5:2)
            .
       C0001-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT BUDFILE.

            IF WS-BUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUDFILE TO TRUE
               MOVE WS-BUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT YTDIN.

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT RUNHIST.

            IF WS-RNH-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RH TO TRUE
               MOVE WS-RNH-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT RPTIN.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
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

            MOVE WS-PERIOD-EDIT TO BRH-PERIOD
            MOVE BVR-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE BVR-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT.

       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONLY THE PERIOD'S YEAR COUNTS.  EVERY ENTRY FOR THE YEAR  *
      * GOES TO THE ANNUAL BUDGET, ENTRIES UP TO THE PERIOD TO    *
      * THE YEAR-TO-DATE BUDGET, THE PERIOD'S OWN TO THE MONTH.   *
      *----------------------------------------------------------*
       D0001-READ-BUDGET.

            READ BUDFILE
              AT END
                 SET WS-BUD-EOF-YES TO TRUE
                 GO TO D0001-EXIT
            END-READ

            IF WS-BUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUDFILE TO TRUE
               MOVE WS-BUD-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-BUD-REC-CTR

            IF BUD-PERIOD(1:4) NOT EQUAL WS-PERIOD(1:4)
               GO TO D0001-EXIT
            END-IF

            MOVE BUD-DEPT TO WS-WORK-CODE
            PERFORM V0001-FIND-DEPT THRU V0001-EXIT

            ADD BUD-AMOUNT TO WS-BVA-YR-BUDGET(WS-BVA-IX)

            IF BUD-PERIOD NOT GREATER THAN WS-PERIOD
               ADD BUD-AMOUNT TO WS-BVA-YTD-BUDGET(WS-BVA-IX)
            END-IF

            IF BUD-PERIOD EQUAL WS-PERIOD
               ADD BUD-AMOUNT TO WS-BVA-MTH-BUDGET(WS-BVA-IX)
            END-IF
            .
       D0001-EXIT.
            EXIT.

       D0002-READ-YTD.

            READ YTDIN
              AT END
                 SET WS-YTD-EOF-YES TO TRUE
                 GO TO D0002-EXIT
            END-READ

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF YTD-TYPE-DEPT OR YTD-TYPE-ONEOFF-DEPT
               MOVE YTD-DEPT TO WS-WORK-CODE
               PERFORM V0001-FIND-DEPT THRU V0001-EXIT
               ADD YTD-AMOUNT TO WS-BVA-YTD-ACTUAL(WS-BVA-IX)
            END-IF
            .
       D0002-EXIT.
            EXIT.

       D0003-TALLY-HIST.

            READ RUNHIST
              AT END
                 SET WS-RNH-EOF-YES TO TRUE
                 GO TO D0003-EXIT
            END-READ

            IF WS-RNH-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-RH TO TRUE
               MOVE WS-RNH-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RUN-DATE(1:6) EQUAL WS-PERIOD(1:6)
               AND RUN-RETURN-CDE EQUAL ZERO
               ADD 1                TO WS-HIST-RUN-CTR
               ADD RUN-SALARY-TOTAL TO WS-HIST-SALARY
            END-IF
            .
       D0003-EXIT.
            EXIT.

       E0001-SCAN-REPORT.

            READ RPTIN
              AT END
                 SET WS-RPT-EOF-YES TO TRUE
                 GO TO E0001-EXIT
            END-READ

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RPT-LINE-REC(3:4) EQUAL 'DEPT'
               AND RPT-LINE-REC(35:13) EQUAL 'GROUP RECORDS'
               PERFORM Q0005-ABSORB-DEPT THRU Q0005-EXIT
            END-IF
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SUBTOTAL LINES ARE PARSED OFF THE PRINTED LAYOUT THE      *
      * SAME WAY GLPOST01 DOES IT (OUREC001 COLUMN POSITIONS);    *
      * THE CR SIGN POSITIONS MAKE THE AMOUNT A CREDIT.           *
      *----------------------------------------------------------*
       Q0005-ABSORB-DEPT.

            MOVE RPT-LINE-REC(8:4)   TO WS-WORK-CODE

            MOVE 81 TO WS-PARSE-IX
            MOVE 94 TO WS-PARSE-END
            PERFORM Q0006-PARSE-NUMBER THRU Q0006-EXIT
            DIVIDE WS-PARSE-CTR BY 100 GIVING WS-WORK-SALARY

            IF RPT-LINE-REC(95:2) EQUAL 'CR'
               MULTIPLY WS-WORK-SALARY BY -1 GIVING WS-WORK-SALARY
            END-IF

            PERFORM V0001-FIND-DEPT THRU V0001-EXIT
            ADD WS-WORK-SALARY TO WS-BVA-MTH-ACTUAL(WS-BVA-IX)
            .
       Q0005-EXIT.
            EXIT.

       Q0006-PARSE-NUMBER.

            MOVE ZERO TO WS-PARSE-CTR
            PERFORM Q0007-PARSE-DIGIT THRU Q0007-EXIT
                UNTIL WS-PARSE-IX GREATER THAN WS-PARSE-END
            .
       Q0006-EXIT.
            EXIT.

       Q0007-PARSE-DIGIT.

            IF RPT-LINE-REC(WS-PARSE-IX:1) NUMERIC
               MULTIPLY WS-PARSE-CTR BY 10 GIVING WS-PARSE-CTR
               MOVE RPT-LINE-REC(WS-PARSE-IX:1) TO WS-PARSE-DIGIT
               ADD WS-PARSE-DIGIT TO WS-PARSE-CTR
            END-IF
            ADD 1 TO WS-PARSE-IX
            .
       Q0007-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * LOCATES WS-WORK-CODE IN THE DEPARTMENT TABLE, INSERTING   *
      * A ZEROED ENTRY IN CODE ORDER WHEN IT IS NOT THERE YET;    *
      * LEAVES WS-BVA-IX ON THE ENTRY EITHER WAY.                 *
      *----------------------------------------------------------*
       V0001-FIND-DEPT.

            SET WS-BVA-FOUND-NO TO TRUE
            MOVE 1 TO WS-BVA-IX
            PERFORM V0002-SCAN-DEPT THRU V0002-EXIT
                UNTIL WS-BVA-FOUND-YES
                   OR WS-BVA-IX GREATER THAN WS-BVA-COUNT
                   OR WS-BVA-CODE(WS-BVA-IX) GREATER THAN
                      WS-WORK-CODE

            IF WS-BVA-FOUND-YES
               GO TO V0001-EXIT
            END-IF

            IF WS-BVA-COUNT GREATER THAN OR EQUAL TO WS-BVA-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-BVA-COUNT
            MOVE WS-BVA-COUNT TO WS-BVA-JX
            PERFORM V0003-SHIFT-DEPT THRU V0003-EXIT
                UNTIL WS-BVA-JX LESS THAN OR EQUAL TO WS-BVA-IX

            INITIALIZE WS-BVA-ENTRY(WS-BVA-IX)
            MOVE WS-WORK-CODE TO WS-BVA-CODE(WS-BVA-IX)
            .
       V0001-EXIT.
            EXIT.

       V0002-SCAN-DEPT.

            IF WS-BVA-CODE(WS-BVA-IX) EQUAL WS-WORK-CODE
               SET WS-BVA-FOUND-YES TO TRUE
            ELSE
               IF WS-BVA-CODE(WS-BVA-IX) LESS THAN WS-WORK-CODE
                  ADD 1 TO WS-BVA-IX
               END-IF
            END-IF
            .
       V0002-EXIT.
            EXIT.

       V0003-SHIFT-DEPT.

            IF WS-BVA-JX GREATER THAN WS-BVA-IX
               MOVE WS-BVA-ENTRY(WS-BVA-JX - 1)
                 TO WS-BVA-ENTRY(WS-BVA-JX)
            END-IF
            SUBTRACT 1 FROM WS-BVA-JX
            .
       V0003-EXIT.
            EXIT.

       G0001-PRNT-DEPTS.

            MOVE ZERO TO WS-BVA-IX
            PERFORM G0002-PRNT-ONE-DEPT THRU G0002-EXIT
                UNTIL WS-BVA-IX GREATER THAN OR EQUAL TO
                      WS-BVA-COUNT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-ONE-DEPT.

            ADD 1 TO WS-BVA-IX

            MOVE WS-BVA-MTH-BUDGET(WS-BVA-IX) TO WS-VL-MTH-BUDGET
            MOVE WS-BVA-YTD-BUDGET(WS-BVA-IX) TO WS-VL-YTD-BUDGET
            MOVE WS-BVA-YR-BUDGET(WS-BVA-IX)  TO WS-VL-YR-BUDGET
            MOVE WS-BVA-MTH-ACTUAL(WS-BVA-IX) TO WS-VL-MTH-ACTUAL
            MOVE WS-BVA-YTD-ACTUAL(WS-BVA-IX) TO WS-VL-YTD-ACTUAL

            ADD WS-VL-MTH-BUDGET TO WS-TOT-MTH-BUDGET
            ADD WS-VL-YTD-BUDGET TO WS-TOT-YTD-BUDGET
            ADD WS-VL-YR-BUDGET  TO WS-TOT-YR-BUDGET
            ADD WS-VL-MTH-ACTUAL TO WS-TOT-MTH-ACTUAL
            ADD WS-VL-YTD-ACTUAL TO WS-TOT-YTD-ACTUAL

            MOVE WS-BVA-CODE(WS-BVA-IX) TO BRD-DEPT
            PERFORM G0003-BUILD-LINE THRU G0003-EXIT

            MOVE SPACES TO BRD-FLAG
            IF WS-VL-YTD-ACTUAL GREATER THAN WS-VL-YTD-BUDGET
               MOVE 'OVER BUDGET' TO BRD-FLAG
               SET WS-VL-OVER-YES TO TRUE
            ELSE
               IF WS-VL-MTH-ACTUAL GREATER THAN WS-VL-MTH-BUDGET
                  MOVE 'OVER MONTH' TO BRD-FLAG
                  SET WS-VL-OVER-YES TO TRUE
               ELSE
                  IF WS-VL-TREND-YES
                     MOVE 'TRENDING' TO BRD-FLAG
                  END-IF
               END-IF
            END-IF

            IF WS-VL-OVER-YES
               ADD 1 TO WS-OVER-CTR
            END-IF

            MOVE BVR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-VL-TREND-YES
               ADD 1 TO WS-TREND-CTR
               MOVE WS-VL-PROJECTED TO BRT-PROJECTED
               MOVE WS-VL-YR-BUDGET TO BRT-ANNUAL
               MOVE BVR-TREND-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * FILLS THE FIGURE COLUMNS OF BVR-DETAIL-LAYOUT FROM THE    *
      * WS-VL- FIELDS AND WORKS OUT THE RUN-RATE PROJECTION.      *
      * PERCENTAGE USED IS ACTUAL OVER BUDGET; IT SHOWS N/A WHEN  *
      * THERE IS NO BUDGET AND ZERO WHEN THE PERIOD NETS TO A     *
      * CREDIT.                                                   *
      *----------------------------------------------------------*
       G0003-BUILD-LINE.

            SET WS-VL-OVER-NO  TO TRUE
            SET WS-VL-TREND-NO TO TRUE

            MOVE WS-VL-MTH-BUDGET TO BRD-MTH-BUDGET
            MOVE WS-VL-MTH-ACTUAL TO BRD-MTH-ACTUAL
            SUBTRACT WS-VL-MTH-ACTUAL FROM WS-VL-MTH-BUDGET
                GIVING WS-VL-VARIANCE
            MOVE WS-VL-VARIANCE   TO BRD-MTH-VARIANCE

            IF WS-VL-MTH-BUDGET NOT GREATER THAN ZERO
               MOVE '   N/A' TO BRD-MTH-PCT-X
            ELSE
               MOVE ZERO TO WS-VL-PCT-USED
               IF WS-VL-MTH-ACTUAL GREATER THAN ZERO
                  MULTIPLY WS-VL-MTH-ACTUAL BY 100
                      GIVING WS-VL-PCT-WORK
                  DIVIDE WS-VL-PCT-WORK BY WS-VL-MTH-BUDGET
                      GIVING WS-VL-PCT-USED ROUNDED
                      ON SIZE ERROR MOVE 9999.9 TO WS-VL-PCT-USED
                  END-DIVIDE
               END-IF
               MOVE WS-VL-PCT-USED TO BRD-MTH-PCT
            END-IF

            MOVE WS-VL-YTD-BUDGET TO BRD-YTD-BUDGET
            MOVE WS-VL-YTD-ACTUAL TO BRD-YTD-ACTUAL
            SUBTRACT WS-VL-YTD-ACTUAL FROM WS-VL-YTD-BUDGET
                GIVING WS-VL-VARIANCE
            MOVE WS-VL-VARIANCE   TO BRD-YTD-VARIANCE

            IF WS-VL-YTD-BUDGET NOT GREATER THAN ZERO
               MOVE '   N/A' TO BRD-YTD-PCT-X
            ELSE
               MOVE ZERO TO WS-VL-PCT-USED
               IF WS-VL-YTD-ACTUAL GREATER THAN ZERO
                  MULTIPLY WS-VL-YTD-ACTUAL BY 100
                      GIVING WS-VL-PCT-WORK
                  DIVIDE WS-VL-PCT-WORK BY WS-VL-YTD-BUDGET
                      GIVING WS-VL-PCT-USED ROUNDED
                      ON SIZE ERROR MOVE 9999.9 TO WS-VL-PCT-USED
                  END-DIVIDE
               END-IF
               MOVE WS-VL-PCT-USED TO BRD-YTD-PCT
            END-IF

            MULTIPLY WS-VL-YTD-ACTUAL BY 12 GIVING WS-VL-PCT-WORK
            DIVIDE WS-VL-PCT-WORK BY WS-PERIOD-MONTH
                GIVING WS-VL-PROJECTED ROUNDED

            IF WS-VL-PROJECTED GREATER THAN WS-VL-YR-BUDGET
               SET WS-VL-TREND-YES TO TRUE
            END-IF
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-TOTALS.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE WS-TOT-MTH-BUDGET TO WS-VL-MTH-BUDGET
            MOVE WS-TOT-YTD-BUDGET TO WS-VL-YTD-BUDGET
            MOVE WS-TOT-YR-BUDGET  TO WS-VL-YR-BUDGET
            MOVE WS-TOT-MTH-ACTUAL TO WS-VL-MTH-ACTUAL
            MOVE WS-TOT-YTD-ACTUAL TO WS-VL-YTD-ACTUAL

            MOVE 'ALL '  TO BRD-DEPT
            PERFORM G0003-BUILD-LINE THRU G0003-EXIT
            MOVE SPACES  TO BRD-FLAG
            MOVE BVR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'DEPARTMENTS REPORTED' TO BRC-LABEL
            MOVE WS-BVA-COUNT           TO BRC-COUNT
            PERFORM G0005-PRNT-LINE THRU G0005-EXIT
            MOVE 'DEPARTMENTS OVER BUDGET' TO BRC-LABEL
            MOVE WS-OVER-CTR               TO BRC-COUNT
            PERFORM G0005-PRNT-LINE THRU G0005-EXIT
            MOVE 'DEPARTMENTS TRENDING TO OVERRUN' TO BRC-LABEL
            MOVE WS-TREND-CTR                      TO BRC-COUNT
            PERFORM G0005-PRNT-LINE THRU G0005-EXIT
            MOVE 'RUNS IN PERIOD'  TO BRC-LABEL
            MOVE WS-HIST-RUN-CTR   TO BRC-COUNT
            PERFORM G0005-PRNT-LINE THRU G0005-EXIT

            MOVE 'MONTH ACTUAL VS RUN-HISTORY SALARY'
              TO BRP-CHECK
            MOVE WS-TOT-MTH-ACTUAL TO BRP-LEFT
            MOVE WS-HIST-SALARY    TO BRP-RIGHT
            IF WS-TOT-MTH-ACTUAL EQUAL WS-HIST-SALARY
               MOVE 'AGREES'         TO BRP-VERDICT
            ELSE
               MOVE 'DIFFERS'       TO BRP-VERDICT
            END-IF
            MOVE BVR-PROOF-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-OVER-CTR GREATER THAN ZERO
               SET WS-RC-OVER-BUDGET TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 6 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' DEPARTMENT OVER BUDGET'
            END-IF
            .
       G0004-EXIT.
            EXIT.

       G0005-PRNT-LINE.

            MOVE BVR-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0005-EXIT.
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
               WHEN WS-MSG-OP-RH OR WS-MSG-OP-IN OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-BUDFILE OR WS-MSG-YTDFILE)
                    AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-RH OR WS-MSG-RD-IN
                    OR WS-MSG-BUDFILE OR WS-MSG-YTDFILE
                    OR WS-MSG-RECAP-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CL-OU
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
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

            CLOSE BUDFILE YTDIN RUNHIST RPTIN.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  BUDGET VARIANCE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  PERIOD..................: ' WS-PERIOD-EDIT.
            DISPLAY '  BUDGET RECORDS READ.....: ' WS-BUD-REC-CTR.
            DISPLAY '  RUNS IN PERIOD..........: ' WS-HIST-RUN-CTR.
            DISPLAY '  DEPARTMENTS REPORTED....: ' WS-BVA-COUNT.
            DISPLAY '  DEPARTMENTS OVER BUDGET.: ' WS-OVER-CTR.
            DISPLAY '  DEPARTMENTS TRENDING....: ' WS-TREND-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
