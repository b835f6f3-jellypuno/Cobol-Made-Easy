       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCQLT01.
      *----------------------------------------------------------*
      * MONTHLY SOURCE-SYSTEM DATA QUALITY SCORECARD.  PARM       *
      * CARRIES THE ACCOUNTING PERIOD (YYYY-MM), AS FOR HDCTRN01. *
      * FOR EVERY SOURCE SYSTEM FEDMRG01 STAMPED ON THE FEED THE  *
      * SCORECARD SHOWS:                                          *
      *   - RECORDS SENT, ACCEPTED AND REJECTED IN THE PERIOD --  *
      *     THE DAILY UPDATE'S WRITTEN / BYPASSED / REJECTED      *
      *     DISPOSITIONS ON THE AUDIT TRAIL (AUDIN, THE RETAINED  *
      *     TRAIL OLDEST FIRST, AS FOR REJAGE01) BY AUD-SOURCE-   *
      *     SYS.  BYPASSED RECORDS PASSED THEIR EDITS AND COUNT   *
      *     AS ACCEPTED;                                          *
      *   - THE REJECTS BY REJ-REASON-CDE AND BY RULES-ENGINE     *
      *     REJ-RULE-ID, EACH REJECTED DISPOSITION JOINED ON THE  *
      *     RECORD NUMBER TO THE REJECT FILE (REJIN).  WHEN THE   *
      *     TRAIL ENTRY CARRIES NO SOURCE THE ONE INSIDE          *
      *     REJ-VARCHAR IS USED;                                  *
      *   - DUPLICATE KEYS LOST ON FEDMRG01 PRECEDENCE, OFF THE   *
      *     'CROSS-FEED DUP' LINES OF THE MONTH'S FEDMRG01        *
      *     REPORTS (MRGRPT, GENERATIONS CONCATENATED), CHARGED   *
      *     TO THE DROPPED SOURCE.  A DROPPED RECORD NEVER        *
      *     REACHES THE UPDATE SO IT IS NOT IN RECORDS SENT;      *
      *   - AVERAGE DAYS TO CORRECT: FOR EVERY REJECT RECYCLED    *
      *     (OR CLOSED BY THE SENDER'S RESUBMISSION) IN THE       *
      *     PERIOD, BUSINESS DAYS ON THE CALENDAR (CALIN) FROM    *
      *     ITS REJECTION TO ITS RECYCLE, THE SAME COUNT          *
      *     REJAGE01 AGES OPEN ITEMS BY.  A RECYCLE WHOSE         *
      *     REJECTION IS OFF THE TRAIL IS NOT TIMED;              *
      *   - TREND OF REJECT RATE AND DAYS TO CORRECT AGAINST THE  *
      *     PRIOR THREE MONTHS, AND THE TOP FIVE RECURRING        *
      *     DEFECTS (REASON / RULE) RANKED ON THEIR FOUR-MONTH    *
      *     TOTAL, BOTH OFF THE QUALITY HISTORY.                  *
      * THE STEP CUTS THE NEW HISTORY GENERATION (SQHOUT,         *
      * SQHREC001) FROM THE OLD ONE (SQHIN) THE WAY HDCTRN01      *
      * DOES, REPLACING ANY ENTRIES ALREADY THERE FOR THE PERIOD  *
      * SO A RERUN IS SAFE.  NO SQHIN (STATUS 35) IS THE FIRST    *
      * MONTH AND THE TREND SHOWS NO HISTORY.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT REJIN ASSIGN TO REJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STAT.

            SELECT AUDIN ASSIGN TO AUDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT CALIN ASSIGN TO CALIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STAT.

            SELECT MRGRPT ASSIGN TO MRGRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT SQHIN ASSIGN TO SQHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SQH-STAT.

            SELECT SQHOUT ASSIGN TO SQHOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SQO-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REJIN.
       COPY REJREC001.

       FD AUDIN.
       COPY AUDREC001.

       FD CALIN.
       COPY CALREC001.

       FD MRGRPT.
       01 RPT-LINE-REC          PIC X(133).

       FD SQHIN.
       COPY SQHREC001.

       FD SQHOUT.
       01 SQH-OUT-REC           PIC X(69).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'SRCQLT01'.

       COPY CONSTANT.

      *    the history entry being written to the new generation --
      *    SRC-QUAL-HIST-REC itself is the OLD generation's buffer
       COPY SQHREC001 REPLACING ==SRC-QUAL-HIST-REC== BY
                                ==WS-SQH-NEW-REC==
                                LEADING ==SQH== BY ==SQN==.

       01 SQR-REPORT-LAYOUT.
            02 SQR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(38)
                   VALUE 'SOURCE SYSTEM DATA QUALITY SCORECARD'.
                05 FILLER       PIC X(08) VALUE 'PERIOD: '.
                05 SHL-PERIOD   PIC X(07).
                05 FILLER       PIC X(18)
                   VALUE '   TREND AGAINST: '.
                05 SHL-FROM     PIC X(07).
                05 FILLER       PIC X(04) VALUE ' TO '.
                05 SHL-TO       PIC X(07).
                05 FILLER       PIC X(42) VALUE SPACES.
            02 SQR-SOURCE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'SOURCE '.
                05 SSL-SOURCE   PIC X(02).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'SENT '.
                05 SSL-SENT     PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'ACCEPTED '.
                05 SSL-ACCEPTED PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'REJECTED '.
                05 SSL-REJECTED PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'RATE '.
                05 SSL-RATE     PIC X(06).
                05 SSL-PCT-SIGN PIC X(01).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE 'DUP KEYS LOST '.
                05 SSL-DUPS     PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(20)
                   VALUE 'AVG DAYS TO CORRECT '.
                05 SSL-AVG-DAYS PIC X(06).
                05 FILLER       PIC X(06) VALUE SPACES.
            02 SQR-TREND-LAYOUT.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 STL-LABEL    PIC X(20).
                05 STL-PRIOR OCCURS 3 TIMES.
                    10 STL-PRD  PIC X(07).
                    10 FILLER   PIC X(01) VALUE SPACES.
                    10 STL-VAL  PIC X(06).
                    10 FILLER   PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'THIS MONTH '.
                05 STL-CUR      PIC X(06).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE '3-MONTH AVG '.
                05 STL-AVG      PIC X(06).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 STL-DIRECTION
                                PIC X(10).
                05 FILLER       PIC X(07) VALUE SPACES.
            02 SQR-SECTION-LAYOUT.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 SSC-TITLE    PIC X(40).
                05 FILLER       PIC X(89) VALUE SPACES.
            02 SQR-BREAKDOWN-LAYOUT.
                05 FILLER       PIC X(06) VALUE SPACES.
                05 SBL-LABEL    PIC X(08).
                05 SBL-TEXT     PIC X(22).
                05 SBL-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SBL-SHARE    PIC ZZ9.9.
                05 FILLER       PIC X(01) VALUE '%'.
                05 FILLER       PIC X(82) VALUE SPACES.
            02 SQR-DEFECT-LAYOUT.
                05 FILLER       PIC X(06) VALUE SPACES.
                05 SDL-RANK     PIC Z9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SDL-REASON   PIC X(16).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'RULE '.
                05 SDL-RULE-ID  PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'THIS MONTH '.
                05 SDL-CUR      PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE '4-MONTH TOTAL '.
                05 SDL-WINDOW   PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'MONTHS SEEN '.
                05 SDL-MONTHS   PIC 9(01).
                05 FILLER       PIC X(02) VALUE '/4'.
                05 FILLER       PIC X(36) VALUE SPACES.
            02 SQR-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SCL-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SCL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(82) VALUE SPACES.

      *    every reject on file with the rejection date joined in
      *    off the trail, same arrangement as REJAGE01's table
       01 WS-REJ-TABLE-AREA.
            02 WS-RJT-MAX        PIC 9(04) COMP VALUE 2000.
            02 WS-RJT-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-RJT-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-RJT-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-RJT-FOUND-NO   VALUE 'N'.
                88 WS-RJT-FOUND-YES  VALUE 'Y'.
            02 WS-RJT-ENTRY OCCURS 2000 TIMES.
                05 WS-RJT-NO      PIC 9(09).
                05 WS-RJT-REASON  PIC 9(02).
                05 WS-RJT-RULE-ID PIC X(04).
                05 WS-RJT-SOURCE  PIC X(02).
                05 WS-RJT-REJ-DATE PIC 9(08).

      *    per source system, in code order: month 1 is the period,
      *    months 2-4 the three before it off the history
       01 WS-SOURCE-AREA.
            02 WS-SRC-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
            02 WS-SRC-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-SRC-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-SRC-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-SRC-FOUND-NO   VALUE 'N'.
                88 WS-SRC-FOUND-YES  VALUE 'Y'.
            02 WS-SRC-ENTRY OCCURS 50 TIMES.
                05 WS-SRC-CODE       PIC X(02).
                05 WS-SRC-MONTH OCCURS 4 TIMES.
                    10 WS-SRC-SENT      PIC 9(07) COMP-3.
                    10 WS-SRC-ACCEPTED  PIC 9(07) COMP-3.
                    10 WS-SRC-REJECTED  PIC 9(07) COMP-3.
                    10 WS-SRC-DUP-LOST  PIC 9(07) COMP-3.
                    10 WS-SRC-CORRECTED PIC 9(07) COMP-3.
                    10 WS-SRC-CORR-DAYS PIC 9(09) COMP-3.
                05 WS-SRC-RSN-CTR    PIC 9(07) COMP-3 OCCURS 21 TIMES.

      *    defects (source / reason / rule id) in key order, with
      *    the same four months and the four-month roll-up
       01 WS-DEFECT-AREA.
            02 WS-DEF-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-BEST-IX    PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-DEF-FOUND-NO   VALUE 'N'.
                88 WS-DEF-FOUND-YES  VALUE 'Y'.
            02 WS-DEF-ENTRY OCCURS 500 TIMES.
                05 WS-DEF-KEY.
                    10 WS-DEF-SOURCE    PIC X(02).
                    10 WS-DEF-REASON    PIC 9(02).
                    10 WS-DEF-RULE-ID   PIC X(04).
                05 WS-DEF-MONTH-CTR  PIC 9(07) COMP-3 OCCURS 4 TIMES.
                05 WS-DEF-WINDOW-CTR PIC 9(07) COMP-3.
                05 WS-DEF-MONTHS-SEEN
                                     PIC 9(01).
                05 WS-DEF-RANKED-SW  PIC X(01).
                    88 WS-DEF-RANKED-NO  VALUE 'N'.
                    88 WS-DEF-RANKED-YES VALUE 'Y'.

       01 WS-WORK-DEF-KEY.
            02 WS-WORK-SOURCE    PIC X(02).
            02 WS-WORK-REASON    PIC 9(02).
            02 WS-WORK-RULE-ID   PIC X(04).

       01 WS-PERIOD-AREA.
            02 WS-PERIOD         PIC 9(06) VALUE ZERO.
            02 WS-STEP-PERIOD    PIC 9(06) VALUE ZERO.
            02 WS-STEP-PARTS REDEFINES WS-STEP-PERIOD.
                05 WS-STEP-YEAR      PIC 9(04).
                05 WS-STEP-MONTH     PIC 9(02).
      *         1 = the month before the period, 3 = three before
            02 WS-PRIOR-PERIOD   PIC 9(06) OCCURS 3 TIMES.
            02 WS-PRIOR-EDIT     PIC X(07) OCCURS 3 TIMES.
            02 WS-PRIOR-IX       PIC 9(04) COMP VALUE ZERO.

      *    rate / average work fields for the line being built
       01 WS-RATE-FIELDS.
            02 WS-RT-NUM         PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-RT-DEN         PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-RT-WORK        PIC 9(11) COMP-3 VALUE ZERO.
            02 WS-RT-VALUE       PIC 9(04)V99 VALUE ZERO.
            02 WS-RT-CUR-VALUE   PIC 9(04)V99 VALUE ZERO.
            02 WS-RT-DAYS-SW     PIC X(01) VALUE 'N'.
                88 WS-RT-RATE        VALUE 'N'.
                88 WS-RT-DAYS        VALUE 'Y'.
            02 WS-RT-NA-SW       PIC X(01) VALUE 'N'.
                88 WS-RT-NA-NO       VALUE 'N'.
                88 WS-RT-NA-YES      VALUE 'Y'.
            02 WS-RT-CUR-NA-SW   PIC X(01) VALUE 'N'.
                88 WS-RT-CUR-NA-NO   VALUE 'N'.
                88 WS-RT-CUR-NA-YES  VALUE 'Y'.
            02 WS-RT-EDIT        PIC X(06) VALUE SPACES.
            02 WS-EDIT-RATE      PIC ZZ9.99.
            02 WS-EDIT-DAYS      PIC ZZZ9.9.
            02 WS-SHARE-WORK     PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-SHARE-PCT      PIC 9(03)V9 VALUE ZERO.

       77 WS-PERIOD-EDIT        PIC X(07) VALUE SPACES.
       77 WS-MONTH-IX           PIC 9(04) COMP VALUE ZERO.
       77 WS-SLOT-IX            PIC 9(04) COMP VALUE ZERO.
       77 WS-RSN-IX             PIC 9(04) COMP VALUE ZERO.
       77 WS-RANK-CTR           PIC 9(02) COMP-3 VALUE ZERO.
       77 WS-BEST-WINDOW        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-BEST-CUR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-WORK-SOURCE-SYS    PIC X(02) VALUE SPACES.
       77 WS-REASON-TEXT        PIC X(16) VALUE SPACES.
       77 WS-DAYS-WORK          PIC 9(04) COMP-3 VALUE ZERO.
       77 WS-CLOCK-FROM         PIC 9(08) VALUE ZERO.
       77 WS-CLOCK-TO           PIC 9(08) VALUE ZERO.
      *    one end-of-file switch per input, declared here the way
      *    the other standalone programs declare their own items
       77 WS-REJ-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-REJ-EOF-NO        VALUE 'N'.
           88 WS-REJ-EOF-YES       VALUE 'Y'.
       77 WS-AUD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF-NO        VALUE 'N'.
           88 WS-AUD-EOF-YES       VALUE 'Y'.
       77 WS-RPT-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-RPT-EOF-NO        VALUE 'N'.
           88 WS-RPT-EOF-YES       VALUE 'Y'.
       77 WS-SQH-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-SQH-EOF-NO        VALUE 'N'.
           88 WS-SQH-EOF-YES       VALUE 'Y'.
       77 WS-SQH-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-SQH-OPEN-NO       VALUE 'N'.
           88 WS-SQH-OPEN-YES      VALUE 'Y'.
       77 WS-AUD-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-AUD-PERIOD-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NO-SOURCE-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NOT-ON-REJ-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-UNTIMED-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPT-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DUP-LINE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SQH-COPY-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SQH-REPL-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SQH-SNAP-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-SENT           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-ACCEPTED       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-REJECTED       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-DUP-LOST       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-CORRECTED      PIC 9(07) COMP-3 VALUE ZERO.
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
            PERFORM C0030-LOAD-CALENDAR THRU C0030-EXIT
                UNTIL WS-CAL-STAT NOT EQUAL ZEROES
            PERFORM C0002-LOAD-REJECTS THRU C0002-EXIT
                UNTIL WS-REJ-EOF-YES
            PERFORM D0001-READ-AUDIT THRU D0001-EXIT
                UNTIL WS-AUD-EOF-YES
            PERFORM D0010-SCAN-MERGE-RPT THRU D0010-EXIT
                UNTIL WS-RPT-EOF-YES
            PERFORM H0001-MERGE-HISTORY THRU H0001-EXIT
            PERFORM P0001-FOOT-DEFECTS THRU P0001-EXIT
            PERFORM G0001-PRNT-REPORT THRU G0001-EXIT
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

      *    the trend window is the three periods before this one
            MOVE WS-PERIOD TO WS-STEP-PERIOD
            MOVE ZERO TO WS-PRIOR-IX
            PERFORM C0003-STEP-BACK THRU C0003-EXIT
                UNTIL WS-PRIOR-IX GREATER THAN OR EQUAL TO 3

            SET WS-REJ-EOF-NO      TO TRUE
            SET WS-AUD-EOF-NO      TO TRUE
            SET WS-RPT-EOF-NO      TO TRUE
            .
       C0001-EXIT.
            EXIT.

       C0003-STEP-BACK.

            ADD 1 TO WS-PRIOR-IX

            IF WS-STEP-MONTH EQUAL 1
               SUBTRACT 1 FROM WS-STEP-YEAR
               MOVE 12 TO WS-STEP-MONTH
            ELSE
               SUBTRACT 1 FROM WS-STEP-MONTH
            END-IF

            MOVE WS-STEP-PERIOD TO WS-PRIOR-PERIOD(WS-PRIOR-IX)
            MOVE WS-STEP-PERIOD(1:4)
              TO WS-PRIOR-EDIT(WS-PRIOR-IX)(1:4)
            MOVE '-' TO WS-PRIOR-EDIT(WS-PRIOR-IX)(5:1)
            MOVE WS-STEP-PERIOD(5:2)
              TO WS-PRIOR-EDIT(WS-PRIOR-IX)(6:2)
            .
       C0003-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT REJIN.

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT AUDIN.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CALIN.

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT MRGRPT.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT SQHOUT.

            IF WS-SQO-STAT NOT EQUAL ZEROES
               SET WS-MSG-SQHFILE TO TRUE
               MOVE WS-SQO-STAT TO WS-ERR-CDE
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

       C0030-LOAD-CALENDAR.

            READ CALIN
              AT END GO TO C0030-EXIT
            END-READ

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-COUNT GREATER THAN OR EQUAL TO WS-CAL-MAX
               SET WS-MSG-CAL-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
            .
       C0030-EXIT.
            EXIT.

       C0002-LOAD-REJECTS.

            READ REJIN
              AT END
                 SET WS-REJ-EOF-YES TO TRUE
                 GO TO C0002-EXIT
            END-READ

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-RJT-COUNT GREATER THAN OR EQUAL TO WS-RJT-MAX
               SET WS-MSG-RJT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     every status is kept -- a recycled reject is the one
      *     whose days to correct the scorecard measures
            ADD 1 TO WS-RJT-COUNT
            MOVE REJ-NO          TO WS-RJT-NO(WS-RJT-COUNT)
            MOVE REJ-REASON-CDE  TO WS-RJT-REASON(WS-RJT-COUNT)
            MOVE REJ-RULE-ID     TO WS-RJT-RULE-ID(WS-RJT-COUNT)
            MOVE REJ-VARCHAR(53:2) TO WS-RJT-SOURCE(WS-RJT-COUNT)
            MOVE ZERO            TO WS-RJT-REJ-DATE(WS-RJT-COUNT)
            .
       C0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE TRAIL, OLDEST FIRST.  EVERY REJECTED      *
      * DISPOSITION STAMPS THE REJECTION DATE (FIRST ONE WINS,    *
      * AS IN REJAGE01) WHATEVER ITS PERIOD, SO A REJECT RAISED   *
      * LAST MONTH AND RECYCLED THIS MONTH IS TIMED IN FULL; ONLY *
      * THE PERIOD'S DISPOSITIONS ARE COUNTED.                    *
      *----------------------------------------------------------*
       D0001-READ-AUDIT.

            READ AUDIN
              AT END
                 SET WS-AUD-EOF-YES TO TRUE
                 GO TO D0001-EXIT
            END-READ

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-AUD-READ-CTR

            EVALUATE TRUE
               WHEN AUD-OUTCM-REJECTED OR AUD-OUTCM-PAY-REJ
                    PERFORM D0002-REJECTED THRU D0002-EXIT
               WHEN AUD-OUTCM-WRITTEN OR AUD-OUTCM-BYPASSED
                    OR AUD-OUTCM-PAID
                    PERFORM D0003-ACCEPTED THRU D0003-EXIT
               WHEN AUD-OUTCM-RECYCLED OR AUD-OUTCM-RTS-CLOSED
                    PERFORM D0004-RECYCLED THRU D0004-EXIT
            END-EVALUATE
            .
       D0001-EXIT.
            EXIT.

       D0002-REJECTED.

            PERFORM V0001-FIND-REJECT THRU V0001-EXIT

            IF WS-RJT-FOUND-YES
               AND WS-RJT-REJ-DATE(WS-RJT-IX) EQUAL ZERO
               MOVE AUD-RUN-DATE TO WS-RJT-REJ-DATE(WS-RJT-IX)
            END-IF

            IF AUD-RUN-DATE(1:6) NOT EQUAL WS-PERIOD(1:6)
               GO TO D0002-EXIT
            END-IF

            ADD 1 TO WS-AUD-PERIOD-CTR

            MOVE AUD-SOURCE-SYS TO WS-WORK-SOURCE-SYS
            IF WS-WORK-SOURCE-SYS EQUAL SPACES
               AND WS-RJT-FOUND-YES
               MOVE WS-RJT-SOURCE(WS-RJT-IX) TO WS-WORK-SOURCE-SYS
            END-IF

            IF WS-WORK-SOURCE-SYS EQUAL SPACES
               ADD 1 TO WS-NO-SOURCE-CTR
               GO TO D0002-EXIT
            END-IF

            PERFORM V0002-FIND-SOURCE THRU V0002-EXIT
            ADD 1 TO WS-SRC-SENT(WS-SRC-IX 1)
            ADD 1 TO WS-SRC-REJECTED(WS-SRC-IX 1)

            MOVE WS-WORK-SOURCE-SYS TO WS-WORK-SOURCE
            IF WS-RJT-FOUND-YES
               MOVE WS-RJT-REASON(WS-RJT-IX)  TO WS-WORK-REASON
               MOVE WS-RJT-RULE-ID(WS-RJT-IX) TO WS-WORK-RULE-ID
            ELSE
               ADD 1 TO WS-NOT-ON-REJ-CTR
               MOVE ZERO   TO WS-WORK-REASON
               MOVE SPACES TO WS-WORK-RULE-ID
            END-IF

            MOVE WS-WORK-REASON TO WS-RSN-IX
            IF WS-RSN-IX GREATER THAN ZERO
               AND WS-RSN-IX LESS THAN OR EQUAL TO 21
               ADD 1 TO WS-SRC-RSN-CTR(WS-SRC-IX WS-RSN-IX)
            END-IF

            PERFORM V0004-FIND-DEFECT THRU V0004-EXIT
            ADD 1 TO WS-DEF-MONTH-CTR(WS-DEF-IX 1)
            .
       D0002-EXIT.
            EXIT.

       D0003-ACCEPTED.

            IF AUD-RUN-DATE(1:6) NOT EQUAL WS-PERIOD(1:6)
               GO TO D0003-EXIT
            END-IF

            ADD 1 TO WS-AUD-PERIOD-CTR

            IF AUD-SOURCE-SYS EQUAL SPACES
               ADD 1 TO WS-NO-SOURCE-CTR
               GO TO D0003-EXIT
            END-IF

            MOVE AUD-SOURCE-SYS TO WS-WORK-SOURCE-SYS
            PERFORM V0002-FIND-SOURCE THRU V0002-EXIT
            ADD 1 TO WS-SRC-SENT(WS-SRC-IX 1)
            ADD 1 TO WS-SRC-ACCEPTED(WS-SRC-IX 1)
            .
       D0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A RECYCLE CLOSES THE REJECT, AS DOES THE SENDER'S         *
      * RESUBMISSION OF A RETURNED ONE: BUSINESS DAYS AFTER THE   *
      * REJECTION DATE UP TO AND INCLUDING THE RECYCLE DATE.  THE *
      * DATE IS CLEARED SO A LATER REJECTION OF THE SAME RECORD   *
      * STARTS A NEW CLOCK.                                       *
      *----------------------------------------------------------*
       D0004-RECYCLED.

            PERFORM V0001-FIND-REJECT THRU V0001-EXIT

            IF AUD-RUN-DATE(1:6) NOT EQUAL WS-PERIOD(1:6)
               IF WS-RJT-FOUND-YES
                  MOVE ZERO TO WS-RJT-REJ-DATE(WS-RJT-IX)
               END-IF
               GO TO D0004-EXIT
            END-IF

            ADD 1 TO WS-AUD-PERIOD-CTR

            IF WS-RJT-FOUND-NO
               ADD 1 TO WS-UNTIMED-CTR
               GO TO D0004-EXIT
            END-IF

            IF WS-RJT-REJ-DATE(WS-RJT-IX) EQUAL ZERO
               ADD 1 TO WS-UNTIMED-CTR
               GO TO D0004-EXIT
            END-IF

            MOVE WS-RJT-SOURCE(WS-RJT-IX) TO WS-WORK-SOURCE-SYS
            IF WS-WORK-SOURCE-SYS EQUAL SPACES
               MOVE AUD-SOURCE-SYS TO WS-WORK-SOURCE-SYS
            END-IF

            IF WS-WORK-SOURCE-SYS EQUAL SPACES
               ADD 1 TO WS-NO-SOURCE-CTR
               MOVE ZERO TO WS-RJT-REJ-DATE(WS-RJT-IX)
               GO TO D0004-EXIT
            END-IF

            MOVE WS-RJT-REJ-DATE(WS-RJT-IX) TO WS-CLOCK-FROM
            MOVE AUD-RUN-DATE               TO WS-CLOCK-TO
            MOVE ZERO TO WS-DAYS-WORK
            MOVE ZERO TO WS-CAL-IX
            PERFORM D0005-COUNT-BUS-DAY THRU D0005-EXIT
                UNTIL WS-CAL-IX GREATER THAN OR EQUAL TO
                      WS-CAL-COUNT

            PERFORM V0002-FIND-SOURCE THRU V0002-EXIT
            ADD 1            TO WS-SRC-CORRECTED(WS-SRC-IX 1)
            ADD WS-DAYS-WORK TO WS-SRC-CORR-DAYS(WS-SRC-IX 1)

            MOVE ZERO TO WS-RJT-REJ-DATE(WS-RJT-IX)
            .
       D0004-EXIT.
            EXIT.

       D0005-COUNT-BUS-DAY.

            ADD 1 TO WS-CAL-IX
            IF WS-CAL-TBL-TYPE(WS-CAL-IX) EQUAL 'B'
               AND WS-CAL-TBL-DATE(WS-CAL-IX) GREATER THAN
                   WS-CLOCK-FROM
               AND WS-CAL-TBL-DATE(WS-CAL-IX) LESS THAN OR EQUAL
                   TO WS-CLOCK-TO
               ADD 1 TO WS-DAYS-WORK
            END-IF
            .
       D0005-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE FEDMRG01 REPORT LINE IS THE MRG-DUP-LAYOUT AS MOVED   *
      * TO THE PRINT RECORD: LABEL AT 3, KEPT SOURCE AT 36,       *
      * DROPPED SOURCE AT 48.  ANY OTHER LINE IS PASSED OVER.     *
      *----------------------------------------------------------*
       D0010-SCAN-MERGE-RPT.

            READ MRGRPT
              AT END
                 SET WS-RPT-EOF-YES TO TRUE
                 GO TO D0010-EXIT
            END-READ

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RPT-READ-CTR

            IF RPT-LINE-REC(3:14) NOT EQUAL 'CROSS-FEED DUP'
               OR RPT-LINE-REC(48:2) EQUAL SPACES
               GO TO D0010-EXIT
            END-IF

            ADD 1 TO WS-DUP-LINE-CTR
            MOVE RPT-LINE-REC(48:2) TO WS-WORK-SOURCE-SYS
            PERFORM V0002-FIND-SOURCE THRU V0002-EXIT
            ADD 1 TO WS-SRC-DUP-LOST(WS-SRC-IX 1)
            .
       D0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NEW HISTORY GENERATION: OLD ENTRIES BEFORE THE PERIOD     *
      * (THE TREND WINDOW'S ARE TAKEN INTO THE TABLES ON THE WAY  *
      * THROUGH), THEN THE PERIOD'S ENTRIES (ANY OLD ONES FOR THE *
      * PERIOD ARE DROPPED), THEN ANY LATER OLD ENTRIES.          *
      *----------------------------------------------------------*
       H0001-MERGE-HISTORY.

            OPEN INPUT SQHIN

            IF WS-SQH-STAT EQUAL '35'
               SET WS-SQH-EOF-YES TO TRUE
            ELSE
               IF WS-SQH-STAT NOT EQUAL ZEROES
                  SET WS-MSG-SQHFILE TO TRUE
                  MOVE WS-SQH-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-SQH-OPEN-YES TO TRUE
               PERFORM D0020-READ-HIST THRU D0020-EXIT
            END-IF

            PERFORM H0002-COPY-HIST THRU H0002-EXIT
                UNTIL WS-SQH-EOF-YES
                   OR SQH-PERIOD NOT LESS THAN WS-PERIOD

            PERFORM H0003-DROP-HIST THRU H0003-EXIT
                UNTIL WS-SQH-EOF-YES
                   OR SQH-PERIOD NOT EQUAL WS-PERIOD

            MOVE ZERO TO WS-SRC-IX
            PERFORM H0004-WRITE-SOURCE THRU H0004-EXIT
                UNTIL WS-SRC-IX GREATER THAN OR EQUAL TO WS-SRC-COUNT

            PERFORM H0002-COPY-HIST THRU H0002-EXIT
                UNTIL WS-SQH-EOF-YES

            IF WS-SQH-OPEN-YES
               CLOSE SQHIN
               SET WS-SQH-OPEN-NO TO TRUE
            END-IF
            .
       H0001-EXIT.
            EXIT.

       D0020-READ-HIST.

            READ SQHIN
              AT END
                 SET WS-SQH-EOF-YES TO TRUE
                 GO TO D0020-EXIT
            END-READ

            IF WS-SQH-STAT NOT EQUAL ZEROES
               SET WS-MSG-SQHFILE TO TRUE
               MOVE WS-SQH-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0020-EXIT.
            EXIT.

       H0002-COPY-HIST.

            PERFORM H0006-TAKE-PRIOR THRU H0006-EXIT
            MOVE SRC-QUAL-HIST-REC TO WS-SQH-NEW-REC
            PERFORM H0009-PUT-HIST THRU H0009-EXIT
            ADD 1 TO WS-SQH-COPY-CTR
            PERFORM D0020-READ-HIST THRU D0020-EXIT
            .
       H0002-EXIT.
            EXIT.

       H0003-DROP-HIST.

            ADD 1 TO WS-SQH-REPL-CTR
            PERFORM D0020-READ-HIST THRU D0020-EXIT
            .
       H0003-EXIT.
            EXIT.

       H0004-WRITE-SOURCE.

            ADD 1 TO WS-SRC-IX

      *     the source's defect entries first ('D' sorts ahead of
      *     'S'), then its summary when it had any activity
            MOVE ZERO TO WS-DEF-IX
            PERFORM H0005-WRITE-DEFECT THRU H0005-EXIT
                UNTIL WS-DEF-IX GREATER THAN OR EQUAL TO WS-DEF-COUNT

            IF WS-SRC-SENT(WS-SRC-IX 1)      EQUAL ZERO
               AND WS-SRC-DUP-LOST(WS-SRC-IX 1)  EQUAL ZERO
               AND WS-SRC-CORRECTED(WS-SRC-IX 1) EQUAL ZERO
               GO TO H0004-EXIT
            END-IF

            MOVE SPACES                      TO WS-SQH-NEW-REC
            MOVE WS-PERIOD                   TO SQN-PERIOD
            MOVE WS-SRC-CODE(WS-SRC-IX)      TO SQN-SOURCE-SYS
            SET SQN-TYPE-SUMMARY             TO TRUE
            MOVE ZERO                        TO SQN-REASON-CDE
            MOVE SPACES                      TO SQN-RULE-ID
            MOVE WS-SRC-SENT(WS-SRC-IX 1)      TO SQN-SENT
            MOVE WS-SRC-ACCEPTED(WS-SRC-IX 1)  TO SQN-ACCEPTED
            MOVE WS-SRC-REJECTED(WS-SRC-IX 1)  TO SQN-REJECTED
            MOVE WS-SRC-DUP-LOST(WS-SRC-IX 1)  TO SQN-DUP-LOST
            MOVE WS-SRC-CORRECTED(WS-SRC-IX 1) TO SQN-CORRECTED
            MOVE WS-SRC-CORR-DAYS(WS-SRC-IX 1) TO SQN-CORR-DAYS

            PERFORM H0009-PUT-HIST THRU H0009-EXIT
            ADD 1 TO WS-SQH-SNAP-CTR
            .
       H0004-EXIT.
            EXIT.

       H0005-WRITE-DEFECT.

            ADD 1 TO WS-DEF-IX

            IF WS-DEF-SOURCE(WS-DEF-IX) NOT EQUAL
               WS-SRC-CODE(WS-SRC-IX)
               OR WS-DEF-MONTH-CTR(WS-DEF-IX 1) EQUAL ZERO
               GO TO H0005-EXIT
            END-IF

            MOVE SPACES                      TO WS-SQH-NEW-REC
            MOVE WS-PERIOD                   TO SQN-PERIOD
            MOVE WS-DEF-SOURCE(WS-DEF-IX)    TO SQN-SOURCE-SYS
            SET SQN-TYPE-DEFECT              TO TRUE
            MOVE WS-DEF-REASON(WS-DEF-IX)    TO SQN-REASON-CDE
            MOVE WS-DEF-RULE-ID(WS-DEF-IX)   TO SQN-RULE-ID
            MOVE ZERO                        TO SQN-SENT
            MOVE ZERO                        TO SQN-ACCEPTED
            MOVE WS-DEF-MONTH-CTR(WS-DEF-IX 1) TO SQN-REJECTED
            MOVE ZERO                        TO SQN-DUP-LOST
            MOVE ZERO                        TO SQN-CORRECTED
            MOVE ZERO                        TO SQN-CORR-DAYS

            PERFORM H0009-PUT-HIST THRU H0009-EXIT
            ADD 1 TO WS-SQH-SNAP-CTR
            .
       H0005-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * AN OLD ENTRY INSIDE THE TREND WINDOW GOES INTO MONTH 2, 3 *
      * OR 4 OF ITS SOURCE (SUMMARY) OR DEFECT (DEFECT ENTRY).    *
      *----------------------------------------------------------*
       H0006-TAKE-PRIOR.

            EVALUATE SQH-PERIOD
               WHEN WS-PRIOR-PERIOD(1) MOVE 2 TO WS-MONTH-IX
               WHEN WS-PRIOR-PERIOD(2) MOVE 3 TO WS-MONTH-IX
               WHEN WS-PRIOR-PERIOD(3) MOVE 4 TO WS-MONTH-IX
               WHEN OTHER GO TO H0006-EXIT
            END-EVALUATE

            MOVE SQH-SOURCE-SYS TO WS-WORK-SOURCE-SYS
            PERFORM V0002-FIND-SOURCE THRU V0002-EXIT

            IF SQH-TYPE-SUMMARY
               ADD SQH-SENT      TO WS-SRC-SENT(WS-SRC-IX WS-MONTH-IX)
               ADD SQH-ACCEPTED
                TO WS-SRC-ACCEPTED(WS-SRC-IX WS-MONTH-IX)
               ADD SQH-REJECTED
                TO WS-SRC-REJECTED(WS-SRC-IX WS-MONTH-IX)
               ADD SQH-DUP-LOST
                TO WS-SRC-DUP-LOST(WS-SRC-IX WS-MONTH-IX)
               ADD SQH-CORRECTED
                TO WS-SRC-CORRECTED(WS-SRC-IX WS-MONTH-IX)
               ADD SQH-CORR-DAYS
                TO WS-SRC-CORR-DAYS(WS-SRC-IX WS-MONTH-IX)
               GO TO H0006-EXIT
            END-IF

            MOVE SQH-SOURCE-SYS TO WS-WORK-SOURCE
            MOVE SQH-REASON-CDE TO WS-WORK-REASON
            MOVE SQH-RULE-ID    TO WS-WORK-RULE-ID
            PERFORM V0004-FIND-DEFECT THRU V0004-EXIT
            ADD SQH-REJECTED TO WS-DEF-MONTH-CTR(WS-DEF-IX WS-MONTH-IX)
            .
       H0006-EXIT.
            EXIT.

       H0009-PUT-HIST.

            WRITE SQH-OUT-REC FROM WS-SQH-NEW-REC

            IF WS-SQO-STAT NOT EQUAL ZEROES
               SET WS-MSG-SQHFILE TO TRUE
               MOVE WS-SQO-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       H0009-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * FOUR-MONTH TOTAL AND MONTHS SEEN PER DEFECT, FOR THE      *
      * RECURRING-DEFECT RANKING.                                 *
      *----------------------------------------------------------*
       P0001-FOOT-DEFECTS.

            MOVE ZERO TO WS-DEF-IX
            PERFORM P0002-FOOT-ONE THRU P0002-EXIT
                UNTIL WS-DEF-IX GREATER THAN OR EQUAL TO WS-DEF-COUNT
            .
       P0001-EXIT.
            EXIT.

       P0002-FOOT-ONE.

            ADD 1 TO WS-DEF-IX

            MOVE ZERO TO WS-DEF-WINDOW-CTR(WS-DEF-IX)
            MOVE ZERO TO WS-DEF-MONTHS-SEEN(WS-DEF-IX)
            SET WS-DEF-RANKED-NO(WS-DEF-IX) TO TRUE

            MOVE ZERO TO WS-MONTH-IX
            PERFORM P0003-FOOT-MONTH THRU P0003-EXIT
                UNTIL WS-MONTH-IX GREATER THAN OR EQUAL TO 4
            .
       P0002-EXIT.
            EXIT.

       P0003-FOOT-MONTH.

            ADD 1 TO WS-MONTH-IX

            IF WS-DEF-MONTH-CTR(WS-DEF-IX WS-MONTH-IX) GREATER
               THAN ZERO
               ADD WS-DEF-MONTH-CTR(WS-DEF-IX WS-MONTH-IX)
                TO WS-DEF-WINDOW-CTR(WS-DEF-IX)
               ADD 1 TO WS-DEF-MONTHS-SEEN(WS-DEF-IX)
            END-IF
            .
       P0003-EXIT.
            EXIT.

       G0001-PRNT-REPORT.

            MOVE WS-PERIOD-EDIT    TO SHL-PERIOD
            MOVE WS-PRIOR-EDIT(3)  TO SHL-FROM
            MOVE WS-PRIOR-EDIT(1)  TO SHL-TO
            MOVE SQR-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO TO WS-SRC-IX
            PERFORM G0002-PRNT-SOURCE THRU G0002-EXIT
                UNTIL WS-SRC-IX GREATER THAN OR EQUAL TO WS-SRC-COUNT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'RECORDS SENT, ALL SOURCES' TO SCL-LABEL
            MOVE WS-TOT-SENT                 TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'RECORDS ACCEPTED'          TO SCL-LABEL
            MOVE WS-TOT-ACCEPTED             TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'RECORDS REJECTED'          TO SCL-LABEL
            MOVE WS-TOT-REJECTED             TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'DUPLICATE KEYS LOST'       TO SCL-LABEL
            MOVE WS-TOT-DUP-LOST             TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'REJECTS CORRECTED (RECYCLED)' TO SCL-LABEL
            MOVE WS-TOT-CORRECTED               TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'RECYCLES NOT TIMED (OFF THE TRAIL)' TO SCL-LABEL
            MOVE WS-UNTIMED-CTR                       TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'REJECTS NOT ON THE REJECT FILE' TO SCL-LABEL
            MOVE WS-NOT-ON-REJ-CTR                TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'DISPOSITIONS WITH NO SOURCE SYSTEM' TO SCL-LABEL
            MOVE WS-NO-SOURCE-CTR                     TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'HISTORY ENTRIES WRITTEN FOR PERIOD' TO SCL-LABEL
            MOVE WS-SQH-SNAP-CTR                      TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            MOVE 'HISTORY ENTRIES REPLACED (RERUN)' TO SCL-LABEL
            MOVE WS-SQH-REPL-CTR                    TO SCL-COUNT
            PERFORM G0020-PRNT-COUNT THRU G0020-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-SOURCE.

            ADD 1 TO WS-SRC-IX

      *     a source only in the history has nothing to answer for
      *     this month
            IF WS-SRC-SENT(WS-SRC-IX 1)      EQUAL ZERO
               AND WS-SRC-DUP-LOST(WS-SRC-IX 1)  EQUAL ZERO
               AND WS-SRC-CORRECTED(WS-SRC-IX 1) EQUAL ZERO
               GO TO G0002-EXIT
            END-IF

            ADD WS-SRC-SENT(WS-SRC-IX 1)      TO WS-TOT-SENT
            ADD WS-SRC-ACCEPTED(WS-SRC-IX 1)  TO WS-TOT-ACCEPTED
            ADD WS-SRC-REJECTED(WS-SRC-IX 1)  TO WS-TOT-REJECTED
            ADD WS-SRC-DUP-LOST(WS-SRC-IX 1)  TO WS-TOT-DUP-LOST
            ADD WS-SRC-CORRECTED(WS-SRC-IX 1) TO WS-TOT-CORRECTED

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE WS-SRC-CODE(WS-SRC-IX)       TO SSL-SOURCE
            MOVE WS-SRC-SENT(WS-SRC-IX 1)     TO SSL-SENT
            MOVE WS-SRC-ACCEPTED(WS-SRC-IX 1) TO SSL-ACCEPTED
            MOVE WS-SRC-REJECTED(WS-SRC-IX 1) TO SSL-REJECTED
            MOVE WS-SRC-DUP-LOST(WS-SRC-IX 1) TO SSL-DUPS

            MOVE 1 TO WS-MONTH-IX
            SET WS-RT-RATE TO TRUE
            PERFORM U0002-MONTH-VALUE THRU U0002-EXIT
            MOVE WS-RT-EDIT TO SSL-RATE
            IF WS-RT-NA-YES
               MOVE SPACE TO SSL-PCT-SIGN
            ELSE
               MOVE '%'   TO SSL-PCT-SIGN
            END-IF

            SET WS-RT-DAYS TO TRUE
            PERFORM U0002-MONTH-VALUE THRU U0002-EXIT
            MOVE WS-RT-EDIT TO SSL-AVG-DAYS

            MOVE SQR-SOURCE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'REJECT RATE %'       TO STL-LABEL
            SET WS-RT-RATE TO TRUE
            PERFORM G0010-PRNT-TREND THRU G0010-EXIT
            MOVE 'AVG DAYS TO CORRECT' TO STL-LABEL
            SET WS-RT-DAYS TO TRUE
            PERFORM G0010-PRNT-TREND THRU G0010-EXIT

            IF WS-SRC-REJECTED(WS-SRC-IX 1) EQUAL ZERO
               GO TO G0002-EXIT
            END-IF

            MOVE 'REJECTED BY REASON' TO SSC-TITLE
            MOVE SQR-SECTION-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-RSN-IX
            PERFORM G0003-PRNT-REASON THRU G0003-EXIT
                UNTIL WS-RSN-IX GREATER THAN OR EQUAL TO 21

            MOVE 'REJECTED BY RULES-ENGINE RULE' TO SSC-TITLE
            MOVE SQR-SECTION-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-DEF-IX
            PERFORM G0004-PRNT-RULE THRU G0004-EXIT
                UNTIL WS-DEF-IX GREATER THAN OR EQUAL TO WS-DEF-COUNT

            MOVE 'TOP RECURRING DEFECTS (4 MONTHS)' TO SSC-TITLE
            MOVE SQR-SECTION-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-RANK-CTR
            MOVE 1    TO WS-DEF-BEST-IX
            PERFORM G0005-PRNT-RANKED THRU G0005-EXIT
                UNTIL WS-RANK-CTR GREATER THAN OR EQUAL TO 5
                   OR WS-DEF-BEST-IX EQUAL ZERO
            .
       G0002-EXIT.
            EXIT.

       G0003-PRNT-REASON.

            ADD 1 TO WS-RSN-IX

            IF WS-SRC-RSN-CTR(WS-SRC-IX WS-RSN-IX) EQUAL ZERO
               GO TO G0003-EXIT
            END-IF

            PERFORM U0001-REASON-TEXT THRU U0001-EXIT
            MOVE 'REASON'        TO SBL-LABEL
            MOVE WS-REASON-TEXT  TO SBL-TEXT
            MOVE WS-SRC-RSN-CTR(WS-SRC-IX WS-RSN-IX) TO SBL-COUNT
            MOVE WS-SRC-RSN-CTR(WS-SRC-IX WS-RSN-IX) TO WS-SHARE-WORK
            PERFORM U0003-SHARE THRU U0003-EXIT

            MOVE SQR-BREAKDOWN-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-RULE.

            ADD 1 TO WS-DEF-IX

            IF WS-DEF-SOURCE(WS-DEF-IX) NOT EQUAL
               WS-SRC-CODE(WS-SRC-IX)
               OR WS-DEF-RULE-ID(WS-DEF-IX) EQUAL SPACES
               OR WS-DEF-MONTH-CTR(WS-DEF-IX 1) EQUAL ZERO
               GO TO G0004-EXIT
            END-IF

            MOVE 'RULE'          TO SBL-LABEL
            MOVE SPACES          TO SBL-TEXT
            MOVE WS-DEF-RULE-ID(WS-DEF-IX) TO SBL-TEXT(1:4)
            MOVE WS-DEF-MONTH-CTR(WS-DEF-IX 1) TO SBL-COUNT
            MOVE WS-DEF-MONTH-CTR(WS-DEF-IX 1) TO WS-SHARE-WORK
            PERFORM U0003-SHARE THRU U0003-EXIT

            MOVE SQR-BREAKDOWN-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NEXT RANK: THE SOURCE'S UNRANKED DEFECT WITH THE LARGEST  *
      * FOUR-MONTH TOTAL, THIS MONTH'S COUNT BREAKING A TIE.      *
      * WS-DEF-BEST-IX COMES BACK ZERO WHEN NONE IS LEFT.         *
      *----------------------------------------------------------*
       G0005-PRNT-RANKED.

            MOVE ZERO TO WS-DEF-BEST-IX
            MOVE ZERO TO WS-BEST-WINDOW
            MOVE ZERO TO WS-BEST-CUR
            MOVE ZERO TO WS-DEF-IX
            PERFORM G0006-FIND-BEST THRU G0006-EXIT
                UNTIL WS-DEF-IX GREATER THAN OR EQUAL TO WS-DEF-COUNT

            IF WS-DEF-BEST-IX EQUAL ZERO
               GO TO G0005-EXIT
            END-IF

            ADD 1 TO WS-RANK-CTR
            SET WS-DEF-RANKED-YES(WS-DEF-BEST-IX) TO TRUE

            MOVE WS-DEF-REASON(WS-DEF-BEST-IX) TO WS-RSN-IX
            PERFORM U0001-REASON-TEXT THRU U0001-EXIT
            MOVE WS-RANK-CTR                    TO SDL-RANK
            MOVE WS-REASON-TEXT                 TO SDL-REASON
            MOVE WS-DEF-RULE-ID(WS-DEF-BEST-IX) TO SDL-RULE-ID
            MOVE WS-DEF-MONTH-CTR(WS-DEF-BEST-IX 1) TO SDL-CUR
            MOVE WS-DEF-WINDOW-CTR(WS-DEF-BEST-IX)  TO SDL-WINDOW
            MOVE WS-DEF-MONTHS-SEEN(WS-DEF-BEST-IX) TO SDL-MONTHS

            MOVE SQR-DEFECT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0005-EXIT.
            EXIT.

       G0006-FIND-BEST.

            ADD 1 TO WS-DEF-IX

            IF WS-DEF-SOURCE(WS-DEF-IX) NOT EQUAL
               WS-SRC-CODE(WS-SRC-IX)
               OR WS-DEF-RANKED-YES(WS-DEF-IX)
               OR WS-DEF-WINDOW-CTR(WS-DEF-IX) EQUAL ZERO
               GO TO G0006-EXIT
            END-IF

            IF WS-DEF-WINDOW-CTR(WS-DEF-IX) LESS THAN WS-BEST-WINDOW
               GO TO G0006-EXIT
            END-IF

            IF WS-DEF-WINDOW-CTR(WS-DEF-IX) EQUAL WS-BEST-WINDOW
               AND WS-DEF-MONTH-CTR(WS-DEF-IX 1) NOT GREATER THAN
                   WS-BEST-CUR
               GO TO G0006-EXIT
            END-IF

            MOVE WS-DEF-IX                     TO WS-DEF-BEST-IX
            MOVE WS-DEF-WINDOW-CTR(WS-DEF-IX)  TO WS-BEST-WINDOW
            MOVE WS-DEF-MONTH-CTR(WS-DEF-IX 1) TO WS-BEST-CUR
            .
       G0006-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE TREND LINE: THE THREE PRIOR MONTHS OLDEST FIRST, THIS *
      * MONTH, THE THREE-MONTH AVERAGE (POOLED, NOT AN AVERAGE OF *
      * AVERAGES) AND WHICH WAY THIS MONTH WENT AGAINST IT.  FOR  *
      * BOTH FIGURES HIGHER IS WORSE.                             *
      *----------------------------------------------------------*
       G0010-PRNT-TREND.

            MOVE ZERO TO WS-SLOT-IX
            PERFORM G0011-TREND-SLOT THRU G0011-EXIT
                UNTIL WS-SLOT-IX GREATER THAN OR EQUAL TO 3

            MOVE 1 TO WS-MONTH-IX
            PERFORM U0002-MONTH-VALUE THRU U0002-EXIT
            MOVE WS-RT-EDIT  TO STL-CUR
            MOVE WS-RT-VALUE TO WS-RT-CUR-VALUE
            MOVE WS-RT-NA-SW TO WS-RT-CUR-NA-SW

      *     pooled over months 2-4
            MOVE ZERO TO WS-RT-NUM
            MOVE ZERO TO WS-RT-DEN
            MOVE 1 TO WS-MONTH-IX
            PERFORM G0012-POOL-MONTH THRU G0012-EXIT
                UNTIL WS-MONTH-IX GREATER THAN OR EQUAL TO 4
            PERFORM U0004-VALUE THRU U0004-EXIT
            MOVE WS-RT-EDIT TO STL-AVG

            EVALUATE TRUE
               WHEN WS-RT-NA-YES
                    MOVE 'NO HISTORY' TO STL-DIRECTION
               WHEN WS-RT-CUR-NA-YES
                    MOVE SPACES       TO STL-DIRECTION
               WHEN WS-RT-CUR-VALUE GREATER THAN WS-RT-VALUE
                    MOVE 'WORSE'      TO STL-DIRECTION
               WHEN WS-RT-CUR-VALUE LESS THAN WS-RT-VALUE
                    MOVE 'BETTER'     TO STL-DIRECTION
               WHEN OTHER
                    MOVE 'NO CHANGE'  TO STL-DIRECTION
            END-EVALUATE

            MOVE SQR-TREND-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0010-EXIT.
            EXIT.

       G0011-TREND-SLOT.

            ADD 1 TO WS-SLOT-IX

      *     slot 1 is three months back (month 4), slot 3 last
      *     month (month 2)
            SUBTRACT WS-SLOT-IX FROM 5 GIVING WS-MONTH-IX
            SUBTRACT WS-SLOT-IX FROM 4 GIVING WS-PRIOR-IX
            MOVE WS-PRIOR-EDIT(WS-PRIOR-IX) TO STL-PRD(WS-SLOT-IX)
            PERFORM U0002-MONTH-VALUE THRU U0002-EXIT
            MOVE WS-RT-EDIT TO STL-VAL(WS-SLOT-IX)
            .
       G0011-EXIT.
            EXIT.

       G0012-POOL-MONTH.

            ADD 1 TO WS-MONTH-IX

            IF WS-RT-RATE
               ADD WS-SRC-REJECTED(WS-SRC-IX WS-MONTH-IX) TO WS-RT-NUM
               ADD WS-SRC-SENT(WS-SRC-IX WS-MONTH-IX)     TO WS-RT-DEN
            ELSE
               ADD WS-SRC-CORR-DAYS(WS-SRC-IX WS-MONTH-IX)
                TO WS-RT-NUM
               ADD WS-SRC-CORRECTED(WS-SRC-IX WS-MONTH-IX)
                TO WS-RT-DEN
            END-IF
            .
       G0012-EXIT.
            EXIT.

       G0020-PRNT-COUNT.

            MOVE SQR-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0020-EXIT.
            EXIT.

       U0001-REASON-TEXT.

            EVALUATE WS-RSN-IX
               WHEN 01 MOVE 'BAD DATE'        TO WS-REASON-TEXT
               WHEN 02 MOVE 'BAD TS-DATE'     TO WS-REASON-TEXT
               WHEN 03 MOVE 'BAD NUMERIC'     TO WS-REASON-TEXT
               WHEN 04 MOVE 'NO MASTER MATCH' TO WS-REASON-TEXT
               WHEN 05 MOVE 'BAD ACTION CODE' TO WS-REASON-TEXT
               WHEN 06 MOVE 'DUPLICATE KEY'   TO WS-REASON-TEXT
               WHEN 07 MOVE 'UNKNOWN DEPT'    TO WS-REASON-TEXT
               WHEN 08 MOVE 'BEFORE EFF DATE' TO WS-REASON-TEXT
               WHEN 09 MOVE 'RULE FAILED'     TO WS-REASON-TEXT
               WHEN 12 MOVE 'UNKNOWN COMPANY' TO WS-REASON-TEXT
               WHEN 13 MOVE 'ORPHAN REVERSAL' TO WS-REASON-TEXT
               WHEN 14 MOVE 'NO EXCHANGE RATE' TO WS-REASON-TEXT
               WHEN 15 MOVE 'BAD PAY TYPE'   TO WS-REASON-TEXT
               WHEN 16 MOVE 'PAY NO MASTER'  TO WS-REASON-TEXT
               WHEN 17 MOVE 'BAD PAY AMOUNT' TO WS-REASON-TEXT
               WHEN 18 MOVE 'BAD PAY DATE'   TO WS-REASON-TEXT
               WHEN 19 MOVE 'NO APPROVAL'    TO WS-REASON-TEXT
               WHEN 20 MOVE 'BAD PAY DEPT'   TO WS-REASON-TEXT
               WHEN 21 MOVE 'INACTIVE RECORD' TO WS-REASON-TEXT
               WHEN OTHER MOVE 'REASON ?'     TO WS-REASON-TEXT
            END-EVALUATE
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * REJECT RATE (REJECTED X 100 / SENT) OR AVERAGE DAYS TO    *
      * CORRECT (DAYS / CORRECTED) FOR MONTH WS-MONTH-IX OF THE   *
      * CURRENT SOURCE, EDITED INTO WS-RT-EDIT.                   *
      *----------------------------------------------------------*
       U0002-MONTH-VALUE.

            IF WS-RT-RATE
               MOVE WS-SRC-REJECTED(WS-SRC-IX WS-MONTH-IX)
                 TO WS-RT-NUM
               MOVE WS-SRC-SENT(WS-SRC-IX WS-MONTH-IX)
                 TO WS-RT-DEN
            ELSE
               MOVE WS-SRC-CORR-DAYS(WS-SRC-IX WS-MONTH-IX)
                 TO WS-RT-NUM
               MOVE WS-SRC-CORRECTED(WS-SRC-IX WS-MONTH-IX)
                 TO WS-RT-DEN
            END-IF

            PERFORM U0004-VALUE THRU U0004-EXIT
            .
       U0002-EXIT.
            EXIT.

       U0003-SHARE.

            MULTIPLY WS-SHARE-WORK BY 100 GIVING WS-SHARE-WORK
            DIVIDE WS-SHARE-WORK BY WS-SRC-REJECTED(WS-SRC-IX 1)
                GIVING WS-SHARE-PCT ROUNDED
            MOVE WS-SHARE-PCT TO SBL-SHARE
            .
       U0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * WS-RT-NUM / WS-RT-DEN AS A RATE OR AN AVERAGE.  N/A WHEN  *
      * THE DENOMINATOR IS ZERO.                                  *
      *----------------------------------------------------------*
       U0004-VALUE.

            MOVE ZERO TO WS-RT-VALUE

            IF WS-RT-DEN EQUAL ZERO
               SET WS-RT-NA-YES TO TRUE
               MOVE '   N/A' TO WS-RT-EDIT
               GO TO U0004-EXIT
            END-IF

            SET WS-RT-NA-NO TO TRUE

            IF WS-RT-RATE
               MULTIPLY WS-RT-NUM BY 100 GIVING WS-RT-WORK
               DIVIDE WS-RT-WORK BY WS-RT-DEN
                   GIVING WS-RT-VALUE ROUNDED
                   ON SIZE ERROR MOVE 999.99 TO WS-RT-VALUE
               END-DIVIDE
               MOVE WS-RT-VALUE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-RT-EDIT
            ELSE
               DIVIDE WS-RT-NUM BY WS-RT-DEN
                   GIVING WS-RT-VALUE ROUNDED
                   ON SIZE ERROR MOVE 9999.9 TO WS-RT-VALUE
               END-DIVIDE
               MOVE WS-RT-VALUE TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-RT-EDIT
            END-IF
            .
       U0004-EXIT.
            EXIT.

       V0001-FIND-REJECT.

            SET WS-RJT-FOUND-NO TO TRUE
            MOVE 1 TO WS-RJT-IX
            PERFORM V0011-SCAN-REJECT THRU V0011-EXIT
                UNTIL WS-RJT-FOUND-YES
                   OR WS-RJT-IX GREATER THAN WS-RJT-COUNT
            .
       V0001-EXIT.
            EXIT.

       V0011-SCAN-REJECT.

            IF WS-RJT-NO(WS-RJT-IX) EQUAL AUD-NO
               SET WS-RJT-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-RJT-IX
            END-IF
            .
       V0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SOURCE ENTRY FOR WS-WORK-SOURCE-SYS INTO WS-SRC-IX,       *
      * INSERTED IN CODE ORDER WHEN NEW.                          *
      *----------------------------------------------------------*
       V0002-FIND-SOURCE.

            SET WS-SRC-FOUND-NO TO TRUE
            MOVE 1 TO WS-SRC-IX
            PERFORM V0012-SCAN-SOURCE THRU V0012-EXIT
                UNTIL WS-SRC-FOUND-YES
                   OR WS-SRC-IX GREATER THAN WS-SRC-COUNT
                   OR WS-SRC-CODE(WS-SRC-IX) GREATER THAN
                      WS-WORK-SOURCE-SYS

            IF WS-SRC-FOUND-YES
               GO TO V0002-EXIT
            END-IF

            IF WS-SRC-COUNT GREATER THAN OR EQUAL TO 50
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-SRC-COUNT
            MOVE WS-SRC-COUNT TO WS-SRC-JX
            PERFORM V0013-SHIFT-SOURCE THRU V0013-EXIT
                UNTIL WS-SRC-JX LESS THAN OR EQUAL TO WS-SRC-IX

            INITIALIZE WS-SRC-ENTRY(WS-SRC-IX)
            MOVE WS-WORK-SOURCE-SYS TO WS-SRC-CODE(WS-SRC-IX)
            .
       V0002-EXIT.
            EXIT.

       V0012-SCAN-SOURCE.

            IF WS-SRC-CODE(WS-SRC-IX) EQUAL WS-WORK-SOURCE-SYS
               SET WS-SRC-FOUND-YES TO TRUE
            ELSE
               IF WS-SRC-CODE(WS-SRC-IX) LESS THAN WS-WORK-SOURCE-SYS
                  ADD 1 TO WS-SRC-IX
               END-IF
            END-IF
            .
       V0012-EXIT.
            EXIT.

       V0013-SHIFT-SOURCE.

            IF WS-SRC-JX GREATER THAN WS-SRC-IX
               MOVE WS-SRC-ENTRY(WS-SRC-JX - 1)
                 TO WS-SRC-ENTRY(WS-SRC-JX)
            END-IF
            SUBTRACT 1 FROM WS-SRC-JX
            .
       V0013-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * DEFECT ENTRY FOR WS-WORK-DEF-KEY INTO WS-DEF-IX, INSERTED *
      * IN KEY ORDER WHEN NEW.                                    *
      *----------------------------------------------------------*
       V0004-FIND-DEFECT.

            SET WS-DEF-FOUND-NO TO TRUE
            MOVE 1 TO WS-DEF-IX
            PERFORM V0014-SCAN-DEFECT THRU V0014-EXIT
                UNTIL WS-DEF-FOUND-YES
                   OR WS-DEF-IX GREATER THAN WS-DEF-COUNT
                   OR WS-DEF-KEY(WS-DEF-IX) GREATER THAN
                      WS-WORK-DEF-KEY

            IF WS-DEF-FOUND-YES
               GO TO V0004-EXIT
            END-IF

            IF WS-DEF-COUNT GREATER THAN OR EQUAL TO 500
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DEF-COUNT
            MOVE WS-DEF-COUNT TO WS-DEF-JX
            PERFORM V0015-SHIFT-DEFECT THRU V0015-EXIT
                UNTIL WS-DEF-JX LESS THAN OR EQUAL TO WS-DEF-IX

            INITIALIZE WS-DEF-ENTRY(WS-DEF-IX)
            MOVE WS-WORK-DEF-KEY TO WS-DEF-KEY(WS-DEF-IX)
            .
       V0004-EXIT.
            EXIT.

       V0014-SCAN-DEFECT.

            IF WS-DEF-KEY(WS-DEF-IX) EQUAL WS-WORK-DEF-KEY
               SET WS-DEF-FOUND-YES TO TRUE
            ELSE
               IF WS-DEF-KEY(WS-DEF-IX) LESS THAN WS-WORK-DEF-KEY
                  ADD 1 TO WS-DEF-IX
               END-IF
            END-IF
            .
       V0014-EXIT.
            EXIT.

       V0015-SHIFT-DEFECT.

            IF WS-DEF-JX GREATER THAN WS-DEF-IX
               MOVE WS-DEF-ENTRY(WS-DEF-JX - 1)
                 TO WS-DEF-ENTRY(WS-DEF-JX)
            END-IF
            SUBTRACT 1 FROM WS-DEF-JX
            .
       V0015-EXIT.
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
               WHEN WS-MSG-OP-RJ OR WS-MSG-OP-AU OR WS-MSG-OP-IN
                    OR WS-MSG-OP-OU OR WS-MSG-CALFILE
                    OR WS-MSG-CAL-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-SQHFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-SQHFILE AND WS-PROC-WRIT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-SQHFILE AND WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-RD-RJ OR WS-MSG-RD-AU OR WS-MSG-RD-IN
                    OR WS-MSG-SQHFILE OR WS-MSG-RECAP-FULL
                    OR WS-MSG-RJT-FULL
                    SET WS-RC-READ-ERR TO TRUE
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

            CLOSE REJIN AUDIN CALIN MRGRPT.

            IF WS-SQH-OPEN-YES
               CLOSE SQHIN
            END-IF

            CLOSE SQHOUT.

            IF WS-SQO-STAT NOT EQUAL ZEROES
               SET WS-MSG-SQHFILE TO TRUE
               MOVE WS-SQO-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  DATA QUALITY SCORECARD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  PERIOD..................: ' WS-PERIOD-EDIT.
            DISPLAY '  AUDIT RECORDS READ......: ' WS-AUD-READ-CTR.
            DISPLAY '  PERIOD DISPOSITIONS.....: ' WS-AUD-PERIOD-CTR.
            DISPLAY '  NO SOURCE SYSTEM........: ' WS-NO-SOURCE-CTR.
            DISPLAY '  REJECTS ON FILE.........: ' WS-RJT-COUNT.
            DISPLAY '  MERGE REPORT LINES READ.: ' WS-RPT-READ-CTR.
            DISPLAY '  CROSS-FEED DUPS LOST....: ' WS-DUP-LINE-CTR.
            DISPLAY '  SOURCE SYSTEMS..........: ' WS-SRC-COUNT.
            DISPLAY '  HISTORY ENTRIES COPIED..: ' WS-SQH-COPY-CTR.
            DISPLAY '  HISTORY ENTRIES REPLACED: ' WS-SQH-REPL-CTR.
            DISPLAY '  PERIOD ENTRIES WRITTEN..: ' WS-SQH-SNAP-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
