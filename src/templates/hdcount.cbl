       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDCTRN01.
      *----------------------------------------------------------*
      * MONTH-END HEADCOUNT SNAPSHOT AND ROLLING TWELVE-MONTH     *
      * TURNOVER REPORT.  PARM CARRIES THE ACCOUNTING PERIOD      *
      * (YYYY-MM), AS FOR GLPOST01.  THE STEP:                    *
      *   - SORTS THE MONTH'S AUDIT DISPOSITIONS (THE RUNS'       *
      *     AUDIT FILES CONCATENATED ON AUDIN, AS FOR AUDHST01)   *
      *     INTO RECORD-NUMBER ORDER, KEEPING ONLY THE PERIOD'S   *
      *     STARTERS (MNT-ADD), LEAVERS (DELETED, MNT-DEL) AND    *
      *     TRANSFERS (XFER);                                     *
      *   - MATCHES THEM ON THE RECORD NUMBER AGAINST THE PRIOR   *
      *     MONTH-END MASTER (OLDMAST) AND THE CURRENT ONE        *
      *     (NEWMAST) THE WAY MSTCMP01 WALKS TWO GENERATIONS.     *
      *     THE PRIOR MASTER GIVES THE OPENING HEADCOUNT PER      *
      *     MR-COMPANY-CODE / MR-DEPT-CODE, THE CURRENT ONE THE   *
      *     CLOSING; A LEAVER COUNTS AGAINST THE DEPARTMENT IT    *
      *     LEFT, A STARTER AGAINST THE ONE IT JOINED, AND A      *
      *     TRANSFER OUT OF THE PRIOR DEPARTMENT AND INTO THE     *
      *     CURRENT.  A RECORD ON NEITHER MASTER (IN AND OUT      *
      *     WITHIN THE MONTH) IS COUNTED UNDER ??? / ????;        *
      *   - CUTS THE NEW HEADCOUNT HISTORY GENERATION (HCHOUT,    *
      *     HCHREC001) FROM THE OLD ONE (HCHIN), REPLACING ANY    *
      *     ENTRIES ALREADY THERE FOR THE PERIOD SO A RERUN IS    *
      *     SAFE.  NO HCHIN (STATUS 35) IS THE FIRST MONTH;       *
      *   - PRINTS, FROM THE HISTORY, THE TWELVE MONTHS ENDING    *
      *     WITH THE PERIOD PER COMPANY / DEPARTMENT: OPENING     *
      *     HEADCOUNT AT THE START OF THE WINDOW, THE MOVEMENTS,  *
      *     CLOSING HEADCOUNT AND TURNOVER -- LEAVERS AS A        *
      *     PERCENTAGE OF THE AVERAGE OF OPENING AND CLOSING.     *
      *     TRANSFERS MOVE PEOPLE BETWEEN DEPARTMENTS AND ARE     *
      *     NOT TURNOVER.                                         *
      * ADDS THAT ARRIVE THROUGH THE DAILY FEED CARRY A WRITTEN   *
      * DISPOSITION, NOT MNT-ADD, SO THEY (AND REKEYS) SHOW IN    *
      * THE OTHER COLUMN, WHICH MAKES EVERY LINE FOOT TO CLOSING. *
      * A RECORD DORMNT01 HAS MARKED INACTIVE IS NOT IN EITHER    *
      * HEADCOUNT; ONE INACTIVATED OR REACTIVATED IN THE MONTH    *
      * SHOWS IN OTHER THE SAME WAY.                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OLDMAST ASSIGN TO OLDMAST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT NEWMAST ASSIGN TO NEWMAST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NMS-STAT.

            SELECT AUDIN ASSIGN TO AUDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT HCT-SORT-FILE ASSIGN TO SORTWK01.

            SELECT HCHIN ASSIGN TO HCHIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HCH-STAT.

            SELECT HCHOUT ASSIGN TO HCHOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HCO-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD OLDMAST.
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==OLD-MASTER-REC==
                                LEADING ==MR== BY ==OM==.

       FD NEWMAST.
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==NEW-MASTER-REC==
                                LEADING ==MR== BY ==NM==.

       FD AUDIN.
       COPY AUDREC001.

       SD HCT-SORT-FILE.
       01 HCT-SORT-REC.
            02 HS-NO            PIC 9(09).
            02 HS-RUN-DATE      PIC 9(08).
            02 HS-RUN-TIME      PIC 9(08).
            02 HS-EVENT         PIC X(01).
                88 HS-EVT-STARTER   VALUE 'S'.
                88 HS-EVT-LEAVER    VALUE 'L'.
                88 HS-EVT-XFER      VALUE 'T'.

       FD HCHIN.
       COPY HCHREC001.

       FD HCHOUT.
       01 HCH-OUT-REC           PIC X(72).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'HDCTRN01'.

       COPY CONSTANT.

      *    the history entry being written to the new generation --
      *    HEADCOUNT-HIST-REC itself is the OLD generation's buffer
       COPY HCHREC001 REPLACING ==HEADCOUNT-HIST-REC== BY
                                ==WS-HCH-NEW-REC==
                                LEADING ==HCH== BY ==HCN==.

       01 HCR-REPORT-LAYOUT.
            02 HCR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(44)
                   VALUE 'ROLLING TWELVE-MONTH HEADCOUNT AND TURNOVER'.
                05 FILLER       PIC X(09) VALUE 'PERIODS: '.
                05 HRH-FROM     PIC X(07).
                05 FILLER       PIC X(04) VALUE ' TO '.
                05 HRH-TO       PIC X(07).
                05 FILLER       PIC X(18)
                   VALUE '   MONTHS ON FILE '.
                05 HRH-MONTHS   PIC Z9.
                05 FILLER       PIC X(40) VALUE SPACES.
            02 HCR-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'CO  '.
                05 FILLER       PIC X(06) VALUE 'DEPT  '.
                05 FILLER       PIC X(09) VALUE '  OPENING'.
                05 FILLER       PIC X(09) VALUE ' STARTERS'.
                05 FILLER       PIC X(09) VALUE '  LEAVERS'.
                05 FILLER       PIC X(09) VALUE '  XFER IN'.
                05 FILLER       PIC X(09) VALUE ' XFER OUT'.
                05 FILLER       PIC X(09) VALUE '    OTHER'.
                05 FILLER       PIC X(09) VALUE '  CLOSING'.
                05 FILLER       PIC X(10) VALUE '  TURNOVER'.
                05 FILLER       PIC X(48) VALUE SPACES.
            02 HCR-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-COMPANY  PIC X(03).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 HRD-DEPT     PIC X(04).
                05 FILLER       PIC X(04) VALUE SPACES.
                05 HRD-OPENING  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-STARTERS PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-LEAVERS  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-XFER-IN  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-XFER-OUT PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-OTHER    PIC ZZ,ZZ9-.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRD-CLOSING  PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 HRD-TURNOVER PIC ZZZ9.9.
                05 HRD-TURNOVER-X REDEFINES HRD-TURNOVER
                                PIC X(06).
                05 HRD-PCT-SIGN PIC X(01) VALUE '%'.
                05 FILLER       PIC X(48) VALUE SPACES.
            02 HCR-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRC-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 HRC-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(86) VALUE SPACES.

      *    the period's movements per company / department, built
      *    in key order by the match against the two masters
       01 WS-HEADCOUNT-AREA.
            02 WS-HC-MAX         PIC 9(04) COMP VALUE 2000.
            02 WS-HC-COUNT       PIC 9(04) COMP VALUE ZERO.
            02 WS-HC-IX          PIC 9(04) COMP VALUE ZERO.
            02 WS-HC-JX          PIC 9(04) COMP VALUE ZERO.
            02 WS-HC-FOUND-SW    PIC X(01) VALUE 'N'.
                88 WS-HC-FOUND-NO    VALUE 'N'.
                88 WS-HC-FOUND-YES   VALUE 'Y'.
            02 WS-HC-ENTRY OCCURS 2000 TIMES.
                05 WS-HC-KEY         PIC X(07).
                05 WS-HC-OPENING     PIC 9(07) COMP-3.
                05 WS-HC-STARTERS    PIC 9(07) COMP-3.
                05 WS-HC-LEAVERS     PIC 9(07) COMP-3.
                05 WS-HC-XFER-IN     PIC 9(07) COMP-3.
                05 WS-HC-XFER-OUT    PIC 9(07) COMP-3.
                05 WS-HC-OTHER       PIC S9(07) COMP-3.
                05 WS-HC-CLOSING     PIC 9(07) COMP-3.

      *    the twelve-month window per company / department, rolled
      *    up off the history entries as the new generation is cut
       01 WS-ROLLING-AREA.
            02 WS-RL-MAX         PIC 9(04) COMP VALUE 2000.
            02 WS-RL-COUNT       PIC 9(04) COMP VALUE ZERO.
            02 WS-RL-IX          PIC 9(04) COMP VALUE ZERO.
            02 WS-RL-JX          PIC 9(04) COMP VALUE ZERO.
            02 WS-RL-FOUND-SW    PIC X(01) VALUE 'N'.
                88 WS-RL-FOUND-NO    VALUE 'N'.
                88 WS-RL-FOUND-YES   VALUE 'Y'.
            02 WS-RL-ENTRY OCCURS 2000 TIMES.
                05 WS-RL-KEY         PIC X(07).
                05 WS-RL-OPENING     PIC 9(07) COMP-3.
                05 WS-RL-STARTERS    PIC 9(07) COMP-3.
                05 WS-RL-LEAVERS     PIC 9(07) COMP-3.
                05 WS-RL-XFER-IN     PIC 9(07) COMP-3.
                05 WS-RL-XFER-OUT    PIC 9(07) COMP-3.
                05 WS-RL-OTHER       PIC S9(07) COMP-3.
                05 WS-RL-CLOSING     PIC 9(07) COMP-3.

      *    three-way match keys: HIGH-KEY once a stream is spent
       01 WS-MATCH-FIELDS.
            02 WS-OLD-KEY        PIC 9(10) VALUE ZERO.
            02 WS-NEW-KEY        PIC 9(10) VALUE ZERO.
            02 WS-EVT-KEY        PIC 9(10) VALUE ZERO.
            02 WS-CUR-KEY        PIC 9(10) VALUE ZERO.
            02 WS-HIGH-KEY       PIC 9(10) VALUE 9999999999.
            02 WS-OLD-BUCKET     PIC X(07) VALUE SPACES.
            02 WS-NEW-BUCKET     PIC X(07) VALUE SPACES.
            02 WS-LEFT-BUCKET    PIC X(07) VALUE SPACES.
            02 WS-JOIN-BUCKET    PIC X(07) VALUE SPACES.
            02 WS-UNKNOWN-BUCKET PIC X(07) VALUE '???????'.
            02 WS-EV-STARTERS    PIC 9(05) COMP-3 VALUE ZERO.
            02 WS-EV-LEAVERS     PIC 9(05) COMP-3 VALUE ZERO.
            02 WS-EV-XFERS       PIC 9(05) COMP-3 VALUE ZERO.

       01 WS-WORK-KEY.
            02 WS-WORK-COMPANY   PIC X(03).
            02 WS-WORK-DEPT      PIC X(04).

       01 WS-PERIOD-AREA.
            02 WS-PERIOD         PIC 9(06) VALUE ZERO.
            02 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
                05 WS-PERIOD-YEAR    PIC 9(04).
                05 WS-PERIOD-MONTH   PIC 9(02).
            02 WS-WINDOW-START   PIC 9(06) VALUE ZERO.
            02 WS-WINDOW-PARTS REDEFINES WS-WINDOW-START.
                05 WS-WINDOW-YEAR    PIC 9(04).
                05 WS-WINDOW-MONTH   PIC 9(02).
            02 WS-LAST-ROLL-PERIOD
                                 PIC 9(06) VALUE ZERO.

       01 WS-TURNOVER-FIELDS.
            02 WS-TO-OPENING     PIC 9(07) COMP-3 VALUE ZERO.
            02 WS-TO-LEAVERS     PIC 9(07) COMP-3 VALUE ZERO.
            02 WS-TO-CLOSING     PIC 9(07) COMP-3 VALUE ZERO.
            02 WS-TO-AVG-WORK    PIC 9(08) COMP-3 VALUE ZERO.
            02 WS-TO-AVG-HC      PIC 9(07)V9 COMP-3 VALUE ZERO.
            02 WS-TO-LEAVE-WORK  PIC 9(09) COMP-3 VALUE ZERO.
            02 WS-TO-PCT         PIC 9(04)V9 VALUE ZERO.

       77 WS-PERIOD-EDIT        PIC X(07) VALUE SPACES.
       77 WS-WINDOW-EDIT        PIC X(07) VALUE SPACES.
      *    one end-of-file switch per input, declared here the way
      *    the other standalone programs declare their own items
       77 WS-AUD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF-NO        VALUE 'N'.
           88 WS-AUD-EOF-YES       VALUE 'Y'.
       77 WS-HCH-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-HCH-EOF-NO        VALUE 'N'.
           88 WS-HCH-EOF-YES       VALUE 'Y'.
       77 WS-HCH-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-HCH-OPEN-NO       VALUE 'N'.
           88 WS-HCH-OPEN-YES      VALUE 'Y'.
       77 WS-OLD-HIT-SW         PIC X(01) VALUE 'N'.
           88 WS-OLD-HIT-NO        VALUE 'N'.
           88 WS-OLD-HIT-YES       VALUE 'Y'.
       77 WS-NEW-HIT-SW         PIC X(01) VALUE 'N'.
           88 WS-NEW-HIT-NO        VALUE 'N'.
           88 WS-NEW-HIT-YES       VALUE 'Y'.
       77 WS-AUD-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EVENT-CTR          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-OLD-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NEW-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-OLD-INACT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NEW-INACT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-HCH-COPY-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-HCH-REPL-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-HCH-SNAP-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MONTHS-CTR         PIC 9(02) COMP-3 VALUE ZERO.
       77 WS-TOT-OPENING        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-STARTERS       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-LEAVERS        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-XFER-IN        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-XFER-OUT       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-OTHER          PIC S9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-CLOSING        PIC 9(07) COMP-3 VALUE ZERO.
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
            PERFORM S0001-SORT-EVENTS THRU S0001-EXIT
            PERFORM P0001-FOOT-BUCKETS THRU P0001-EXIT
            PERFORM H0001-MERGE-HISTORY THRU H0001-EXIT
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

      *    the window is the twelve periods ending with this one
            IF WS-PERIOD-MONTH EQUAL 12
               MOVE WS-PERIOD-YEAR TO WS-WINDOW-YEAR
               MOVE 1              TO WS-WINDOW-MONTH
            ELSE
               SUBTRACT 1 FROM WS-PERIOD-YEAR GIVING WS-WINDOW-YEAR
               ADD 1 WS-PERIOD-MONTH GIVING WS-WINDOW-MONTH
            END-IF

            MOVE WS-WINDOW-START(1:4) TO WS-WINDOW-EDIT(1:4)
            MOVE '-'                  TO WS-WINDOW-EDIT(5:1)
            MOVE WS-WINDOW-START(5:2) TO WS-WINDOW-EDIT(6:2)
            .
       C0001-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT OLDMAST.

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-PR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT NEWMAST.

            IF WS-NMS-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-NMS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT HCHOUT.

            IF WS-HCO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HCHFILE TO TRUE
               MOVE WS-HCO-STAT TO WS-ERR-CDE
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

      *----------------------------------------------------------*
      * THE MONTH'S MOVEMENT EVENTS THROUGH THE SORT INTO RECORD  *
      * NUMBER ORDER; THE OUTPUT PROCEDURE IS THE MATCH AGAINST   *
      * THE TWO MASTER GENERATIONS.                               *
      *----------------------------------------------------------*
       S0001-SORT-EVENTS.

            SORT HCT-SORT-FILE
                ON ASCENDING KEY HS-NO HS-RUN-DATE HS-RUN-TIME
                INPUT PROCEDURE IS S0010-SORT-INPUT
                    THRU S0010-EXIT
                OUTPUT PROCEDURE IS T0001-SORT-OUTPUT
                    THRU T0001-EXIT
            .
       S0001-EXIT.
            EXIT.

       S0010-SORT-INPUT.

            OPEN INPUT AUDIN

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM S0011-READ-AUDIT THRU S0011-EXIT
                UNTIL WS-AUD-EOF-YES

            CLOSE AUDIN
            .
       S0010-EXIT.
            EXIT.

       S0011-READ-AUDIT.

            READ AUDIN
              AT END
                 SET WS-AUD-EOF-YES TO TRUE
                 GO TO S0011-EXIT
            END-READ

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-AUD-READ-CTR

            IF AUD-RUN-DATE(1:6) NOT EQUAL WS-PERIOD(1:6)
               GO TO S0011-EXIT
            END-IF

            EVALUATE TRUE
               WHEN AUD-OUTCM-MNT-ADD
                    SET HS-EVT-STARTER TO TRUE
               WHEN AUD-OUTCM-DELETED OR AUD-OUTCM-MNT-DEL
                    SET HS-EVT-LEAVER  TO TRUE
               WHEN AUD-OUTCM-XFER
                    SET HS-EVT-XFER    TO TRUE
               WHEN OTHER
                    GO TO S0011-EXIT
            END-EVALUATE

            MOVE AUD-NO       TO HS-NO
            MOVE AUD-RUN-DATE TO HS-RUN-DATE
            MOVE AUD-RUN-TIME TO HS-RUN-TIME
            ADD 1 TO WS-EVENT-CTR

            RELEASE HCT-SORT-REC
            .
       S0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THREE-WAY MATCH ON THE RECORD NUMBER: PRIOR MASTER,       *
      * CURRENT MASTER, SORTED EVENTS.  EACH PASS TAKES THE       *
      * LOWEST KEY OFF WHICHEVER STREAMS CARRY IT.                *
      *----------------------------------------------------------*
       T0001-SORT-OUTPUT.

            SET WS-SORT-EOF-NO TO TRUE
            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            PERFORM D0001-READ-OLD THRU D0001-EXIT
            PERFORM D0002-READ-NEW THRU D0002-EXIT
            PERFORM T0003-MATCH-KEY THRU T0003-EXIT
                UNTIL WS-OLD-KEY EQUAL WS-HIGH-KEY
                  AND WS-NEW-KEY EQUAL WS-HIGH-KEY
                  AND WS-EVT-KEY EQUAL WS-HIGH-KEY
            .
       T0001-EXIT.
            EXIT.

       T0002-RETURN-SORTED.

            RETURN HCT-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN

            IF WS-SORT-EOF-YES
               MOVE WS-HIGH-KEY TO WS-EVT-KEY
            ELSE
               MOVE HS-NO       TO WS-EVT-KEY
            END-IF
            .
       T0002-EXIT.
            EXIT.

       D0001-READ-OLD.

            READ OLDMAST
              AT END
                 MOVE WS-HIGH-KEY TO WS-OLD-KEY
                 GO TO D0001-EXIT
            END-READ

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-PR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-PRIR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE OM-NO TO WS-OLD-KEY
            .
       D0001-EXIT.
            EXIT.

       D0002-READ-NEW.

            READ NEWMAST
              AT END
                 MOVE WS-HIGH-KEY TO WS-NEW-KEY
                 GO TO D0002-EXIT
            END-READ

            IF WS-NMS-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-MR TO TRUE
               MOVE WS-NMS-STAT TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE NM-NO TO WS-NEW-KEY
            .
       D0002-EXIT.
            EXIT.

       T0003-MATCH-KEY.

            MOVE WS-OLD-KEY TO WS-CUR-KEY
            IF WS-NEW-KEY LESS THAN WS-CUR-KEY
               MOVE WS-NEW-KEY TO WS-CUR-KEY
            END-IF
            IF WS-EVT-KEY LESS THAN WS-CUR-KEY
               MOVE WS-EVT-KEY TO WS-CUR-KEY
            END-IF

            SET WS-OLD-HIT-NO TO TRUE
            SET WS-NEW-HIT-NO TO TRUE
            MOVE ZERO TO WS-EV-STARTERS
            MOVE ZERO TO WS-EV-LEAVERS
            MOVE ZERO TO WS-EV-XFERS

      *    a master may carry more than one version of a record;
      *    the record counts once, in the department of the first.
      *    an inactive record (every version is marked) is read
      *    past and counted as not on that master at all
            IF WS-OLD-KEY EQUAL WS-CUR-KEY
               IF OM-STAT-INACTIVE
                  ADD 1 TO WS-OLD-INACT-CTR
               ELSE
                  SET WS-OLD-HIT-YES TO TRUE
                  MOVE OM-COMPANY-CODE TO WS-OLD-BUCKET(1:3)
                  MOVE OM-DEPT-CODE    TO WS-OLD-BUCKET(4:4)
                  ADD 1 TO WS-OLD-CTR
               END-IF
               PERFORM D0001-READ-OLD THRU D0001-EXIT
                   UNTIL WS-OLD-KEY NOT EQUAL WS-CUR-KEY
            END-IF

            IF WS-NEW-KEY EQUAL WS-CUR-KEY
               IF NM-STAT-INACTIVE
                  ADD 1 TO WS-NEW-INACT-CTR
               ELSE
                  SET WS-NEW-HIT-YES TO TRUE
                  MOVE NM-COMPANY-CODE TO WS-NEW-BUCKET(1:3)
                  MOVE NM-DEPT-CODE    TO WS-NEW-BUCKET(4:4)
                  ADD 1 TO WS-NEW-CTR
               END-IF
               PERFORM D0002-READ-NEW THRU D0002-EXIT
                   UNTIL WS-NEW-KEY NOT EQUAL WS-CUR-KEY
            END-IF

            PERFORM T0004-TAKE-EVENT THRU T0004-EXIT
                UNTIL WS-EVT-KEY NOT EQUAL WS-CUR-KEY

            PERFORM T0005-POST-KEY THRU T0005-EXIT
            .
       T0003-EXIT.
            EXIT.

       T0004-TAKE-EVENT.

            EVALUATE TRUE
               WHEN HS-EVT-STARTER
                    ADD 1 TO WS-EV-STARTERS
               WHEN HS-EVT-LEAVER
                    ADD 1 TO WS-EV-LEAVERS
               WHEN HS-EVT-XFER
                    ADD 1 TO WS-EV-XFERS
            END-EVALUATE

            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            .
       T0004-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE DEPARTMENT A RECORD LEFT IS ITS PRIOR-MASTER ONE, THE *
      * DEPARTMENT IT JOINED ITS CURRENT-MASTER ONE; EITHER FALLS *
      * BACK ON THE OTHER WHEN THE RECORD IS ON ONE MASTER ONLY.  *
      *----------------------------------------------------------*
       T0005-POST-KEY.

            MOVE WS-UNKNOWN-BUCKET TO WS-LEFT-BUCKET
            MOVE WS-UNKNOWN-BUCKET TO WS-JOIN-BUCKET

            IF WS-NEW-HIT-YES
               MOVE WS-NEW-BUCKET TO WS-LEFT-BUCKET
               MOVE WS-NEW-BUCKET TO WS-JOIN-BUCKET
               MOVE WS-NEW-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD 1 TO WS-HC-CLOSING(WS-HC-IX)
            END-IF

            IF WS-OLD-HIT-YES
               MOVE WS-OLD-BUCKET TO WS-LEFT-BUCKET
               IF WS-NEW-HIT-NO
                  MOVE WS-OLD-BUCKET TO WS-JOIN-BUCKET
               END-IF
               MOVE WS-OLD-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD 1 TO WS-HC-OPENING(WS-HC-IX)
            END-IF

            IF WS-EV-STARTERS GREATER THAN ZERO
               MOVE WS-JOIN-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD WS-EV-STARTERS TO WS-HC-STARTERS(WS-HC-IX)
            END-IF

            IF WS-EV-LEAVERS GREATER THAN ZERO
               MOVE WS-LEFT-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD WS-EV-LEAVERS TO WS-HC-LEAVERS(WS-HC-IX)
            END-IF

            IF WS-EV-XFERS GREATER THAN ZERO
               MOVE WS-LEFT-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD WS-EV-XFERS TO WS-HC-XFER-OUT(WS-HC-IX)
               MOVE WS-JOIN-BUCKET TO WS-WORK-KEY
               PERFORM V0001-FIND-BUCKET THRU V0001-EXIT
               ADD WS-EV-XFERS TO WS-HC-XFER-IN(WS-HC-IX)
            END-IF
            .
       T0005-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * OTHER = CLOSING - OPENING - STARTERS + LEAVERS - XFER-IN  *
      *         + XFER-OUT, SO EVERY BUCKET FOOTS.                *
      *----------------------------------------------------------*
       P0001-FOOT-BUCKETS.

            MOVE ZERO TO WS-HC-IX
            PERFORM P0002-FOOT-ONE THRU P0002-EXIT
                UNTIL WS-HC-IX GREATER THAN OR EQUAL TO WS-HC-COUNT
            .
       P0001-EXIT.
            EXIT.

       P0002-FOOT-ONE.

            ADD 1 TO WS-HC-IX

            MOVE WS-HC-CLOSING(WS-HC-IX) TO WS-HC-OTHER(WS-HC-IX)
            SUBTRACT WS-HC-OPENING(WS-HC-IX)
                FROM WS-HC-OTHER(WS-HC-IX)
            SUBTRACT WS-HC-STARTERS(WS-HC-IX)
                FROM WS-HC-OTHER(WS-HC-IX)
            ADD WS-HC-LEAVERS(WS-HC-IX)  TO WS-HC-OTHER(WS-HC-IX)
            SUBTRACT WS-HC-XFER-IN(WS-HC-IX)
                FROM WS-HC-OTHER(WS-HC-IX)
            ADD WS-HC-XFER-OUT(WS-HC-IX) TO WS-HC-OTHER(WS-HC-IX)
            .
       P0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * LOCATES WS-WORK-KEY IN THE PERIOD'S BUCKETS, INSERTING A  *
      * ZEROED ENTRY IN KEY ORDER WHEN IT IS NOT THERE YET.       *
      *----------------------------------------------------------*
       V0001-FIND-BUCKET.

            SET WS-HC-FOUND-NO TO TRUE
            MOVE 1 TO WS-HC-IX
            PERFORM V0002-SCAN-BUCKET THRU V0002-EXIT
                UNTIL WS-HC-FOUND-YES
                   OR WS-HC-IX GREATER THAN WS-HC-COUNT
                   OR WS-HC-KEY(WS-HC-IX) GREATER THAN WS-WORK-KEY

            IF WS-HC-FOUND-YES
               GO TO V0001-EXIT
            END-IF

            IF WS-HC-COUNT GREATER THAN OR EQUAL TO WS-HC-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-HC-COUNT
            MOVE WS-HC-COUNT TO WS-HC-JX
            PERFORM V0003-SHIFT-BUCKET THRU V0003-EXIT
                UNTIL WS-HC-JX LESS THAN OR EQUAL TO WS-HC-IX

            INITIALIZE WS-HC-ENTRY(WS-HC-IX)
            MOVE WS-WORK-KEY TO WS-HC-KEY(WS-HC-IX)
            .
       V0001-EXIT.
            EXIT.

       V0002-SCAN-BUCKET.

            IF WS-HC-KEY(WS-HC-IX) EQUAL WS-WORK-KEY
               SET WS-HC-FOUND-YES TO TRUE
            ELSE
               IF WS-HC-KEY(WS-HC-IX) LESS THAN WS-WORK-KEY
                  ADD 1 TO WS-HC-IX
               END-IF
            END-IF
            .
       V0002-EXIT.
            EXIT.

       V0003-SHIFT-BUCKET.

            IF WS-HC-JX GREATER THAN WS-HC-IX
               MOVE WS-HC-ENTRY(WS-HC-JX - 1)
                 TO WS-HC-ENTRY(WS-HC-JX)
            END-IF
            SUBTRACT 1 FROM WS-HC-JX
            .
       V0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NEW HISTORY GENERATION: OLD ENTRIES BEFORE THE PERIOD,    *
      * THEN THE PERIOD'S SNAPSHOT (ANY OLD ENTRIES FOR THE       *
      * PERIOD ARE DROPPED), THEN ANY LATER OLD ENTRIES.  EVERY   *
      * ENTRY WRITTEN IS OFFERED TO THE TWELVE-MONTH ROLL-UP.     *
      *----------------------------------------------------------*
       H0001-MERGE-HISTORY.

            OPEN INPUT HCHIN

            IF WS-HCH-STAT EQUAL '35'
               SET WS-HCH-EOF-YES TO TRUE
            ELSE
               IF WS-HCH-STAT NOT EQUAL ZEROES
                  SET WS-MSG-HCHFILE TO TRUE
                  MOVE WS-HCH-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-HCH-OPEN-YES TO TRUE
               PERFORM D0003-READ-HIST THRU D0003-EXIT
            END-IF

            PERFORM H0002-COPY-HIST THRU H0002-EXIT
                UNTIL WS-HCH-EOF-YES
                   OR HCH-PERIOD NOT LESS THAN WS-PERIOD

            PERFORM H0003-DROP-HIST THRU H0003-EXIT
                UNTIL WS-HCH-EOF-YES
                   OR HCH-PERIOD NOT EQUAL WS-PERIOD

            MOVE ZERO TO WS-HC-IX
            PERFORM H0004-WRITE-SNAP THRU H0004-EXIT
                UNTIL WS-HC-IX GREATER THAN OR EQUAL TO WS-HC-COUNT

            PERFORM H0002-COPY-HIST THRU H0002-EXIT
                UNTIL WS-HCH-EOF-YES

            IF WS-HCH-OPEN-YES
               CLOSE HCHIN
               SET WS-HCH-OPEN-NO TO TRUE
            END-IF
            .
       H0001-EXIT.
            EXIT.

       D0003-READ-HIST.

            READ HCHIN
              AT END
                 SET WS-HCH-EOF-YES TO TRUE
                 GO TO D0003-EXIT
            END-READ

            IF WS-HCH-STAT NOT EQUAL ZEROES
               SET WS-MSG-HCHFILE TO TRUE
               MOVE WS-HCH-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0003-EXIT.
            EXIT.

       H0002-COPY-HIST.

            MOVE HEADCOUNT-HIST-REC TO WS-HCH-NEW-REC
            PERFORM H0005-PUT-HIST THRU H0005-EXIT
            ADD 1 TO WS-HCH-COPY-CTR
            PERFORM D0003-READ-HIST THRU D0003-EXIT
            .
       H0002-EXIT.
            EXIT.

       H0003-DROP-HIST.

            ADD 1 TO WS-HCH-REPL-CTR
            PERFORM D0003-READ-HIST THRU D0003-EXIT
            .
       H0003-EXIT.
            EXIT.

       H0004-WRITE-SNAP.

            ADD 1 TO WS-HC-IX

            MOVE SPACES                    TO WS-HCH-NEW-REC
            MOVE WS-PERIOD                 TO HCN-PERIOD
            MOVE WS-HC-KEY(WS-HC-IX)(1:3)  TO HCN-COMPANY-CODE
            MOVE WS-HC-KEY(WS-HC-IX)(4:4)  TO HCN-DEPT-CODE
            MOVE WS-HC-OPENING(WS-HC-IX)   TO HCN-OPENING
            MOVE WS-HC-STARTERS(WS-HC-IX)  TO HCN-STARTERS
            MOVE WS-HC-LEAVERS(WS-HC-IX)   TO HCN-LEAVERS
            MOVE WS-HC-XFER-IN(WS-HC-IX)   TO HCN-XFER-IN
            MOVE WS-HC-XFER-OUT(WS-HC-IX)  TO HCN-XFER-OUT
            MOVE WS-HC-OTHER(WS-HC-IX)     TO HCN-OTHER
            MOVE WS-HC-CLOSING(WS-HC-IX)   TO HCN-CLOSING

            PERFORM H0005-PUT-HIST THRU H0005-EXIT
            ADD 1 TO WS-HCH-SNAP-CTR
            .
       H0004-EXIT.
            EXIT.

       H0005-PUT-HIST.

            WRITE HCH-OUT-REC FROM WS-HCH-NEW-REC

            IF WS-HCO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HCHFILE TO TRUE
               MOVE WS-HCO-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF HCN-PERIOD LESS THAN WS-WINDOW-START
               OR HCN-PERIOD GREATER THAN WS-PERIOD
               GO TO H0005-EXIT
            END-IF

            IF HCN-PERIOD NOT EQUAL WS-LAST-ROLL-PERIOD
               ADD 1 TO WS-MONTHS-CTR
               MOVE HCN-PERIOD TO WS-LAST-ROLL-PERIOD
            END-IF

            MOVE HCN-COMPANY-CODE TO WS-WORK-COMPANY
            MOVE HCN-DEPT-CODE    TO WS-WORK-DEPT
            PERFORM V0004-FIND-ROLL THRU V0004-EXIT

      *    the first entry seen for a key is its earliest in the
      *    window, so its opening is the window's opening
            IF WS-RL-FOUND-NO
               MOVE HCN-OPENING TO WS-RL-OPENING(WS-RL-IX)
            END-IF

            ADD HCN-STARTERS TO WS-RL-STARTERS(WS-RL-IX)
            ADD HCN-LEAVERS  TO WS-RL-LEAVERS(WS-RL-IX)
            ADD HCN-XFER-IN  TO WS-RL-XFER-IN(WS-RL-IX)
            ADD HCN-XFER-OUT TO WS-RL-XFER-OUT(WS-RL-IX)
            ADD HCN-OTHER    TO WS-RL-OTHER(WS-RL-IX)

            IF HCN-PERIOD EQUAL WS-PERIOD
               MOVE HCN-CLOSING TO WS-RL-CLOSING(WS-RL-IX)
            END-IF
            .
       H0005-EXIT.
            EXIT.

       V0004-FIND-ROLL.

            SET WS-RL-FOUND-NO TO TRUE
            MOVE 1 TO WS-RL-IX
            PERFORM V0005-SCAN-ROLL THRU V0005-EXIT
                UNTIL WS-RL-FOUND-YES
                   OR WS-RL-IX GREATER THAN WS-RL-COUNT
                   OR WS-RL-KEY(WS-RL-IX) GREATER THAN WS-WORK-KEY

            IF WS-RL-FOUND-YES
               GO TO V0004-EXIT
            END-IF

            IF WS-RL-COUNT GREATER THAN OR EQUAL TO WS-RL-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RL-COUNT
            MOVE WS-RL-COUNT TO WS-RL-JX
            PERFORM V0006-SHIFT-ROLL THRU V0006-EXIT
                UNTIL WS-RL-JX LESS THAN OR EQUAL TO WS-RL-IX

            INITIALIZE WS-RL-ENTRY(WS-RL-IX)
            MOVE WS-WORK-KEY TO WS-RL-KEY(WS-RL-IX)
            .
       V0004-EXIT.
            EXIT.

       V0005-SCAN-ROLL.

            IF WS-RL-KEY(WS-RL-IX) EQUAL WS-WORK-KEY
               SET WS-RL-FOUND-YES TO TRUE
            ELSE
               IF WS-RL-KEY(WS-RL-IX) LESS THAN WS-WORK-KEY
                  ADD 1 TO WS-RL-IX
               END-IF
            END-IF
            .
       V0005-EXIT.
            EXIT.

       V0006-SHIFT-ROLL.

            IF WS-RL-JX GREATER THAN WS-RL-IX
               MOVE WS-RL-ENTRY(WS-RL-JX - 1)
                 TO WS-RL-ENTRY(WS-RL-JX)
            END-IF
            SUBTRACT 1 FROM WS-RL-JX
            .
       V0006-EXIT.
            EXIT.

       G0001-PRNT-REPORT.

            MOVE WS-WINDOW-EDIT    TO HRH-FROM
            MOVE WS-PERIOD-EDIT    TO HRH-TO
            MOVE WS-MONTHS-CTR     TO HRH-MONTHS
            MOVE HCR-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE HCR-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO TO WS-RL-IX
            PERFORM G0002-PRNT-ONE-DEPT THRU G0002-EXIT
                UNTIL WS-RL-IX GREATER THAN OR EQUAL TO WS-RL-COUNT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'ALL'           TO HRD-COMPANY
            MOVE SPACES          TO HRD-DEPT
            MOVE WS-TOT-OPENING  TO HRD-OPENING
            MOVE WS-TOT-STARTERS TO HRD-STARTERS
            MOVE WS-TOT-LEAVERS  TO HRD-LEAVERS
            MOVE WS-TOT-XFER-IN  TO HRD-XFER-IN
            MOVE WS-TOT-XFER-OUT TO HRD-XFER-OUT
            MOVE WS-TOT-OTHER    TO HRD-OTHER
            MOVE WS-TOT-CLOSING  TO HRD-CLOSING
            MOVE WS-TOT-OPENING  TO WS-TO-OPENING
            MOVE WS-TOT-LEAVERS  TO WS-TO-LEAVERS
            MOVE WS-TOT-CLOSING  TO WS-TO-CLOSING
            PERFORM G0003-TURNOVER THRU G0003-EXIT
            MOVE HCR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'MOVEMENT EVENTS IN PERIOD' TO HRC-LABEL
            MOVE WS-EVENT-CTR                TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'PRIOR MASTER RECORDS (OPENING)' TO HRC-LABEL
            MOVE WS-OLD-CTR                       TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'CURRENT MASTER RECORDS (CLOSING)' TO HRC-LABEL
            MOVE WS-NEW-CTR                         TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'INACTIVE RECORDS LEFT OUT (PRIOR)' TO HRC-LABEL
            MOVE WS-OLD-INACT-CTR                    TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'INACTIVE RECORDS LEFT OUT (CURRENT)' TO HRC-LABEL
            MOVE WS-NEW-INACT-CTR                      TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'HISTORY ENTRIES WRITTEN FOR PERIOD' TO HRC-LABEL
            MOVE WS-HCH-SNAP-CTR                      TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            MOVE 'HISTORY ENTRIES REPLACED (RERUN)' TO HRC-LABEL
            MOVE WS-HCH-REPL-CTR                    TO HRC-COUNT
            PERFORM G0004-PRNT-COUNT THRU G0004-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-ONE-DEPT.

            ADD 1 TO WS-RL-IX

            ADD WS-RL-OPENING(WS-RL-IX)  TO WS-TOT-OPENING
            ADD WS-RL-STARTERS(WS-RL-IX) TO WS-TOT-STARTERS
            ADD WS-RL-LEAVERS(WS-RL-IX)  TO WS-TOT-LEAVERS
            ADD WS-RL-XFER-IN(WS-RL-IX)  TO WS-TOT-XFER-IN
            ADD WS-RL-XFER-OUT(WS-RL-IX) TO WS-TOT-XFER-OUT
            ADD WS-RL-OTHER(WS-RL-IX)    TO WS-TOT-OTHER
            ADD WS-RL-CLOSING(WS-RL-IX)  TO WS-TOT-CLOSING

            MOVE WS-RL-KEY(WS-RL-IX)(1:3) TO HRD-COMPANY
            MOVE WS-RL-KEY(WS-RL-IX)(4:4) TO HRD-DEPT
            MOVE WS-RL-OPENING(WS-RL-IX)  TO HRD-OPENING
            MOVE WS-RL-STARTERS(WS-RL-IX) TO HRD-STARTERS
            MOVE WS-RL-LEAVERS(WS-RL-IX)  TO HRD-LEAVERS
            MOVE WS-RL-XFER-IN(WS-RL-IX)  TO HRD-XFER-IN
            MOVE WS-RL-XFER-OUT(WS-RL-IX) TO HRD-XFER-OUT
            MOVE WS-RL-OTHER(WS-RL-IX)    TO HRD-OTHER
            MOVE WS-RL-CLOSING(WS-RL-IX)  TO HRD-CLOSING
            MOVE WS-RL-OPENING(WS-RL-IX)  TO WS-TO-OPENING
            MOVE WS-RL-LEAVERS(WS-RL-IX)  TO WS-TO-LEAVERS
            MOVE WS-RL-CLOSING(WS-RL-IX)  TO WS-TO-CLOSING
            PERFORM G0003-TURNOVER THRU G0003-EXIT

            MOVE HCR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * TURNOVER = LEAVERS X 100 / ((OPENING + CLOSING) / 2),     *
      * FOR THE LINE JUST BUILT.  N/A WHEN THE AVERAGE HEADCOUNT  *
      * IS ZERO.                                                  *
      *----------------------------------------------------------*
       G0003-TURNOVER.

            ADD WS-TO-OPENING WS-TO-CLOSING GIVING WS-TO-AVG-WORK
            DIVIDE WS-TO-AVG-WORK BY 2 GIVING WS-TO-AVG-HC

            IF WS-TO-AVG-HC EQUAL ZERO
               MOVE '   N/A' TO HRD-TURNOVER-X
               MOVE SPACE    TO HRD-PCT-SIGN
               GO TO G0003-EXIT
            END-IF

            MOVE WS-TO-LEAVERS TO WS-TO-LEAVE-WORK
            MULTIPLY WS-TO-LEAVE-WORK BY 100 GIVING WS-TO-LEAVE-WORK
            DIVIDE WS-TO-LEAVE-WORK BY WS-TO-AVG-HC
                GIVING WS-TO-PCT ROUNDED
                ON SIZE ERROR MOVE 9999.9 TO WS-TO-PCT
            END-DIVIDE
            MOVE WS-TO-PCT TO HRD-TURNOVER
            MOVE '%'       TO HRD-PCT-SIGN
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-COUNT.

            MOVE HCR-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0004-EXIT.
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
               WHEN WS-MSG-OP-PR OR WS-MSG-OP-MR OR WS-MSG-OP-AU
                    OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-HCHFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-HCHFILE AND WS-PROC-WRIT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-HCHFILE AND WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-RD-PR OR WS-MSG-RD-MR OR WS-MSG-RD-AU
                    OR WS-MSG-HCHFILE OR WS-MSG-RECAP-FULL
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

            CLOSE OLDMAST NEWMAST.

            IF WS-HCH-OPEN-YES
               CLOSE HCHIN
            END-IF

            CLOSE HCHOUT.

            IF WS-HCO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HCHFILE TO TRUE
               MOVE WS-HCO-STAT TO WS-ERR-CDE
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
            DISPLAY '  HEADCOUNT SNAPSHOT STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  PERIOD..................: ' WS-PERIOD-EDIT.
            DISPLAY '  AUDIT RECORDS READ......: ' WS-AUD-READ-CTR.
            DISPLAY '  MOVEMENT EVENTS.........: ' WS-EVENT-CTR.
            DISPLAY '  OPENING HEADCOUNT.......: ' WS-OLD-CTR.
            DISPLAY '  CLOSING HEADCOUNT.......: ' WS-NEW-CTR.
            DISPLAY '  INACTIVE LEFT OUT, PRIOR: ' WS-OLD-INACT-CTR.
            DISPLAY '  INACTIVE LEFT OUT, CURR.: ' WS-NEW-INACT-CTR.
            DISPLAY '  HISTORY ENTRIES COPIED..: ' WS-HCH-COPY-CTR.
            DISPLAY '  HISTORY ENTRIES REPLACED: ' WS-HCH-REPL-CTR.
            DISPLAY '  SNAPSHOT ENTRIES WRITTEN: ' WS-HCH-SNAP-CTR.
            DISPLAY '  MONTHS IN WINDOW........: ' WS-MONTHS-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
