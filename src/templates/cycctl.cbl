       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCTL01.
      *----------------------------------------------------------*
      * NIGHTLY CYCLE CONTROL OPERATOR UTILITY.  KEEPS THE CYCLE  *
      * STEP LEDGER (CYCFILE, CYCREC001) THE CHAINED STEPS CHECK  *
      * THEMSELVES IN AND OUT OF.  PARM:                          *
      *   OPEN,YYYY-MM-DD[,M]                                     *
      *            FIRST STEP OF THE NIGHT: MAKES YYYY-MM-DD THE  *
      *            CURRENT BUSINESS DATE AND ADDS A PENDING ENTRY *
      *            FOR EVERY STEP ON THE CYCLE DEFINITION CARDS   *
      *            (CARDIN) -- MONTH-END STEPS ONLY WITH ,M.      *
      *            ENTRIES ALREADY ON FILE FOR THE DATE ARE KEPT  *
      *            AS THEY ARE, SO RESUBMITTING THE WHOLE CYCLE   *
      *            IS SAFE: COMPLETE STEPS SKIP THEMSELVES AND    *
      *            THE NIGHT RESUMES AT THE STEP THAT FAILED.     *
      *   RERUN,STEPID                                            *
      *            PUT A STEP OF THE CURRENT DATE BACK TO PENDING *
      *            SO IT RUNS AGAIN ON THE NEXT SUBMISSION.       *
      *            REFUSED (RC 98) ONCE A LATER STEP HAS READ ITS *
      *            OUTPUT -- RERUN THE LATER STEPS FIRST, LAST    *
      *            ONE BACK; EACH RERUN RELEASES ITS OWN CLAIM ON *
      *            ITS PREDECESSORS.                              *
      *   REPORT[,YYYY-MM-DD]                                     *
      *            CYCLE STATUS REPORT FOR THE MORNING HANDOVER   *
      *            (DEFAULT: CURRENT DATE), STEPS IN RUN ORDER    *
      *            WITH TIMES, RETURN CODES, ATTEMPTS AND OUTPUT  *
      *            DATASETS, AND THE STEP TO RESUME AT.  ENDS     *
      *            WITH THE ESCALATION CODE WHILE ANY STEP IS NOT *
      *            COMPLETE, SO AUTOMATION CAN TEST IT TOO.       *
      *                                                           *
      * CYCLE DEFINITION CARDS, IN RUN ORDER ('*' IN COLUMN 1 IS  *
      * A COMMENT):                                               *
      *   STEP STEPID   F PRED1    PRED2    PRED3    PRED4        *
      *        COLS 6-13 STEP (PROGRAM NAME), 15 FREQUENCY D OR M *
      *        (DAILY / MONTH END), 17/26/35/44 UP TO FOUR        *
      *        PREDECESSORS, EACH ON AN EARLIER STEP CARD         *
      *   DSN  STEPID   DATASET.NAME                              *
      *        COLS 15-58 A KEY OUTPUT DATASET OF THE STEP, UP TO *
      *        THREE PER STEP -- THE REPORT LISTS THEM SO THE     *
      *        OPERATOR KNOWS WHAT A RERUN WILL REPLACE           *
      * A MONTH-END PREDECESSOR OF A DAILY STEP IS DROPPED ON THE *
      * NIGHTS IT IS NOT SCHEDULED.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CYCFILE.
       COPY CYCREC001.

       FD CARDIN.
       01 CYCLE-DEF-CARD.
            02 CDC-TYPE          PIC X(04).
            02 FILLER            PIC X(01).
            02 CDC-STEP-ID       PIC X(08).
            02 FILLER            PIC X(01).
            02 CDC-BODY          PIC X(66).
            02 CDC-STEP-BODY REDEFINES CDC-BODY.
                05 CDC-FREQ      PIC X(01).
                05 FILLER        PIC X(01).
                05 CDC-PRED OCCURS 4 TIMES.
                    10 CDC-PRED-ID PIC X(08).
                    10 FILLER    PIC X(01).
                05 FILLER        PIC X(28).
            02 CDC-DSN-BODY REDEFINES CDC-BODY.
                05 CDC-DSN       PIC X(44).
                05 FILLER        PIC X(22).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'CYCCTL01'.

       COPY CONSTANT.

       01 CYC-REPORT-LAYOUT.
            02 CYC-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(28)
                   VALUE 'NIGHTLY CYCLE STATUS REPORT'.
                05 FILLER       PIC X(15)
                   VALUE 'BUSINESS DATE '.
                05 CHL-BUS-DATE PIC 9(08).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 CHL-MONTH-END PIC X(09).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'OPENED ON '.
                05 CHL-OPEN-DATE PIC 9(08).
                05 FILLER       PIC X(04) VALUE ' AT '.
                05 CHL-OPEN-TIME PIC 9(08).
                05 FILLER       PIC X(35) VALUE SPACES.
            02 CYC-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'SEQ'.
                05 FILLER       PIC X(10) VALUE 'STEP'.
                05 FILLER       PIC X(10) VALUE 'STATUS'.
                05 FILLER       PIC X(19) VALUE 'STARTED'.
                05 FILLER       PIC X(19) VALUE 'ENDED'.
                05 FILLER       PIC X(04) VALUE 'RC'.
                05 FILLER       PIC X(06) VALUE 'TRIES'.
                05 FILLER       PIC X(10) VALUE 'USED BY'.
                05 FILLER       PIC X(48) VALUE 'REMARK'.
            02 CYC-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-SEQ      PIC Z9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 CDL-STEP-ID  PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-STATUS   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-START-DATE PIC X(08).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 CDL-START-TIME PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-END-DATE PIC X(08).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 CDL-END-TIME PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-RC       PIC X(02).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-TRIES    PIC ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 CDL-USED-BY  PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-REMARK   PIC X(30).
                05 FILLER       PIC X(18) VALUE SPACES.
            02 CYC-DSN-LAYOUT.
                05 FILLER       PIC X(17) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'OUTPUT  '.
                05 CNL-DSN      PIC X(44).
                05 FILLER       PIC X(64) VALUE SPACES.
            02 CYC-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'STEPS '.
                05 CTL-STEP-CNT PIC Z9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'COMPLETE '.
                05 CTL-COMP-CNT PIC Z9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'FAILED '.
                05 CTL-FAIL-CNT PIC Z9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'STARTED '.
                05 CTL-STRT-CNT PIC Z9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PENDING '.
                05 CTL-PEND-CNT PIC Z9.
                05 FILLER       PIC X(71) VALUE SPACES.
            02 CYC-RESUME-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CRL-TEXT     PIC X(40).
                05 CRL-STEP-ID  PIC X(08).
                05 FILLER       PIC X(83) VALUE SPACES.

      *    the cycle definition, one entry per STEP card in run
      *    order; scheduled = daily, or month end on a month-end
      *    night
       01 WS-CYCLE-DEF-AREA.
            02 WS-DEF-MAX        PIC 9(04) COMP VALUE 20.
            02 WS-DEF-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-DEF-ENTRY OCCURS 20 TIMES.
                05 WS-DEF-STEP-ID   PIC X(08).
                05 WS-DEF-FREQ      PIC X(01).
                05 WS-DEF-SCHED-SW  PIC X(01).
                    88 WS-DEF-SCHED-NO  VALUE 'N'.
                    88 WS-DEF-SCHED-YES VALUE 'Y'.
                05 WS-DEF-PRED-ID   PIC X(08) OCCURS 4 TIMES.
                05 WS-DEF-DSN-COUNT PIC 9(01).
                05 WS-DEF-OUT-DSN   PIC X(44) OCCURS 3 TIMES.

      *    one night's step list as the '*CYCLE*' record holds it
       01 WS-NIGHT-AREA.
            02 WS-NGT-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-NGT-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-NGT-MONTH-END-SW PIC X(01) VALUE 'N'.
            02 WS-NGT-OPEN-DATE  PIC 9(08) VALUE ZERO.
            02 WS-NGT-OPEN-TIME  PIC 9(08) VALUE ZERO.
            02 WS-NGT-LIST.
                05 WS-NGT-STEP-ID PIC X(08) OCCURS 20 TIMES.
      *         the night being moved off, when it is not this one
            02 WS-PREV-LIST.
                05 WS-PREV-STEP-ID PIC X(08) OCCURS 20 TIMES.

       77 WS-ACTION             PIC X(06) VALUE 'REPORT'.
       77 WS-BUS-DATE           PIC 9(08) VALUE ZERO.
       77 WS-PREV-BUS-DATE      PIC 9(08) VALUE ZERO.
       77 WS-MONTH-END-SW       PIC X(01) VALUE 'N'.
           88 WS-MONTH-END-NO      VALUE 'N'.
           88 WS-MONTH-END-YES     VALUE 'Y'.
       77 WS-RERUN-STEP-ID      PIC X(08) VALUE SPACES.
       77 WS-PARM-WORK          PIC X(20) VALUE SPACES.
       77 WS-PARM-DATE          PIC X(10) VALUE SPACES.
       77 WS-FIND-ID            PIC X(08) VALUE SPACES.
       77 WS-FIND-IX            PIC 9(04) COMP VALUE ZERO.
       77 WS-SCAN-IX            PIC 9(04) COMP VALUE ZERO.
       77 WS-PX                 PIC 9(04) COMP VALUE ZERO.
       77 WS-NX                 PIC 9(04) COMP VALUE ZERO.
       77 WS-CARD-OK-SW         PIC X(01) VALUE 'Y'.
           88 WS-CARD-OK-NO        VALUE 'N'.
           88 WS-CARD-OK-YES       VALUE 'Y'.
       77 WS-CARD-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-CARD-OPEN-NO      VALUE 'N'.
           88 WS-CARD-OPEN-YES     VALUE 'Y'.
       77 WS-OUT-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-OUT-OPEN-NO       VALUE 'N'.
           88 WS-OUT-OPEN-YES      VALUE 'Y'.
       77 WS-CYC-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-CYC-OPEN-NO       VALUE 'N'.
           88 WS-CYC-OPEN-YES      VALUE 'Y'.
       77 WS-RESUME-STEP-ID     PIC X(08) VALUE SPACES.
       77 WS-ADDED-CTR          PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-KEPT-CTR           PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-COMP-CTR           PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-FAIL-CTR           PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-STRT-CTR           PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-PEND-CTR           PIC 9(03) COMP-3 VALUE ZERO.
       77 WS-OPEN-CTR           PIC 9(03) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-CYCLE.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-TEXT      PIC X(20).
      *
       PROCEDURE DIVISION USING WS-PARM-CYCLE.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            EVALUATE WS-ACTION
               WHEN 'OPEN  '
                    PERFORM R0001-OPEN-CYCLE THRU R0001-EXIT
               WHEN 'RERUN '
                    PERFORM R0002-RERUN-STEP THRU R0002-EXIT
               WHEN OTHER
                    PERFORM R0003-CYCLE-REPORT THRU R0003-EXIT
            END-EVALUATE
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       C0001-INIT-PARM.

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME

            IF WS-PARM-LEN EQUAL ZERO
               GO TO C0001-EXIT
            END-IF

            IF WS-PARM-LEN GREATER THAN 20
               PERFORM C0003-BAD-PARM THRU C0003-EXIT
            END-IF

      *     only the bytes the PARM really has -- the rest of the
      *     area is not ours to read
            MOVE SPACES TO WS-PARM-WORK
            MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK

            EVALUATE TRUE
               WHEN WS-PARM-WORK(1:5) EQUAL 'OPEN,'
                    MOVE 'OPEN  '            TO WS-ACTION
                    MOVE WS-PARM-WORK(6:10)  TO WS-PARM-DATE
                    PERFORM C0002-EDIT-DATE THRU C0002-EXIT
                    EVALUATE WS-PARM-WORK(16:5)
                       WHEN SPACES
                       WHEN ',D   '
                            SET WS-MONTH-END-NO  TO TRUE
                       WHEN ',M   '
                            SET WS-MONTH-END-YES TO TRUE
                       WHEN OTHER
                            PERFORM C0003-BAD-PARM THRU C0003-EXIT
                    END-EVALUATE
               WHEN WS-PARM-WORK(1:6) EQUAL 'RERUN,'
                    MOVE 'RERUN '            TO WS-ACTION
                    MOVE WS-PARM-WORK(7:8)   TO WS-RERUN-STEP-ID
                    IF WS-RERUN-STEP-ID EQUAL SPACES
                       OR WS-PARM-WORK(15:6) NOT EQUAL SPACES
                       PERFORM C0003-BAD-PARM THRU C0003-EXIT
                    END-IF
               WHEN WS-PARM-WORK(1:6) EQUAL 'REPORT'
                    MOVE 'REPORT'            TO WS-ACTION
                    IF WS-PARM-WORK(7:1) EQUAL ','
                       MOVE WS-PARM-WORK(8:10) TO WS-PARM-DATE
                       PERFORM C0002-EDIT-DATE THRU C0002-EXIT
                    ELSE
                       IF WS-PARM-WORK(7:14) NOT EQUAL SPACES
                          PERFORM C0003-BAD-PARM THRU C0003-EXIT
                       END-IF
                    END-IF
               WHEN OTHER
                    PERFORM C0003-BAD-PARM THRU C0003-EXIT
            END-EVALUATE
            .
       C0001-EXIT.
            EXIT.

       C0002-EDIT-DATE.

            IF WS-PARM-DATE(1:4) NOT NUMERIC
               OR WS-PARM-DATE(5:1) NOT EQUAL '-'
               OR WS-PARM-DATE(6:2) NOT NUMERIC
               OR WS-PARM-DATE(8:1) NOT EQUAL '-'
               OR WS-PARM-DATE(9:2) NOT NUMERIC
               PERFORM C0003-BAD-PARM THRU C0003-EXIT
            END-IF

            MOVE WS-PARM-DATE(1:4) TO WS-BUS-DATE(1:4)
            MOVE WS-PARM-DATE(6:2) TO WS-BUS-DATE(5:2)
            MOVE WS-PARM-DATE(9:2) TO WS-BUS-DATE(7:2)
            .
       C0002-EXIT.
            EXIT.

       C0003-BAD-PARM.

            DISPLAY 'CYCCTL01: PARM MUST BE OPEN,YYYY-MM-DD[,M] '
                    '/ RERUN,STEPID / REPORT[,YYYY-MM-DD]'
            SET WS-MSG-BAD-PARM TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-OPEN TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0003-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            IF WS-ACTION EQUAL 'OPEN  '
               OPEN I-O CYCFILE
               IF WS-CYC-STAT EQUAL '35'
      *           first night on a newly defined cluster
                  OPEN OUTPUT CYCFILE
                  CLOSE CYCFILE
                  OPEN I-O CYCFILE
               END-IF
            ELSE
               IF WS-ACTION EQUAL 'RERUN '
                  OPEN I-O CYCFILE
               ELSE
                  OPEN INPUT CYCFILE
               END-IF
               IF WS-CYC-STAT EQUAL '35'
                  DISPLAY 'CYCCTL01: NO CYCLE CONTROL FILE - '
                          'NO CYCLE HAS EVER BEEN OPENED'
                  MOVE ZERO TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-CYC-OPEN-YES TO TRUE.

            IF WS-ACTION EQUAL 'OPEN  '
               OPEN INPUT CARDIN
               IF WS-CRD-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-CD TO TRUE
                  MOVE WS-CRD-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-CARD-OPEN-YES TO TRUE
            END-IF.

            IF WS-ACTION EQUAL 'REPORT'
               OPEN OUTPUT OUTFILE
               IF WS-OUT-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-OU TO TRUE
                  MOVE WS-OUT-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-OUT-OPEN-YES TO TRUE
            END-IF.

       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * OPEN A NIGHT.  THE CARDS ARE PROVED IN FULL BEFORE THE    *
      * LEDGER IS TOUCHED, THEN THE CURRENT-DATE RECORD, THE      *
      * NIGHT'S STEP LIST AND ONE PENDING ENTRY PER SCHEDULED     *
      * STEP NOT ALREADY ON FILE ARE WRITTEN.                     *
      *----------------------------------------------------------*
       R0001-OPEN-CYCLE.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES

            IF WS-DEF-COUNT EQUAL ZERO
               DISPLAY 'CYCCTL01: NO STEP CARDS IN THE CYCLE '
                       'DEFINITION'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO TO WS-NGT-COUNT
            MOVE SPACES TO WS-NGT-LIST
            MOVE 1 TO WS-DEF-IX
            PERFORM R0010-SCHEDULE-STEP THRU R0010-EXIT
                UNTIL WS-DEF-IX GREATER THAN WS-DEF-COUNT

            PERFORM R0011-CHECK-PREV-NIGHT THRU R0011-EXIT

      *     the current-date record
            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    MOVE SPACES     TO CYC-CURRENT-DATA
                    MOVE ZERO       TO CYC-BUS-DATE
                    MOVE 'CURRENT ' TO CYC-STEP-ID
                    MOVE WS-BUS-DATE TO CYC-CUR-BUS-DATE
                    ACCEPT CYC-CUR-SET-DATE FROM DATE YYYYMMDD
                    ACCEPT CYC-CUR-SET-TIME FROM TIME
                    WRITE CYCLE-CONTROL-REC
                NOT INVALID KEY
                    MOVE WS-BUS-DATE TO CYC-CUR-BUS-DATE
                    ACCEPT CYC-CUR-SET-DATE FROM DATE YYYYMMDD
                    ACCEPT CYC-CUR-SET-TIME FROM TIME
                    REWRITE CYCLE-CONTROL-REC
            END-READ
            PERFORM R0090-CHECK-WRITE THRU R0090-EXIT

      *     the night's step list, rebuilt from tonight's cards
            MOVE WS-BUS-DATE TO CYC-BUS-DATE
            MOVE '*CYCLE* '  TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    PERFORM R0012-BUILD-NIGHT THRU R0012-EXIT
                    WRITE CYCLE-CONTROL-REC
                NOT INVALID KEY
                    PERFORM R0012-BUILD-NIGHT THRU R0012-EXIT
                    REWRITE CYCLE-CONTROL-REC
            END-READ
            PERFORM R0090-CHECK-WRITE THRU R0090-EXIT

            MOVE 1 TO WS-NGT-IX
            PERFORM R0013-ADD-STEP THRU R0013-EXIT
                UNTIL WS-NGT-IX GREATER THAN WS-NGT-COUNT

            DISPLAY 'CYCCTL01: CYCLE OPEN FOR BUSINESS DATE '
                    WS-BUS-DATE
            DISPLAY 'CYCCTL01: MONTH END..................: '
                    WS-MONTH-END-SW
            DISPLAY 'CYCCTL01: STEPS SCHEDULED............: '
                    WS-NGT-COUNT
            DISPLAY 'CYCCTL01: ENTRIES ADDED AS PENDING...: '
                    WS-ADDED-CTR
            DISPLAY 'CYCCTL01: ENTRIES ALREADY ON FILE....: '
                    WS-KEPT-CTR
            .
       R0001-EXIT.
            EXIT.

       D0001-READ-CARD.

            READ CARDIN
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-CRD-STAT NOT EQUAL ZEROES
               AND WS-CRD-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-CARD.

            IF CYCLE-DEF-CARD(1:1) EQUAL '*'
               OR CYCLE-DEF-CARD EQUAL SPACES
               GO TO E0001-READ-NEXT
            END-IF

            SET WS-CARD-OK-YES TO TRUE

            EVALUATE CDC-TYPE
               WHEN 'STEP'
                    PERFORM E0002-STEP-CARD THRU E0002-EXIT
               WHEN 'DSN '
                    PERFORM E0003-DSN-CARD THRU E0003-EXIT
               WHEN OTHER
                    SET WS-CARD-OK-NO TO TRUE
            END-EVALUATE

            IF WS-CARD-OK-NO
               DISPLAY 'CYCCTL01: BAD CYCLE CARD: ' CYCLE-DEF-CARD
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       E0001-READ-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

      *     a new step: known frequency, not defined twice, room
      *     in the table, and every predecessor already defined --
      *     which also means the cards can never describe a loop
       E0002-STEP-CARD.

            IF CDC-STEP-ID EQUAL SPACES
               OR (CDC-FREQ NOT EQUAL 'D' AND CDC-FREQ NOT EQUAL 'M')
               OR WS-DEF-COUNT NOT LESS THAN WS-DEF-MAX
               SET WS-CARD-OK-NO TO TRUE
               GO TO E0002-EXIT
            END-IF

            MOVE CDC-STEP-ID TO WS-FIND-ID
            PERFORM U0001-FIND-STEP THRU U0001-EXIT
            IF WS-FIND-IX GREATER THAN ZERO
               SET WS-CARD-OK-NO TO TRUE
               GO TO E0002-EXIT
            END-IF

            MOVE 1 TO WS-PX
            PERFORM E0004-CHECK-CARD-PRED THRU E0004-EXIT
                UNTIL WS-PX GREATER THAN 4 OR WS-CARD-OK-NO
            IF WS-CARD-OK-NO
               GO TO E0002-EXIT
            END-IF

            ADD 1 TO WS-DEF-COUNT
            MOVE WS-DEF-COUNT TO WS-DEF-IX
            MOVE CDC-STEP-ID  TO WS-DEF-STEP-ID(WS-DEF-IX)
            MOVE CDC-FREQ     TO WS-DEF-FREQ(WS-DEF-IX)
            SET WS-DEF-SCHED-NO(WS-DEF-IX) TO TRUE
            MOVE CDC-PRED-ID(1) TO WS-DEF-PRED-ID(WS-DEF-IX 1)
            MOVE CDC-PRED-ID(2) TO WS-DEF-PRED-ID(WS-DEF-IX 2)
            MOVE CDC-PRED-ID(3) TO WS-DEF-PRED-ID(WS-DEF-IX 3)
            MOVE CDC-PRED-ID(4) TO WS-DEF-PRED-ID(WS-DEF-IX 4)
            MOVE ZERO   TO WS-DEF-DSN-COUNT(WS-DEF-IX)
            MOVE SPACES TO WS-DEF-OUT-DSN(WS-DEF-IX 1)
            MOVE SPACES TO WS-DEF-OUT-DSN(WS-DEF-IX 2)
            MOVE SPACES TO WS-DEF-OUT-DSN(WS-DEF-IX 3)
            .
       E0002-EXIT.
            EXIT.

      *     an output dataset of a step already defined, up to three
       E0003-DSN-CARD.

            MOVE CDC-STEP-ID TO WS-FIND-ID
            PERFORM U0001-FIND-STEP THRU U0001-EXIT

            IF WS-FIND-IX EQUAL ZERO
               OR CDC-DSN EQUAL SPACES
               SET WS-CARD-OK-NO TO TRUE
               GO TO E0003-EXIT
            END-IF

            IF WS-DEF-DSN-COUNT(WS-FIND-IX) NOT LESS THAN 3
               SET WS-CARD-OK-NO TO TRUE
               GO TO E0003-EXIT
            END-IF

            ADD 1 TO WS-DEF-DSN-COUNT(WS-FIND-IX)
            MOVE WS-DEF-DSN-COUNT(WS-FIND-IX) TO WS-NX
            MOVE CDC-DSN TO WS-DEF-OUT-DSN(WS-FIND-IX WS-NX)
            .
       E0003-EXIT.
            EXIT.

       E0004-CHECK-CARD-PRED.

            IF CDC-PRED-ID(WS-PX) NOT EQUAL SPACES
               MOVE CDC-PRED-ID(WS-PX) TO WS-FIND-ID
               PERFORM U0001-FIND-STEP THRU U0001-EXIT
               IF WS-FIND-IX EQUAL ZERO
                  SET WS-CARD-OK-NO TO TRUE
               END-IF
            END-IF

            ADD 1 TO WS-PX
            .
       E0004-EXIT.
            EXIT.

      *     linear: the definition never holds more than 20 steps
       U0001-FIND-STEP.

            MOVE ZERO TO WS-FIND-IX
            MOVE 1 TO WS-SCAN-IX
            PERFORM U0002-SCAN-STEP THRU U0002-EXIT
                UNTIL WS-SCAN-IX GREATER THAN WS-DEF-COUNT
                   OR WS-FIND-IX GREATER THAN ZERO
            .
       U0001-EXIT.
            EXIT.

       U0002-SCAN-STEP.

            IF WS-DEF-STEP-ID(WS-SCAN-IX) EQUAL WS-FIND-ID
               MOVE WS-SCAN-IX TO WS-FIND-IX
            END-IF
            ADD 1 TO WS-SCAN-IX
            .
       U0002-EXIT.
            EXIT.

       R0010-SCHEDULE-STEP.

            IF WS-DEF-FREQ(WS-DEF-IX) EQUAL 'D' OR WS-MONTH-END-YES
               SET WS-DEF-SCHED-YES(WS-DEF-IX) TO TRUE
               ADD 1 TO WS-NGT-COUNT
               MOVE WS-DEF-STEP-ID(WS-DEF-IX)
                 TO WS-NGT-STEP-ID(WS-NGT-COUNT)
            END-IF
            ADD 1 TO WS-DEF-IX
            .
       R0010-EXIT.
            EXIT.

      *     moving the cycle on to a new date while the night the
      *     steps are still checking in under has not finished
      *     loses its resume point -- said loudly, not refused, as
      *     the operator may have finished it by hand
       R0011-CHECK-PREV-NIGHT.

            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY GO TO R0011-EXIT
            END-READ

            IF CYC-CUR-BUS-DATE EQUAL WS-BUS-DATE
               GO TO R0011-EXIT
            END-IF
            MOVE CYC-CUR-BUS-DATE TO WS-PREV-BUS-DATE

            MOVE WS-PREV-BUS-DATE TO CYC-BUS-DATE
            MOVE '*CYCLE* '       TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY GO TO R0011-EXIT
            END-READ

            MOVE CYC-STEP-COUNT TO WS-NX
            MOVE CYC-STEP-LIST  TO WS-PREV-LIST
            MOVE ZERO TO WS-OPEN-CTR
            MOVE 1 TO WS-PX
            PERFORM R0014-COUNT-OPEN-STEP THRU R0014-EXIT
                UNTIL WS-PX GREATER THAN WS-NX

            IF WS-OPEN-CTR GREATER THAN ZERO
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8006 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' CYCLE ' WS-PREV-BUS-DATE
                       ' LEFT WITH ' WS-OPEN-CTR
                       ' STEP(S) NOT COMPLETE'
            END-IF
            .
       R0011-EXIT.
            EXIT.

       R0014-COUNT-OPEN-STEP.

            MOVE WS-PREV-BUS-DATE       TO CYC-BUS-DATE
            MOVE WS-PREV-STEP-ID(WS-PX) TO CYC-STEP-ID
            ADD 1 TO WS-PX
            READ CYCFILE
                INVALID KEY GO TO R0014-EXIT
            END-READ

            IF NOT CYC-STA-COMPLETE
               ADD 1 TO WS-OPEN-CTR
            END-IF
            .
       R0014-EXIT.
            EXIT.

       R0012-BUILD-NIGHT.

            MOVE SPACES          TO CYC-CYCLE-DATA
            MOVE WS-BUS-DATE     TO CYC-BUS-DATE
            MOVE '*CYCLE* '      TO CYC-STEP-ID
            MOVE WS-MONTH-END-SW TO CYC-MONTH-END-SW
            ACCEPT CYC-OPEN-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-OPEN-TIME FROM TIME
            MOVE WS-NGT-COUNT    TO CYC-STEP-COUNT
            MOVE WS-NGT-LIST     TO CYC-STEP-LIST
            .
       R0012-EXIT.
            EXIT.

      *     a step already on file for the date keeps whatever
      *     status it has -- that is what lets a resubmitted cycle
      *     pick up where it stopped
       R0013-ADD-STEP.

            MOVE WS-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-NGT-STEP-ID(WS-NGT-IX) TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'CYCCTL01: ' CYC-STEP-ID
                            ' ALREADY ON FILE - STATUS ' CYC-STATUS
                            ' KEPT'
                    ADD 1 TO WS-KEPT-CTR
                    ADD 1 TO WS-NGT-IX
                    GO TO R0013-EXIT
            END-READ

            MOVE WS-NGT-STEP-ID(WS-NGT-IX) TO WS-FIND-ID
            PERFORM U0001-FIND-STEP THRU U0001-EXIT
            MOVE WS-FIND-IX TO WS-DEF-IX

            MOVE SPACES            TO CYC-STEP-DATA
            MOVE WS-BUS-DATE       TO CYC-BUS-DATE
            MOVE WS-NGT-STEP-ID(WS-NGT-IX) TO CYC-STEP-ID
            SET CYC-STA-PENDING    TO TRUE
            MOVE WS-NGT-IX         TO CYC-SEQ-NO
            MOVE ZERO TO CYC-START-DATE CYC-START-TIME
            MOVE ZERO TO CYC-END-DATE CYC-END-TIME
            MOVE ZERO TO CYC-RETURN-CDE CYC-RUN-CTR
            MOVE WS-DEF-OUT-DSN(WS-DEF-IX 1) TO CYC-OUT-DSN(1)
            MOVE WS-DEF-OUT-DSN(WS-DEF-IX 2) TO CYC-OUT-DSN(2)
            MOVE WS-DEF-OUT-DSN(WS-DEF-IX 3) TO CYC-OUT-DSN(3)

            MOVE ZERO TO WS-NX
            MOVE 1 TO WS-PX
            PERFORM R0015-ADD-PRED THRU R0015-EXIT
                UNTIL WS-PX GREATER THAN 4

            WRITE CYCLE-CONTROL-REC
            PERFORM R0090-CHECK-WRITE THRU R0090-EXIT
            ADD 1 TO WS-ADDED-CTR
            ADD 1 TO WS-NGT-IX
            .
       R0013-EXIT.
            EXIT.

      *     only predecessors that run tonight are carried -- a
      *     month-end step cannot hold up a daily one on the nights
      *     it does not run
       R0015-ADD-PRED.

            IF WS-DEF-PRED-ID(WS-DEF-IX WS-PX) EQUAL SPACES
               ADD 1 TO WS-PX
               GO TO R0015-EXIT
            END-IF

            MOVE WS-DEF-PRED-ID(WS-DEF-IX WS-PX) TO WS-FIND-ID
            ADD 1 TO WS-PX
            PERFORM U0001-FIND-STEP THRU U0001-EXIT

            IF WS-DEF-SCHED-NO(WS-FIND-IX)
               DISPLAY 'CYCCTL01: ' CYC-STEP-ID ' PREDECESSOR '
                       WS-FIND-ID ' NOT SCHEDULED TONIGHT - DROPPED'
               GO TO R0015-EXIT
            END-IF

            ADD 1 TO WS-NX
            MOVE WS-FIND-ID TO CYC-PRED-ID(WS-NX)
            .
       R0015-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * PUT ONE STEP OF THE CURRENT DATE BACK TO PENDING.  A STEP *
      * WHOSE OUTPUT A LATER STEP HAS ALREADY READ IS REFUSED --  *
      * RERUNNING IT WOULD LEAVE THAT LATER STEP'S RESULTS BUILT  *
      * ON DATA THAT NO LONGER EXISTS.  THE STEP'S OWN CLAIMS ON  *
      * ITS PREDECESSORS ARE RELEASED SO THEY CAN BE RERUN NEXT.  *
      *----------------------------------------------------------*
       R0002-RERUN-STEP.

            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY 'CYCCTL01: NO CYCLE IS OPEN'
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO R0002-REFUSE
            END-READ
            MOVE CYC-CUR-BUS-DATE TO WS-BUS-DATE

            MOVE WS-BUS-DATE      TO CYC-BUS-DATE
            MOVE WS-RERUN-STEP-ID TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY 'CYCCTL01: ' WS-RERUN-STEP-ID
                            ' NOT IN THE CYCLE FOR ' WS-BUS-DATE
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO R0002-REFUSE
            END-READ

            IF CYC-CONSUMED-BY NOT EQUAL SPACES
               DISPLAY 'CYCCTL01: ' WS-RERUN-STEP-ID
                       ' OUTPUT ALREADY USED BY ' CYC-CONSUMED-BY
                       ' - RERUN THAT STEP FIRST'
               SET WS-MSG-CYC-CONSUMED TO TRUE
               GO TO R0002-REFUSE
            END-IF

            IF CYC-STA-PENDING
               DISPLAY 'CYCCTL01: ' WS-RERUN-STEP-ID
                       ' IS ALREADY PENDING FOR ' WS-BUS-DATE
               GO TO R0002-EXIT
            END-IF

            DISPLAY 'CYCCTL01: ' WS-RERUN-STEP-ID ' WAS STATUS '
                    CYC-STATUS ' RC ' CYC-RETURN-CDE
                    ' - RESET TO PENDING FOR ' WS-BUS-DATE

            MOVE CYC-PRED-LIST TO WS-CYC-PRED-LIST
            SET CYC-STA-PENDING TO TRUE
            MOVE ZERO TO CYC-END-DATE CYC-END-TIME CYC-RETURN-CDE
            REWRITE CYCLE-CONTROL-REC
            PERFORM R0090-CHECK-WRITE THRU R0090-EXIT

            MOVE 1 TO WS-CYC-PX
            PERFORM R0020-RELEASE-PRED THRU R0020-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4
            GO TO R0002-EXIT
            .
       R0002-REFUSE.

            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CYCL TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       R0002-EXIT.
            EXIT.

       R0020-RELEASE-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO R0020-EXIT
            END-IF

            MOVE WS-BUS-DATE               TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            ADD 1 TO WS-CYC-PX
            READ CYCFILE
                INVALID KEY GO TO R0020-EXIT
            END-READ

            IF CYC-CONSUMED-BY NOT EQUAL WS-RERUN-STEP-ID
               GO TO R0020-EXIT
            END-IF

            MOVE SPACES TO CYC-CONSUMED-BY
            REWRITE CYCLE-CONTROL-REC
            PERFORM R0090-CHECK-WRITE THRU R0090-EXIT
            DISPLAY 'CYCCTL01: ' CYC-STEP-ID ' RELEASED'
            .
       R0020-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * MORNING HANDOVER REPORT: THE NIGHT'S STEPS IN RUN ORDER,  *
      * EACH WITH ITS OUTPUT DATASETS, THEN THE COUNTS AND THE    *
      * FIRST STEP NOT COMPLETE -- WHERE A RESUBMISSION RESUMES.  *
      *----------------------------------------------------------*
       R0003-CYCLE-REPORT.

            IF WS-BUS-DATE EQUAL ZERO
               MOVE ZERO       TO CYC-BUS-DATE
               MOVE 'CURRENT ' TO CYC-STEP-ID
               READ CYCFILE
                   INVALID KEY
                       DISPLAY 'CYCCTL01: NO CYCLE IS OPEN'
                       GO TO R0003-EXIT
               END-READ
               MOVE CYC-CUR-BUS-DATE TO WS-BUS-DATE
            END-IF

            MOVE WS-BUS-DATE TO CHL-BUS-DATE
            MOVE WS-BUS-DATE TO CYC-BUS-DATE
            MOVE '*CYCLE* '  TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    MOVE SPACES TO CHL-MONTH-END
                    MOVE ZERO   TO CHL-OPEN-DATE CHL-OPEN-TIME
                    PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
                    MOVE 'NO CYCLE WAS OPENED FOR THIS DATE'
                      TO CRL-TEXT
                    MOVE SPACES TO CRL-STEP-ID
                    MOVE CYC-RESUME-LAYOUT TO WS-PRINT-REPORT
                    PERFORM F0001-WRITE-FILES THRU F0001-EXIT
                    SET WS-RC-ESCALATION TO TRUE
                    GO TO R0003-EXIT
            END-READ

            MOVE CYC-STEP-COUNT TO WS-NGT-COUNT
            MOVE CYC-STEP-LIST  TO WS-NGT-LIST
            IF CYC-MONTH-END
               MOVE 'MONTH END' TO CHL-MONTH-END
            ELSE
               MOVE SPACES      TO CHL-MONTH-END
            END-IF
            MOVE CYC-OPEN-DATE  TO CHL-OPEN-DATE
            MOVE CYC-OPEN-TIME  TO CHL-OPEN-TIME
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT

            MOVE 1 TO WS-NGT-IX
            PERFORM R0030-PRNT-STEP THRU R0030-EXIT
                UNTIL WS-NGT-IX GREATER THAN WS-NGT-COUNT

            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            .
       R0003-EXIT.
            EXIT.

       R0030-PRNT-STEP.

            MOVE WS-NGT-IX                 TO CDL-SEQ
            MOVE WS-NGT-STEP-ID(WS-NGT-IX) TO CDL-STEP-ID
            MOVE SPACES TO CDL-START-DATE CDL-START-TIME
            MOVE SPACES TO CDL-END-DATE CDL-END-TIME
            MOVE SPACES TO CDL-RC CDL-USED-BY CDL-REMARK
            MOVE ZERO   TO CDL-TRIES

            MOVE WS-BUS-DATE               TO CYC-BUS-DATE
            MOVE WS-NGT-STEP-ID(WS-NGT-IX) TO CYC-STEP-ID
            ADD 1 TO WS-NGT-IX
            READ CYCFILE
                INVALID KEY
                    MOVE 'MISSING'  TO CDL-STATUS
                    MOVE 'NOT ON LEDGER - REOPEN CYCLE'
                                    TO CDL-REMARK
                    ADD 1 TO WS-PEND-CTR
                    IF WS-RESUME-STEP-ID EQUAL SPACES
                       MOVE CDL-STEP-ID TO WS-RESUME-STEP-ID
                    END-IF
                    MOVE CYC-DETAIL-LAYOUT TO WS-PRINT-REPORT
                    PERFORM F0001-WRITE-FILES THRU F0001-EXIT
                    GO TO R0030-EXIT
            END-READ

            EVALUATE TRUE
               WHEN CYC-STA-COMPLETE
                    MOVE 'COMPLETE' TO CDL-STATUS
                    ADD 1 TO WS-COMP-CTR
               WHEN CYC-STA-FAILED
                    MOVE 'FAILED'   TO CDL-STATUS
                    MOVE 'RESUBMIT AFTER FIX' TO CDL-REMARK
                    ADD 1 TO WS-FAIL-CTR
               WHEN CYC-STA-STARTED
                    MOVE 'STARTED'  TO CDL-STATUS
                    MOVE 'RUNNING, OR ABENDED' TO CDL-REMARK
                    ADD 1 TO WS-STRT-CTR
               WHEN OTHER
                    MOVE 'PENDING'  TO CDL-STATUS
                    ADD 1 TO WS-PEND-CTR
            END-EVALUATE

            IF NOT CYC-STA-COMPLETE
               AND WS-RESUME-STEP-ID EQUAL SPACES
               MOVE CYC-STEP-ID TO WS-RESUME-STEP-ID
            END-IF

            IF CYC-START-DATE NOT EQUAL ZERO
               MOVE CYC-START-DATE TO CDL-START-DATE
               MOVE CYC-START-TIME TO CDL-START-TIME
            END-IF
            IF CYC-END-DATE NOT EQUAL ZERO
               MOVE CYC-END-DATE   TO CDL-END-DATE
               MOVE CYC-END-TIME   TO CDL-END-TIME
               MOVE CYC-RETURN-CDE TO CDL-RC
            END-IF
            MOVE CYC-RUN-CTR     TO CDL-TRIES
            MOVE CYC-CONSUMED-BY TO CDL-USED-BY

            MOVE CYC-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 1 TO WS-PX
            PERFORM R0031-PRNT-DSN THRU R0031-EXIT
                UNTIL WS-PX GREATER THAN 3
            .
       R0030-EXIT.
            EXIT.

       R0031-PRNT-DSN.

            IF CYC-OUT-DSN(WS-PX) NOT EQUAL SPACES
               MOVE CYC-OUT-DSN(WS-PX) TO CNL-DSN
               MOVE CYC-DSN-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF
            ADD 1 TO WS-PX
            .
       R0031-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            MOVE CYC-HEADER-LAYOUT     TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES                TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE CYC-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE WS-NGT-COUNT TO CTL-STEP-CNT
            MOVE WS-COMP-CTR  TO CTL-COMP-CNT
            MOVE WS-FAIL-CTR  TO CTL-FAIL-CNT
            MOVE WS-STRT-CTR  TO CTL-STRT-CNT
            MOVE WS-PEND-CTR  TO CTL-PEND-CNT
            MOVE CYC-TRAILER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-RESUME-STEP-ID EQUAL SPACES
               MOVE 'CYCLE COMPLETE' TO CRL-TEXT
               MOVE SPACES           TO CRL-STEP-ID
            ELSE
               MOVE 'CYCLE NOT COMPLETE - RESUMES AT STEP'
                 TO CRL-TEXT
               MOVE WS-RESUME-STEP-ID TO CRL-STEP-ID
               SET WS-RC-ESCALATION TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE WS-RETURN-CDE   TO WS-OPR-NO
               MOVE 'W'             TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' CYCLE ' WS-BUS-DATE
                       ' NOT COMPLETE - RESUMES AT '
                       WS-RESUME-STEP-ID
            END-IF
            MOVE CYC-RESUME-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0001-EXIT.
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

       R0090-CHECK-WRITE.

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       R0090-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-OU OR WS-MSG-OP-CD
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYCFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYCFILE AND WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-CYCFILE OR WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-RD-CD
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-CONSUMED
                    SET WS-RC-CYCLE-HOLD TO TRUE
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

            IF WS-CARD-OPEN-YES
               SET WS-CARD-OPEN-NO TO TRUE
               CLOSE CARDIN
            END-IF.

            IF WS-OUT-OPEN-YES
               SET WS-OUT-OPEN-NO TO TRUE
               CLOSE OUTFILE
               IF WS-OUT-STAT NOT EQUAL ZEROES
                  SET WS-MSG-CL-OU TO TRUE
                  MOVE WS-OUT-STAT TO WS-ERR-CDE
                  SET WS-PROC-CLOS TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            IF WS-CYC-OPEN-YES
               SET WS-CYC-OPEN-NO TO TRUE
               CLOSE CYCFILE
               IF WS-CYC-STAT NOT EQUAL ZEROES
                  SET WS-MSG-CYCFILE TO TRUE
                  MOVE WS-CYC-STAT TO WS-ERR-CDE
                  SET WS-PROC-CLOS TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
