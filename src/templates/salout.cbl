       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALOUT01.
      *----------------------------------------------------------*
      * SALARY OUTLIER REPORT.  RUN AFTER THE DAILY UPDATE AND    *
      * BEFORE THE VENDOR TRANSMISSION IS RELEASED.  THE STEP:    *
      *   - BUILDS PEER STATISTICS FROM THE MASTER (MSTIN) --     *
      *     COUNT, LOW, LOWER QUARTILE, MEDIAN, UPPER QUARTILE,   *
      *     HIGH AND SPREAD (UPPER LESS LOWER QUARTILE) -- PER    *
      *     DEPARTMENT AND PER COMPANY.  EACH RECORD COUNTS ONCE, *
      *     AT THE VERSION IN FORCE TODAY; INACTIVE RECORDS AND   *
      *     RECORDS WITH NO SALARY ARE LEFT OUT;                  *
      *   - SCORES THE DAY'S ACCEPTED RECORDS -- THE SALARY 'D'   *
      *     DETAILS ON THE RETAINED VENDOR TRANSMISSION (VNDIN,   *
      *     VNDREC001), AS ACHGEN01 READS IT -- AGAINST THEIR     *
      *     DEPARTMENT, OR THEIR COMPANY WHEN THE DEPARTMENT HAS  *
      *     TOO FEW PEERS.  THE SCORE IS HOW FAR THE SALARY LIES  *
      *     OUTSIDE THE QUARTILES, IN SPREADS; A SPREAD SMALLER   *
      *     THAN A SET SHARE OF THE MEDIAN IS TAKEN AT THAT SHARE *
      *     SO A DEPARTMENT OF EQUAL SALARIES STILL SCORES;       *
      *   - LISTS EVERY SALARY OUTSIDE THE BAND WITH THE PEER     *
      *     MEDIAN AND ITS DEVIATION, HIGHEST SCORE FIRST, THEN   *
      *     THE PEER STATISTICS.                                  *
      * CARDS (CARDIN), ALL OPTIONAL, '*' IN COL 1 IS A COMMENT:  *
      *   FENCE=N.N       OUTSIDE THE BAND BEYOND N.N SPREADS     *
      *                   (DEFAULT 1.5)                           *
      *   EXTREME=N.N     EXTREME BAND BEYOND N.N SPREADS; MUST   *
      *                   BE ABOVE FENCE (DEFAULT 3.0)            *
      *   MINPEERS=NNN    FEWEST PEERS A GROUP IS SCORED AGAINST  *
      *                   (DEFAULT 005)                           *
      *   MINSPREAD=NN    SPREAD FLOOR, PERCENT OF THE MEDIAN     *
      *                   (DEFAULT 10)                            *
      * ANYTHING IN THE EXTREME BAND ENDS THE STEP WITH THE       *
      * SALARY-OUTLIER RETURN CODE (09) AND A WARNING ON THE      *
      * CONSOLE SO THE SCHEDULER CAN HOLD THE VENDOR TRANSMISSION *
      * UNTIL PAYROLL HAS SIGNED THE LISTING OFF.  REVERSING AND  *
      * ONE-OFF PAYMENT DETAILS ARE NOT SALARIES AND ARE ONLY     *
      * COUNTED.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT VNDIN ASSIGN TO VNDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VND-STAT.

            SELECT PEER-SORT-FILE ASSIGN TO SORTWK01.

            SELECT OUT-SORT-FILE ASSIGN TO SORTWK02.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC              PIC X(80).

       FD MSTIN.
       COPY MSTREC001.
      *    MR-EFF-DATE sits after the fixed 192 bytes of the master
      *    layout; a master built without the effective-dated
      *    option reads spaces here.
       01 MSTIN-EFF-VIEW.
            02 FILLER           PIC X(192).
            02 MEV-EFF-DATE     PIC X(10).

       FD VNDIN.
       01 VENDOR-IN-REC         PIC X(80).

      *    one row per record per peer group: 'D' department,
      *    'C' company (the company code left-justified)
       SD PEER-SORT-FILE.
       01 PEER-SORT-REC.
            02 PS-KEY.
                05 PS-TYPE      PIC X(01).
                05 PS-CODE      PIC X(04).
            02 PS-SALARY        PIC S9(09)V99 COMP-3.

       SD OUT-SORT-FILE.
       01 OUT-SORT-REC.
            02 OSR-SCORE        PIC 9(05)V99.
            02 OSR-NO           PIC 9(09).
            02 OSR-NAME         PIC X(12).
            02 OSR-DEPT         PIC X(04).
            02 OSR-COMPANY      PIC X(03).
            02 OSR-SALARY       PIC 9(09)V99.
            02 OSR-PEER-TYPE    PIC X(01).
            02 OSR-PEER-CODE    PIC X(04).
            02 OSR-MEDIAN       PIC S9(09)V99 COMP-3.
            02 OSR-DEVIATION    PIC S9(09)V99 COMP-3.
            02 OSR-DEV-PCT      PIC S9(05)V9 COMP-3.
            02 OSR-BAND         PIC X(01).
                88 OSR-BAND-OUTSIDE  VALUE 'O'.
                88 OSR-BAND-EXTREME  VALUE 'X'.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'SALOUT01'.

       COPY CONSTANT.

       COPY VNDREC001.

       01 SOL-REPORT-LAYOUT.
            02 SOL-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                   VALUE 'SALARY OUTLIER REPORT'.
                05 FILLER       PIC X(09) VALUE 'RUN DATE '.
                05 SOH-RUN-DATE PIC X(10).
                05 FILLER       PIC X(88) VALUE SPACES.
            02 SOL-BAND-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(20)
                   VALUE 'OUTSIDE BAND BEYOND '.
                05 SOB-FENCE    PIC 9.9.
                05 FILLER       PIC X(24)
                   VALUE ' SPREADS OF A QUARTILE, '.
                05 FILLER       PIC X(15) VALUE 'EXTREME BEYOND '.
                05 SOB-EXTREME  PIC 9.9.
                05 FILLER       PIC X(12) VALUE '; MIN PEERS '.
                05 SOB-PEERS    PIC ZZ9.
                05 FILLER       PIC X(13) VALUE '; MIN SPREAD '.
                05 SOB-SPREAD   PIC Z9.
                05 FILLER       PIC X(11) VALUE '% OF MEDIAN'.
                05 FILLER       PIC X(25) VALUE SPACES.
            02 SOL-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 STL-TITLE    PIC X(60).
                05 FILLER       PIC X(71) VALUE SPACES.
            02 SOL-OUT-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(14) VALUE 'NAME'.
                05 FILLER       PIC X(06) VALUE 'DEPT'.
                05 FILLER       PIC X(05) VALUE 'CMP'.
                05 FILLER       PIC X(16) VALUE '        SALARY'.
                05 FILLER       PIC X(11) VALUE 'PEERS'.
                05 FILLER       PIC X(16) VALUE '        MEDIAN'.
                05 FILLER       PIC X(17) VALUE '      DEVIATION'.
                05 FILLER       PIC X(11) VALUE '     DEV%'.
                05 FILLER       PIC X(11) VALUE '    SCORE'.
                05 FILLER       PIC X(07) VALUE 'BAND'.
                05 FILLER       PIC X(06) VALUE SPACES.
            02 SOL-OUT-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-DEPT     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-SALARY   PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-PEERS    PIC X(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-MEDIAN   PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-DEVIATION
                                PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-DEV-PCT  PIC ZZ,ZZ9.9-.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-SCORE    PIC ZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SOD-BAND     PIC X(07).
                05 FILLER       PIC X(06) VALUE SPACES.
            02 SOL-STAT-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(13) VALUE 'PEER GROUP'.
                05 FILLER       PIC X(09) VALUE '  COUNT'.
                05 FILLER       PIC X(16) VALUE '           LOW'.
                05 FILLER       PIC X(16) VALUE '    LOWER QRTL'.
                05 FILLER       PIC X(16) VALUE '        MEDIAN'.
                05 FILLER       PIC X(16) VALUE '    UPPER QRTL'.
                05 FILLER       PIC X(16) VALUE '          HIGH'.
                05 FILLER       PIC X(16) VALUE '        SPREAD'.
                05 FILLER       PIC X(10) VALUE 'NOTE'.
                05 FILLER       PIC X(03) VALUE SPACES.
            02 SOL-STAT-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-GROUP    PIC X(11).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-LOW      PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-Q1       PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-MEDIAN   PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-Q3       PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-HIGH     PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-SPREAD   PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SSD-NOTE     PIC X(10).
                05 FILLER       PIC X(03) VALUE SPACES.
            02 SOL-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 SCT-LABEL    PIC X(40).
                05 SCT-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    one peer group's salaries in ascending order, held
      *    while its quartiles are taken
       01 WS-PEER-SALARIES.
            02 WS-PEER-MAX       PIC 9(05) COMP VALUE 50000.
            02 WS-PEER-COUNT     PIC 9(05) COMP VALUE ZERO.
            02 WS-PEER-SAL       PIC S9(09)V99 COMP-3
                                 OCCURS 50000 TIMES.

      *    the statistics per peer group, in group order ('C'
      *    companies ahead of 'D' departments)
       01 WS-PEER-STATS.
            02 WS-PST-MAX        PIC 9(04) COMP VALUE 2000.
            02 WS-PST-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-PST-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-PST-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-PST-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-PST-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-PST-FOUND-NO   VALUE 'N'.
                88 WS-PST-FOUND-YES  VALUE 'Y'.
            02 WS-PST-ENTRY OCCURS 2000 TIMES.
                05 WS-PST-KEY.
                    10 WS-PST-TYPE   PIC X(01).
                    10 WS-PST-CODE   PIC X(04).
                05 WS-PST-PEERS      PIC 9(07) COMP-3.
                05 WS-PST-LOW        PIC S9(09)V99 COMP-3.
                05 WS-PST-Q1         PIC S9(09)V99 COMP-3.
                05 WS-PST-MEDIAN     PIC S9(09)V99 COMP-3.
                05 WS-PST-Q3         PIC S9(09)V99 COMP-3.
                05 WS-PST-HIGH       PIC S9(09)V99 COMP-3.
                05 WS-PST-SPREAD     PIC S9(09)V99 COMP-3.

      *    median of WS-PEER-SAL(WS-MED-LO) thru (WS-MED-HI)
       01 WS-MEDIAN-FIELDS.
            02 WS-MED-LO         PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-HI         PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-IX         PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-SPAN       PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-HALF       PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-GRP-HALF   PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-REM        PIC 9(05) COMP VALUE ZERO.
            02 WS-MED-SUM        PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-MED-RESULT     PIC S9(09)V99 COMP-3 VALUE ZERO.

      *    the version in force today of the record in hand
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==WS-SOL-PICK-REC==
                                LEADING ==MR== BY ==MP==.
       77 WS-SOL-PICK-EFF       PIC X(10) VALUE SPACES.

      *    match keys: HIGH-KEY once the master is spent
       01 WS-MATCH-FIELDS.
            02 WS-MST-KEY        PIC 9(10) VALUE ZERO.
            02 WS-CUR-KEY        PIC 9(10) VALUE ZERO.
            02 WS-HIGH-KEY       PIC 9(10) VALUE 9999999999.
            02 WS-GRP-KEY        PIC X(05) VALUE SPACES.
            02 WS-WORK-KEY.
                05 WS-WORK-TYPE  PIC X(01).
                05 WS-WORK-CODE  PIC X(04).

      *    a band card's N.N, taken as two digits
       01 WS-BAND-EDIT.
            02 WS-BAND-EDIT-X    PIC X(02).
            02 WS-BAND-EDIT-N REDEFINES WS-BAND-EDIT-X
                                 PIC 9V9.

      *    the figures for the detail in hand
       01 WS-SCORE-FIELDS.
            02 WS-SCR-SALARY     PIC S9(09)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-SPREAD     PIC S9(09)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-FLOOR      PIC S9(09)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-DIST       PIC S9(09)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-WORK       PIC S9(13)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-SCORE      PIC 9(05)V99 VALUE ZERO.
            02 WS-SCR-DEVIATION  PIC S9(09)V99 COMP-3 VALUE ZERO.
            02 WS-SCR-DEV-PCT    PIC S9(05)V9 COMP-3 VALUE ZERO.

       77 WS-FENCE              PIC 9V9 VALUE 1.5.
       77 WS-EXTREME            PIC 9V9 VALUE 3.0.
       77 WS-MIN-PEERS          PIC 9(03) VALUE 5.
       77 WS-MIN-SPREAD         PIC 9(02) VALUE 10.
       77 WS-TODAY-DATE         PIC X(10) VALUE SPACES.
       77 WS-TODAY-N            PIC 9(08) VALUE ZERO.
       77 WS-PICK-SW            PIC X(01) VALUE 'N'.
           88 WS-PICK-NO           VALUE 'N'.
           88 WS-PICK-YES          VALUE 'Y'.
       77 WS-VND-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-VND-EOF-NO        VALUE 'N'.
           88 WS-VND-EOF-YES       VALUE 'Y'.
       77 WS-MST-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-USED-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-INACT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-NOSAL-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-FUTURE-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-VND-DETAIL-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-VND-REVERSAL-CTR   PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-VND-ONEOFF-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SCORED-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-CMP-BASIS-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-UNSCORED-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-WITHIN-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-OUTSIDE-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EXTREME-CTR        PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM C0010-CHECK-CARDS THRU C0010-EXIT
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM S0001-SORT-PEERS THRU S0001-EXIT
            PERFORM S0002-SORT-OUTLIERS THRU S0002-EXIT
            PERFORM G0001-PRNT-STATS THRU G0001-EXIT
            PERFORM G0004-PRNT-TOTALS THRU G0004-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT CARDIN.

            IF WS-CRD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT MSTIN.

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT VNDIN.

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
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
            SET WS-MR-EOF-NO       TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME

            ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
            MOVE WS-TODAY-N(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '-'             TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-N(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '-'             TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-N(7:2) TO WS-TODAY-DATE(9:2)
            .
       C0001-EXIT.
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

            IF CARD-REC(1:1) EQUAL '*' OR CARD-REC EQUAL SPACES
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:6) EQUAL 'FENCE='
               IF CARD-REC(7:1) NOT NUMERIC
                  OR CARD-REC(8:1) NOT EQUAL '.'
                  OR CARD-REC(9:1) NOT NUMERIC
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(7:1) TO WS-BAND-EDIT-X(1:1)
               MOVE CARD-REC(9:1) TO WS-BAND-EDIT-X(2:1)
               MOVE WS-BAND-EDIT-N TO WS-FENCE
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:8) EQUAL 'EXTREME='
               IF CARD-REC(9:1) NOT NUMERIC
                  OR CARD-REC(10:1) NOT EQUAL '.'
                  OR CARD-REC(11:1) NOT NUMERIC
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(9:1)  TO WS-BAND-EDIT-X(1:1)
               MOVE CARD-REC(11:1) TO WS-BAND-EDIT-X(2:1)
               MOVE WS-BAND-EDIT-N TO WS-EXTREME
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:9) EQUAL 'MINPEERS='
               IF CARD-REC(10:3) NOT NUMERIC
                  OR CARD-REC(10:3) EQUAL '000'
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(10:3) TO WS-MIN-PEERS
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:10) EQUAL 'MINSPREAD='
               IF CARD-REC(11:2) NOT NUMERIC
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(11:2) TO WS-MIN-SPREAD
               GO TO E0001-NEXT
            END-IF

            PERFORM C0009-BAD-CARD THRU C0009-EXIT.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       C0009-BAD-CARD.

            DISPLAY 'SALOUT01: BAD CONTROL CARD: ' CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

      *    a zero fence would list every salary off the quartiles,
      *    and an extreme band inside the fence could never be
      *    reached without the warning code going with it
       C0010-CHECK-CARDS.

            IF WS-FENCE EQUAL ZERO
               OR WS-EXTREME NOT GREATER THAN WS-FENCE
               DISPLAY 'SALOUT01: EXTREME= MUST BE ABOVE FENCE='
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0010-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            MOVE WS-TODAY-DATE TO SOH-RUN-DATE
            MOVE SOL-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE WS-FENCE      TO SOB-FENCE
            MOVE WS-EXTREME    TO SOB-EXTREME
            MOVE WS-MIN-PEERS  TO SOB-PEERS
            MOVE WS-MIN-SPREAD TO SOB-SPREAD
            MOVE SOL-BAND-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * PEER STATISTICS: THE MASTER PASS RELEASES EACH RECORD'S   *
      * SALARY ONCE UNDER ITS DEPARTMENT AND ONCE UNDER ITS       *
      * COMPANY; THE OUTPUT PROCEDURE GETS EACH GROUP IN SALARY   *
      * ORDER AND TAKES ITS QUARTILES.                            *
      *----------------------------------------------------------*
       S0001-SORT-PEERS.

            SORT PEER-SORT-FILE
                ON ASCENDING KEY PS-TYPE PS-CODE PS-SALARY
                INPUT PROCEDURE IS R0001-MASTER-PASS
                    THRU R0001-EXIT
                OUTPUT PROCEDURE IS T0001-BUILD-STATS
                    THRU T0001-EXIT
            .
       S0001-EXIT.
            EXIT.

       R0001-MASTER-PASS.

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            PERFORM R0002-ONE-RECORD THRU R0002-EXIT
                UNTIL WS-MST-KEY EQUAL WS-HIGH-KEY
            .
       R0001-EXIT.
            EXIT.

       D0002-READ-MASTER.

            READ MSTIN
              AT END
                 SET WS-MR-EOF-YES TO TRUE
                 MOVE WS-HIGH-KEY TO WS-MST-KEY
                 GO TO D0002-EXIT
            END-READ

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-MST-READ-CTR
            MOVE MR-NO TO WS-MST-KEY
            .
       D0002-EXIT.
            EXIT.

       R0002-ONE-RECORD.

            MOVE WS-MST-KEY TO WS-CUR-KEY
            SET WS-PICK-NO TO TRUE
            MOVE SPACES TO WS-SOL-PICK-EFF
            PERFORM R0003-TAKE-VERSION THRU R0003-EXIT
                UNTIL WS-MST-KEY NOT EQUAL WS-CUR-KEY
            ADD 1 TO WS-MST-REC-CTR

            IF WS-PICK-NO
               ADD 1 TO WS-MST-FUTURE-CTR
               GO TO R0002-EXIT
            END-IF

            IF MP-STAT-INACTIVE
               ADD 1 TO WS-MST-INACT-CTR
               GO TO R0002-EXIT
            END-IF

            IF MP-NUMERIC NOT NUMERIC
               ADD 1 TO WS-MST-NOSAL-CTR
               GO TO R0002-EXIT
            END-IF

            IF MP-NUMERIC NOT GREATER THAN ZERO
               ADD 1 TO WS-MST-NOSAL-CTR
               GO TO R0002-EXIT
            END-IF

            ADD 1 TO WS-MST-USED-CTR
            MOVE MP-NUMERIC TO PS-SALARY

            MOVE 'D'             TO PS-TYPE
            MOVE MP-DEPT-CODE    TO PS-CODE
            RELEASE PEER-SORT-REC

            MOVE 'C'             TO PS-TYPE
            MOVE MP-COMPANY-CODE TO PS-CODE
            RELEASE PEER-SORT-REC
            .
       R0002-EXIT.
            EXIT.

      *    the version in force is the one with the latest
      *    effective date not after today; a record with no
      *    effective dates has one version, always in force
       R0003-TAKE-VERSION.

            IF MEV-EFF-DATE GREATER THAN WS-TODAY-DATE
               GO TO R0003-NEXT
            END-IF

            IF WS-PICK-YES
               AND MEV-EFF-DATE LESS THAN WS-SOL-PICK-EFF
               GO TO R0003-NEXT
            END-IF

            SET WS-PICK-YES TO TRUE
            MOVE MASTER-REC   TO WS-SOL-PICK-REC
            MOVE MEV-EFF-DATE TO WS-SOL-PICK-EFF.

       R0003-NEXT.

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            .
       R0003-EXIT.
            EXIT.

       T0001-BUILD-STATS.

            SET WS-SORT-EOF-NO TO TRUE
            PERFORM T0002-RETURN-PEER THRU T0002-EXIT
            PERFORM T0003-ONE-GROUP THRU T0003-EXIT
                UNTIL WS-SORT-EOF-YES
            .
       T0001-EXIT.
            EXIT.

       T0002-RETURN-PEER.

            RETURN PEER-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN
            .
       T0002-EXIT.
            EXIT.

       T0003-ONE-GROUP.

            MOVE PS-KEY TO WS-GRP-KEY
            MOVE ZERO TO WS-PEER-COUNT
            PERFORM T0004-HOLD-SALARY THRU T0004-EXIT
                UNTIL WS-SORT-EOF-YES
                   OR PS-KEY NOT EQUAL WS-GRP-KEY
            PERFORM U0001-STORE-STATS THRU U0001-EXIT
            .
       T0003-EXIT.
            EXIT.

       T0004-HOLD-SALARY.

            IF WS-PEER-COUNT GREATER THAN OR EQUAL TO WS-PEER-MAX
               SET WS-MSG-PEER-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PEER-COUNT
            MOVE PS-SALARY TO WS-PEER-SAL(WS-PEER-COUNT)

            PERFORM T0002-RETURN-PEER THRU T0002-EXIT
            .
       T0004-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * QUARTILES AS THE MEDIAN OF THE LOWER AND UPPER HALVES OF  *
      * THE GROUP, THE MIDDLE SALARY OF AN ODD GROUP EXCLUDED     *
      * FROM BOTH HALVES.  A GROUP OF ONE HAS ALL THREE AT        *
      * ITS ONLY SALARY AND NO SPREAD.                            *
      *----------------------------------------------------------*
       U0001-STORE-STATS.

            IF WS-PST-COUNT GREATER THAN OR EQUAL TO WS-PST-MAX
               SET WS-MSG-STAT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PST-COUNT
            MOVE WS-PST-COUNT TO WS-PST-IX
            MOVE WS-GRP-KEY    TO WS-PST-KEY(WS-PST-IX)
            MOVE WS-PEER-COUNT TO WS-PST-PEERS(WS-PST-IX)
            MOVE WS-PEER-SAL(1) TO WS-PST-LOW(WS-PST-IX)
            MOVE WS-PEER-SAL(WS-PEER-COUNT) TO WS-PST-HIGH(WS-PST-IX)

            MOVE 1             TO WS-MED-LO
            MOVE WS-PEER-COUNT TO WS-MED-HI
            PERFORM U0002-RANGE-MEDIAN THRU U0002-EXIT
            MOVE WS-MED-RESULT TO WS-PST-MEDIAN(WS-PST-IX)

            IF WS-PEER-COUNT LESS THAN 2
               MOVE WS-MED-RESULT TO WS-PST-Q1(WS-PST-IX)
               MOVE WS-MED-RESULT TO WS-PST-Q3(WS-PST-IX)
               MOVE ZERO          TO WS-PST-SPREAD(WS-PST-IX)
               GO TO U0001-EXIT
            END-IF

            DIVIDE WS-PEER-COUNT BY 2 GIVING WS-MED-GRP-HALF

            MOVE 1               TO WS-MED-LO
            MOVE WS-MED-GRP-HALF TO WS-MED-HI
            PERFORM U0002-RANGE-MEDIAN THRU U0002-EXIT
            MOVE WS-MED-RESULT TO WS-PST-Q1(WS-PST-IX)

            SUBTRACT WS-MED-GRP-HALF FROM WS-PEER-COUNT
                GIVING WS-MED-LO
            ADD 1 TO WS-MED-LO
            MOVE WS-PEER-COUNT TO WS-MED-HI
            PERFORM U0002-RANGE-MEDIAN THRU U0002-EXIT
            MOVE WS-MED-RESULT TO WS-PST-Q3(WS-PST-IX)

            SUBTRACT WS-PST-Q1(WS-PST-IX) FROM WS-PST-Q3(WS-PST-IX)
                GIVING WS-PST-SPREAD(WS-PST-IX)
            .
       U0001-EXIT.
            EXIT.

       U0002-RANGE-MEDIAN.

            SUBTRACT WS-MED-LO FROM WS-MED-HI GIVING WS-MED-SPAN
            DIVIDE WS-MED-SPAN BY 2 GIVING WS-MED-HALF
                REMAINDER WS-MED-REM
            ADD WS-MED-LO WS-MED-HALF GIVING WS-MED-IX

            IF WS-MED-REM EQUAL ZERO
               MOVE WS-PEER-SAL(WS-MED-IX) TO WS-MED-RESULT
            ELSE
               ADD WS-PEER-SAL(WS-MED-IX) WS-PEER-SAL(WS-MED-IX + 1)
                   GIVING WS-MED-SUM
               DIVIDE WS-MED-SUM BY 2 GIVING WS-MED-RESULT ROUNDED
            END-IF
            .
       U0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE DAY'S SALARIES AGAINST THEIR PEERS, OUTLIERS SORTED   *
      * HIGHEST SCORE FIRST FOR THE LISTING.                      *
      *----------------------------------------------------------*
       S0002-SORT-OUTLIERS.

            SORT OUT-SORT-FILE
                ON DESCENDING KEY OSR-SCORE
                   ASCENDING KEY OSR-NO
                INPUT PROCEDURE IS R0010-SCORE-VENDOR
                    THRU R0010-EXIT
                OUTPUT PROCEDURE IS T0010-PRNT-OUTLIERS
                    THRU T0010-EXIT
            .
       S0002-EXIT.
            EXIT.

       R0010-SCORE-VENDOR.

            PERFORM D0003-READ-VENDOR THRU D0003-EXIT
            PERFORM R0011-PROC-VENDOR THRU R0011-EXIT
                UNTIL WS-VND-EOF-YES
            .
       R0010-EXIT.
            EXIT.

       D0003-READ-VENDOR.

            READ VNDIN
              AT END
                 SET WS-VND-EOF-YES TO TRUE
                 GO TO D0003-EXIT
            END-READ

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0003-EXIT.
            EXIT.

       R0011-PROC-VENDOR.

            IF VENDOR-IN-REC(1:1) EQUAL 'D'
               MOVE VENDOR-IN-REC TO VENDOR-DETAIL-LAYOUT
               ADD 1 TO WS-VND-DETAIL-CTR
               PERFORM R0012-PROC-DETAIL THRU R0012-EXIT
            END-IF

            PERFORM D0003-READ-VENDOR THRU D0003-EXIT
            .
       R0011-EXIT.
            EXIT.

      *    peers are the department when it has enough of them,
      *    else the company; with neither the salary is unscored
       R0012-PROC-DETAIL.

            IF VND-REVERSAL-IND EQUAL 'R'
               ADD 1 TO WS-VND-REVERSAL-CTR
               GO TO R0012-EXIT
            END-IF

            IF VND-PAY-TYPE NOT EQUAL SPACES
               ADD 1 TO WS-VND-ONEOFF-CTR
               GO TO R0012-EXIT
            END-IF

            MOVE 'D'      TO WS-WORK-TYPE
            MOVE VND-DEPT TO WS-WORK-CODE
            PERFORM V0001-FIND-STATS THRU V0001-EXIT

            IF WS-PST-FOUND-YES
               IF WS-PST-PEERS(WS-PST-IX) NOT LESS THAN WS-MIN-PEERS
                  GO TO R0012-SCORE
               END-IF
            END-IF

            MOVE 'C'         TO WS-WORK-TYPE
            MOVE VND-COMPANY TO WS-WORK-CODE
            PERFORM V0001-FIND-STATS THRU V0001-EXIT

            IF WS-PST-FOUND-YES
               IF WS-PST-PEERS(WS-PST-IX) NOT LESS THAN WS-MIN-PEERS
                  ADD 1 TO WS-CMP-BASIS-CTR
                  GO TO R0012-SCORE
               END-IF
            END-IF

            ADD 1 TO WS-UNSCORED-CTR
            GO TO R0012-EXIT.

       R0012-SCORE.

            PERFORM R0013-SCORE-SALARY THRU R0013-EXIT
            .
       R0012-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SCORE = DISTANCE OUTSIDE THE NEARER QUARTILE / SPREAD,    *
      * THE SPREAD NO LESS THAN MINSPREAD PERCENT OF THE MEDIAN.  *
      * DEVIATION IS FROM THE MEDIAN, IN MONEY AND AS A PERCENT.  *
      *----------------------------------------------------------*
       R0013-SCORE-SALARY.

            ADD 1 TO WS-SCORED-CTR
            MOVE VND-SALARY TO WS-SCR-SALARY

            MOVE WS-PST-SPREAD(WS-PST-IX) TO WS-SCR-SPREAD
            MULTIPLY WS-PST-MEDIAN(WS-PST-IX) BY WS-MIN-SPREAD
                GIVING WS-SCR-WORK
            DIVIDE WS-SCR-WORK BY 100 GIVING WS-SCR-FLOOR ROUNDED
            IF WS-SCR-SPREAD LESS THAN WS-SCR-FLOOR
               MOVE WS-SCR-FLOOR TO WS-SCR-SPREAD
            END-IF

            MOVE ZERO TO WS-SCR-DIST
            IF WS-SCR-SALARY GREATER THAN WS-PST-Q3(WS-PST-IX)
               SUBTRACT WS-PST-Q3(WS-PST-IX) FROM WS-SCR-SALARY
                   GIVING WS-SCR-DIST
            END-IF
            IF WS-SCR-SALARY LESS THAN WS-PST-Q1(WS-PST-IX)
               SUBTRACT WS-SCR-SALARY FROM WS-PST-Q1(WS-PST-IX)
                   GIVING WS-SCR-DIST
            END-IF

            IF WS-SCR-DIST EQUAL ZERO
               ADD 1 TO WS-WITHIN-CTR
               GO TO R0013-EXIT
            END-IF

            IF WS-SCR-SPREAD NOT GREATER THAN ZERO
               MOVE 99999.99 TO WS-SCR-SCORE
            ELSE
               DIVIDE WS-SCR-DIST BY WS-SCR-SPREAD
                   GIVING WS-SCR-SCORE ROUNDED
                   ON SIZE ERROR MOVE 99999.99 TO WS-SCR-SCORE
               END-DIVIDE
            END-IF

            IF WS-SCR-SCORE NOT GREATER THAN WS-FENCE
               ADD 1 TO WS-WITHIN-CTR
               GO TO R0013-EXIT
            END-IF

            SUBTRACT WS-PST-MEDIAN(WS-PST-IX) FROM WS-SCR-SALARY
                GIVING WS-SCR-DEVIATION
            MOVE ZERO TO WS-SCR-DEV-PCT
            IF WS-PST-MEDIAN(WS-PST-IX) GREATER THAN ZERO
               MULTIPLY WS-SCR-DEVIATION BY 100 GIVING WS-SCR-WORK
               DIVIDE WS-SCR-WORK BY WS-PST-MEDIAN(WS-PST-IX)
                   GIVING WS-SCR-DEV-PCT ROUNDED
                   ON SIZE ERROR MOVE 99999.9 TO WS-SCR-DEV-PCT
               END-DIVIDE
            END-IF

            MOVE SPACES             TO OUT-SORT-REC
            MOVE WS-SCR-SCORE       TO OSR-SCORE
            MOVE VND-NO             TO OSR-NO
            MOVE VND-NAME           TO OSR-NAME
            MOVE VND-DEPT           TO OSR-DEPT
            MOVE VND-COMPANY        TO OSR-COMPANY
            MOVE VND-SALARY         TO OSR-SALARY
            MOVE WS-WORK-TYPE       TO OSR-PEER-TYPE
            MOVE WS-WORK-CODE       TO OSR-PEER-CODE
            MOVE WS-PST-MEDIAN(WS-PST-IX) TO OSR-MEDIAN
            MOVE WS-SCR-DEVIATION   TO OSR-DEVIATION
            MOVE WS-SCR-DEV-PCT     TO OSR-DEV-PCT

            IF WS-SCR-SCORE GREATER THAN WS-EXTREME
               SET OSR-BAND-EXTREME TO TRUE
               ADD 1 TO WS-EXTREME-CTR
            ELSE
               SET OSR-BAND-OUTSIDE TO TRUE
               ADD 1 TO WS-OUTSIDE-CTR
            END-IF

            RELEASE OUT-SORT-REC
            .
       R0013-EXIT.
            EXIT.

      *    the table is built in key order off the peer sort, so
      *    the lookup is a binary search
       V0001-FIND-STATS.

            SET WS-PST-FOUND-NO TO TRUE
            MOVE 1            TO WS-PST-LO
            MOVE WS-PST-COUNT TO WS-PST-HI

            PERFORM V0002-SCAN-STATS THRU V0002-EXIT
                UNTIL WS-PST-FOUND-YES
                   OR WS-PST-LO GREATER THAN WS-PST-HI
            .
       V0001-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the key cannot be in
       V0002-SCAN-STATS.

            ADD WS-PST-LO WS-PST-HI GIVING WS-PST-IX
            DIVIDE 2 INTO WS-PST-IX

            IF WS-PST-KEY(WS-PST-IX) EQUAL WS-WORK-KEY
               SET WS-PST-FOUND-YES TO TRUE
            ELSE
               IF WS-PST-KEY(WS-PST-IX) LESS THAN WS-WORK-KEY
                  ADD 1 TO WS-PST-IX GIVING WS-PST-LO
               ELSE
                  SUBTRACT 1 FROM WS-PST-IX GIVING WS-PST-HI
               END-IF
            END-IF
            .
       V0002-EXIT.
            EXIT.

       T0010-PRNT-OUTLIERS.

            MOVE 'SALARIES OUTSIDE THE BAND, HIGHEST SCORE FIRST'
              TO STL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE SOL-OUT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            SET WS-SORT-EOF-NO TO TRUE
            PERFORM T0011-RETURN-OUTLIER THRU T0011-EXIT
            IF WS-SORT-EOF-YES
               MOVE '  NONE' TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF
            PERFORM T0012-OUTLIER-LINE THRU T0012-EXIT
                UNTIL WS-SORT-EOF-YES
            .
       T0010-EXIT.
            EXIT.

       T0011-RETURN-OUTLIER.

            RETURN OUT-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN
            .
       T0011-EXIT.
            EXIT.

       T0012-OUTLIER-LINE.

            MOVE OSR-NO        TO SOD-NO
            MOVE OSR-NAME      TO SOD-NAME
            MOVE OSR-DEPT      TO SOD-DEPT
            MOVE OSR-COMPANY   TO SOD-COMPANY
            MOVE OSR-SALARY    TO SOD-SALARY
            MOVE OSR-MEDIAN    TO SOD-MEDIAN
            MOVE OSR-DEVIATION TO SOD-DEVIATION
            MOVE OSR-DEV-PCT   TO SOD-DEV-PCT
            MOVE OSR-SCORE     TO SOD-SCORE

            MOVE SPACES TO SOD-PEERS
            IF OSR-PEER-TYPE EQUAL 'D'
               MOVE 'DEPT'        TO SOD-PEERS(1:4)
            ELSE
               MOVE 'CMP'         TO SOD-PEERS(1:3)
            END-IF
            MOVE OSR-PEER-CODE TO SOD-PEERS(6:4)

            IF OSR-BAND-EXTREME
               MOVE 'EXTREME' TO SOD-BAND
            ELSE
               MOVE 'OUTSIDE' TO SOD-BAND
            END-IF

            MOVE SOL-OUT-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            PERFORM T0011-RETURN-OUTLIER THRU T0011-EXIT
            .
       T0012-EXIT.
            EXIT.

       G0001-PRNT-STATS.

            MOVE 'PEER STATISTICS FROM THE MASTER' TO STL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE SOL-STAT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO TO WS-PST-IX
            PERFORM G0002-PRNT-ONE-STAT THRU G0002-EXIT
                UNTIL WS-PST-IX GREATER THAN OR EQUAL TO
                      WS-PST-COUNT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-ONE-STAT.

            ADD 1 TO WS-PST-IX

            MOVE SPACES TO SSD-GROUP
            IF WS-PST-TYPE(WS-PST-IX) EQUAL 'D'
               MOVE 'DEPT'    TO SSD-GROUP(1:4)
               MOVE WS-PST-CODE(WS-PST-IX) TO SSD-GROUP(6:4)
            ELSE
               MOVE 'COMPANY' TO SSD-GROUP(1:7)
               MOVE WS-PST-CODE(WS-PST-IX) TO SSD-GROUP(9:3)
            END-IF

            MOVE WS-PST-PEERS(WS-PST-IX)  TO SSD-COUNT
            MOVE WS-PST-LOW(WS-PST-IX)    TO SSD-LOW
            MOVE WS-PST-Q1(WS-PST-IX)     TO SSD-Q1
            MOVE WS-PST-MEDIAN(WS-PST-IX) TO SSD-MEDIAN
            MOVE WS-PST-Q3(WS-PST-IX)     TO SSD-Q3
            MOVE WS-PST-HIGH(WS-PST-IX)   TO SSD-HIGH
            MOVE WS-PST-SPREAD(WS-PST-IX) TO SSD-SPREAD

            MOVE SPACES TO SSD-NOTE
            IF WS-PST-PEERS(WS-PST-IX) LESS THAN WS-MIN-PEERS
               MOVE 'FEW PEERS' TO SSD-NOTE
            END-IF

            MOVE SOL-STAT-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0004-PRNT-TOTALS.

            MOVE 'RUN TOTALS' TO STL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE 'MASTER VERSIONS READ' TO SCT-LABEL
            MOVE WS-MST-READ-CTR        TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'MASTER RECORDS IN THE STATISTICS' TO SCT-LABEL
            MOVE WS-MST-USED-CTR                    TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  LEFT OUT, INACTIVE' TO SCT-LABEL
            MOVE WS-MST-INACT-CTR       TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  LEFT OUT, NO SALARY' TO SCT-LABEL
            MOVE WS-MST-NOSAL-CTR        TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  LEFT OUT, NOT YET IN FORCE' TO SCT-LABEL
            MOVE WS-MST-FUTURE-CTR              TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'VENDOR DETAILS READ' TO SCT-LABEL
            MOVE WS-VND-DETAIL-CTR     TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  REVERSING, NOT SCORED' TO SCT-LABEL
            MOVE WS-VND-REVERSAL-CTR       TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  ONE-OFF PAYMENTS, NOT SCORED' TO SCT-LABEL
            MOVE WS-VND-ONEOFF-CTR                TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  TOO FEW PEERS, NOT SCORED' TO SCT-LABEL
            MOVE WS-UNSCORED-CTR               TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'SALARIES SCORED' TO SCT-LABEL
            MOVE WS-SCORED-CTR     TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  AGAINST THE COMPANY' TO SCT-LABEL
            MOVE WS-CMP-BASIS-CTR        TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  WITHIN THE BAND' TO SCT-LABEL
            MOVE WS-WITHIN-CTR       TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  OUTSIDE THE BAND' TO SCT-LABEL
            MOVE WS-OUTSIDE-CTR       TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  IN THE EXTREME BAND' TO SCT-LABEL
            MOVE WS-EXTREME-CTR          TO SCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT

            IF WS-EXTREME-CTR GREATER THAN ZERO
               SET WS-RC-SAL-OUTLIER TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 9 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' SALARY OUTLIER IN EXTREME BAND'
            END-IF
            .
       G0004-EXIT.
            EXIT.

       G0006-PRNT-COUNT.

            MOVE SOL-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0006-EXIT.
            EXIT.

       G0009-PRNT-TITLE.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE SOL-TITLE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0009-EXIT.
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
               WHEN WS-MSG-OP-VN AND WS-PROC-READ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-OP-CD OR WS-MSG-OP-MR OR WS-MSG-OP-VN
                    OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-CD OR WS-MSG-RD-MR
                    OR WS-MSG-PEER-FULL OR WS-MSG-STAT-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
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

            CLOSE CARDIN MSTIN VNDIN.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  SALARY OUTLIER STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  MASTER RECORDS USED.....: ' WS-MST-USED-CTR.
            DISPLAY '  PEER GROUPS.............: ' WS-PST-COUNT.
            DISPLAY '  VENDOR DETAILS READ.....: ' WS-VND-DETAIL-CTR.
            DISPLAY '  SALARIES SCORED.........: ' WS-SCORED-CTR.
            DISPLAY '  OUTSIDE THE BAND........: ' WS-OUTSIDE-CTR.
            DISPLAY '  IN THE EXTREME BAND.....: ' WS-EXTREME-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
