       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCLOD01.
      *----------------------------------------------------------*
      * DAILY REPORT ARCHIVE LOAD.  COPIES THE DAY'S PRINTED      *
      * REPORTS INTO THE REPORT ARCHIVE (ARCFILE, RARREC001) LINE *
      * FOR LINE, PAGE BY PAGE, AND INDEXES THEM (AIXFILE,        *
      * RAXREC001) BY BUSINESS DATE, REPORT, COMPANY AND          *
      * DEPARTMENT WITH THE PAGE RANGE EACH DEPARTMENT OCCUPIES,  *
      * SO ANY DAY'S REGISTER CAN BE VIEWED ON THE ARCINQ01       *
      * SCREEN OR REPRINTED BY ARCPRT01 WITHOUT RECALLING SYSOUT. *
      *                                                           *
      * THREE REPORTS ARE ARCHIVED, EACH ONLY WHEN ITS DD IS      *
      * PRESENT (STATUS 35 IS NOTED AND SKIPPED):                 *
      *   RPTIN  REGISTER  THE DAILY PRTREC001 REPORT.  A PAGE    *
      *                    STARTS AT ITS PAGE HEADER LINES; THE   *
      *                    LINES UP TO A DEPARTMENT SUBTOTAL      *
      *                    BELONG TO THAT DEPARTMENT, THE SAME    *
      *                    WAY RPTDST01 CUTS ITS BUNDLES.         *
      *   TOPIN  TOPN      THE TOP-N RANKING, 60 LINES A PAGE,    *
      *                    INDEXED AS A WHOLE REPORT ONLY -- THE  *
      *                    RANKING MIXES DEPARTMENTS ON A PAGE.   *
      *   BNDIN  BUNDLES   THE RPTDST01 BUNDLES, A NEW PAGE AT    *
      *                    EACH BANNER AND EVERY 60 LINES AS      *
      *                    RPTDST01 COUNTS THEM, ONE ENTRY PER    *
      *                    BUNDLE FROM BANNER TO TRAILER.         *
      * EVERY REPORT ALSO GETS A WHOLE-REPORT ENTRY (DEPARTMENT   *
      * SPACES).  CONTROL CARDS: BUSDATE=YYYYMMDD (DEFAULT THE    *
      * CYCLE'S BUSINESS DATE, ELSE TODAY) AND COMPANY=XXX FOR A  *
      * RUN REPORTING ONE OPERATING COMPANY.  A RERUN FOR THE     *
      * SAME DATE / REPORT / COMPANY REPLACES WHAT WAS ARCHIVED.  *
      * RETENTION IS HSKEEP01'S AUDIT CUTOFF.  NOTHING PRESENT TO *
      * ARCHIVE ENDS RC 04.                                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT RPTIN ASSIGN TO RPTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STAT.

            SELECT TOPIN ASSIGN TO TOPIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOP-STAT.

            SELECT BNDIN ASSIGN TO BNDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BND-STAT.

            SELECT ARCFILE ASSIGN TO ARCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RAR-KEY
                FILE STATUS IS WS-RAR-STAT.

            SELECT AIXFILE ASSIGN TO AIXFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RAX-KEY
                FILE STATUS IS WS-RAX-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CONTROL-CARD-REC      PIC X(80).

       FD RPTIN.
       01 RPT-LINE-REC          PIC X(133).

       FD TOPIN.
       01 TOP-LINE-REC          PIC X(133).

       FD BNDIN.
       01 BND-LINE-REC          PIC X(133).

       FD ARCFILE.
       COPY RARREC001.

       FD AIXFILE.
       COPY RAXREC001.

       FD OUTFILE.
       COPY PRTREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'ARCLOD01'.

       COPY CONSTANT.

       01 ARC-REPORT-LAYOUT.
            02 ARC-HEADER-LAYOUT-1.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(21)
                   VALUE 'REPORT ARCHIVE LOAD  '.
                05 FILLER       PIC X(14) VALUE 'BUSINESS DATE '.
                05 AHL-BUS-DATE PIC 9(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'COMPANY '.
                05 AHL-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'RUN ON '.
                05 AHL-RUN-DATE PIC 9(08).
                05 FILLER       PIC X(58) VALUE SPACES.
            02 ARC-ITEM-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 AIL-REPORT   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 AIL-DDNAME   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 AIL-STATE    PIC X(12).
                05 FILLER       PIC X(06) VALUE 'PAGES '.
                05 AIL-PAGES    PIC ZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'LINES '.
                05 AIL-LINES    PIC Z,ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'DEPTS '.
                05 AIL-DEPTS    PIC Z,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'REPLACED '.
                05 AIL-REPLACED PIC Z,ZZZ,ZZ9.
                05 FILLER       PIC X(36) VALUE SPACES.
            02 ARC-ABSENT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 AAL-REPORT   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 AAL-DDNAME   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(26)
                   VALUE 'NOT PRESENT - NOT ARCHIVED'.
                05 FILLER       PIC X(85) VALUE SPACES.
            02 ARC-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACL-LABEL    PIC X(28).
                05 ACL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(92) VALUE SPACES.

      *    the report being archived: its id, DD name, and the
      *    line just read from it
       01 WS-ARC-LINE           PIC X(133) VALUE SPACES.
       01 WS-ARC-KEYS.
            02 WS-ARC-BUS-DATE   PIC 9(08) VALUE ZERO.
            02 WS-ARC-COMPANY    PIC X(03) VALUE SPACES.
            02 WS-ARC-REPORT-ID  PIC X(08) VALUE SPACES.
            02 WS-ARC-DDNAME     PIC X(08) VALUE SPACES.

      *    department group the archived lines are being counted
      *    into, and the index entry built from it
       01 WS-ARC-GROUP.
            02 WS-GRP-DEPT       PIC X(04) VALUE SPACES.
            02 WS-GRP-FIRST-PAGE PIC 9(05) VALUE ZERO.
            02 WS-GRP-LINE-CTR   PIC 9(07) VALUE ZERO.
            02 WS-GRP-OPEN-SW    PIC X(01) VALUE 'N'.
                88 WS-GRP-OPEN-NO     VALUE 'N'.
                88 WS-GRP-OPEN-YES    VALUE 'Y'.
       01 WS-ARC-INDEX.
            02 WS-IDX-DEPT       PIC X(04) VALUE SPACES.
            02 WS-IDX-FIRST-PAGE PIC 9(05) VALUE ZERO.
            02 WS-IDX-LAST-PAGE  PIC 9(05) VALUE ZERO.
            02 WS-IDX-LINE-CTR   PIC 9(07) VALUE ZERO.

       77 WS-ARC-RPT-IX         PIC 9(04) COMP VALUE ZERO.
       77 WS-ARC-IN-STAT        PIC 9(02) VALUE ZERO.
       77 WS-ARC-PAGE-NO        PIC 9(05) VALUE ZERO.
       77 WS-ARC-LINE-NO        PIC 9(03) VALUE ZERO.
       77 WS-ARC-RUN-DATE       PIC 9(08) VALUE ZERO.
       77 WS-ARC-RUN-TIME       PIC 9(08) VALUE ZERO.
       77 WS-PREV-HDR-SW        PIC X(01) VALUE 'N'.
           88 WS-PREV-HDR-NO        VALUE 'N'.
           88 WS-PREV-HDR-YES       VALUE 'Y'.
       77 WS-PURGE-SW           PIC X(01) VALUE 'N'.
           88 WS-PURGE-MORE         VALUE 'N'.
           88 WS-PURGE-DONE         VALUE 'Y'.
       77 WS-RPT-LINE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPT-DEPT-CTR       PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-RPT-DROP-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPT-ARCH-CTR       PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-TOT-LINE-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-TOT-PAGE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-INDEX-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-DROP-CTR       PIC 9(09) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM C0003-PROC-CTL-CARDS THRU C0003-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            MOVE 1 TO WS-ARC-RPT-IX
            PERFORM E0001-ARCHIVE-REPORT THRU E0001-EXIT
                UNTIL WS-ARC-RPT-IX GREATER THAN 3
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * BUSDATE=YYYYMMDD AND COMPANY=XXX CARDS, BOTH OPTIONAL,    *
      * READ BEFORE ANY FILE IS TOUCHED.                          *
      *----------------------------------------------------------*
       C0003-PROC-CTL-CARDS.

            SET WS-EOF-NO TO TRUE

            OPEN INPUT CARDIN

            IF WS-CRD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM C0004-READ-CARD THRU C0004-EXIT
            PERFORM C0005-PROC-CARD THRU C0005-EXIT
                UNTIL WS-EOF-YES

            CLOSE CARDIN

      *     no card: the business date the cycle opened, and
      *     outside cycle control the run date
            IF WS-ARC-BUS-DATE EQUAL ZERO
               MOVE WS-CYC-BUS-DATE TO WS-ARC-BUS-DATE
            END-IF
            IF WS-ARC-BUS-DATE EQUAL ZERO
               ACCEPT WS-ARC-BUS-DATE FROM DATE YYYYMMDD
            END-IF
            .
       C0003-EXIT.
            EXIT.

       C0004-READ-CARD.

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
       C0004-EXIT.
            EXIT.

       C0005-PROC-CARD.

            IF CONTROL-CARD-REC(1:1) EQUAL '*'
               OR CONTROL-CARD-REC EQUAL SPACES
               GO TO C0005-NEXT
            END-IF

            MOVE SPACES TO WS-CARD-KEYWORD
            MOVE SPACES TO WS-CARD-VALUE
            UNSTRING CONTROL-CARD-REC
                DELIMITED BY '='
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING

            EVALUATE WS-CARD-KEYWORD

               WHEN 'BUSDATE'
                    IF WS-CARD-VALUE(1:8) NOT NUMERIC
                       OR WS-CARD-VALUE(9:1) NOT EQUAL SPACE
                       DISPLAY 'ARCLOD01: BUSDATE NOT YYYYMMDD: '
                               WS-CARD-VALUE
                       SET WS-MSG-BAD-CARD TO TRUE
                       MOVE 99 TO WS-ERR-CDE
                       SET WS-PROC-CARD TO TRUE
                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF
                    MOVE WS-CARD-VALUE(1:8) TO WS-ARC-BUS-DATE

               WHEN 'COMPANY'
                    MOVE WS-CARD-VALUE(1:3) TO WS-ARC-COMPANY

               WHEN OTHER
                    DISPLAY 'UNUSABLE CONTROL CARD: '
                            CONTROL-CARD-REC(1:40)
                    SET WS-MSG-BAD-CARD TO TRUE
                    MOVE 99 TO WS-ERR-CDE
                    SET WS-PROC-CARD TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

            END-EVALUATE.

       C0005-NEXT.

            PERFORM C0004-READ-CARD THRU C0004-EXIT
            .
       C0005-EXIT.
            EXIT.

      *    the archive and its index are created on first use --
      *    an empty cluster answers the open with status 35
       B0001-OPEN-FILES.

            OPEN I-O ARCFILE.

            IF WS-RAR-STAT EQUAL '35'
               OPEN OUTPUT ARCFILE
               CLOSE ARCFILE
               OPEN I-O ARCFILE
            END-IF.

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O AIXFILE.

            IF WS-RAX-STAT EQUAL '35'
               OPEN OUTPUT AIXFILE
               CLOSE AIXFILE
               OPEN I-O AIXFILE
            END-IF.

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
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

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-ARC-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-ARC-RUN-TIME FROM TIME

            MOVE WS-ARC-BUS-DATE   TO AHL-BUS-DATE
            MOVE WS-ARC-COMPANY    TO AHL-COMPANY
            MOVE WS-ARC-RUN-DATE   TO AHL-RUN-DATE
            MOVE ARC-HEADER-LAYOUT-1 TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE REPORT (WS-ARC-RPT-IX 1 REGISTER, 2 TOPN, 3 BUNDLES): *
      * DROP WHAT AN EARLIER RUN ARCHIVED FOR THE SAME DATE,      *
      * REPORT AND COMPANY, THEN LOAD EVERY LINE AND INDEX IT.    *
      *----------------------------------------------------------*
       E0001-ARCHIVE-REPORT.

            SET WS-EOF-NO TO TRUE

            EVALUATE WS-ARC-RPT-IX
               WHEN 1
                    MOVE 'REGISTER' TO WS-ARC-REPORT-ID
                    MOVE 'RPTIN'    TO WS-ARC-DDNAME
                    OPEN INPUT RPTIN
                    MOVE WS-IN-STAT  TO WS-ARC-IN-STAT
               WHEN 2
                    MOVE 'TOPN'     TO WS-ARC-REPORT-ID
                    MOVE 'TOPIN'    TO WS-ARC-DDNAME
                    OPEN INPUT TOPIN
                    MOVE WS-TOP-STAT TO WS-ARC-IN-STAT
               WHEN 3
                    MOVE 'BUNDLES'  TO WS-ARC-REPORT-ID
                    MOVE 'BNDIN'    TO WS-ARC-DDNAME
                    OPEN INPUT BNDIN
                    MOVE WS-BND-STAT TO WS-ARC-IN-STAT
            END-EVALUATE

            IF WS-ARC-IN-STAT EQUAL '35'
               MOVE WS-ARC-REPORT-ID  TO AAL-REPORT
               MOVE WS-ARC-DDNAME     TO AAL-DDNAME
               MOVE ARC-ABSENT-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               ADD 1 TO WS-ARC-RPT-IX
               GO TO E0001-EXIT
            END-IF

            IF WS-ARC-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-ARC-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO TO WS-RPT-LINE-CTR WS-RPT-DEPT-CTR
                         WS-RPT-DROP-CTR
            MOVE ZERO TO WS-ARC-PAGE-NO WS-ARC-LINE-NO
            SET WS-PREV-HDR-NO TO TRUE
            INITIALIZE WS-ARC-GROUP
            SET WS-GRP-OPEN-NO TO TRUE

            PERFORM H0001-DROP-PRIOR THRU H0001-EXIT

            PERFORM D0001-READ-LINE THRU D0001-EXIT
            PERFORM E0002-ARCHIVE-LINE THRU E0002-EXIT
                UNTIL WS-EOF-YES

            EVALUATE WS-ARC-RPT-IX
               WHEN 1
                    CLOSE RPTIN
                    MOVE WS-IN-STAT  TO WS-ARC-IN-STAT
               WHEN 2
                    CLOSE TOPIN
                    MOVE WS-TOP-STAT TO WS-ARC-IN-STAT
               WHEN 3
                    CLOSE BNDIN
                    MOVE WS-BND-STAT TO WS-ARC-IN-STAT
            END-EVALUATE

            IF WS-ARC-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-ARC-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     the whole-report entry, even for an empty report, so
      *     the screen shows the day was archived
            MOVE SPACES            TO WS-IDX-DEPT
            MOVE 1                 TO WS-IDX-FIRST-PAGE
            MOVE WS-ARC-PAGE-NO    TO WS-IDX-LAST-PAGE
            IF WS-ARC-PAGE-NO EQUAL ZERO
               MOVE ZERO           TO WS-IDX-FIRST-PAGE
            END-IF
            MOVE WS-RPT-LINE-CTR   TO WS-IDX-LINE-CTR
            PERFORM U0001-PUT-INDEX THRU U0001-EXIT

            ADD 1                  TO WS-RPT-ARCH-CTR
            ADD WS-ARC-PAGE-NO     TO WS-TOT-PAGE-CTR
            ADD WS-RPT-LINE-CTR    TO WS-TOT-LINE-CTR
            ADD WS-RPT-DROP-CTR    TO WS-TOT-DROP-CTR

            MOVE WS-ARC-REPORT-ID  TO AIL-REPORT
            MOVE WS-ARC-DDNAME     TO AIL-DDNAME
            MOVE 'ARCHIVED    '    TO AIL-STATE
            MOVE WS-ARC-PAGE-NO    TO AIL-PAGES
            MOVE WS-RPT-LINE-CTR   TO AIL-LINES
            MOVE WS-RPT-DEPT-CTR   TO AIL-DEPTS
            MOVE WS-RPT-DROP-CTR   TO AIL-REPLACED
            MOVE ARC-ITEM-LAYOUT   TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 1 TO WS-ARC-RPT-IX
            .
       E0001-EXIT.
            EXIT.

       D0001-READ-LINE.

            EVALUATE WS-ARC-RPT-IX
               WHEN 1
                    READ RPTIN INTO WS-ARC-LINE
                      AT END SET WS-EOF-YES TO TRUE
                    END-READ
                    MOVE WS-IN-STAT  TO WS-ARC-IN-STAT
               WHEN 2
                    READ TOPIN INTO WS-ARC-LINE
                      AT END SET WS-EOF-YES TO TRUE
                    END-READ
                    MOVE WS-TOP-STAT TO WS-ARC-IN-STAT
               WHEN 3
                    READ BNDIN INTO WS-ARC-LINE
                      AT END SET WS-EOF-YES TO TRUE
                    END-READ
                    MOVE WS-BND-STAT TO WS-ARC-IN-STAT
            END-EVALUATE

            IF WS-EOF-YES
               GO TO D0001-EXIT
            END-IF

            IF WS-ARC-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-ARC-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0002-ARCHIVE-LINE.

            PERFORM E0003-PAGE-BREAK THRU E0003-EXIT

            ADD 1 TO WS-ARC-LINE-NO

            MOVE SPACES            TO REPORT-ARCHIVE-REC
            MOVE WS-ARC-BUS-DATE   TO RAR-BUS-DATE
            MOVE WS-ARC-REPORT-ID  TO RAR-REPORT-ID
            MOVE WS-ARC-COMPANY    TO RAR-COMPANY
            MOVE WS-ARC-PAGE-NO    TO RAR-PAGE-NO
            MOVE WS-ARC-LINE-NO    TO RAR-LINE-NO
            MOVE WS-ARC-LINE       TO RAR-LINE-TEXT

            WRITE REPORT-ARCHIVE-REC

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RPT-LINE-CTR

            PERFORM E0004-TRACK-DEPT THRU E0004-EXIT

            PERFORM D0001-READ-LINE THRU D0001-EXIT
            .
       E0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * PAGE BREAKS AS EACH REPORT WAS PRINTED.  THE REGISTER     *
      * OPENS A PAGE WITH TWO PAGE-HEADER LINES ('PAGE' AT        *
      * COLUMN 113), SO THE FIRST OF A RUN OF THEM STARTS THE     *
      * PAGE.  TOPN AND THE BUNDLES CARRY NO HEADERS AND ARE CUT  *
      * EVERY 60 LINES, THE BUNDLES ALSO AT EACH BANNER AND AT    *
      * THE DISTRIBUTION INDEX.  A PAGE LONGER THAN THE LINE      *
      * NUMBER HOLDS RUNS ON TO THE NEXT PAGE.                    *
      *----------------------------------------------------------*
       E0003-PAGE-BREAK.

            EVALUATE WS-ARC-RPT-IX
               WHEN 1
                    IF WS-ARC-LINE(113:4) EQUAL 'PAGE'
                       IF WS-PREV-HDR-NO
                          PERFORM E0005-NEW-PAGE THRU E0005-EXIT
                       END-IF
                       SET WS-PREV-HDR-YES TO TRUE
                    ELSE
                       SET WS-PREV-HDR-NO TO TRUE
                    END-IF
               WHEN 3
                    IF (WS-ARC-LINE(3:10) EQUAL ALL '*'
                        AND WS-ARC-LINE(14:16)
                            EQUAL 'BUNDLE FOR DEPT ')
                       OR WS-ARC-LINE(3:18)
                            EQUAL 'DISTRIBUTION INDEX'
                       PERFORM E0005-NEW-PAGE THRU E0005-EXIT
                    END-IF
                    IF WS-ARC-LINE-NO GREATER THAN OR EQUAL TO 60
                       PERFORM E0005-NEW-PAGE THRU E0005-EXIT
                    END-IF
               WHEN OTHER
                    IF WS-ARC-LINE-NO GREATER THAN OR EQUAL TO 60
                       PERFORM E0005-NEW-PAGE THRU E0005-EXIT
                    END-IF
            END-EVALUATE

            IF WS-ARC-PAGE-NO EQUAL ZERO
               OR WS-ARC-LINE-NO EQUAL 999
               PERFORM E0005-NEW-PAGE THRU E0005-EXIT
            END-IF
            .
       E0003-EXIT.
            EXIT.

       E0005-NEW-PAGE.

            ADD 1 TO WS-ARC-PAGE-NO
            MOVE ZERO TO WS-ARC-LINE-NO
            .
       E0005-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * DEPARTMENT PAGE RANGES.  REGISTER: EVERY LINE AFTER ONE   *
      * SUBTOTAL UP TO AND INCLUDING THE NEXT IS THAT NEXT        *
      * SUBTOTAL'S DEPARTMENT, PAGE HEADERS ASIDE -- HOW RPTDST01 *
      * READS THE CONTROL BREAK.  BUNDLES: BANNER TO TRAILER.     *
      *----------------------------------------------------------*
       E0004-TRACK-DEPT.

            EVALUATE WS-ARC-RPT-IX
               WHEN 1
                    IF WS-PREV-HDR-YES
                       GO TO E0004-EXIT
                    END-IF
                    IF WS-GRP-FIRST-PAGE EQUAL ZERO
                       MOVE WS-ARC-PAGE-NO TO WS-GRP-FIRST-PAGE
                    END-IF
                    ADD 1 TO WS-GRP-LINE-CTR
                    IF WS-ARC-LINE(3:4) EQUAL 'DEPT'
                       AND WS-ARC-LINE(35:13) EQUAL 'GROUP RECORDS'
                       MOVE WS-ARC-LINE(8:4) TO WS-GRP-DEPT
                       PERFORM E0006-CLOSE-GROUP THRU E0006-EXIT
                    END-IF
               WHEN 3
                    IF WS-ARC-LINE(3:10) EQUAL ALL '*'
                       AND WS-ARC-LINE(14:16)
                           EQUAL 'BUNDLE FOR DEPT '
                       MOVE WS-ARC-LINE(30:4) TO WS-GRP-DEPT
                       MOVE WS-ARC-PAGE-NO    TO WS-GRP-FIRST-PAGE
                       MOVE ZERO              TO WS-GRP-LINE-CTR
                       SET WS-GRP-OPEN-YES    TO TRUE
                    END-IF
                    IF WS-GRP-OPEN-NO
                       GO TO E0004-EXIT
                    END-IF
                    ADD 1 TO WS-GRP-LINE-CTR
                    IF WS-ARC-LINE(3:15) EQUAL 'BUNDLE TRAILER '
                       PERFORM E0006-CLOSE-GROUP THRU E0006-EXIT
                    END-IF
            END-EVALUATE
            .
       E0004-EXIT.
            EXIT.

       E0006-CLOSE-GROUP.

            MOVE WS-GRP-DEPT       TO WS-IDX-DEPT
            MOVE WS-GRP-FIRST-PAGE TO WS-IDX-FIRST-PAGE
            MOVE WS-ARC-PAGE-NO    TO WS-IDX-LAST-PAGE
            MOVE WS-GRP-LINE-CTR   TO WS-IDX-LINE-CTR
            PERFORM U0001-PUT-INDEX THRU U0001-EXIT

            INITIALIZE WS-ARC-GROUP
            SET WS-GRP-OPEN-NO TO TRUE
            .
       E0006-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE INDEX ENTRY.  A DEPARTMENT THAT BREAKS TWICE IN THE   *
      * SAME REPORT (TWO COMPANIES, SAY) HAS ITS ENTRY WIDENED TO *
      * COVER BOTH RANGES RATHER THAN A SECOND ENTRY.             *
      *----------------------------------------------------------*
       U0001-PUT-INDEX.

            MOVE SPACES            TO REPORT-ARCHIVE-INDEX-REC
            MOVE WS-ARC-BUS-DATE   TO RAX-BUS-DATE
            MOVE WS-ARC-REPORT-ID  TO RAX-REPORT-ID
            MOVE WS-ARC-COMPANY    TO RAX-COMPANY
            MOVE WS-IDX-DEPT       TO RAX-DEPT
            MOVE WS-IDX-FIRST-PAGE TO RAX-FIRST-PAGE
            MOVE WS-IDX-LAST-PAGE  TO RAX-LAST-PAGE
            MOVE WS-IDX-LINE-CTR   TO RAX-LINE-CTR
            MOVE WS-ARC-RUN-DATE   TO RAX-ARCH-DATE
            MOVE WS-ARC-RUN-TIME   TO RAX-ARCH-TIME

            WRITE REPORT-ARCHIVE-INDEX-REC
                INVALID KEY
                    PERFORM U0002-WIDEN-INDEX THRU U0002-EXIT
                    GO TO U0001-EXIT
            END-WRITE

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-TOT-INDEX-CTR
            IF WS-IDX-DEPT NOT EQUAL SPACES
               ADD 1 TO WS-RPT-DEPT-CTR
            END-IF
            .
       U0001-EXIT.
            EXIT.

       U0002-WIDEN-INDEX.

            READ AIXFILE

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-IDX-FIRST-PAGE LESS THAN RAX-FIRST-PAGE
               MOVE WS-IDX-FIRST-PAGE TO RAX-FIRST-PAGE
            END-IF
            IF WS-IDX-LAST-PAGE GREATER THAN RAX-LAST-PAGE
               MOVE WS-IDX-LAST-PAGE  TO RAX-LAST-PAGE
            END-IF
            ADD WS-IDX-LINE-CTR TO RAX-LINE-CTR

            REWRITE REPORT-ARCHIVE-INDEX-REC

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       U0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RERUN: DROP THE LINES AND INDEX ENTRIES AN EARLIER RUN    *
      * ARCHIVED FOR THIS DATE / REPORT / COMPANY -- BOTH FILES   *
      * ARE KEYED DATE FIRST, SO THEY ARE ONE CONTIGUOUS RANGE.   *
      *----------------------------------------------------------*
       H0001-DROP-PRIOR.

            MOVE WS-ARC-BUS-DATE   TO RAR-BUS-DATE
            MOVE WS-ARC-REPORT-ID  TO RAR-REPORT-ID
            MOVE WS-ARC-COMPANY    TO RAR-COMPANY
            MOVE ZERO              TO RAR-PAGE-NO RAR-LINE-NO
            SET WS-PURGE-MORE TO TRUE

            START ARCFILE KEY IS NOT LESS THAN RAR-KEY
                INVALID KEY SET WS-PURGE-DONE TO TRUE
            END-START

            PERFORM H0002-DROP-LINE THRU H0002-EXIT
                UNTIL WS-PURGE-DONE

            MOVE WS-ARC-BUS-DATE   TO RAX-BUS-DATE
            MOVE WS-ARC-REPORT-ID  TO RAX-REPORT-ID
            MOVE WS-ARC-COMPANY    TO RAX-COMPANY
            MOVE LOW-VALUES        TO RAX-DEPT
            SET WS-PURGE-MORE TO TRUE

            START AIXFILE KEY IS NOT LESS THAN RAX-KEY
                INVALID KEY SET WS-PURGE-DONE TO TRUE
            END-START

            PERFORM H0003-DROP-INDEX THRU H0003-EXIT
                UNTIL WS-PURGE-DONE
            .
       H0001-EXIT.
            EXIT.

       H0002-DROP-LINE.

            READ ARCFILE NEXT RECORD
                AT END
                    SET WS-PURGE-DONE TO TRUE
                    GO TO H0002-EXIT
            END-READ

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RAR-BUS-DATE NOT EQUAL WS-ARC-BUS-DATE
               OR RAR-REPORT-ID NOT EQUAL WS-ARC-REPORT-ID
               OR RAR-COMPANY NOT EQUAL WS-ARC-COMPANY
               SET WS-PURGE-DONE TO TRUE
               GO TO H0002-EXIT
            END-IF

            DELETE ARCFILE RECORD

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RPT-DROP-CTR
            .
       H0002-EXIT.
            EXIT.

       H0003-DROP-INDEX.

            READ AIXFILE NEXT RECORD
                AT END
                    SET WS-PURGE-DONE TO TRUE
                    GO TO H0003-EXIT
            END-READ

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RAX-BUS-DATE NOT EQUAL WS-ARC-BUS-DATE
               OR RAX-REPORT-ID NOT EQUAL WS-ARC-REPORT-ID
               OR RAX-COMPANY NOT EQUAL WS-ARC-COMPANY
               SET WS-PURGE-DONE TO TRUE
               GO TO H0003-EXIT
            END-IF

            DELETE AIXFILE RECORD

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       H0003-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            MOVE 'REPORTS ARCHIVED'     TO ACL-LABEL
            MOVE WS-RPT-ARCH-CTR        TO ACL-COUNT
            MOVE ARC-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'PAGES ARCHIVED'       TO ACL-LABEL
            MOVE WS-TOT-PAGE-CTR        TO ACL-COUNT
            MOVE ARC-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'LINES ARCHIVED'       TO ACL-LABEL
            MOVE WS-TOT-LINE-CTR        TO ACL-COUNT
            MOVE ARC-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'INDEX ENTRIES WRITTEN' TO ACL-LABEL
            MOVE WS-TOT-INDEX-CTR       TO ACL-COUNT
            MOVE ARC-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'LINES REPLACED FROM RERUN' TO ACL-LABEL
            MOVE WS-TOT-DROP-CTR        TO ACL-COUNT
            MOVE ARC-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-RPT-ARCH-CTR EQUAL ZERO
               SET WS-RC-ZERO-RECS TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE WS-RETURN-CDE   TO WS-OPR-NO
               MOVE 'W'             TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' NO REPORT PRESENT TO ARCHIVE FOR '
                       WS-ARC-BUS-DATE
            END-IF
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

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-IN, BEFORE ANY FILE IS OPENED.  WITH  *
      * THE CYCLE CONTROL FILE PRESENT THE STEP RUNS ONLY AS PART *
      * OF THE BUSINESS DATE CYCCTL01 OPENED: ITS OWN ENTRY MUST  *
      * BE ON FILE AND EVERY PREDECESSOR MUST HAVE COMPLETED      *
      * CLEAN FOR THAT DATE, ELSE THE STEP IS HELD (RC 98).  A    *
      * STEP ALREADY COMPLETE ENDS RC 0 WITHOUT TOUCHING ANYTHING *
      * SO A RESUBMITTED CYCLE RESUMES AT THE STEP THAT FAILED.   *
      * PREDECESSORS ARE STAMPED AS CONSUMED SO CYCCTL01 WILL NOT *
      * RESET THEM UNDERNEATH THIS STEP'S OUTPUT.  NO CYCLE FILE  *
      * (STATUS 35) IS AN AD-HOC RUN OUTSIDE CYCLE CONTROL.       *
      *----------------------------------------------------------*
       K0008-CYCLE-CHECK-IN.

            OPEN I-O CYCFILE

            IF WS-CYC-STAT EQUAL '35'
               GO TO K0008-EXIT
            END-IF

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NO CYCLE IS OPEN'
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ
            MOVE CYC-CUR-BUS-DATE TO WS-CYC-BUS-DATE

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NOT IN THE CYCLE FOR '
                            WS-CYC-BUS-DATE
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            IF CYC-STA-COMPLETE
               CLOSE CYCFILE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8004 TO WS-OPR-NO
               MOVE 'I' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' STEP ALREADY COMPLETE FOR '
                       WS-CYC-BUS-DATE ' - SKIPPED'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE CYC-PRED-LIST TO WS-CYC-PRED-LIST
            SET WS-CYC-HOLD-NO TO TRUE
            MOVE 1 TO WS-CYC-PX
            PERFORM K0009-CHECK-PRED THRU K0009-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4 OR WS-CYC-HOLD-YES

            IF WS-CYC-HOLD-YES
               SET WS-MSG-CYC-PRED TO TRUE
               GO TO K0008-REFUSE
            END-IF

            MOVE 1 TO WS-CYC-PX
            PERFORM K0010-STAMP-PRED THRU K0010-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            SET CYC-STA-STARTED TO TRUE
            ACCEPT CYC-START-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-START-TIME FROM TIME
            MOVE ZERO TO CYC-END-DATE CYC-END-TIME CYC-RETURN-CDE
            ADD 1 TO CYC-RUN-CTR
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE CYCFILE
            SET WS-CYC-STARTED-YES TO TRUE
            GO TO K0008-EXIT
            .
       K0008-REFUSE.

            CLOSE CYCFILE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CYCL TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       K0008-EXIT.
            EXIT.

       K0009-CHECK-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0009-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    MOVE SPACE TO CYC-STATUS
            END-READ

            IF NOT CYC-STA-COMPLETE
               DISPLAY WS-PROGRAM-NAME ': PREDECESSOR '
                       WS-CYC-PRED-ID(WS-CYC-PX)
                       ' NOT COMPLETE FOR ' WS-CYC-BUS-DATE
                       ' - STATUS ' CYC-STATUS
               SET WS-CYC-HOLD-YES TO TRUE
            END-IF

            ADD 1 TO WS-CYC-PX
            .
       K0009-EXIT.
            EXIT.

       K0010-STAMP-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0010-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            ADD 1 TO WS-CYC-PX
            READ CYCFILE
                INVALID KEY GO TO K0010-EXIT
            END-READ

            IF CYC-CONSUMED-BY NOT EQUAL SPACES
               GO TO K0010-EXIT
            END-IF

            MOVE WS-PROGRAM-NAME TO CYC-CONSUMED-BY
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       K0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-OUT FROM Z0001-CLOS-FILES, ERROR PATH *
      * INCLUDED: END TIME, FINAL RETURN CODE, AND COMPLETE ONLY  *
      * FOR A CLEAN (RC 0) RUN -- ANYTHING ELSE IS FAILED, SO THE *
      * NEXT STEP HOLDS AND A RESUBMISSION RERUNS THIS ONE.  A    *
      * LEDGER THAT CANNOT BE UPDATED IS REPORTED, NOT FATAL: THE *
      * ENTRY STAYS STARTED AND THE NEXT STEP HOLDS ON IT.        *
      *----------------------------------------------------------*
       K0011-CYCLE-CHECK-OUT.

            SET WS-CYC-STARTED-NO TO TRUE

            OPEN I-O CYCFILE

            IF WS-CYC-STAT NOT EQUAL ZEROES
               GO TO K0011-WARN
            END-IF

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    CLOSE CYCFILE
                    GO TO K0011-WARN
            END-READ

            ACCEPT CYC-END-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-END-TIME FROM TIME
            MOVE WS-RETURN-CDE TO CYC-RETURN-CDE
            IF WS-RC-SUCCESS
               SET CYC-STA-COMPLETE TO TRUE
            ELSE
               SET CYC-STA-FAILED TO TRUE
            END-IF
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               CLOSE CYCFILE
               GO TO K0011-WARN
            END-IF

            CLOSE CYCFILE
            GO TO K0011-EXIT
            .
       K0011-WARN.

            MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
            MOVE 8005 TO WS-OPR-NO
            MOVE 'W' TO WS-OPR-SEV
            DISPLAY WS-OPR-MESSAGE ' CYCLE LEDGER NOT UPDATED - '
                    'STATUS ' WS-CYC-STAT
            .
       K0011-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-IN OR WS-MSG-OP-OU OR WS-MSG-OP-CD
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-READ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-RPTARC OR WS-MSG-RPTAIX
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-RD-CD
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
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

            CLOSE ARCFILE.

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE AIXFILE.

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
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
            DISPLAY '  REPORT ARCHIVE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  BUSINESS DATE...........: ' WS-ARC-BUS-DATE.
            DISPLAY '  REPORTS ARCHIVED........: ' WS-RPT-ARCH-CTR.
            DISPLAY '  PAGES ARCHIVED..........: ' WS-TOT-PAGE-CTR.
            DISPLAY '  LINES ARCHIVED..........: ' WS-TOT-LINE-CTR.
            DISPLAY '  INDEX ENTRIES WRITTEN...: ' WS-TOT-INDEX-CTR.
            DISPLAY '  LINES REPLACED (RERUN)..: ' WS-TOT-DROP-CTR.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
