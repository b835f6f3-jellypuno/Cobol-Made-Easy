       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRTINC01.
      *----------------------------------------------------------*
      * MASS MERIT INCREASE -- MODEL AND APPLY.  READS HR'S RAISE *
      * CARDS AND THE MASTER (MSTIN) AND WORKS OUT EVERY RECORD'S *
      * RAISE:                                                    *
      *   COL 1     D = DEPARTMENT, C = COMPANY, R = ONE RECORD   *
      *   COLS 3-11 DEPARTMENT CODE, COMPANY CODE OR RECORD NO    *
      *   COLS 13-18 RAISE PERCENT NN.NNN                         *
      *   COLS 20-29 FLOOR NNNNNNN.NN -- SMALLEST RAISE AMOUNT    *
      *   COLS 31-40 CAP   NNNNNNN.NN -- LARGEST RAISE AMOUNT     *
      *              (FLOOR AND CAP BLANK WHEN NOT WANTED)        *
      * A RECORD CARD BEATS A DEPARTMENT CARD, WHICH BEATS A      *
      * COMPANY CARD; A RECORD NO CARD COVERS GETS NO RAISE.      *
      * EFFDATE=YYYY-MM-DD (REQUIRED) IS THE DATE THE RAISES TAKE *
      * EFFECT, '*' IN COL 1 IS A COMMENT.                        *
      *                                                           *
      * BY DEFAULT NOTHING IS WRITTEN: THE REPORT PROJECTS THE    *
      * ANNUAL COST BY DEPARTMENT AND BY COMPANY AGAINST CURRENT  *
      * SALARY SO HR CAN PRICE THE ROUND BEFORE APPROVING IT.     *
      * THE SAME CARDS WITH AN 'APPLY' CARD COPY THE MASTER TO A  *
      * NEW GENERATION (NEWMAST) AND ADD, AFTER THE LATEST        *
      * VERSION OF EACH RAISED RECORD, A NEW VERSION CARRYING THE *
      * RAISED MR-NUMERIC AND MR-EFF-DATE = EFFDATE; EACH RAISE   *
      * GETS AN AUDREC001 ENTRY AND A BEFORE/AFTER IMAGE ON THE   *
      * CHANGE JOURNAL (JRNREC001), AS DPTXFR01 DOES FOR A MOVE.  *
      * THE NEW GENERATION IS FOR THE EFFECTIVE-DATED MASTER.     *
      *                                                           *
      * THE RAISE IS TAKEN ON THE LATEST VERSION OF A RECORD.  A  *
      * RECORD WHOSE LATEST VERSION IS ALREADY DATED ON OR AFTER  *
      * EFFDATE IS LISTED AND NOT RAISED, SO A RERUN CANNOT RAISE *
      * ANYONE TWICE.  A RECORD WHOSE LATEST VERSION DORMNT01 HAS *
      * MARKED INACTIVE IS COPIED THROUGH UNCHANGED BUT NOT       *
      * RAISED OR PRICED, AND IS COUNTED AS EXCLUDED.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT DEPFILE ASSIGN TO DEPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEP-STAT.

            SELECT CMPFILE ASSIGN TO CMPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMP-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT NEWMAST ASSIGN TO NEWMAST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NMS-STAT.

            SELECT AUDFILE ASSIGN TO AUDFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT JRNFILE ASSIGN TO JRNFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CARD-REC.
            02 CARD-TYPE       PIC X(01).
                88 CARD-TYPE-DEPT     VALUE 'D'.
                88 CARD-TYPE-COMPANY  VALUE 'C'.
                88 CARD-TYPE-RECORD   VALUE 'R'.
            02 FILLER          PIC X(01).
            02 CARD-KEY        PIC X(09).
            02 FILLER          PIC X(01).
            02 CARD-PCT.
                05 CARD-PCT-INT    PIC X(02).
                05 CARD-PCT-PT     PIC X(01).
                05 CARD-PCT-DEC    PIC X(03).
            02 FILLER          PIC X(01).
            02 CARD-FLOOR.
                05 CARD-FLOOR-INT  PIC X(07).
                05 CARD-FLOOR-PT   PIC X(01).
                05 CARD-FLOOR-DEC  PIC X(02).
            02 FILLER          PIC X(01).
            02 CARD-CAP.
                05 CARD-CAP-INT    PIC X(07).
                05 CARD-CAP-PT     PIC X(01).
                05 CARD-CAP-DEC    PIC X(02).
            02 FILLER          PIC X(40).

       FD DEPFILE.
       COPY DEPREC001.

       FD CMPFILE.
       COPY CMPREC001.

       FD MSTIN.
       COPY MSTREC001.
      *    MR-EFF-DATE sits after the fixed 192 bytes of the master
      *    layout; a master built without the effective-dated
      *    option reads spaces here.
       01 MSTIN-EFF-VIEW.
            02 FILLER           PIC X(192).
            02 MEV-EFF-DATE     PIC X(10).

       FD NEWMAST.
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==NEW-MASTER-REC==
                                LEADING ==MR== BY ==NM==.
       01 NEWMAST-EFF-VIEW.
            02 FILLER           PIC X(192).
            02 NMV-EFF-DATE     PIC X(10).

       FD AUDFILE.
       COPY AUDREC001.

       FD JRNFILE.
       COPY JRNREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'MRTINC01'.

       COPY CONSTANT.

       01 MRT-REPORT-LAYOUT.
            02 MRT-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                   VALUE 'MERIT INCREASE'.
                05 MHL-MODE     PIC X(20).
                05 FILLER       PIC X(10) VALUE 'EFFECTIVE '.
                05 MHL-EFF-DATE PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RUN DATE '.
                05 MHL-RUN-DATE PIC X(10).
                05 FILLER       PIC X(46) VALUE SPACES.
            02 MRT-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-TITLE    PIC X(60).
                05 FILLER       PIC X(71) VALUE SPACES.
            02 MRT-EXC-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(12) VALUE 'EFF DATE'.
                05 FILLER       PIC X(06) VALUE 'DEPT'.
                05 FILLER       PIC X(05) VALUE 'CMP'.
                05 FILLER       PIC X(42) VALUE 'REASON'.
                05 FILLER       PIC X(20) VALUE 'VALUE'.
                05 FILLER       PIC X(35) VALUE SPACES.
            02 MRT-EXC-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-EFF-DATE PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-DEPT     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-REASON   PIC X(40).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MEL-VALUE    PIC X(20).
                05 FILLER       PIC X(35) VALUE SPACES.
            02 MRT-CARD-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'TYPE'.
                05 FILLER       PIC X(11) VALUE 'KEY'.
                05 FILLER       PIC X(09) VALUE 'PERCENT'.
                05 FILLER       PIC X(14) VALUE '       FLOOR'.
                05 FILLER       PIC X(14) VALUE '         CAP'.
                05 FILLER       PIC X(09) VALUE 'RECORDS'.
                05 FILLER       PIC X(09) VALUE 'FLOORED'.
                05 FILLER       PIC X(09) VALUE ' CAPPED'.
                05 FILLER       PIC X(16) VALUE '      INCREASE'.
                05 FILLER       PIC X(08) VALUE 'STATUS'.
                05 FILLER       PIC X(23) VALUE SPACES.
            02 MRT-CARD-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-TYPE     PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-KEY      PIC X(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-PCT      PIC ZZ9.999.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-FLOOR    PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-CAP      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-FLR-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-CAP-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-INCREASE PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCL-STATUS   PIC X(08).
                05 FILLER       PIC X(23) VALUE SPACES.
            02 MRT-TOT-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'CODE'.
                05 MTH-NAME     PIC X(32).
                05 FILLER       PIC X(09) VALUE '  HEADS'.
                05 FILLER       PIC X(09) VALUE ' RAISED'.
                05 FILLER       PIC X(19)
                   VALUE '   CURRENT ANNUAL'.
                05 FILLER       PIC X(19)
                   VALUE ' PROJECTED ANNUAL'.
                05 FILLER       PIC X(16) VALUE '      INCREASE'.
                05 FILLER       PIC X(07) VALUE '   PCT'.
                05 FILLER       PIC X(14) VALUE SPACES.
            02 MRT-TOT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-CODE     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-NAME     PIC X(30).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-HEADS    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-RAISED   PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-CURRENT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-PROJECTED
                                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-INCREASE PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MTL-PCT      PIC ZZ9.99.
                05 FILLER       PIC X(01) VALUE '%'.
                05 FILLER       PIC X(14) VALUE SPACES.
            02 MRT-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 MCT-LABEL    PIC X(40).
                05 MCT-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    raise cards off CARDIN, with what each one raised for
      *    the recap
       01 WS-RAISE-AREA.
            02 WS-RAI-MAX        PIC 9(04) COMP VALUE 200.
            02 WS-RAI-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-RAI-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-RAI-HIT-IX     PIC 9(04) COMP VALUE ZERO.
            02 WS-RAI-SCAN-TYPE  PIC X(01) VALUE SPACES.
            02 WS-RAI-SCAN-KEY   PIC X(09) VALUE SPACES.
            02 WS-RAI-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-RAI-FOUND-NO   VALUE 'N'.
                88 WS-RAI-FOUND-YES  VALUE 'Y'.
            02 WS-RAI-ENTRY OCCURS 200 TIMES.
                05 WS-RAI-TYPE   PIC X(01).
                05 WS-RAI-KEY    PIC X(09).
                05 WS-RAI-PCT    PIC 9(02)V9(03) COMP-3.
                05 WS-RAI-FLOOR  PIC 9(07)V99 COMP-3.
                05 WS-RAI-FLOOR-SW PIC X(01).
                    88 WS-RAI-HAS-FLOOR VALUE 'Y'.
                05 WS-RAI-CAP    PIC 9(07)V99 COMP-3.
                05 WS-RAI-CAP-SW PIC X(01).
                    88 WS-RAI-HAS-CAP   VALUE 'Y'.
                05 WS-RAI-CTR    PIC 9(07) COMP-3.
                05 WS-RAI-FLR-CTR PIC 9(07) COMP-3.
                05 WS-RAI-CAP-CTR PIC 9(07) COMP-3.
                05 WS-RAI-INCR   PIC S9(11)V99 COMP-3.

      *    card amounts, edited apart and put back together
       01 WS-PCT-WORK.
            02 WS-PCT-INT        PIC 9(02).
            02 WS-PCT-DEC        PIC 9(03).
       01 WS-PCT-WORK-N REDEFINES WS-PCT-WORK
                                PIC 9(02)V9(03).
       01 WS-AMT-WORK.
            02 WS-AMT-INT        PIC 9(07).
            02 WS-AMT-DEC        PIC 9(02).
       01 WS-AMT-WORK-N REDEFINES WS-AMT-WORK
                                PIC 9(07)V99.

      *    projected cost by department and by company, one entry
      *    per reference-table entry plus a last one for codes not
      *    on the reference file
       01 WS-MRT-DEPT-TOTALS.
            02 WS-MTD-ENTRY OCCURS 1001 TIMES.
                05 WS-MTD-HEADS   PIC 9(07) COMP-3.
                05 WS-MTD-RAISED  PIC 9(07) COMP-3.
                05 WS-MTD-CURRENT PIC S9(13)V99 COMP-3.
                05 WS-MTD-INCR    PIC S9(13)V99 COMP-3.
       01 WS-MRT-CMP-TOTALS.
            02 WS-MTC-ENTRY OCCURS 201 TIMES.
                05 WS-MTC-HEADS   PIC 9(07) COMP-3.
                05 WS-MTC-RAISED  PIC 9(07) COMP-3.
                05 WS-MTC-CURRENT PIC S9(13)V99 COMP-3.
                05 WS-MTC-INCR    PIC S9(13)V99 COMP-3.

      *    latest version of the record in hand -- the one a raise
      *    is taken on, and the journal's before image
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==WS-MRT-LAST-REC==
                                LEADING ==MR== BY ==ML==.
       77 WS-MRT-LAST-EFF       PIC X(10) VALUE SPACES.

       77 WS-APPLY-SW           PIC X(01) VALUE 'N'.
           88 WS-APPLY-NO          VALUE 'N'.
           88 WS-APPLY-YES         VALUE 'Y'.
       77 WS-APPLY-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-APPLY-OPEN-NO     VALUE 'N'.
           88 WS-APPLY-OPEN-YES    VALUE 'Y'.
       77 WS-MRT-RAISED-SW      PIC X(01) VALUE 'N'.
           88 WS-MRT-RAISED-NO     VALUE 'N'.
           88 WS-MRT-RAISED-YES    VALUE 'Y'.
       77 WS-MRT-EFF-DATE       PIC X(10) VALUE SPACES.
       77 WS-TODAY-DATE         PIC X(10) VALUE SPACES.
       77 WS-TODAY-N            PIC 9(08) VALUE ZERO.
       77 WS-MRT-WORK           PIC S9(11)V9(05) COMP-3 VALUE ZERO.
       77 WS-MRT-INCR           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77 WS-MRT-NEW-SALARY     PIC S9(09)V99 COMP-3 VALUE ZERO.
       77 WS-MRT-PCT-WORK       PIC S9(05)V99 COMP-3 VALUE ZERO.
       77 WS-MRT-PCT-NUM        PIC S9(15)V99 COMP-3 VALUE ZERO.
       77 WS-MRT-DEP-IX         PIC 9(04) COMP VALUE ZERO.
       77 WS-MRT-CMP-IX         PIC 9(04) COMP VALUE ZERO.
       77 WS-MRT-PRT-IX         PIC 9(04) COMP VALUE ZERO.
       77 WS-MRT-PRT-LAST       PIC 9(04) COMP VALUE ZERO.
       77 WS-EXC-REASON         PIC X(40) VALUE SPACES.
       77 WS-EXC-VALUE          PIC X(20) VALUE SPACES.
       77 WS-MST-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MRT-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MRT-RAISE-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MRT-EXC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MRT-INACT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MTG-HEADS          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MTG-RAISED         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MTG-CURRENT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-MTG-INCR           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-HEADS          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-RAISED         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TOT-CURRENT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-INCR           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TOT-PROJECTED      PIC S9(13)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM C0002-LOAD-DEPT-TABLE THRU C0002-EXIT
                UNTIL WS-DEP-STAT NOT EQUAL ZEROES
            PERFORM C0040-LOAD-CMP-TABLE THRU C0040-EXIT
                UNTIL WS-CMP-STAT NOT EQUAL ZEROES
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM C0010-CHECK-CARDS THRU C0010-EXIT
            IF WS-APPLY-YES
               PERFORM B0002-OPEN-APPLY-FILES THRU B0002-EXIT
            END-IF
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            PERFORM E0002-PROC-MASTER THRU E0002-EXIT
                UNTIL WS-MR-EOF-YES
            PERFORM G0001-PRNT-RECAP THRU G0001-EXIT
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

            OPEN INPUT DEPFILE.

            IF WS-DEP-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-DP TO TRUE
               MOVE WS-DEP-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CMPFILE.

            IF WS-CMP-STAT NOT EQUAL ZEROES
               SET WS-MSG-CMPFILE TO TRUE
               MOVE WS-CMP-STAT TO WS-ERR-CDE
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

            OPEN OUTPUT OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *    the new generation, audit and journal are only opened
      *    once the cards have said this is an apply run -- a
      *    modeling run needs no DD for them
       B0002-OPEN-APPLY-FILES.

            SET WS-APPLY-OPEN-YES TO TRUE

            OPEN OUTPUT NEWMAST.

            IF WS-NMS-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-NM TO TRUE
               MOVE WS-NMS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND AUDFILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND JRNFILE.

            IF WS-JRN-STAT EQUAL '35'
               OPEN OUTPUT JRNFILE
            END-IF.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0002-EXIT.
            EXIT.

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            SET WS-MR-EOF-NO       TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            INITIALIZE WS-MRT-DEPT-TOTALS
            INITIALIZE WS-MRT-CMP-TOTALS
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

       C0002-LOAD-DEPT-TABLE.

            READ DEPFILE
              AT END GO TO C0002-EXIT
            END-READ

            IF WS-DEP-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-DP TO TRUE
               MOVE WS-DEP-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-DEP-COUNT GREATER THAN OR EQUAL TO WS-DEP-MAX
               SET WS-MSG-DPT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DEP-COUNT
            MOVE DEP-CODE TO WS-DEP-TBL-CODE(WS-DEP-COUNT)
            MOVE DEP-NAME TO WS-DEP-TBL-NAME(WS-DEP-COUNT)
            .
       C0002-EXIT.
            EXIT.

       C0040-LOAD-CMP-TABLE.

            READ CMPFILE
              AT END GO TO C0040-EXIT
            END-READ

            IF WS-CMP-STAT NOT EQUAL ZEROES
               SET WS-MSG-CMPFILE TO TRUE
               MOVE WS-CMP-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CMP-COUNT GREATER THAN OR EQUAL TO WS-CMP-MAX
               SET WS-MSG-CMP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CMP-COUNT
            MOVE CMP-CODE      TO WS-CMP-TBL-CODE(WS-CMP-COUNT)
            MOVE CMP-NAME      TO WS-CMP-TBL-NAME(WS-CMP-COUNT)
            MOVE CMP-RPT-TITLE TO WS-CMP-TBL-TITLE(WS-CMP-COUNT)
            .
       C0040-EXIT.
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

            IF CARD-REC(1:5) EQUAL 'APPLY'
               SET WS-APPLY-YES TO TRUE
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:8) EQUAL 'EFFDATE='
               MOVE CARD-REC(9:10) TO WS-VAL-DATE
               PERFORM I0001-VALID-DATE THRU I0001-EXIT
               IF WS-DATE-INVALID
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(9:10) TO WS-MRT-EFF-DATE
               GO TO E0001-NEXT
            END-IF

            EVALUATE TRUE
               WHEN CARD-TYPE-DEPT
                    PERFORM U0001-CHECK-DEPT-CARD THRU U0001-EXIT
               WHEN CARD-TYPE-COMPANY
                    PERFORM U0002-CHECK-CMP-CARD THRU U0002-EXIT
               WHEN CARD-TYPE-RECORD
                    IF CARD-KEY NOT NUMERIC
                       OR CARD-KEY EQUAL ZEROES
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
                    END-IF
               WHEN OTHER
                    PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-EVALUATE

            PERFORM U0003-CHECK-AMOUNTS THRU U0003-EXIT

      *     one card per department, company or record -- two
      *     different percentages for the same people is an error
            MOVE CARD-TYPE TO WS-RAI-SCAN-TYPE
            MOVE CARD-KEY  TO WS-RAI-SCAN-KEY
            PERFORM R0002-FIND-CARD THRU R0002-EXIT
            IF WS-RAI-FOUND-YES
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            IF WS-RAI-COUNT GREATER THAN OR EQUAL TO WS-RAI-MAX
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            ADD 1 TO WS-RAI-COUNT
            MOVE CARD-TYPE      TO WS-RAI-TYPE(WS-RAI-COUNT)
            MOVE CARD-KEY       TO WS-RAI-KEY(WS-RAI-COUNT)
            MOVE WS-PCT-WORK-N  TO WS-RAI-PCT(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-FLOOR(WS-RAI-COUNT)
            MOVE 'N'            TO WS-RAI-FLOOR-SW(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-CAP(WS-RAI-COUNT)
            MOVE 'N'            TO WS-RAI-CAP-SW(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-CTR(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-FLR-CTR(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-CAP-CTR(WS-RAI-COUNT)
            MOVE ZERO           TO WS-RAI-INCR(WS-RAI-COUNT)

            IF CARD-FLOOR NOT EQUAL SPACES
               MOVE CARD-FLOOR-INT TO WS-AMT-INT
               MOVE CARD-FLOOR-DEC TO WS-AMT-DEC
               MOVE WS-AMT-WORK-N  TO WS-RAI-FLOOR(WS-RAI-COUNT)
               MOVE 'Y'            TO WS-RAI-FLOOR-SW(WS-RAI-COUNT)
            END-IF

            IF CARD-CAP NOT EQUAL SPACES
               MOVE CARD-CAP-INT   TO WS-AMT-INT
               MOVE CARD-CAP-DEC   TO WS-AMT-DEC
               MOVE WS-AMT-WORK-N  TO WS-RAI-CAP(WS-RAI-COUNT)
               MOVE 'Y'            TO WS-RAI-CAP-SW(WS-RAI-COUNT)
            END-IF.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A DEPARTMENT OR COMPANY CARD MUST NAME A CODE ON ITS      *
      * REFERENCE FILE -- A TYPO WOULD OTHERWISE PRICE A ROUND    *
      * THAT QUIETLY LEAVES A WHOLE POPULATION OUT.               *
      *----------------------------------------------------------*
       U0001-CHECK-DEPT-CARD.

            IF CARD-KEY(5:5) NOT EQUAL SPACES
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            SET WS-DEPT-FOUND-NO TO TRUE
            MOVE 1 TO WS-DEP-IX
            PERFORM V0001-SCAN-DEPT THRU V0001-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-IX GREATER THAN WS-DEP-COUNT
            IF WS-DEPT-FOUND-NO
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF
            .
       U0001-EXIT.
            EXIT.

       U0002-CHECK-CMP-CARD.

            IF CARD-KEY(4:6) NOT EQUAL SPACES
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE 1 TO WS-CMP-IX
            PERFORM V0002-SCAN-COMPANY THRU V0002-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-IX GREATER THAN WS-CMP-COUNT
            IF WS-CMP-FOUND-NO
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF
            .
       U0002-EXIT.
            EXIT.

      *    percent NN.NNN always; floor and cap NNNNNNN.NN or blank,
      *    and a cap below the floor cannot be honoured
       U0003-CHECK-AMOUNTS.

            IF CARD-PCT-INT NOT NUMERIC
               OR CARD-PCT-PT NOT EQUAL '.'
               OR CARD-PCT-DEC NOT NUMERIC
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF
            MOVE CARD-PCT-INT TO WS-PCT-INT
            MOVE CARD-PCT-DEC TO WS-PCT-DEC

            IF CARD-FLOOR NOT EQUAL SPACES
               IF CARD-FLOOR-INT NOT NUMERIC
                  OR CARD-FLOOR-PT NOT EQUAL '.'
                  OR CARD-FLOOR-DEC NOT NUMERIC
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
            END-IF

            IF CARD-CAP NOT EQUAL SPACES
               IF CARD-CAP-INT NOT NUMERIC
                  OR CARD-CAP-PT NOT EQUAL '.'
                  OR CARD-CAP-DEC NOT NUMERIC
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
            END-IF

            IF CARD-FLOOR NOT EQUAL SPACES
               AND CARD-CAP NOT EQUAL SPACES
               AND CARD-CAP LESS THAN CARD-FLOOR
               PERFORM C0009-BAD-CARD THRU C0009-EXIT
            END-IF
            .
       U0003-EXIT.
            EXIT.

       V0001-SCAN-DEPT.

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL CARD-KEY(1:4)
               SET WS-DEPT-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-DEP-IX
            END-IF
            .
       V0001-EXIT.
            EXIT.

       V0002-SCAN-COMPANY.

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL CARD-KEY(1:3)
               SET WS-CMP-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-CMP-IX
            END-IF
            .
       V0002-EXIT.
            EXIT.

       C0009-BAD-CARD.

            DISPLAY 'MRTINC01: BAD RAISE CARD: ' CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

      *    a round with no effective date, or no raises at all, is
      *    a deck that was cut short -- stop rather than report
       C0010-CHECK-CARDS.

            IF WS-MRT-EFF-DATE EQUAL SPACES
               DISPLAY 'MRTINC01: NO EFFDATE= CARD'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-RAI-COUNT EQUAL ZERO
               DISPLAY 'MRTINC01: NO RAISE CARDS'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0010-EXIT.
            EXIT.

       D0002-READ-MASTER.

            READ MSTIN
              AT END SET WS-MR-EOF-YES TO TRUE
            END-READ

            IF WS-MR-STAT NOT EQUAL ZEROES AND WS-MR-STAT NOT EQUAL
               '10'
               SET WS-MSG-RD-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-MR-STAT EQUAL ZEROES
               ADD 1 TO WS-MST-READ-CTR
            END-IF
            .
       D0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EVERY VERSION IS COPIED THROUGH AS IT IS READ; WHEN THE   *
      * NEXT RECORD IS A DIFFERENT MR-NO (OR THE MASTER ENDS) THE *
      * VERSION LAST COPIED IS THE LATEST, AND THE RAISE -- IF    *
      * ANY -- GOES IN AS A NEW VERSION BEHIND IT.                *
      *----------------------------------------------------------*
       E0002-PROC-MASTER.

            MOVE MASTER-REC   TO WS-MRT-LAST-REC
            MOVE MEV-EFF-DATE TO WS-MRT-LAST-EFF

            IF WS-APPLY-YES
               MOVE MSTIN-EFF-VIEW TO NEWMAST-EFF-VIEW
               PERFORM F0003-WRITE-NEWMAST THRU F0003-EXIT
            END-IF

            PERFORM D0002-READ-MASTER THRU D0002-EXIT

            IF WS-MR-EOF-YES
               ADD 1 TO WS-MRT-REC-CTR
               PERFORM E0003-RAISE-RECORD THRU E0003-EXIT
            ELSE
               IF MR-NO NOT EQUAL ML-NO
                  ADD 1 TO WS-MRT-REC-CTR
                  PERFORM E0003-RAISE-RECORD THRU E0003-EXIT
               END-IF
            END-IF
            .
       E0002-EXIT.
            EXIT.

       E0003-RAISE-RECORD.

            SET WS-MRT-RAISED-NO TO TRUE
            MOVE ZERO TO WS-MRT-INCR

      *     nobody is paying an inactive record, so it has no cost
      *     to project -- its versions have already gone through
            IF ML-STAT-INACTIVE
               ADD 1 TO WS-MRT-INACT-CTR
               GO TO E0003-EXIT
            END-IF

            IF ML-NUMERIC NOT NUMERIC
               MOVE 'SALARY NOT VALID PACKED DATA' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-VALUE
               PERFORM G0007-PRNT-EXCEPTION THRU G0007-EXIT
               GO TO E0003-EXIT
            END-IF

            PERFORM R0001-MATCH-CARD THRU R0001-EXIT
            IF WS-RAI-FOUND-NO
               GO TO E0003-TOTALS
            END-IF

            IF ML-NUMERIC NOT GREATER THAN ZERO
               MOVE 'NO CURRENT SALARY TO RAISE' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-VALUE
               PERFORM G0007-PRNT-EXCEPTION THRU G0007-EXIT
               GO TO E0003-TOTALS
            END-IF

            IF WS-MRT-LAST-EFF NOT LESS THAN WS-MRT-EFF-DATE
               MOVE 'LATEST VERSION ON OR AFTER EFFDATE'
                 TO WS-EXC-REASON
               MOVE WS-MRT-LAST-EFF TO WS-EXC-VALUE
               PERFORM G0007-PRNT-EXCEPTION THRU G0007-EXIT
               GO TO E0003-TOTALS
            END-IF

            PERFORM S0001-COMPUTE-RAISE THRU S0001-EXIT
            IF WS-MRT-RAISED-NO
               GO TO E0003-TOTALS
            END-IF

            ADD 1           TO WS-MRT-RAISE-CTR
            ADD 1           TO WS-RAI-CTR(WS-RAI-HIT-IX)
            ADD WS-MRT-INCR TO WS-RAI-INCR(WS-RAI-HIT-IX)

            IF WS-APPLY-YES
               PERFORM F0004-WRITE-VERSION THRU F0004-EXIT
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
            END-IF.

       E0003-TOTALS.

            PERFORM S0002-ADD-TOTALS THRU S0002-EXIT
            .
       E0003-EXIT.
            EXIT.

      *    most specific card wins: the record, then its
      *    department, then its company
       R0001-MATCH-CARD.

            MOVE 'R'   TO WS-RAI-SCAN-TYPE
            MOVE ML-NO TO WS-RAI-SCAN-KEY
            PERFORM R0002-FIND-CARD THRU R0002-EXIT
            IF WS-RAI-FOUND-YES
               GO TO R0001-EXIT
            END-IF

            MOVE 'D'          TO WS-RAI-SCAN-TYPE
            MOVE ML-DEPT-CODE TO WS-RAI-SCAN-KEY
            PERFORM R0002-FIND-CARD THRU R0002-EXIT
            IF WS-RAI-FOUND-YES
               GO TO R0001-EXIT
            END-IF

            MOVE 'C'             TO WS-RAI-SCAN-TYPE
            MOVE ML-COMPANY-CODE TO WS-RAI-SCAN-KEY
            PERFORM R0002-FIND-CARD THRU R0002-EXIT
            .
       R0001-EXIT.
            EXIT.

       R0002-FIND-CARD.

            SET WS-RAI-FOUND-NO TO TRUE
            MOVE 1 TO WS-RAI-IX
            PERFORM R0003-SCAN-CARD THRU R0003-EXIT
                UNTIL WS-RAI-FOUND-YES
                   OR WS-RAI-IX GREATER THAN WS-RAI-COUNT
            IF WS-RAI-FOUND-YES
               MOVE WS-RAI-IX TO WS-RAI-HIT-IX
            END-IF
            .
       R0002-EXIT.
            EXIT.

       R0003-SCAN-CARD.

            IF WS-RAI-TYPE(WS-RAI-IX) EQUAL WS-RAI-SCAN-TYPE
               AND WS-RAI-KEY(WS-RAI-IX) EQUAL WS-RAI-SCAN-KEY
               SET WS-RAI-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-RAI-IX
            END-IF
            .
       R0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RAISE = SALARY X PERCENT, ROUNDED TO THE CENT, THEN HELD  *
      * BETWEEN THE CARD'S FLOOR AND CAP.  A RAISED SALARY THAT   *
      * WILL NOT FIT MR-NUMERIC IS LISTED INSTEAD OF TRUNCATED.   *
      *----------------------------------------------------------*
       S0001-COMPUTE-RAISE.

            MULTIPLY ML-NUMERIC BY WS-RAI-PCT(WS-RAI-HIT-IX)
                GIVING WS-MRT-WORK
            DIVIDE WS-MRT-WORK BY 100 GIVING WS-MRT-INCR ROUNDED

            IF WS-RAI-HAS-FLOOR(WS-RAI-HIT-IX)
               AND WS-MRT-INCR LESS THAN WS-RAI-FLOOR(WS-RAI-HIT-IX)
               MOVE WS-RAI-FLOOR(WS-RAI-HIT-IX) TO WS-MRT-INCR
               ADD 1 TO WS-RAI-FLR-CTR(WS-RAI-HIT-IX)
            END-IF

            IF WS-RAI-HAS-CAP(WS-RAI-HIT-IX)
               AND WS-MRT-INCR GREATER THAN WS-RAI-CAP(WS-RAI-HIT-IX)
               MOVE WS-RAI-CAP(WS-RAI-HIT-IX) TO WS-MRT-INCR
               ADD 1 TO WS-RAI-CAP-CTR(WS-RAI-HIT-IX)
            END-IF

            ADD ML-NUMERIC WS-MRT-INCR GIVING WS-MRT-NEW-SALARY
                ON SIZE ERROR
                   MOVE ZERO TO WS-MRT-INCR
                   MOVE 'RAISED SALARY TOO LARGE FOR MASTER'
                     TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-VALUE
                   PERFORM G0007-PRNT-EXCEPTION THRU G0007-EXIT
                   GO TO S0001-EXIT
            END-ADD

            SET WS-MRT-RAISED-YES TO TRUE
            .
       S0001-EXIT.
            EXIT.

      *    every record with valid salary data counts toward its
      *    department's and company's current cost, raised or not
       S0002-ADD-TOTALS.

            SET WS-DEPT-FOUND-NO TO TRUE
            MOVE 1 TO WS-DEP-IX
            PERFORM V0003-SCAN-MST-DEPT THRU V0003-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-IX GREATER THAN WS-DEP-COUNT
            MOVE WS-DEP-IX TO WS-MRT-DEP-IX

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE 1 TO WS-CMP-IX
            PERFORM V0004-SCAN-MST-COMPANY THRU V0004-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-IX GREATER THAN WS-CMP-COUNT
            MOVE WS-CMP-IX TO WS-MRT-CMP-IX

            ADD 1           TO WS-MTD-HEADS(WS-MRT-DEP-IX)
            ADD ML-NUMERIC  TO WS-MTD-CURRENT(WS-MRT-DEP-IX)
            ADD WS-MRT-INCR TO WS-MTD-INCR(WS-MRT-DEP-IX)
            ADD 1           TO WS-MTC-HEADS(WS-MRT-CMP-IX)
            ADD ML-NUMERIC  TO WS-MTC-CURRENT(WS-MRT-CMP-IX)
            ADD WS-MRT-INCR TO WS-MTC-INCR(WS-MRT-CMP-IX)
            ADD 1           TO WS-MTG-HEADS
            ADD ML-NUMERIC  TO WS-MTG-CURRENT
            ADD WS-MRT-INCR TO WS-MTG-INCR

            IF WS-MRT-RAISED-YES
               ADD 1 TO WS-MTD-RAISED(WS-MRT-DEP-IX)
               ADD 1 TO WS-MTC-RAISED(WS-MRT-CMP-IX)
               ADD 1 TO WS-MTG-RAISED
            END-IF
            .
       S0002-EXIT.
            EXIT.

      *    a code not on the reference file leaves the index one
      *    past the table, on the entry kept for unknown codes
       V0003-SCAN-MST-DEPT.

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL ML-DEPT-CODE
               SET WS-DEPT-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-DEP-IX
            END-IF
            .
       V0003-EXIT.
            EXIT.

       V0004-SCAN-MST-COMPANY.

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL ML-COMPANY-CODE
               SET WS-CMP-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-CMP-IX
            END-IF
            .
       V0004-EXIT.
            EXIT.

       F0003-WRITE-NEWMAST.

            WRITE NEWMAST-EFF-VIEW

            IF WS-NMS-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-NM TO TRUE
               MOVE WS-NMS-STAT TO WS-ERR-CDE
               SET WS-PROC-NMWR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       F0003-EXIT.
            EXIT.

      *    the new version is the latest one with the raised salary
      *    and the round's effective date
       F0004-WRITE-VERSION.

            MOVE WS-MRT-LAST-REC   TO NEW-MASTER-REC
            MOVE WS-MRT-NEW-SALARY TO NM-NUMERIC
            MOVE WS-MRT-EFF-DATE   TO NMV-EFF-DATE
            PERFORM F0003-WRITE-NEWMAST THRU F0003-EXIT
            .
       F0004-EXIT.
            EXIT.

       X0001-WRITE-AUDIT.

            MOVE ML-NO              TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE ML-SOURCE-SYS       TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID
            SET AUD-OUTCM-MERIT      TO TRUE

            WRITE AUDIT-REC

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0001-EXIT.
            EXIT.

       X0002-WRITE-JOURNAL.

            MOVE WS-MRT-LAST-REC     TO JRN-BEFORE-IMAGE
            MOVE WS-MRT-LAST-EFF     TO JB-EFF-DATE
            MOVE NEWMAST-EFF-VIEW    TO JRN-AFTER-IMAGE
            MOVE ML-NO               TO JRN-NO
            MOVE ML-NO               TO JRN-OLD-NO
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO JRN-PROGRAM-ID
            MOVE SPACES              TO JRN-OPERATOR
            MOVE ML-SOURCE-SYS       TO JRN-SOURCE-SYS
            SET JRN-ACT-RAISE        TO TRUE

            WRITE CHANGE-JOURNAL-REC

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0002-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            IF WS-APPLY-YES
               MOVE 'APPLIED'         TO MHL-MODE
            ELSE
               MOVE 'PROJECTION ONLY' TO MHL-MODE
            END-IF
            MOVE WS-MRT-EFF-DATE TO MHL-EFF-DATE
            MOVE WS-TODAY-DATE   TO MHL-RUN-DATE
            MOVE MRT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'RECORDS NOT RAISED' TO MTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE MRT-EXC-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       G0007-PRNT-EXCEPTION.

            ADD 1 TO WS-MRT-EXC-CTR
            MOVE ML-NO           TO MEL-NO
            MOVE WS-MRT-LAST-EFF TO MEL-EFF-DATE
            MOVE ML-DEPT-CODE    TO MEL-DEPT
            MOVE ML-COMPANY-CODE TO MEL-COMPANY
            MOVE WS-EXC-REASON   TO MEL-REASON
            MOVE WS-EXC-VALUE    TO MEL-VALUE
            MOVE MRT-EXC-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0007-EXIT.
            EXIT.

       G0001-PRNT-RECAP.

            IF WS-MRT-EXC-CTR EQUAL ZERO
               MOVE '  NONE' TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF

            MOVE 'RAISE CARDS' TO MTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE MRT-CARD-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-RAI-IX
            PERFORM G0002-PRNT-CARD-LINE THRU G0002-EXIT
                UNTIL WS-RAI-IX GREATER THAN OR EQUAL TO
                      WS-RAI-COUNT

            MOVE 'PROJECTED ANNUAL COST BY DEPARTMENT' TO MTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE 'DEPARTMENT' TO MTH-NAME
            MOVE MRT-TOT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-MRT-PRT-IX
            ADD 1 WS-DEP-COUNT GIVING WS-MRT-PRT-LAST
            PERFORM G0003-PRNT-DEPT-LINE THRU G0003-EXIT
                UNTIL WS-MRT-PRT-IX GREATER THAN OR EQUAL TO
                      WS-MRT-PRT-LAST

            MOVE 'PROJECTED ANNUAL COST BY COMPANY' TO MTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE 'COMPANY' TO MTH-NAME
            MOVE MRT-TOT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ZERO TO WS-MRT-PRT-IX
            ADD 1 WS-CMP-COUNT GIVING WS-MRT-PRT-LAST
            PERFORM G0004-PRNT-CMP-LINE THRU G0004-EXIT
                UNTIL WS-MRT-PRT-IX GREATER THAN OR EQUAL TO
                      WS-MRT-PRT-LAST

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE WS-MTG-HEADS   TO WS-TOT-HEADS
            MOVE WS-MTG-RAISED  TO WS-TOT-RAISED
            MOVE WS-MTG-CURRENT TO WS-TOT-CURRENT
            MOVE WS-MTG-INCR    TO WS-TOT-INCR
            MOVE 'ALL'          TO MTL-CODE
            MOVE 'ALL RECORDS'  TO MTL-NAME
            PERFORM G0005-PRNT-TOT-LINE THRU G0005-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE 'MASTER VERSIONS READ' TO MCT-LABEL
            MOVE WS-MST-READ-CTR        TO MCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'MASTER RECORDS' TO MCT-LABEL
            MOVE WS-MRT-REC-CTR   TO MCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'INACTIVE RECORDS, EXCLUDED' TO MCT-LABEL
            MOVE WS-MRT-INACT-CTR             TO MCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            IF WS-APPLY-YES
               MOVE 'RECORDS RAISED, NEW VERSION WRITTEN'
                 TO MCT-LABEL
            ELSE
               MOVE 'RECORDS THAT WOULD BE RAISED' TO MCT-LABEL
            END-IF
            MOVE WS-MRT-RAISE-CTR TO MCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'RECORDS LISTED, NOT RAISED' TO MCT-LABEL
            MOVE WS-MRT-EXC-CTR               TO MCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-CARD-LINE.

            ADD 1 TO WS-RAI-IX

            EVALUATE WS-RAI-TYPE(WS-RAI-IX)
               WHEN 'D'
                    MOVE 'DEPT   ' TO MCL-TYPE
               WHEN 'C'
                    MOVE 'COMPANY' TO MCL-TYPE
               WHEN OTHER
                    MOVE 'RECORD ' TO MCL-TYPE
            END-EVALUATE
            MOVE WS-RAI-KEY(WS-RAI-IX)     TO MCL-KEY
            MOVE WS-RAI-PCT(WS-RAI-IX)     TO MCL-PCT
            MOVE WS-RAI-FLOOR(WS-RAI-IX)   TO MCL-FLOOR
            MOVE WS-RAI-CAP(WS-RAI-IX)     TO MCL-CAP
            MOVE WS-RAI-CTR(WS-RAI-IX)     TO MCL-COUNT
            MOVE WS-RAI-FLR-CTR(WS-RAI-IX) TO MCL-FLR-COUNT
            MOVE WS-RAI-CAP-CTR(WS-RAI-IX) TO MCL-CAP-COUNT
            MOVE WS-RAI-INCR(WS-RAI-IX)    TO MCL-INCREASE

            EVALUATE TRUE
               WHEN WS-RAI-CTR(WS-RAI-IX) EQUAL ZERO
                    MOVE 'NO MATCH' TO MCL-STATUS
               WHEN WS-APPLY-YES
                    MOVE 'APPLIED ' TO MCL-STATUS
               WHEN OTHER
                    MOVE 'MODELED ' TO MCL-STATUS
            END-EVALUATE

            MOVE MRT-CARD-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

      *    departments with nobody on the master are left off; the
      *    entry past the table carries codes not on the file
       G0003-PRNT-DEPT-LINE.

            ADD 1 TO WS-MRT-PRT-IX

            IF WS-MTD-HEADS(WS-MRT-PRT-IX) EQUAL ZERO
               GO TO G0003-EXIT
            END-IF

            IF WS-MRT-PRT-IX GREATER THAN WS-DEP-COUNT
               MOVE '????'                    TO MTL-CODE
               MOVE 'NOT ON DEPARTMENT FILE'  TO MTL-NAME
            ELSE
               MOVE WS-DEP-TBL-CODE(WS-MRT-PRT-IX) TO MTL-CODE
               MOVE WS-DEP-TBL-NAME(WS-MRT-PRT-IX) TO MTL-NAME
            END-IF

            MOVE WS-MTD-HEADS(WS-MRT-PRT-IX)   TO WS-TOT-HEADS
            MOVE WS-MTD-RAISED(WS-MRT-PRT-IX)  TO WS-TOT-RAISED
            MOVE WS-MTD-CURRENT(WS-MRT-PRT-IX) TO WS-TOT-CURRENT
            MOVE WS-MTD-INCR(WS-MRT-PRT-IX)    TO WS-TOT-INCR
            PERFORM G0005-PRNT-TOT-LINE THRU G0005-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-CMP-LINE.

            ADD 1 TO WS-MRT-PRT-IX

            IF WS-MTC-HEADS(WS-MRT-PRT-IX) EQUAL ZERO
               GO TO G0004-EXIT
            END-IF

            IF WS-MRT-PRT-IX GREATER THAN WS-CMP-COUNT
               MOVE '???'                     TO MTL-CODE
               MOVE 'NOT ON COMPANY FILE'     TO MTL-NAME
            ELSE
               MOVE WS-CMP-TBL-CODE(WS-MRT-PRT-IX) TO MTL-CODE
               MOVE WS-CMP-TBL-NAME(WS-MRT-PRT-IX) TO MTL-NAME
            END-IF

            MOVE WS-MTC-HEADS(WS-MRT-PRT-IX)   TO WS-TOT-HEADS
            MOVE WS-MTC-RAISED(WS-MRT-PRT-IX)  TO WS-TOT-RAISED
            MOVE WS-MTC-CURRENT(WS-MRT-PRT-IX) TO WS-TOT-CURRENT
            MOVE WS-MTC-INCR(WS-MRT-PRT-IX)    TO WS-TOT-INCR
            PERFORM G0005-PRNT-TOT-LINE THRU G0005-EXIT
            .
       G0004-EXIT.
            EXIT.

       G0005-PRNT-TOT-LINE.

            ADD WS-TOT-CURRENT WS-TOT-INCR GIVING WS-TOT-PROJECTED

            MOVE ZERO TO WS-MRT-PCT-WORK
            IF WS-TOT-CURRENT GREATER THAN ZERO
               MULTIPLY WS-TOT-INCR BY 100 GIVING WS-MRT-PCT-NUM
               DIVIDE WS-MRT-PCT-NUM BY WS-TOT-CURRENT
                   GIVING WS-MRT-PCT-WORK ROUNDED
            END-IF

            MOVE WS-TOT-HEADS     TO MTL-HEADS
            MOVE WS-TOT-RAISED    TO MTL-RAISED
            MOVE WS-TOT-CURRENT   TO MTL-CURRENT
            MOVE WS-TOT-PROJECTED TO MTL-PROJECTED
            MOVE WS-TOT-INCR      TO MTL-INCREASE
            MOVE WS-MRT-PCT-WORK  TO MTL-PCT
            MOVE MRT-TOT-LAYOUT   TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0005-EXIT.
            EXIT.

       G0006-PRNT-COUNT.

            MOVE MRT-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0006-EXIT.
            EXIT.

       G0009-PRNT-TITLE.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE MRT-TITLE-LAYOUT TO WS-PRINT-REPORT
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
               WHEN WS-MSG-OP-CD OR WS-MSG-OP-DP OR WS-MSG-OP-MR
                    OR WS-MSG-OP-NM OR WS-MSG-OP-AU OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CMPFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-CD OR WS-MSG-RD-DP OR WS-MSG-RD-MR
                    OR WS-MSG-DPT-FULL OR WS-MSG-CMPFILE
                    OR WS-MSG-CMP-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-NM OR WS-MSG-WR-AU OR WS-MSG-WR-OU
                    OR WS-MSG-JRNFILE
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

            CLOSE CARDIN DEPFILE CMPFILE MSTIN.

            IF WS-APPLY-OPEN-NO
               GO TO Z0001-CLOSE-REPORT
            END-IF.

            CLOSE NEWMAST.

            IF WS-NMS-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-NM TO TRUE
               MOVE WS-NMS-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE AUDFILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE JRNFILE.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       Z0001-CLOSE-REPORT.

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  MERIT INCREASE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  RAISE CARDS LOADED......: ' WS-RAI-COUNT.
            DISPLAY '  EFFECTIVE DATE..........: ' WS-MRT-EFF-DATE.
            DISPLAY '  MASTER VERSIONS READ....: ' WS-MST-READ-CTR.
            DISPLAY '  MASTER RECORDS..........: ' WS-MRT-REC-CTR.
            DISPLAY '  INACTIVE, EXCLUDED......: ' WS-MRT-INACT-CTR.
            DISPLAY '  RECORDS RAISED..........: ' WS-MRT-RAISE-CTR.
            DISPLAY '  RECORDS NOT RAISED......: ' WS-MRT-EXC-CTR.
            IF WS-APPLY-NO
               DISPLAY '  PROJECTION ONLY - MASTER NOT WRITTEN'
            END-IF.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
