       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMNT01.
      *----------------------------------------------------------*
      * DORMANT MASTER RECORD DETECTION AND INACTIVATION.  RUN    *
      * MONTHLY.  FINDS, FOR EVERY RECORD ON THE MASTER (MSTIN),  *
      * THE LAST DAY THE AUDIT TRAIL SHOWS IT WRITTEN BY THE      *
      * DAILY RUN -- OR REACTIVATED ON MSTMNT01, WHICH RESTARTS   *
      * THE CLOCK -- AND COUNTS THE BUSINESS DAYS (CALIN, OFF THE *
      * CALDLD01 LOADER) FROM THEN TO THE AS-OF DATE.  A RECORD   *
      * IDLE FOR MORE THAN THE LIMIT IS LISTED UNDER ITS          *
      * DEPARTMENT (DEPFILE) WITH ITS SALARY AND LAST ACTIVITY    *
      * DATE, WITH A COUNT AND SALARY TOTAL PER DEPARTMENT.       *
      * CARDS (CARDIN), '*' IN COL 1 IS A COMMENT:                *
      *   IDLEDAYS=NNN    THE LIMIT IN BUSINESS DAYS (REQUIRED)   *
      *   ASOF=YYYY-MM-DD DEFAULT TODAY; MUST BE ON THE CALENDAR  *
      *   AUDSRC=DB2      TAKE THE TRAIL FROM THE AUDIT_TRAIL     *
      *                   TABLE ONCE AUDDBL01 IS LOADING IT       *
      *   AUDSRC=FILE     TAKE THE TRAIL FROM THE CONCATENATED    *
      *                   AUDIT GENERATIONS ON AUDIN (DEFAULT)    *
      *   APPLY           MARK THE LISTED RECORDS INACTIVE        *
      * A RECORD THE TRAIL HAS NOTHING FOR AGES FROM THE DATE     *
      * STAMP ON ITS LATEST VERSION, AND FAILING THAT FROM THE    *
      * START OF THE CALENDAR.                                    *
      *                                                           *
      * BY DEFAULT NOTHING IS WRITTEN.  WITH AN 'APPLY' CARD THE  *
      * MASTER IS COPIED TO A NEW GENERATION (NEWMAST) WITH EVERY *
      * VERSION OF A LISTED RECORD CARRYING MR-STATUS 'I', AND    *
      * EACH ONE GETS AN AUDREC001 ENTRY AND A BEFORE/AFTER IMAGE *
      * ON THE CHANGE JOURNAL (JRNREC001), AS MRTINC01 DOES FOR A *
      * RAISE.  AN INACTIVE RECORD IS LEFT OUT OF THE HEADCOUNTS  *
      * AND ITS TRANSACTIONS ARE REJECTED BY THE DAILY RUN UNTIL  *
      * IT IS REACTIVATED ON MSTMNT01; A RECORD ALREADY INACTIVE  *
      * IS COUNTED AND COPIED THROUGH, NOT LISTED AGAIN.          *
      * SQL PROGRAMS ARE DESK-CHECK TERRITORY, SAME AS THE CICS   *
      * SCREENS -- THEY NEED THE PRECOMPILER.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT CALIN ASSIGN TO CALIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STAT.

            SELECT DEPFILE ASSIGN TO DEPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEP-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT AUDIN ASSIGN TO AUDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STAT.

            SELECT ACTWK ASSIGN TO ACTWK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACW-STAT.

            SELECT ACT-SORT-FILE ASSIGN TO SORTWK01.

            SELECT DRM-SORT-FILE ASSIGN TO SORTWK02.

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
       01 CARD-REC              PIC X(80).

       FD CALIN.
       COPY CALREC001.

       FD DEPFILE.
       COPY DEPREC001.

       FD MSTIN.
       COPY MSTREC001.
      *    MR-EFF-DATE sits after the fixed 192 bytes of the master
      *    layout; a master built without the effective-dated
      *    option reads spaces here.
       01 MSTIN-EFF-VIEW.
            02 FILLER           PIC X(192).
            02 MEV-EFF-DATE     PIC X(10).

      *    the audit generations, read only for AUDSRC=FILE
       FD AUDIN.
       COPY AUDREC001 REPLACING ==AUDIT-REC== BY ==AUDIT-IN-REC==
                                LEADING ==AUD== BY ==AUI==.

      *    each record's activity days in record-number order, the
      *    latest last
       FD ACTWK.
       01 ACT-WORK-REC.
            02 ACW-NO           PIC 9(09).
            02 ACW-DATE         PIC 9(08).

       SD ACT-SORT-FILE.
       01 ACT-SORT-REC.
            02 AS-NO            PIC 9(09).
            02 AS-DATE          PIC 9(08).

       SD DRM-SORT-FILE.
       01 DRM-SORT-REC.
            02 DSR-DEPT-CODE    PIC X(04).
            02 DSR-NO           PIC 9(09).
            02 DSR-NAME         PIC X(12).
            02 DSR-COMPANY-CODE PIC X(03).
            02 DSR-SALARY       PIC S9(09)V99 COMP-3.
            02 DSR-LAST-DATE    PIC 9(08).
            02 DSR-IDLE-DAYS    PIC 9(05).
            02 DSR-BASIS        PIC X(01).
                88 DSR-FROM-AUDIT    VALUE 'A'.
                88 DSR-FROM-STAMP    VALUE 'S'.
                88 DSR-FROM-NOWHERE  VALUE ' '.

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
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'DORMNT01'.

       COPY CONSTANT.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-DB2-AUDIT-HV.
            02 HV-AUD-NO         PIC S9(09) COMP.
            02 HV-AUD-RUN-DATE   PIC S9(09) COMP.
            02 HV-ASOF-DATE      PIC S9(09) COMP.

       01 WS-SQLCODE-DISP       PIC -(08)9.

       01 DRM-REPORT-LAYOUT.
            02 DRM-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                   VALUE 'DORMANT MASTER RECORDS'.
                05 DHL-MODE     PIC X(22).
                05 FILLER       PIC X(06) VALUE 'AS OF '.
                05 DHL-ASOF     PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'IDLE LIMIT '.
                05 DHL-LIMIT    PIC ZZ9.
                05 FILLER       PIC X(14) VALUE ' BUSINESS DAYS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RUN DATE '.
                05 DHL-RUN-DATE PIC X(10).
                05 FILLER       PIC X(18) VALUE SPACES.
            02 DRM-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DTL-TITLE    PIC X(60).
                05 FILLER       PIC X(71) VALUE SPACES.
            02 DRM-DEPT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'DEPARTMENT '.
                05 DDL-CODE     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDL-NAME     PIC X(30).
                05 FILLER       PIC X(84) VALUE SPACES.
            02 DRM-COL-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(14) VALUE 'NAME'.
                05 FILLER       PIC X(05) VALUE 'CMP'.
                05 FILLER       PIC X(17) VALUE '         SALARY'.
                05 FILLER       PIC X(12) VALUE 'LAST ACTIV'.
                05 FILLER       PIC X(08) VALUE '  IDLE'.
                05 FILLER       PIC X(16) VALUE 'BASIS'.
                05 FILLER       PIC X(12) VALUE 'ACTION'.
                05 FILLER       PIC X(36) VALUE SPACES.
            02 DRM-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-SALARY   PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-LAST-DATE
                                PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-IDLE     PIC ZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-BASIS    PIC X(14).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DDT-ACTION   PIC X(12).
                05 FILLER       PIC X(36) VALUE SPACES.
            02 DRM-TOT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DTT-LABEL    PIC X(28).
                05 DTT-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(09) VALUE ' RECORDS '.
                05 FILLER       PIC X(08) VALUE 'SALARY '.
                05 DTT-SALARY   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(61) VALUE SPACES.
            02 DRM-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DCT-LABEL    PIC X(40).
                05 DCT-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    cumulative business-day count at each calendar entry --
      *    the business days between two dates is the difference
      *    of their entries, so no record walks the calendar
       01 WS-DRM-ORDINALS.
            02 WS-DRM-ORD        PIC 9(04) COMP OCCURS 4000 TIMES.

      *    every version of the record in hand, held until the
      *    record is decided so an inactivation can mark them all
       01 WS-DRM-VERSIONS.
            02 WS-DRM-VER-MAX    PIC 9(04) COMP VALUE 100.
            02 WS-DRM-VER-COUNT  PIC 9(04) COMP VALUE ZERO.
            02 WS-DRM-VER-IX     PIC 9(04) COMP VALUE ZERO.
            02 WS-DRM-VER-REC    PIC X(202) OCCURS 100 TIMES.

      *    latest version of the record in hand -- the one that is
      *    listed, and the journal's before image
       COPY MSTREC001 REPLACING ==MASTER-REC== BY ==WS-DRM-LAST-REC==
                                LEADING ==MR== BY ==ML==.
       77 WS-DRM-LAST-EFF       PIC X(10) VALUE SPACES.

      *    match keys: HIGH-KEY once a stream is spent
       01 WS-MATCH-FIELDS.
            02 WS-MST-KEY        PIC 9(10) VALUE ZERO.
            02 WS-ACW-KEY        PIC 9(10) VALUE ZERO.
            02 WS-CUR-KEY        PIC 9(10) VALUE ZERO.
            02 WS-HIGH-KEY       PIC 9(10) VALUE 9999999999.
            02 WS-CUR-DEPT       PIC X(04) VALUE SPACES.

      *    a YYYYMMDD date put back into YYYY-MM-DD for print
       01 WS-DRM-DATE-DISP.
            02 WS-DDD-YYYY       PIC 9(04).
            02 FILLER            PIC X(01) VALUE '-'.
            02 WS-DDD-MM         PIC 9(02).
            02 FILLER            PIC X(01) VALUE '-'.
            02 WS-DDD-DD         PIC 9(02).
       01 WS-DRM-DATE-N          PIC 9(08) VALUE ZERO.
       01 WS-DRM-DATE-PARTS REDEFINES WS-DRM-DATE-N.
            02 WS-DDN-YYYY       PIC 9(04).
            02 WS-DDN-MM         PIC 9(02).
            02 WS-DDN-DD         PIC 9(02).

       77 WS-APPLY-SW           PIC X(01) VALUE 'N'.
           88 WS-APPLY-NO          VALUE 'N'.
           88 WS-APPLY-YES         VALUE 'Y'.
       77 WS-APPLY-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-APPLY-OPEN-NO     VALUE 'N'.
           88 WS-APPLY-OPEN-YES    VALUE 'Y'.
       77 WS-AUDSRC-SW          PIC X(01) VALUE 'F'.
           88 WS-AUDSRC-FILE       VALUE 'F'.
           88 WS-AUDSRC-DB2        VALUE 'D'.
       77 WS-ACW-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-ACW-OPEN-NO       VALUE 'N'.
           88 WS-ACW-OPEN-YES      VALUE 'Y'.
       77 WS-AUI-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-AUI-EOF-NO        VALUE 'N'.
           88 WS-AUI-EOF-YES       VALUE 'Y'.
       77 WS-DEPT-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-DEPT-OPEN-NO      VALUE 'N'.
           88 WS-DEPT-OPEN-YES     VALUE 'Y'.
       77 WS-DRM-DORMANT-SW     PIC X(01) VALUE 'N'.
           88 WS-DRM-DORMANT-NO    VALUE 'N'.
           88 WS-DRM-DORMANT-YES   VALUE 'Y'.
       77 WS-IDLE-LIMIT         PIC 9(03) VALUE ZERO.
       77 WS-IDLE-LIMIT-SW      PIC X(01) VALUE 'N'.
           88 WS-IDLE-LIMIT-NO     VALUE 'N'.
           88 WS-IDLE-LIMIT-YES    VALUE 'Y'.
       77 WS-ASOF-DATE          PIC X(10) VALUE SPACES.
       77 WS-ASOF-YYYYMMDD      PIC 9(08) VALUE ZERO.
       77 WS-TODAY-DATE         PIC X(10) VALUE SPACES.
       77 WS-TODAY-N            PIC 9(08) VALUE ZERO.
       77 WS-DRM-LAST-DATE      PIC 9(08) VALUE ZERO.
       77 WS-DRM-BASIS          PIC X(01) VALUE SPACE.
       77 WS-DRM-BUS-RUN        PIC 9(04) COMP VALUE ZERO.
       77 WS-DRM-SUM            PIC 9(05) COMP VALUE ZERO.
       77 WS-DRM-ORD-WORK       PIC 9(04) COMP VALUE ZERO.
       77 WS-DRM-ASOF-ORD       PIC 9(04) COMP VALUE ZERO.
       77 WS-DRM-IDLE           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-AUD-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ACT-REL-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-INACT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-DORMANT-CTR    PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-AUDIT-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-STAMP-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DRM-NONE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DEPT-LIST-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DEPT-SALARY        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-LIST-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-LIST-SALARY        PIC S9(13)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-CARD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM C0010-CHECK-CARDS THRU C0010-EXIT
            PERFORM C0030-LOAD-CALENDAR THRU C0030-EXIT
                UNTIL WS-CAL-STAT NOT EQUAL ZEROES
            PERFORM C0031-CHECK-CALENDAR THRU C0031-EXIT
            PERFORM C0002-LOAD-DEPT-TABLE THRU C0002-EXIT
                UNTIL WS-DEP-STAT NOT EQUAL ZEROES
            IF WS-APPLY-YES
               PERFORM B0002-OPEN-APPLY-FILES THRU B0002-EXIT
            END-IF
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            IF WS-AUDSRC-FILE
               PERFORM S0001-SORT-ACTIVITY THRU S0001-EXIT
            END-IF
            PERFORM S0002-SORT-DORMANT THRU S0002-EXIT
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
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

            OPEN INPUT CALIN.

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
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
      *    listing run needs no DD for them
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
            ACCEPT WS-START-TIME   FROM TIME

            ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
            MOVE WS-TODAY-N(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '-'             TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-N(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '-'             TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-N(7:2) TO WS-TODAY-DATE(9:2)
            MOVE WS-TODAY-DATE   TO WS-ASOF-DATE
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

      *    each entry also gets its running business-day count
       C0030-LOAD-CALENDAR.

            READ CALIN
              AT END GO TO C0030-EXIT
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

            IF CAL-BUSINESS-DAY
               ADD 1 TO WS-DRM-BUS-RUN
            END-IF

            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE       TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE   TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
            MOVE WS-DRM-BUS-RUN TO WS-DRM-ORD(WS-CAL-COUNT)
            .
       C0030-EXIT.
            EXIT.

      *    idle days are counted up to the as-of date, so the
      *    calendar must carry it -- otherwise every record would
      *    look exactly as idle as the calendar is short
       C0031-CHECK-CALENDAR.

            MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YYYYMMDD(1:4)
            MOVE WS-ASOF-DATE(6:2) TO WS-ASOF-YYYYMMDD(5:2)
            MOVE WS-ASOF-DATE(9:2) TO WS-ASOF-YYYYMMDD(7:2)

            MOVE WS-ASOF-YYYYMMDD TO WS-CAL-LOOKUP-DATE
            PERFORM R0010-BUS-ORDINAL THRU R0010-EXIT
            MOVE WS-DRM-ORD-WORK  TO WS-DRM-ASOF-ORD

            IF WS-CAL-FOUND-NO
               DISPLAY 'DORMNT01: AS-OF DATE NOT ON CALENDAR: '
                       WS-ASOF-DATE
               SET WS-MSG-CALFILE TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0031-EXIT.
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

            IF CARD-REC(1:5) EQUAL 'ASOF='
               MOVE CARD-REC(6:10) TO WS-VAL-DATE
               PERFORM I0001-VALID-DATE THRU I0001-EXIT
               IF WS-DATE-INVALID
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(6:10) TO WS-ASOF-DATE
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:9) EQUAL 'IDLEDAYS='
               IF CARD-REC(10:3) NOT NUMERIC
                  OR CARD-REC(10:3) EQUAL '000'
                  PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-IF
               MOVE CARD-REC(10:3) TO WS-IDLE-LIMIT
               SET WS-IDLE-LIMIT-YES TO TRUE
               GO TO E0001-NEXT
            END-IF

            IF CARD-REC(1:7) EQUAL 'AUDSRC='
               EVALUATE CARD-REC(8:5)
                  WHEN 'DB2  '
                       SET WS-AUDSRC-DB2 TO TRUE
                  WHEN 'FILE '
                       SET WS-AUDSRC-FILE TO TRUE
                  WHEN OTHER
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
               END-EVALUATE
               GO TO E0001-NEXT
            END-IF

            PERFORM C0009-BAD-CARD THRU C0009-EXIT.

       E0001-NEXT.

            PERFORM D0001-READ-CARD THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       C0009-BAD-CARD.

            DISPLAY 'DORMNT01: BAD CONTROL CARD: ' CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

      *    no limit means no idea what dormant is -- stop rather
      *    than guess, above all on an apply run
       C0010-CHECK-CARDS.

            IF WS-IDLE-LIMIT-NO
               DISPLAY 'DORMNT01: NO IDLEDAYS= CARD'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE DAYS EACH RECORD WAS WRITTEN OR REACTIVATED, UP TO    *
      * THE AS-OF DATE, OFF THE AUDIT GENERATIONS INTO RECORD     *
      * NUMBER ORDER ON ACTWK.  WITHIN A RECORD THE LATEST DAY    *
      * SORTS LAST AND IS THE ONE THE MATCH KEEPS.                *
      *----------------------------------------------------------*
       S0001-SORT-ACTIVITY.

            SORT ACT-SORT-FILE
                ON ASCENDING KEY AS-NO AS-DATE
                INPUT PROCEDURE IS S0010-SORT-INPUT
                    THRU S0010-EXIT
                GIVING ACTWK

            OPEN INPUT ACTWK

            IF WS-ACW-STAT NOT EQUAL ZEROES
               SET WS-MSG-ACTWORK TO TRUE
               MOVE WS-ACW-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-ACW-OPEN-YES TO TRUE
            .
       S0001-EXIT.
            EXIT.

      *    no trail at all would list the whole master as dormant,
      *    so a missing AUDIN is an error, not an empty trail
       S0010-SORT-INPUT.

            OPEN INPUT AUDIN

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM S0011-READ-AUDIT THRU S0011-EXIT
                UNTIL WS-AUI-EOF-YES

            CLOSE AUDIN
            .
       S0010-EXIT.
            EXIT.

       S0011-READ-AUDIT.

            READ AUDIN
              AT END
                 SET WS-AUI-EOF-YES TO TRUE
                 GO TO S0011-EXIT
            END-READ

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-AUD-READ-CTR

            IF NOT AUI-OUTCM-WRITTEN AND NOT AUI-OUTCM-REACTIVE
               GO TO S0011-EXIT
            END-IF

            IF AUI-RUN-DATE GREATER THAN WS-ASOF-YYYYMMDD
               GO TO S0011-EXIT
            END-IF

            MOVE AUI-NO       TO AS-NO
            MOVE AUI-RUN-DATE TO AS-DATE
            ADD 1 TO WS-ACT-REL-CTR

            RELEASE ACT-SORT-REC
            .
       S0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * DORMANT RECORDS BY DEPARTMENT: THE INPUT PROCEDURE IS THE *
      * PASS OF THE MASTER (AND, IN APPLY MODE, THE NEW           *
      * GENERATION), THE OUTPUT PROCEDURE PRINTS THE LIST.        *
      *----------------------------------------------------------*
       S0002-SORT-DORMANT.

            SORT DRM-SORT-FILE
                ON ASCENDING KEY DSR-DEPT-CODE DSR-NO
                INPUT PROCEDURE IS R0001-MASTER-PASS
                    THRU R0001-EXIT
                OUTPUT PROCEDURE IS T0001-PRNT-LIST
                    THRU T0001-EXIT
            .
       S0002-EXIT.
            EXIT.

       R0001-MASTER-PASS.

            MOVE WS-HIGH-KEY TO WS-ACW-KEY
            IF WS-AUDSRC-FILE
               PERFORM D0003-READ-ACTIVITY THRU D0003-EXIT
            END-IF
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

       D0003-READ-ACTIVITY.

            READ ACTWK
              AT END
                 MOVE WS-HIGH-KEY TO WS-ACW-KEY
                 GO TO D0003-EXIT
            END-READ

            IF WS-ACW-STAT NOT EQUAL ZEROES
               SET WS-MSG-ACTWORK TO TRUE
               MOVE WS-ACW-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ACW-NO TO WS-ACW-KEY
            .
       D0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE RECORD: ALL ITS VERSIONS ARE HELD, ITS LAST ACTIVITY  *
      * FOUND AND ITS IDLE DAYS COUNTED, THEN THE VERSIONS GO TO  *
      * THE NEW GENERATION -- MARKED INACTIVE IF IT IS DORMANT.   *
      *----------------------------------------------------------*
       R0002-ONE-RECORD.

            MOVE WS-MST-KEY TO WS-CUR-KEY
            MOVE ZERO TO WS-DRM-VER-COUNT
            PERFORM R0003-HOLD-VERSION THRU R0003-EXIT
                UNTIL WS-MST-KEY NOT EQUAL WS-CUR-KEY
            ADD 1 TO WS-DRM-REC-CTR
            SET WS-DRM-DORMANT-NO TO TRUE

            IF ML-STAT-INACTIVE
               ADD 1 TO WS-DRM-INACT-CTR
               GO TO R0002-COPY
            END-IF

            MOVE ZERO  TO WS-DRM-LAST-DATE
            MOVE SPACE TO WS-DRM-BASIS
            IF WS-AUDSRC-FILE
               PERFORM D0003-READ-ACTIVITY THRU D0003-EXIT
                   UNTIL WS-ACW-KEY NOT LESS THAN WS-CUR-KEY
               PERFORM R0004-TAKE-ACTIVITY THRU R0004-EXIT
                   UNTIL WS-ACW-KEY NOT EQUAL WS-CUR-KEY
            ELSE
               PERFORM R0005-QUERY-ACTIVITY THRU R0005-EXIT
            END-IF

      *     nothing on the trail: the latest version's date stamp,
      *     and failing that the start of the calendar
            IF WS-DRM-BASIS EQUAL SPACE
               MOVE ML-TS-DATE TO WS-VAL-DATE
               PERFORM I0001-VALID-DATE THRU I0001-EXIT
               IF WS-DATE-VALID
                  MOVE WS-VAL-YYYY TO WS-DDN-YYYY
                  MOVE WS-VAL-MM   TO WS-DDN-MM
                  MOVE WS-VAL-DD   TO WS-DDN-DD
                  MOVE WS-DRM-DATE-N TO WS-DRM-LAST-DATE
                  MOVE 'S' TO WS-DRM-BASIS
               END-IF
            END-IF

            PERFORM R0006-IDLE-DAYS THRU R0006-EXIT

            IF WS-DRM-IDLE GREATER THAN WS-IDLE-LIMIT
               SET WS-DRM-DORMANT-YES TO TRUE
               PERFORM R0007-RELEASE-DORMANT THRU R0007-EXIT
            END-IF.

       R0002-COPY.

            IF WS-APPLY-NO
               GO TO R0002-EXIT
            END-IF

            MOVE ZERO TO WS-DRM-VER-IX
            PERFORM F0004-WRITE-VERSION THRU F0004-EXIT
                UNTIL WS-DRM-VER-IX GREATER THAN OR EQUAL TO
                      WS-DRM-VER-COUNT

            IF WS-DRM-DORMANT-YES
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
            END-IF
            .
       R0002-EXIT.
            EXIT.

       R0003-HOLD-VERSION.

            IF WS-DRM-VER-COUNT GREATER THAN OR EQUAL TO
               WS-DRM-VER-MAX
               SET WS-MSG-VER-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DRM-VER-COUNT
            MOVE MSTIN-EFF-VIEW TO WS-DRM-VER-REC(WS-DRM-VER-COUNT)
            MOVE MASTER-REC     TO WS-DRM-LAST-REC
            MOVE MEV-EFF-DATE   TO WS-DRM-LAST-EFF

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            .
       R0003-EXIT.
            EXIT.

       R0004-TAKE-ACTIVITY.

            MOVE ACW-DATE TO WS-DRM-LAST-DATE
            MOVE 'A'      TO WS-DRM-BASIS

            PERFORM D0003-READ-ACTIVITY THRU D0003-EXIT
            .
       R0004-EXIT.
            EXIT.

       R0005-QUERY-ACTIVITY.

            MOVE WS-CUR-KEY       TO HV-AUD-NO
            MOVE WS-ASOF-YYYYMMDD TO HV-ASOF-DATE

            EXEC SQL
                SELECT AUD_RUN_DATE
                  INTO :HV-AUD-RUN-DATE
                  FROM AUDIT_TRAIL
                 WHERE AUD_NO = :HV-AUD-NO
                   AND AUD_OUTCOME_CDE IN (1, 32)
                   AND AUD_RUN_DATE <= :HV-ASOF-DATE
                 ORDER BY AUD_RUN_DATE DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC

            EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                    ADD 1 TO WS-AUD-READ-CTR
                    MOVE HV-AUD-RUN-DATE TO WS-DRM-LAST-DATE
                    MOVE 'A'             TO WS-DRM-BASIS
               WHEN SQLCODE EQUAL 100
                    CONTINUE
               WHEN OTHER
                    PERFORM Y0002-SQL-ERROR THRU Y0002-EXIT
            END-EVALUATE
            .
       R0005-EXIT.
            EXIT.

      *    business days after the last activity up to and
      *    including the as-of date; activity stamped after the
      *    as-of date counts as none idle
       R0006-IDLE-DAYS.

            MOVE WS-DRM-LAST-DATE TO WS-CAL-LOOKUP-DATE
            PERFORM R0010-BUS-ORDINAL THRU R0010-EXIT

            IF WS-DRM-ORD-WORK GREATER THAN WS-DRM-ASOF-ORD
               MOVE ZERO TO WS-DRM-IDLE
            ELSE
               SUBTRACT WS-DRM-ORD-WORK FROM WS-DRM-ASOF-ORD
                   GIVING WS-DRM-IDLE
            END-IF
            .
       R0006-EXIT.
            EXIT.

       R0007-RELEASE-DORMANT.

            ADD 1 TO WS-DRM-DORMANT-CTR
            EVALUATE WS-DRM-BASIS
               WHEN 'A'
                    ADD 1 TO WS-DRM-AUDIT-CTR
               WHEN 'S'
                    ADD 1 TO WS-DRM-STAMP-CTR
               WHEN OTHER
                    ADD 1 TO WS-DRM-NONE-CTR
            END-EVALUATE

            MOVE SPACES           TO DRM-SORT-REC
            MOVE ML-DEPT-CODE     TO DSR-DEPT-CODE
            MOVE ML-NO            TO DSR-NO
            MOVE ML-NAME          TO DSR-NAME
            MOVE ML-COMPANY-CODE  TO DSR-COMPANY-CODE
            MOVE WS-DRM-LAST-DATE TO DSR-LAST-DATE
            MOVE WS-DRM-IDLE      TO DSR-IDLE-DAYS
            MOVE WS-DRM-BASIS     TO DSR-BASIS
            IF ML-NUMERIC NUMERIC
               MOVE ML-NUMERIC TO DSR-SALARY
            ELSE
               MOVE ZERO       TO DSR-SALARY
            END-IF

            RELEASE DRM-SORT-REC
            .
       R0007-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RUNNING BUSINESS-DAY COUNT AT THE LAST CALENDAR ENTRY ON  *
      * OR BEFORE WS-CAL-LOOKUP-DATE, BY BINARY SEARCH; ZERO FOR  *
      * A DATE BEFORE THE CALENDAR STARTS.  WS-CAL-FOUND-YES WHEN *
      * THE DATE ITSELF IS ON THE CALENDAR.                       *
      *----------------------------------------------------------*
       R0010-BUS-ORDINAL.

            SET WS-CAL-FOUND-NO TO TRUE
            MOVE ZERO TO WS-DRM-ORD-WORK

            IF WS-CAL-COUNT EQUAL ZERO
               GO TO R0010-EXIT
            END-IF

            IF WS-CAL-LOOKUP-DATE LESS THAN WS-CAL-TBL-DATE(1)
               GO TO R0010-EXIT
            END-IF

            MOVE 1            TO WS-CAL-LO
            MOVE WS-CAL-COUNT TO WS-CAL-HI
            PERFORM R0011-HALVE THRU R0011-EXIT
                UNTIL WS-CAL-LO NOT LESS THAN WS-CAL-HI

            MOVE WS-DRM-ORD(WS-CAL-LO) TO WS-DRM-ORD-WORK
            IF WS-CAL-TBL-DATE(WS-CAL-LO) EQUAL WS-CAL-LOOKUP-DATE
               SET WS-CAL-FOUND-YES TO TRUE
            END-IF
            .
       R0010-EXIT.
            EXIT.

       R0011-HALVE.

            ADD WS-CAL-LO WS-CAL-HI 1 GIVING WS-DRM-SUM
            DIVIDE WS-DRM-SUM BY 2 GIVING WS-CAL-IX

            IF WS-CAL-TBL-DATE(WS-CAL-IX) NOT GREATER THAN
               WS-CAL-LOOKUP-DATE
               MOVE WS-CAL-IX TO WS-CAL-LO
            ELSE
               SUBTRACT 1 FROM WS-CAL-IX GIVING WS-CAL-HI
            END-IF
            .
       R0011-EXIT.
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

      *    every version of a dormant record is marked, so the
      *    version in force on any date reads inactive
       F0004-WRITE-VERSION.

            ADD 1 TO WS-DRM-VER-IX
            MOVE WS-DRM-VER-REC(WS-DRM-VER-IX) TO NEWMAST-EFF-VIEW
            IF WS-DRM-DORMANT-YES
               SET NM-STAT-INACTIVE TO TRUE
            END-IF
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
            SET AUD-OUTCM-INACTIVE   TO TRUE

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

      *    before and after are the latest version; the after
      *    image is the one just written to the new generation
       X0002-WRITE-JOURNAL.

            MOVE WS-DRM-LAST-REC     TO JRN-BEFORE-IMAGE
            MOVE WS-DRM-LAST-EFF     TO JB-EFF-DATE
            MOVE NEWMAST-EFF-VIEW    TO JRN-AFTER-IMAGE
            MOVE ML-NO               TO JRN-NO
            MOVE ML-NO               TO JRN-OLD-NO
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO JRN-PROGRAM-ID
            MOVE SPACES              TO JRN-OPERATOR
            MOVE ML-SOURCE-SYS       TO JRN-SOURCE-SYS
            SET JRN-ACT-INACTIVATE   TO TRUE

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
               MOVE 'APPLIED'      TO DHL-MODE
            ELSE
               MOVE 'LISTING ONLY' TO DHL-MODE
            END-IF
            MOVE WS-ASOF-DATE  TO DHL-ASOF
            MOVE WS-IDLE-LIMIT TO DHL-LIMIT
            MOVE WS-TODAY-DATE TO DHL-RUN-DATE
            MOVE DRM-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'RECORDS IDLE PAST THE LIMIT, BY DEPARTMENT'
              TO DTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            .
       H0001-EXIT.
            EXIT.

       T0001-PRNT-LIST.

            SET WS-SORT-EOF-NO TO TRUE
            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            PERFORM T0003-DORMANT-LINE THRU T0003-EXIT
                UNTIL WS-SORT-EOF-YES

            IF WS-DEPT-OPEN-YES
               PERFORM T0005-CLOSE-DEPT THRU T0005-EXIT
            END-IF
            .
       T0001-EXIT.
            EXIT.

       T0002-RETURN-SORTED.

            RETURN DRM-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN
            .
       T0002-EXIT.
            EXIT.

       T0003-DORMANT-LINE.

            IF WS-DEPT-OPEN-YES
               AND DSR-DEPT-CODE NOT EQUAL WS-CUR-DEPT
               PERFORM T0005-CLOSE-DEPT THRU T0005-EXIT
            END-IF

            IF WS-DEPT-OPEN-NO
               PERFORM T0004-OPEN-DEPT THRU T0004-EXIT
            END-IF

            MOVE DSR-NO           TO DDT-NO
            MOVE DSR-NAME         TO DDT-NAME
            MOVE DSR-COMPANY-CODE TO DDT-COMPANY
            MOVE DSR-SALARY       TO DDT-SALARY
            MOVE DSR-IDLE-DAYS    TO DDT-IDLE

            IF DSR-LAST-DATE EQUAL ZERO
               MOVE SPACES TO DDT-LAST-DATE
            ELSE
               MOVE DSR-LAST-DATE TO WS-DRM-DATE-N
               MOVE WS-DDN-YYYY   TO WS-DDD-YYYY
               MOVE WS-DDN-MM     TO WS-DDD-MM
               MOVE WS-DDN-DD     TO WS-DDD-DD
               MOVE WS-DRM-DATE-DISP TO DDT-LAST-DATE
            END-IF

            EVALUATE TRUE
               WHEN DSR-FROM-AUDIT
                    MOVE 'AUDIT TRAIL'   TO DDT-BASIS
               WHEN DSR-FROM-STAMP
                    MOVE 'MASTER STAMP'  TO DDT-BASIS
               WHEN OTHER
                    MOVE 'NO ACTIVITY'   TO DDT-BASIS
            END-EVALUATE

            IF WS-APPLY-YES
               MOVE 'INACTIVATED' TO DDT-ACTION
            ELSE
               MOVE 'LISTED'      TO DDT-ACTION
            END-IF

            MOVE DRM-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 1          TO WS-DEPT-LIST-CTR
            ADD DSR-SALARY TO WS-DEPT-SALARY
            ADD 1          TO WS-LIST-CTR
            ADD DSR-SALARY TO WS-LIST-SALARY

            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            .
       T0003-EXIT.
            EXIT.

       T0004-OPEN-DEPT.

            SET WS-DEPT-OPEN-YES TO TRUE
            MOVE DSR-DEPT-CODE TO WS-CUR-DEPT
            MOVE ZERO TO WS-DEPT-LIST-CTR
            MOVE ZERO TO WS-DEPT-SALARY

            SET WS-DEPT-FOUND-NO TO TRUE
            MOVE 1 TO WS-DEP-IX
            PERFORM V0001-SCAN-DEPT THRU V0001-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-IX GREATER THAN WS-DEP-COUNT

            MOVE WS-CUR-DEPT TO DDL-CODE
            IF WS-DEPT-FOUND-YES
               MOVE WS-DEP-TBL-NAME(WS-DEP-IX) TO DDL-NAME
            ELSE
               MOVE 'NOT ON DEPARTMENT FILE'   TO DDL-NAME
            END-IF

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE DRM-DEPT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE DRM-COL-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       T0004-EXIT.
            EXIT.

       T0005-CLOSE-DEPT.

            SET WS-DEPT-OPEN-NO TO TRUE
            MOVE 'DEPARTMENT TOTAL'  TO DTT-LABEL
            MOVE WS-DEPT-LIST-CTR    TO DTT-COUNT
            MOVE WS-DEPT-SALARY      TO DTT-SALARY
            MOVE DRM-TOT-LAYOUT      TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       T0005-EXIT.
            EXIT.

       V0001-SCAN-DEPT.

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL WS-CUR-DEPT
               SET WS-DEPT-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-DEP-IX
            END-IF
            .
       V0001-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            IF WS-LIST-CTR EQUAL ZERO
               MOVE '  NONE' TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE 'ALL DEPARTMENTS'   TO DTT-LABEL
            MOVE WS-LIST-CTR         TO DTT-COUNT
            MOVE WS-LIST-SALARY      TO DTT-SALARY
            MOVE DRM-TOT-LAYOUT      TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'RUN TOTALS' TO DTL-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            IF WS-AUDSRC-DB2
               MOVE 'TRAIL ROWS FOUND (AUDIT_TRAIL)' TO DCT-LABEL
            ELSE
               MOVE 'AUDIT ENTRIES READ (AUDIN)'     TO DCT-LABEL
            END-IF
            MOVE WS-AUD-READ-CTR TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'MASTER VERSIONS READ' TO DCT-LABEL
            MOVE WS-MST-READ-CTR        TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'MASTER RECORDS' TO DCT-LABEL
            MOVE WS-DRM-REC-CTR   TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE 'ALREADY INACTIVE, NOT LISTED' TO DCT-LABEL
            MOVE WS-DRM-INACT-CTR               TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            IF WS-APPLY-YES
               MOVE 'DORMANT, MARKED INACTIVE' TO DCT-LABEL
            ELSE
               MOVE 'DORMANT, LISTED ONLY'     TO DCT-LABEL
            END-IF
            MOVE WS-DRM-DORMANT-CTR TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  AGED FROM THE AUDIT TRAIL' TO DCT-LABEL
            MOVE WS-DRM-AUDIT-CTR              TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  AGED FROM THE MASTER DATE STAMP' TO DCT-LABEL
            MOVE WS-DRM-STAMP-CTR                    TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            MOVE '  AGED FROM THE CALENDAR START' TO DCT-LABEL
            MOVE WS-DRM-NONE-CTR                  TO DCT-COUNT
            PERFORM G0006-PRNT-COUNT THRU G0006-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0006-PRNT-COUNT.

            MOVE DRM-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0006-EXIT.
            EXIT.

       G0009-PRNT-TITLE.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE DRM-TITLE-LAYOUT TO WS-PRINT-REPORT
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

       Y0002-SQL-ERROR.

            SET WS-MSG-SQL-MR TO TRUE
            MOVE SQLCODE TO WS-SQLCODE-DISP
            DISPLAY '  SQLCODE: ' WS-SQLCODE-DISP
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-READ TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       Y0002-EXIT.
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
               WHEN (WS-MSG-CALFILE OR WS-MSG-JRNFILE
                     OR WS-MSG-ACTWORK) AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-CD OR WS-MSG-RD-DP OR WS-MSG-RD-MR
                    OR WS-MSG-RD-AU OR WS-MSG-DPT-FULL
                    OR WS-MSG-CALFILE OR WS-MSG-CAL-FULL
                    OR WS-MSG-ACTWORK OR WS-MSG-VER-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-NM OR WS-MSG-WR-AU OR WS-MSG-WR-OU
                    OR WS-MSG-JRNFILE
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-SQL-MR
                    SET WS-RC-SQL-ERR TO TRUE
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

            CLOSE CARDIN CALIN DEPFILE MSTIN.

            IF WS-ACW-OPEN-YES
               CLOSE ACTWK
            END-IF.

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
            DISPLAY '  DORMANT RECORD STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  AS-OF DATE..............: ' WS-ASOF-DATE.
            DISPLAY '  IDLE LIMIT (BUS. DAYS)..: ' WS-IDLE-LIMIT.
            DISPLAY '  MASTER VERSIONS READ....: ' WS-MST-READ-CTR.
            DISPLAY '  MASTER RECORDS..........: ' WS-DRM-REC-CTR.
            DISPLAY '  ALREADY INACTIVE........: ' WS-DRM-INACT-CTR.
            DISPLAY '  DORMANT.................: ' WS-DRM-DORMANT-CTR.
            IF WS-APPLY-NO
               DISPLAY '  LISTING ONLY - MASTER NOT WRITTEN'
            END-IF.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
