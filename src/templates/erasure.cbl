       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASUR01.
      *----------------------------------------------------------*
      * RIGHT-TO-ERASURE ANONYMIZATION.  PARM CARRIES THE YEARS   *
      * SINCE DELETION (NN).  THE CUTOFF IS TODAY LESS THAT MANY  *
      * YEARS; A RECORD IS ERASED WHEN ITS LATEST DELETE ON THE   *
      * AUDIT TRAIL (OUTCOME DELETED FROM THE DAILY RUN OR        *
      * MNT-DEL FROM MSTMNT01), READ FROM THE RETAINED AUDIT FILE *
      * (AUDIN) AND THE ARCHIVE GENERATIONS (AUDARC,              *
      * CONCATENATED; NO AUDARC MEANS NONE), IS DATED BEFORE THE  *
      * CUTOFF.  A RECORD BACK ON THE MASTER (MSTIN) SINCE ITS    *
      * DELETE IS LISTED AND NOT ERASED.                          *
      *                                                           *
      * NAME AND ADDRESS ARE OVERWRITTEN -- THE NAME WITH         *
      * 'ERASED', THE ADDRESS LINES WITH SPACES -- IN EVERY       *
      * RETAINED FILE THAT HOLDS THEM, ONE GENERATION OF EACH PER *
      * RUN.  RECORD NUMBERS, DATES AND AMOUNTS ARE KEPT, SO      *
      * TOTALS, HASHES AND HISTORY REPORTS STILL BALANCE:         *
      *   - RETAINED REJECTS      REJIN  TO NEW GENERATION REJOUT *
      *   - KEYED REJECT KSDS     REJFILE, REWRITTEN IN PLACE     *
      *   - CHANGE JOURNAL        JRNIN  TO NEW GENERATION JRNOUT *
      *     (BEFORE AND AFTER IMAGES; AN ENTRY IS MATCHED ON      *
      *     JRN-NO OR, FOR A REKEY, JRN-OLD-NO)                   *
      *   - VENDOR RETAINED COPY  VNDIN  TO NEW GENERATION VNDOUT *
      * EACH OF THESE IS OPTIONAL (STATUS 35 SKIPS IT).  THE      *
      * AUDIT TRAIL AND THE YTD ACCUMULATOR CARRY ONLY NUMBERS,   *
      * DATES AND AMOUNTS, SO THERE IS NOTHING ON THEM TO ERASE.  *
      * A FIELD ALREADY ERASED IS LEFT AS IT IS, SO A RERUN OVER  *
      * THE SAME GENERATIONS ERASES NOTHING TWICE.                *
      *                                                           *
      * THE ERASURE CERTIFICATE (OUTFILE) LISTS EACH FILE WITH    *
      * WHAT WAS READ AND ERASED ON IT, THEN EACH RECORD NUMBER   *
      * WITH ITS DELETE DATE AND THE ENTRIES ERASED FOR IT FILE   *
      * BY FILE.  EVERY RECORD WITH ANYTHING ERASED GETS AN       *
      * AUDREC001 ENTRY (OUTCOME ERASED) ON AUDFILE.  MASKING ON  *
      * OUTPUT IS NO SUBSTITUTE: THE DATA ITSELF IS OVERWRITTEN.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT AUDIN ASSIGN TO AUDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STAT.

            SELECT AUDARC ASSIGN TO AUDARC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT ERSWK ASSIGN TO ERSWK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERS-STAT.

            SELECT ERS-SORT-FILE ASSIGN TO SORTWK01.

            SELECT REJIN ASSIGN TO REJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STAT.

            SELECT REJOUT ASSIGN TO REJOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RJR-STAT.

            SELECT REJFILE ASSIGN TO REJFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RJK-NO
                FILE STATUS IS WS-RJK-STAT.

            SELECT JRNIN ASSIGN TO JRNIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

            SELECT JRNOUT ASSIGN TO JRNOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JNO-STAT.

            SELECT VNDIN ASSIGN TO VNDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VND-STAT.

            SELECT VNDOUT ASSIGN TO VNDOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VNO-STAT.

            SELECT AUDFILE ASSIGN TO AUDFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    the retained audit file and the archive generations are
      *    both AUDREC001 entries; AUDREC001 itself is the record
      *    area of AUDFILE, where the erasures are recorded
       FD AUDIN.
       01 AUDIT-IN-REC.
            02 AIN-NO           PIC 9(09).
            02 AIN-RUN-DATE     PIC 9(08).
            02 AIN-RUN-TIME     PIC 9(08).
            02 FILLER           PIC X(08).
            02 AIN-OUTCOME-CDE  PIC 9(02).
            02 FILLER           PIC X(10).

       FD AUDARC.
       01 AUDIT-ARCHIVE-REC.
            02 ARC-NO           PIC 9(09).
            02 ARC-RUN-DATE     PIC 9(08).
            02 ARC-RUN-TIME     PIC 9(08).
            02 FILLER           PIC X(08).
            02 ARC-OUTCOME-CDE  PIC 9(02).
            02 FILLER           PIC X(10).

       FD MSTIN.
       COPY MSTREC001.

      *    the qualifying deletes in record-number order; within a
      *    record the latest delete sorts last
       FD ERSWK.
       01 ERS-WORK-REC.
            02 EW-NO            PIC 9(09).
            02 EW-DATE          PIC 9(08).
            02 EW-TIME          PIC 9(08).

       SD ERS-SORT-FILE.
       01 ERS-SORT-REC.
            02 ES-NO            PIC 9(09).
            02 ES-DATE          PIC 9(08).
            02 ES-TIME          PIC 9(08).

      *    the retained rejects, with the name and address carved
      *    out of REJ-VARCHAR as they sit on INREC001
       FD REJIN.
       COPY REJREC001.
       01 REJIN-ERASE-VIEW.
            02 FILLER           PIC X(47).
            02 RIV-NAME         PIC X(12).
            02 RIV-ADDRESS-LINE-1
                                PIC X(18).
            02 RIV-ADDRESS-LINE-2
                                PIC X(18).
            02 FILLER           PIC X(87).

       FD REJOUT.
       01 REJECT-OUT-REC        PIC X(182).

       FD REJFILE.
       COPY RJKREC001.
       01 REJFILE-ERASE-VIEW.
            02 FILLER           PIC X(47).
            02 RKV-NAME         PIC X(12).
            02 RKV-ADDRESS-LINE-1
                                PIC X(18).
            02 RKV-ADDRESS-LINE-2
                                PIC X(18).
            02 FILLER           PIC X(87).

       FD JRNIN.
       COPY JRNREC001.

       FD JRNOUT.
       01 JOURNAL-OUT-REC       PIC X(464).

       FD VNDIN.
       01 VENDOR-IN-REC         PIC X(80).

       FD VNDOUT.
       01 VENDOR-OUT-REC        PIC X(80).

       FD AUDFILE.
       COPY AUDREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'ERASUR01'.

       COPY CONSTANT.
       COPY VNDREC001.

       01 ERS-REPORT-LAYOUT.
            02 ERS-HEADER-LAYOUT-1.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30)
                   VALUE 'RIGHT-TO-ERASURE CERTIFICATE'.
                05 FILLER       PIC X(12) VALUE '  RUN DATE: '.
                05 ERH-RUN-DATE PIC X(10).
                05 FILLER       PIC X(79) VALUE SPACES.
            02 ERS-HEADER-LAYOUT-2.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(22)
                   VALUE 'YEARS SINCE DELETION: '.
                05 ERH-YEARS    PIC Z9.
                05 FILLER       PIC X(24)
                   VALUE '  ERASE DELETES BEFORE: '.
                05 ERH-CUTOFF   PIC X(10).
                05 FILLER       PIC X(73) VALUE SPACES.
            02 ERS-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERT-TITLE    PIC X(60).
                05 FILLER       PIC X(71) VALUE SPACES.
            02 ERS-FILE-SUB-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'DD'.
                05 FILLER       PIC X(30) VALUE 'FILE'.
                05 FILLER       PIC X(14) VALUE 'STATUS'.
                05 FILLER       PIC X(12) VALUE '        READ'.
                05 FILLER       PIC X(12) VALUE '      ERASED'.
                05 FILLER       PIC X(53) VALUE SPACES.
            02 ERS-FILE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERF-DD       PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERF-FILE     PIC X(30).
                05 ERF-STATUS   PIC X(14).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 ERF-READ     PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 ERF-ERASED   PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(53) VALUE SPACES.
            02 ERS-RECORD-SUB-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'RECORD NO'.
                05 FILLER       PIC X(12) VALUE 'DELETED'.
                05 FILLER       PIC X(08) VALUE ' REJECTS'.
                05 FILLER       PIC X(09) VALUE ' KEYED RJ'.
                05 FILLER       PIC X(08) VALUE ' JOURNAL'.
                05 FILLER       PIC X(08) VALUE '  VENDOR'.
                05 FILLER       PIC X(32) VALUE '  RESULT'.
                05 FILLER       PIC X(43) VALUE SPACES.
            02 ERS-RECORD-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERD-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERD-DEL-DATE PIC X(10).
                05 FILLER       PIC X(04) VALUE SPACES.
                05 ERD-REJ      PIC ZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 ERD-RJK      PIC ZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERD-JRN      PIC ZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERD-VND      PIC ZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERD-RESULT   PIC X(30).
                05 FILLER       PIC X(43) VALUE SPACES.
            02 ERS-EXCLUDED-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE '*** '.
                05 ERX-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERX-DEL-DATE PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERX-REASON   PIC X(40).
                05 FILLER       PIC X(64) VALUE SPACES.
            02 ERS-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERC-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ERC-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(86) VALUE SPACES.

      *    what an erased name reads as; the address lines go to
      *    spaces
       77 WS-ERS-NAME-FILL      PIC X(12) VALUE 'ERASED'.

      *    the records to erase, in record-number order as the
      *    match builds them, with what was erased for each file
       01 WS-ERS-TABLE.
            02 WS-ERS-ENTRY OCCURS 20000 TIMES.
                05 WS-ERS-TBL-NO       PIC 9(09).
                05 WS-ERS-TBL-DEL-DATE PIC 9(08).
                05 WS-ERS-TBL-REJ      PIC 9(05) COMP-3.
                05 WS-ERS-TBL-RJK      PIC 9(05) COMP-3.
                05 WS-ERS-TBL-JRN      PIC 9(05) COMP-3.
                05 WS-ERS-TBL-VND      PIC 9(05) COMP-3.
       77 WS-ERS-MAX            PIC 9(05) COMP VALUE 20000.
       77 WS-ERS-COUNT          PIC 9(05) COMP VALUE ZERO.
       77 WS-ERS-IX             PIC 9(05) COMP VALUE ZERO.
       77 WS-ERS-LO             PIC 9(05) COMP VALUE ZERO.
       77 WS-ERS-HI             PIC 9(05) COMP VALUE ZERO.
       77 WS-ERS-LOOKUP-NO      PIC 9(09) VALUE ZERO.
       77 WS-ERS-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-ERS-FOUND-NO      VALUE 'N'.
           88 WS-ERS-FOUND-YES     VALUE 'Y'.
       77 WS-ERS-TOUCHED-SW     PIC X(01) VALUE 'N'.
           88 WS-ERS-TOUCHED-NO    VALUE 'N'.
           88 WS-ERS-TOUCHED-YES   VALUE 'Y'.
       77 WS-ERS-REC-TOTAL      PIC 9(07) COMP-3 VALUE ZERO.

      *    match keys: HIGH-KEY once a stream is spent
       01 WS-MATCH-FIELDS.
            02 WS-EW-KEY         PIC 9(10) VALUE ZERO.
            02 WS-MST-KEY        PIC 9(10) VALUE ZERO.
            02 WS-HIGH-KEY       PIC 9(10) VALUE 9999999999.
            02 WS-CUR-NO         PIC 9(10) VALUE ZERO.
            02 WS-CUR-DEL-DATE   PIC 9(08) VALUE ZERO.

      *    today and the cutoff, YYYYMMDD
       01 WS-ERS-TODAY          PIC 9(08) VALUE ZERO.
       01 WS-ERS-TODAY-R REDEFINES WS-ERS-TODAY.
            02 WS-ERS-TODAY-YYYY PIC 9(04).
            02 WS-ERS-TODAY-MMDD PIC 9(04).
       01 WS-ERS-CUTOFF         PIC 9(08) VALUE ZERO.
       01 WS-ERS-CUTOFF-R REDEFINES WS-ERS-CUTOFF.
            02 WS-ERS-CUTOFF-YYYY PIC 9(04).
            02 WS-ERS-CUTOFF-MMDD PIC 9(04).
       77 WS-ERS-YEARS          PIC 9(02) VALUE ZERO.

      *    YYYYMMDD in, YYYY-MM-DD out (U0001-EDIT-DATE)
       01 WS-ERS-DATE-N         PIC 9(08) VALUE ZERO.
       01 WS-ERS-DATE-N-R REDEFINES WS-ERS-DATE-N.
            02 WS-ERS-DATE-N-YYYY PIC X(04).
            02 WS-ERS-DATE-N-MM   PIC X(02).
            02 WS-ERS-DATE-N-DD   PIC X(02).
       01 WS-ERS-DATE-EDIT.
            02 WS-ERS-DATE-E-YYYY PIC X(04).
            02 FILLER             PIC X(01) VALUE '-'.
            02 WS-ERS-DATE-E-MM   PIC X(02).
            02 FILLER             PIC X(01) VALUE '-'.
            02 WS-ERS-DATE-E-DD   PIC X(02).

      *    per-file outcome for the certificate
       77 WS-ARC-RESULT         PIC X(14) VALUE 'NOT PRESENT'.
       77 WS-REJ-RESULT         PIC X(14) VALUE 'NOT PRESENT'.
       77 WS-RJK-RESULT         PIC X(14) VALUE 'NOT PRESENT'.
       77 WS-JRN-RESULT         PIC X(14) VALUE 'NOT PRESENT'.
       77 WS-VND-RESULT         PIC X(14) VALUE 'NOT PRESENT'.

      *    one end-of-file / open switch per input, declared here
      *    the way the other standalone programs declare their own
       77 WS-AUD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF-NO        VALUE 'N'.
           88 WS-AUD-EOF-YES       VALUE 'Y'.
       77 WS-ARC-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-ARC-EOF-NO        VALUE 'N'.
           88 WS-ARC-EOF-YES       VALUE 'Y'.
       77 WS-REJ-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-REJ-EOF-NO        VALUE 'N'.
           88 WS-REJ-EOF-YES       VALUE 'Y'.
       77 WS-JRN-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-JRN-EOF-NO        VALUE 'N'.
           88 WS-JRN-EOF-YES       VALUE 'Y'.
       77 WS-VND-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-VND-EOF-NO        VALUE 'N'.
           88 WS-VND-EOF-YES       VALUE 'Y'.
       77 WS-AUDIN-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-AUDIN-OPEN-NO     VALUE 'N'.
           88 WS-AUDIN-OPEN-YES    VALUE 'Y'.
       77 WS-ARC-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-ARC-OPEN-NO       VALUE 'N'.
           88 WS-ARC-OPEN-YES      VALUE 'Y'.
       77 WS-MST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-MST-OPEN-NO       VALUE 'N'.
           88 WS-MST-OPEN-YES      VALUE 'Y'.
       77 WS-ERS-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-ERS-OPEN-NO       VALUE 'N'.
           88 WS-ERS-OPEN-YES      VALUE 'Y'.
       77 WS-REJ-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-REJ-OPEN-NO       VALUE 'N'.
           88 WS-REJ-OPEN-YES      VALUE 'Y'.
       77 WS-RJK-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-RJK-OPEN-NO       VALUE 'N'.
           88 WS-RJK-OPEN-YES      VALUE 'Y'.
       77 WS-JRN-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-JRN-OPEN-NO       VALUE 'N'.
           88 WS-JRN-OPEN-YES      VALUE 'Y'.
       77 WS-VND-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-VND-OPEN-NO       VALUE 'N'.
           88 WS-VND-OPEN-YES      VALUE 'Y'.
       77 WS-AUD-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-AUD-OPEN-NO       VALUE 'N'.
           88 WS-AUD-OPEN-YES      VALUE 'Y'.
       77 WS-EXCL-TITLE-SW      PIC X(01) VALUE 'N'.
           88 WS-EXCL-TITLE-NO     VALUE 'N'.
           88 WS-EXCL-TITLE-YES    VALUE 'Y'.

       77 WS-AUD-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-ARC-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-DELETE-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-DEL-NO-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NOT-DUE-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ON-MASTER-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-REJ-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-REJ-ERASED-CTR     PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-RJK-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-RJK-ERASED-CTR     PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-JRN-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-JRN-ERASED-CTR     PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-VND-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-VND-ERASED-CTR     PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-ERASED-REC-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NOTHING-HELD-CTR   PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-AUD-WRITE-CTR      PIC 9(07) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-YEARS.
            02 WS-PARM-LEN        PIC S9(04) COMP.
            02 WS-PARM-YEARS-TEXT PIC X(02).
      *
       PROCEDURE DIVISION USING WS-PARM-YEARS.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM S0001-SORT-DELETES THRU S0001-EXIT
            PERFORM R0001-PICK-RECORDS THRU R0001-EXIT
            PERFORM E0001-ERASE-REJECTS THRU E0001-EXIT
            PERFORM E0002-ERASE-KEYED-REJ THRU E0002-EXIT
            PERFORM E0003-ERASE-JOURNAL THRU E0003-EXIT
            PERFORM E0004-ERASE-VENDOR THRU E0004-EXIT
            PERFORM B0002-OPEN-AUDIT THRU B0002-EXIT
            PERFORM G0001-PRNT-FILES THRU G0001-EXIT
            PERFORM G0002-PRNT-RECORDS THRU G0002-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE CUTOFF IS TODAY'S MONTH AND DAY, THE GIVEN NUMBER OF  *
      * YEARS BACK (29 FEBRUARY FALLS BACK TO THE 28TH).          *
      *----------------------------------------------------------*
       C0001-INIT-PARM.

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-ERS-TODAY    FROM DATE YYYYMMDD

            IF WS-PARM-LEN NOT EQUAL 2
               OR WS-PARM-YEARS-TEXT NOT NUMERIC
               OR WS-PARM-YEARS-TEXT EQUAL '00'
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-PARM-YEARS-TEXT TO WS-ERS-YEARS

            SUBTRACT WS-ERS-YEARS FROM WS-ERS-TODAY-YYYY
                GIVING WS-ERS-CUTOFF-YYYY
            MOVE WS-ERS-TODAY-MMDD TO WS-ERS-CUTOFF-MMDD
            IF WS-ERS-CUTOFF-MMDD EQUAL 0229
               MOVE 0228 TO WS-ERS-CUTOFF-MMDD
            END-IF
            .
       C0001-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT MSTIN.

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-MST-OPEN-YES TO TRUE

            OPEN OUTPUT OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *    the audit entries go on only once AUDIN, which may be
      *    the same dataset, has been read and closed by the sort
       B0002-OPEN-AUDIT.

            OPEN EXTEND AUDFILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-AUD-OPEN-YES TO TRUE
            .
       B0002-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            MOVE WS-ERS-TODAY TO WS-ERS-DATE-N
            PERFORM U0001-EDIT-DATE THRU U0001-EXIT
            MOVE WS-ERS-DATE-EDIT TO ERH-RUN-DATE
            MOVE ERS-HEADER-LAYOUT-1 TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE WS-ERS-YEARS TO ERH-YEARS
            MOVE WS-ERS-CUTOFF TO WS-ERS-DATE-N
            PERFORM U0001-EDIT-DATE THRU U0001-EXIT
            MOVE WS-ERS-DATE-EDIT TO ERH-CUTOFF
            MOVE ERS-HEADER-LAYOUT-2 TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EVERY DELETE ON THE RETAINED AUDIT FILE AND THE ARCHIVE   *
      * GENERATIONS INTO RECORD NUMBER ORDER ON ERSWK.            *
      *----------------------------------------------------------*
       S0001-SORT-DELETES.

            SORT ERS-SORT-FILE
                ON ASCENDING KEY ES-NO ES-DATE ES-TIME
                INPUT PROCEDURE IS S0010-SORT-INPUT
                    THRU S0010-EXIT
                GIVING ERSWK

            OPEN INPUT ERSWK

            IF WS-ERS-STAT NOT EQUAL ZEROES
               SET WS-MSG-ERSWORK TO TRUE
               MOVE WS-ERS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-ERS-OPEN-YES TO TRUE
            .
       S0001-EXIT.
            EXIT.

       S0010-SORT-INPUT.

            OPEN INPUT AUDIN

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-AUDIN-OPEN-YES TO TRUE
            PERFORM S0011-READ-AUDIT THRU S0011-EXIT
                UNTIL WS-AUD-EOF-YES

            CLOSE AUDIN
            SET WS-AUDIN-OPEN-NO TO TRUE

            OPEN INPUT AUDARC

            IF WS-ARC-STAT EQUAL '35'
               GO TO S0010-EXIT
            END-IF

            IF WS-ARC-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AR TO TRUE
               MOVE WS-ARC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-ARC-OPEN-YES TO TRUE
            MOVE 'NO NAME/ADDR' TO WS-ARC-RESULT
            PERFORM S0012-READ-ARCHIVE THRU S0012-EXIT
                UNTIL WS-ARC-EOF-YES

            CLOSE AUDARC
            SET WS-ARC-OPEN-NO TO TRUE
            .
       S0010-EXIT.
            EXIT.

      *    outcomes 06 (DELETED) and 10 (MNT-DEL) on AUDREC001
       S0011-READ-AUDIT.

            READ AUDIN
              AT END
                 SET WS-AUD-EOF-YES TO TRUE
                 GO TO S0011-EXIT
            END-READ

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-AUD-READ-CTR

            IF AIN-OUTCOME-CDE NOT EQUAL 06
               AND AIN-OUTCOME-CDE NOT EQUAL 10
               GO TO S0011-EXIT
            END-IF

            MOVE AIN-NO       TO ES-NO
            MOVE AIN-RUN-DATE TO ES-DATE
            MOVE AIN-RUN-TIME TO ES-TIME
            ADD 1 TO WS-DELETE-CTR

            RELEASE ERS-SORT-REC
            .
       S0011-EXIT.
            EXIT.

       S0012-READ-ARCHIVE.

            READ AUDARC
              AT END
                 SET WS-ARC-EOF-YES TO TRUE
                 GO TO S0012-EXIT
            END-READ

            IF WS-ARC-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AR TO TRUE
               MOVE WS-ARC-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-ARC-READ-CTR

            IF ARC-OUTCOME-CDE NOT EQUAL 06
               AND ARC-OUTCOME-CDE NOT EQUAL 10
               GO TO S0012-EXIT
            END-IF

            MOVE ARC-NO       TO ES-NO
            MOVE ARC-RUN-DATE TO ES-DATE
            MOVE ARC-RUN-TIME TO ES-TIME
            ADD 1 TO WS-DELETE-CTR

            RELEASE ERS-SORT-REC
            .
       S0012-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE SORTED DELETES AGAINST THE MASTER BUILDS  *
      * THE TABLE OF RECORDS TO ERASE, IN RECORD NUMBER ORDER.    *
      *----------------------------------------------------------*
       R0001-PICK-RECORDS.

            PERFORM D0001-READ-DELETE THRU D0001-EXIT
            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            PERFORM R0002-ONE-NUMBER THRU R0002-EXIT
                UNTIL WS-EW-KEY EQUAL WS-HIGH-KEY

            CLOSE ERSWK MSTIN
            SET WS-ERS-OPEN-NO TO TRUE
            SET WS-MST-OPEN-NO TO TRUE
            .
       R0001-EXIT.
            EXIT.

       D0001-READ-DELETE.

            READ ERSWK
              AT END
                 MOVE WS-HIGH-KEY TO WS-EW-KEY
                 GO TO D0001-EXIT
            END-READ

            IF WS-ERS-STAT NOT EQUAL ZEROES
               SET WS-MSG-ERSWORK TO TRUE
               MOVE WS-ERS-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE EW-NO TO WS-EW-KEY
            .
       D0001-EXIT.
            EXIT.

       D0002-READ-MASTER.

            READ MSTIN
              AT END
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

      *----------------------------------------------------------*
      * ONE RECORD NUMBER'S DELETES.  ONLY THE LATEST COUNTS: IT  *
      * MUST BE BEFORE THE CUTOFF AND THE NUMBER MUST NOT BE ON   *
      * THE MASTER (ONE OR MORE VERSIONS) TODAY.                  *
      *----------------------------------------------------------*
       R0002-ONE-NUMBER.

            MOVE WS-EW-KEY TO WS-CUR-NO
            PERFORM R0003-TAKE-DELETE THRU R0003-EXIT
                UNTIL WS-EW-KEY NOT EQUAL WS-CUR-NO
            ADD 1 TO WS-DEL-NO-CTR

            IF WS-CUR-DEL-DATE NOT LESS THAN WS-ERS-CUTOFF
               ADD 1 TO WS-NOT-DUE-CTR
               GO TO R0002-EXIT
            END-IF

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
                UNTIL WS-MST-KEY NOT LESS THAN WS-CUR-NO

            IF WS-MST-KEY EQUAL WS-CUR-NO
               ADD 1 TO WS-ON-MASTER-CTR
               MOVE 'BACK ON THE MASTER - NOT ERASED'
                 TO ERX-REASON
               PERFORM G0007-PRNT-EXCLUDED THRU G0007-EXIT
               GO TO R0002-EXIT
            END-IF

            IF WS-ERS-COUNT GREATER THAN OR EQUAL TO WS-ERS-MAX
               SET WS-MSG-ERS-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-ERS-COUNT
            MOVE WS-CUR-NO       TO WS-ERS-TBL-NO(WS-ERS-COUNT)
            MOVE WS-CUR-DEL-DATE TO WS-ERS-TBL-DEL-DATE(WS-ERS-COUNT)
            MOVE ZERO            TO WS-ERS-TBL-REJ(WS-ERS-COUNT)
                                    WS-ERS-TBL-RJK(WS-ERS-COUNT)
                                    WS-ERS-TBL-JRN(WS-ERS-COUNT)
                                    WS-ERS-TBL-VND(WS-ERS-COUNT)
            .
       R0002-EXIT.
            EXIT.

       R0003-TAKE-DELETE.

            MOVE EW-DATE TO WS-CUR-DEL-DATE
            PERFORM D0001-READ-DELETE THRU D0001-EXIT
            .
       R0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RETAINED REJECTS: COPIED TO THE NEW GENERATION WITH THE   *
      * NAME AND ADDRESS OF EVERY RECORD IN THE TABLE ERASED.     *
      *----------------------------------------------------------*
       E0001-ERASE-REJECTS.

            OPEN INPUT REJIN

            IF WS-REJ-STAT EQUAL '35'
               GO TO E0001-EXIT
            END-IF

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-REJ-OPEN-YES TO TRUE

            OPEN OUTPUT REJOUT

            IF WS-RJR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AR TO TRUE
               MOVE WS-RJR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM E0011-COPY-REJECT THRU E0011-EXIT
                UNTIL WS-REJ-EOF-YES

            CLOSE REJIN REJOUT
            SET WS-REJ-OPEN-NO TO TRUE

            IF WS-RJR-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-RJ TO TRUE
               MOVE WS-RJR-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE 'REWRITTEN' TO WS-REJ-RESULT
            .
       E0001-EXIT.
            EXIT.

       E0011-COPY-REJECT.

            READ REJIN
              AT END
                 SET WS-REJ-EOF-YES TO TRUE
                 GO TO E0011-EXIT
            END-READ

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-REJ-READ-CTR

            MOVE REJ-NO TO WS-ERS-LOOKUP-NO
            PERFORM V0001-FIND-RECORD THRU V0001-EXIT

            IF WS-ERS-FOUND-YES
               AND (RIV-NAME NOT EQUAL WS-ERS-NAME-FILL
                    OR RIV-ADDRESS-LINE-1 NOT EQUAL SPACES
                    OR RIV-ADDRESS-LINE-2 NOT EQUAL SPACES)
               MOVE WS-ERS-NAME-FILL TO RIV-NAME
               MOVE SPACES           TO RIV-ADDRESS-LINE-1
                                        RIV-ADDRESS-LINE-2
               ADD 1 TO WS-ERS-TBL-REJ(WS-ERS-IX)
               ADD 1 TO WS-REJ-ERASED-CTR
            END-IF

            MOVE REJECT-REC TO REJECT-OUT-REC
            WRITE REJECT-OUT-REC

            IF WS-RJR-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AR TO TRUE
               MOVE WS-RJR-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       E0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * KEYED REJECT KSDS: ONE RANDOM READ PER RECORD IN THE      *
      * TABLE, REWRITTEN IN PLACE WHEN THERE IS ANYTHING LEFT TO  *
      * ERASE.                                                    *
      *----------------------------------------------------------*
       E0002-ERASE-KEYED-REJ.

            OPEN I-O REJFILE

            IF WS-RJK-STAT EQUAL '35'
               GO TO E0002-EXIT
            END-IF

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-RJK-OPEN-YES TO TRUE

            MOVE 1 TO WS-ERS-IX
            PERFORM E0021-ERASE-KEYED THRU E0021-EXIT
                UNTIL WS-ERS-IX GREATER THAN WS-ERS-COUNT

            CLOSE REJFILE
            SET WS-RJK-OPEN-NO TO TRUE

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE 'UPDATED' TO WS-RJK-RESULT
            .
       E0002-EXIT.
            EXIT.

       E0021-ERASE-KEYED.

            MOVE WS-ERS-TBL-NO(WS-ERS-IX) TO RJK-NO
            READ REJFILE
                INVALID KEY
                    GO TO E0021-NEXT
            END-READ

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RJK-READ-CTR

            IF RKV-NAME EQUAL WS-ERS-NAME-FILL
               AND RKV-ADDRESS-LINE-1 EQUAL SPACES
               AND RKV-ADDRESS-LINE-2 EQUAL SPACES
               GO TO E0021-NEXT
            END-IF

            MOVE WS-ERS-NAME-FILL TO RKV-NAME
            MOVE SPACES           TO RKV-ADDRESS-LINE-1
                                     RKV-ADDRESS-LINE-2
            REWRITE REJECT-KEYED-REC

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-ERS-TBL-RJK(WS-ERS-IX)
            ADD 1 TO WS-RJK-ERASED-CTR
            .
       E0021-NEXT.
            ADD 1 TO WS-ERS-IX
            .
       E0021-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CHANGE JOURNAL: COPIED TO THE NEW GENERATION WITH THE     *
      * NAME AND ADDRESS ERASED FROM WHICHEVER IMAGES THE ENTRY   *
      * CARRIES (AN ADD HAS NO BEFORE IMAGE, A DELETE NO AFTER).  *
      *----------------------------------------------------------*
       E0003-ERASE-JOURNAL.

            OPEN INPUT JRNIN

            IF WS-JRN-STAT EQUAL '35'
               GO TO E0003-EXIT
            END-IF

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-JRN-OPEN-YES TO TRUE

            OPEN OUTPUT JRNOUT

            IF WS-JNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JNO-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM E0031-COPY-JOURNAL THRU E0031-EXIT
                UNTIL WS-JRN-EOF-YES

            CLOSE JRNIN JRNOUT
            SET WS-JRN-OPEN-NO TO TRUE

            IF WS-JNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JNO-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE 'REWRITTEN' TO WS-JRN-RESULT
            .
       E0003-EXIT.
            EXIT.

       E0031-COPY-JOURNAL.

            READ JRNIN
              AT END
                 SET WS-JRN-EOF-YES TO TRUE
                 GO TO E0031-EXIT
            END-READ

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-JRN-READ-CTR

            MOVE JRN-NO TO WS-ERS-LOOKUP-NO
            PERFORM V0001-FIND-RECORD THRU V0001-EXIT

            IF WS-ERS-FOUND-NO
               AND JRN-OLD-NO NOT EQUAL JRN-NO
               MOVE JRN-OLD-NO TO WS-ERS-LOOKUP-NO
               PERFORM V0001-FIND-RECORD THRU V0001-EXIT
            END-IF

            IF WS-ERS-FOUND-YES
               PERFORM E0032-ERASE-IMAGES THRU E0032-EXIT
            END-IF

            MOVE CHANGE-JOURNAL-REC TO JOURNAL-OUT-REC
            WRITE JOURNAL-OUT-REC

            IF WS-JNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JNO-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       E0031-EXIT.
            EXIT.

       E0032-ERASE-IMAGES.

            SET WS-ERS-TOUCHED-NO TO TRUE

            IF JRN-BEFORE-IMAGE NOT EQUAL SPACES
               AND (JB-NAME NOT EQUAL WS-ERS-NAME-FILL
                    OR JB-ADDRESS-LINE-1 NOT EQUAL SPACES
                    OR JB-ADDRESS-LINE-2 NOT EQUAL SPACES)
               MOVE WS-ERS-NAME-FILL TO JB-NAME
               MOVE SPACES           TO JB-ADDRESS-LINE-1
                                        JB-ADDRESS-LINE-2
               SET WS-ERS-TOUCHED-YES TO TRUE
            END-IF

            IF JRN-AFTER-IMAGE NOT EQUAL SPACES
               AND (JA-NAME NOT EQUAL WS-ERS-NAME-FILL
                    OR JA-ADDRESS-LINE-1 NOT EQUAL SPACES
                    OR JA-ADDRESS-LINE-2 NOT EQUAL SPACES)
               MOVE WS-ERS-NAME-FILL TO JA-NAME
               MOVE SPACES           TO JA-ADDRESS-LINE-1
                                        JA-ADDRESS-LINE-2
               SET WS-ERS-TOUCHED-YES TO TRUE
            END-IF

            IF WS-ERS-TOUCHED-YES
               ADD 1 TO WS-ERS-TBL-JRN(WS-ERS-IX)
               ADD 1 TO WS-JRN-ERASED-CTR
            END-IF
            .
       E0032-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * VENDOR RETAINED COPY: HEADER AND TRAILER PASS THROUGH,    *
      * THE NAME ON EACH DETAIL IN THE TABLE IS ERASED.  THE      *
      * TRAILER HASH IS ON SALARY, SO IT STILL AGREES.            *
      *----------------------------------------------------------*
       E0004-ERASE-VENDOR.

            OPEN INPUT VNDIN

            IF WS-VND-STAT EQUAL '35'
               GO TO E0004-EXIT
            END-IF

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-VND-OPEN-YES TO TRUE

            OPEN OUTPUT VNDOUT

            IF WS-VNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VNO-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM E0041-COPY-VENDOR THRU E0041-EXIT
                UNTIL WS-VND-EOF-YES

            CLOSE VNDIN VNDOUT
            SET WS-VND-OPEN-NO TO TRUE

            IF WS-VNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-VN TO TRUE
               MOVE WS-VNO-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE 'REWRITTEN' TO WS-VND-RESULT
            .
       E0004-EXIT.
            EXIT.

       E0041-COPY-VENDOR.

            READ VNDIN
              AT END
                 SET WS-VND-EOF-YES TO TRUE
                 GO TO E0041-EXIT
            END-READ

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-VND-READ-CTR
            MOVE VENDOR-IN-REC TO VENDOR-DETAIL-LAYOUT

            IF VND-RECORD-TYPE EQUAL 'D'
               MOVE VND-NO TO WS-ERS-LOOKUP-NO
               PERFORM V0001-FIND-RECORD THRU V0001-EXIT
               IF WS-ERS-FOUND-YES
                  AND VND-NAME NOT EQUAL WS-ERS-NAME-FILL
                  MOVE WS-ERS-NAME-FILL TO VND-NAME
                  ADD 1 TO WS-ERS-TBL-VND(WS-ERS-IX)
                  ADD 1 TO WS-VND-ERASED-CTR
               END-IF
            END-IF

            MOVE VENDOR-DETAIL-LAYOUT TO VENDOR-OUT-REC
            WRITE VENDOR-OUT-REC

            IF WS-VNO-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-VN TO TRUE
               MOVE WS-VNO-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       E0041-EXIT.
            EXIT.

      *    WS-ERS-LOOKUP-NO in, WS-ERS-IX at the entry out when
      *    WS-ERS-FOUND-YES -- binary search of the erasure table
       V0001-FIND-RECORD.

            SET WS-ERS-FOUND-NO TO TRUE
            MOVE 1              TO WS-ERS-LO
            MOVE WS-ERS-COUNT   TO WS-ERS-HI

            PERFORM V0002-SCAN-RECORD THRU V0002-EXIT
                UNTIL WS-ERS-FOUND-YES
                   OR WS-ERS-LO GREATER THAN WS-ERS-HI
            .
       V0001-EXIT.
            EXIT.

      *    one probe of the binary search
       V0002-SCAN-RECORD.

            ADD WS-ERS-LO WS-ERS-HI GIVING WS-ERS-IX
            DIVIDE 2 INTO WS-ERS-IX

            IF WS-ERS-TBL-NO(WS-ERS-IX) EQUAL WS-ERS-LOOKUP-NO
               SET WS-ERS-FOUND-YES TO TRUE
            ELSE
               IF WS-ERS-TBL-NO(WS-ERS-IX) LESS THAN WS-ERS-LOOKUP-NO
                  ADD 1 TO WS-ERS-IX GIVING WS-ERS-LO
               ELSE
                  SUBTRACT 1 FROM WS-ERS-IX GIVING WS-ERS-HI
               END-IF
            END-IF
            .
       V0002-EXIT.
            EXIT.

       U0001-EDIT-DATE.

            MOVE WS-ERS-DATE-N-YYYY TO WS-ERS-DATE-E-YYYY
            MOVE WS-ERS-DATE-N-MM   TO WS-ERS-DATE-E-MM
            MOVE WS-ERS-DATE-N-DD   TO WS-ERS-DATE-E-DD
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE CERTIFICATE, PART ONE: EVERY FILE LOOKED AT, WITH     *
      * WHAT WAS READ AND ERASED ON IT.                           *
      *----------------------------------------------------------*
       G0001-PRNT-FILES.

            MOVE 'FILES EXAMINED' TO ERT-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE ERS-FILE-SUB-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'AUDIN'                  TO ERF-DD
            MOVE 'AUDIT TRAIL (RETAINED)' TO ERF-FILE
            MOVE 'NO NAME/ADDR'           TO ERF-STATUS
            MOVE WS-AUD-READ-CTR          TO ERF-READ
            MOVE ZERO                     TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'AUDARC'                 TO ERF-DD
            MOVE 'AUDIT TRAIL (ARCHIVE)'  TO ERF-FILE
            MOVE WS-ARC-RESULT            TO ERF-STATUS
            MOVE WS-ARC-READ-CTR          TO ERF-READ
            MOVE ZERO                     TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'MSTIN'                  TO ERF-DD
            MOVE 'MASTER'                 TO ERF-FILE
            MOVE 'CHECKED'                TO ERF-STATUS
            MOVE WS-MST-READ-CTR          TO ERF-READ
            MOVE ZERO                     TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'REJIN'                  TO ERF-DD
            MOVE 'REJECTS (RETAINED)'     TO ERF-FILE
            MOVE WS-REJ-RESULT            TO ERF-STATUS
            MOVE WS-REJ-READ-CTR          TO ERF-READ
            MOVE WS-REJ-ERASED-CTR        TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'REJFILE'                TO ERF-DD
            MOVE 'REJECTS (KEYED)'        TO ERF-FILE
            MOVE WS-RJK-RESULT            TO ERF-STATUS
            MOVE WS-RJK-READ-CTR          TO ERF-READ
            MOVE WS-RJK-ERASED-CTR        TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'JRNIN'                  TO ERF-DD
            MOVE 'CHANGE JOURNAL'         TO ERF-FILE
            MOVE WS-JRN-RESULT            TO ERF-STATUS
            MOVE WS-JRN-READ-CTR          TO ERF-READ
            MOVE WS-JRN-ERASED-CTR        TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE 'VNDIN'                  TO ERF-DD
            MOVE 'VENDOR TRANSMISSION COPY' TO ERF-FILE
            MOVE WS-VND-RESULT            TO ERF-STATUS
            MOVE WS-VND-READ-CTR          TO ERF-READ
            MOVE WS-VND-ERASED-CTR        TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT

            MOVE SPACES                   TO ERF-DD
            MOVE 'YTD ACCUMULATOR'        TO ERF-FILE
            MOVE 'NO NAME/ADDR'           TO ERF-STATUS
            MOVE ZERO                     TO ERF-READ
            MOVE ZERO                     TO ERF-ERASED
            PERFORM G0003-PRNT-FILE-LINE THRU G0003-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0003-PRNT-FILE-LINE.

            MOVE ERS-FILE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE CERTIFICATE, PART TWO: EVERY RECORD NUMBER DUE FOR    *
      * ERASURE AND WHAT WAS ERASED FOR IT, FILE BY FILE.  EACH   *
      * ONE WITH ANYTHING ERASED GETS ITS AUDIT ENTRY HERE.       *
      *----------------------------------------------------------*
       G0002-PRNT-RECORDS.

            MOVE 'RECORDS ERASED' TO ERT-TITLE
            PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            MOVE ERS-RECORD-SUB-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 1 TO WS-ERS-IX
            PERFORM G0004-PRNT-RECORD THRU G0004-EXIT
                UNTIL WS-ERS-IX GREATER THAN WS-ERS-COUNT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'AUDIT ENTRIES READ' TO ERC-LABEL
            ADD WS-AUD-READ-CTR WS-ARC-READ-CTR GIVING ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'DELETES FOUND' TO ERC-LABEL
            MOVE WS-DELETE-CTR   TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'RECORD NUMBERS DELETED' TO ERC-LABEL
            MOVE WS-DEL-NO-CTR            TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'DELETED ON OR AFTER THE CUTOFF' TO ERC-LABEL
            MOVE WS-NOT-DUE-CTR                   TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'BACK ON THE MASTER - NOT ERASED' TO ERC-LABEL
            MOVE WS-ON-MASTER-CTR                  TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'DUE FOR ERASURE' TO ERC-LABEL
            MOVE WS-ERS-COUNT      TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'ERASED THIS RUN' TO ERC-LABEL
            MOVE WS-ERASED-REC-CTR TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            MOVE 'NOTHING LEFT TO ERASE' TO ERC-LABEL
            MOVE WS-NOTHING-HELD-CTR     TO ERC-COUNT
            PERFORM G0005-PRNT-COUNT THRU G0005-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0004-PRNT-RECORD.

            MOVE WS-ERS-TBL-NO(WS-ERS-IX)       TO ERD-NO
            MOVE WS-ERS-TBL-DEL-DATE(WS-ERS-IX) TO WS-ERS-DATE-N
            PERFORM U0001-EDIT-DATE THRU U0001-EXIT
            MOVE WS-ERS-DATE-EDIT               TO ERD-DEL-DATE
            MOVE WS-ERS-TBL-REJ(WS-ERS-IX)      TO ERD-REJ
            MOVE WS-ERS-TBL-RJK(WS-ERS-IX)      TO ERD-RJK
            MOVE WS-ERS-TBL-JRN(WS-ERS-IX)      TO ERD-JRN
            MOVE WS-ERS-TBL-VND(WS-ERS-IX)      TO ERD-VND

            ADD WS-ERS-TBL-REJ(WS-ERS-IX) WS-ERS-TBL-RJK(WS-ERS-IX)
                WS-ERS-TBL-JRN(WS-ERS-IX) WS-ERS-TBL-VND(WS-ERS-IX)
                GIVING WS-ERS-REC-TOTAL

            IF WS-ERS-REC-TOTAL GREATER THAN ZERO
               MOVE 'ERASED' TO ERD-RESULT
               ADD 1 TO WS-ERASED-REC-CTR
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            ELSE
               MOVE 'NOTHING LEFT TO ERASE' TO ERD-RESULT
               ADD 1 TO WS-NOTHING-HELD-CTR
            END-IF

            MOVE ERS-RECORD-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 1 TO WS-ERS-IX
            .
       G0004-EXIT.
            EXIT.

       G0005-PRNT-COUNT.

            MOVE ERS-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0005-EXIT.
            EXIT.

      *    a deleted record found back on the master; the title
      *    goes out ahead of the first one
       G0007-PRNT-EXCLUDED.

            IF WS-EXCL-TITLE-NO
               SET WS-EXCL-TITLE-YES TO TRUE
               MOVE 'DELETED BEFORE THE CUTOFF BUT NOT ERASED'
                 TO ERT-TITLE
               PERFORM G0009-PRNT-TITLE THRU G0009-EXIT
            END-IF

            MOVE WS-CUR-NO       TO ERX-NO
            MOVE WS-CUR-DEL-DATE TO WS-ERS-DATE-N
            PERFORM U0001-EDIT-DATE THRU U0001-EXIT
            MOVE WS-ERS-DATE-EDIT TO ERX-DEL-DATE
            MOVE ERS-EXCLUDED-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0007-EXIT.
            EXIT.

       G0009-PRNT-TITLE.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE ERS-TITLE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0009-EXIT.
            EXIT.

       X0001-WRITE-AUDIT.

            MOVE WS-ERS-TBL-NO(WS-ERS-IX) TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE SPACES              TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID
            SET AUD-OUTCM-ERASED     TO TRUE

            WRITE AUDIT-REC

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-AUD-WRITE-CTR
            .
       X0001-EXIT.
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
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-PROC-WRIT OR WS-PROC-AUDT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN OTHER
                    SET WS-RC-READ-ERR TO TRUE
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

            IF WS-AUDIN-OPEN-YES
               CLOSE AUDIN
            END-IF

            IF WS-ARC-OPEN-YES
               CLOSE AUDARC
            END-IF

            IF WS-MST-OPEN-YES
               CLOSE MSTIN
            END-IF

            IF WS-ERS-OPEN-YES
               CLOSE ERSWK
            END-IF

            IF WS-REJ-OPEN-YES
               CLOSE REJIN REJOUT
            END-IF

            IF WS-RJK-OPEN-YES
               CLOSE REJFILE
            END-IF

            IF WS-JRN-OPEN-YES
               CLOSE JRNIN JRNOUT
            END-IF

            IF WS-VND-OPEN-YES
               CLOSE VNDIN VNDOUT
            END-IF

            IF WS-AUD-OPEN-YES
               CLOSE AUDFILE
               IF WS-AUD-STAT NOT EQUAL ZEROES
                  SET WS-AUD-OPEN-NO TO TRUE
                  SET WS-MSG-CL-AU TO TRUE
                  MOVE WS-AUD-STAT TO WS-ERR-CDE
                  SET WS-PROC-CLOS TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  ERASURE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  YEARS SINCE DELETION....: ' WS-ERS-YEARS.
            DISPLAY '  CUTOFF DATE.............: ' WS-ERS-CUTOFF.
            DISPLAY '  AUDIT ENTRIES READ......: ' WS-AUD-READ-CTR.
            DISPLAY '  ARCHIVE ENTRIES READ....: ' WS-ARC-READ-CTR.
            DISPLAY '  DELETES FOUND...........: ' WS-DELETE-CTR.
            DISPLAY '  BACK ON THE MASTER......: ' WS-ON-MASTER-CTR.
            DISPLAY '  DUE FOR ERASURE.........: ' WS-ERS-COUNT.
            DISPLAY '  REJECTS ERASED..........: ' WS-REJ-ERASED-CTR.
            DISPLAY '  KEYED REJECTS ERASED....: ' WS-RJK-ERASED-CTR.
            DISPLAY '  JOURNAL ENTRIES ERASED..: ' WS-JRN-ERASED-CTR.
            DISPLAY '  VENDOR DETAILS ERASED...: ' WS-VND-ERASED-CTR.
            DISPLAY '  AUDIT ENTRIES WRITTEN...: ' WS-AUD-WRITE-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
