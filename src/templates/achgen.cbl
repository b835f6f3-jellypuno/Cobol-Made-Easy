       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHGEN01.
      *----------------------------------------------------------*
      * DIRECT-DEPOSIT ACH PAYMENT FILE.  FOR A COMPANY THAT PAYS *
      * ITS PEOPLE DIRECTLY RATHER THAN THROUGH THE PAYROLL       *
      * VENDOR, THIS STEP TURNS THE DAY'S ACCEPTED RECORDS -- THE *
      * 'D' DETAILS ON THE RETAINED VENDOR TRANSMISSION (VNDIN,   *
      * VNDREC001) -- INTO A NACHA FILE (ACHOUT, ACHREC001) FOR   *
      * THE ORIGINATING BANK.  PARM CARRIES THE COMPANY CODE AND  *
      * THE EFFECTIVE ENTRY DATE (CCC,YYYY-MM-DD), WHICH MUST BE  *
      * A BUSINESS DAY ON THE CALENDAR FILE (CALIN).              *
      *                                                           *
      * EACH DETAIL FOR THE COMPANY IS LOOKED UP ON THE BANK      *
      * DETAILS KSDS (BNKFILE, BNKREC001) BY RECORD NUMBER:       *
      *   - A LIVE ACCOUNT IS PAID: ONE CREDIT ENTRY;             *
      *   - A NEW OR CHANGED ACCOUNT (PRENOTE DUE) GETS A ZERO-   *
      *     DOLLAR PRENOTE ENTRY INSTEAD AND THE PAYMENT IS HELD; *
      *   - A PRENOTED ACCOUNT GOES LIVE AND IS PAID ONCE THE     *
      *     PRENOTE WENT OUT AT LEAST WS-PRENOTE-DAYS BUSINESS    *
      *     DAYS BEFORE THIS FILE'S EFFECTIVE DATE; UNTIL THEN    *
      *     THE PAYMENT IS HELD.                                  *
      * A HELD PAYMENT IS LISTED ON THE REPORT FOR PAYMENT BY     *
      * OTHER MEANS.  A DETAIL WITH NO BANK DETAILS, A REVERSING  *
      * DETAIL, OR AN AMOUNT OVER THE ENTRY LIMIT IS LISTED AS AN *
      * EXCEPTION, NEVER DROPPED, AND ENDS THE STEP WITH THE ACH  *
      * EXCEPTION CODE (03).  THE DETAIL COUNT IS PROVED AGAINST  *
      * THE TRANSMISSION TRAILER BEFORE THE FILE IS RELEASED.     *
      *                                                           *
      * THE RUN REWRITES THE BANK DETAILS KSDS THE BNKMNT01       *
      * SCREEN UPDATES, SO IT HOLDS THE SHARED BUSY FLAG FOR ITS  *
      * DURATION, SAME AS RJRECY01.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CMPFILE ASSIGN TO CMPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMP-STAT.

            SELECT CALIN ASSIGN TO CALIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STAT.

            SELECT VNDIN ASSIGN TO VNDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VND-STAT.

            SELECT BNKFILE ASSIGN TO BNKFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BNK-NO
                FILE STATUS IS WS-BNK-STAT.

            SELECT BSYFILE ASSIGN TO BSYFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BSY-KEY
                FILE STATUS IS WS-BSY-STAT.

            SELECT ACHOUT ASSIGN TO ACHOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACH-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CMPFILE.
       COPY CMPREC001.

       FD CALIN.
       COPY CALREC001.

       FD VNDIN.
       01 VENDOR-IN-REC         PIC X(80).

       FD BNKFILE.
       COPY BNKREC001.

       FD BSYFILE.
       COPY BSYREC001.

       FD ACHOUT.
       01 ACH-PAYMENT-REC       PIC X(94).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'ACHGEN01'.

       COPY CONSTANT.
       COPY VNDREC001.
       COPY ACHREC001.

       01 ACR-REPORT-LAYOUT.
            02 ACR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(31)
                   VALUE 'DIRECT-DEPOSIT ACH PAYMENT FILE'.
                05 FILLER       PIC X(11) VALUE '  COMPANY: '.
                05 ACH-COMPANY  PIC X(03).
                05 FILLER       PIC X(13) VALUE '  EFFECTIVE: '.
                05 ACH-EFF-DATE PIC X(10).
                05 FILLER       PIC X(63) VALUE SPACES.
            02 ACR-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 FILLER       PIC X(11) VALUE 'RECORD-NO  '.
                05 FILLER       PIC X(14) VALUE 'NAME'.
                05 FILLER       PIC X(15) VALUE '         AMOUNT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(40) VALUE 'REASON NOT PAID'.
                05 FILLER       PIC X(45) VALUE SPACES.
            02 ACR-ITEM-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACI-FLAG     PIC X(04).
                05 ACI-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACI-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACI-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACI-REASON   PIC X(40).
                05 FILLER       PIC X(45) VALUE SPACES.
            02 ACR-TOTAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACT-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACT-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACT-AMOUNT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(65) VALUE SPACES.
            02 ACR-PROOF-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACP-CHECK    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACP-LEFT     PIC ZZZ,ZZ9.
                05 FILLER       PIC X(04) VALUE ' VS '.
                05 ACP-RIGHT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACP-VERDICT  PIC X(14).
                05 FILLER       PIC X(59) VALUE SPACES.
            02 ACR-HASH-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACH-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ACH-VALUE    PIC 9(10).
                05 FILLER       PIC X(83) VALUE SPACES.

      *    the origination agreement with the bank -- a change here
      *    is a change to that agreement, not to the mechanics
       77 WS-ACH-IMMED-DEST     PIC X(10) VALUE ' 091000019'.
       77 WS-ACH-DEST-NAME      PIC X(23)
                                VALUE 'FIRST NATIONAL BANK'.
       77 WS-ACH-IMMED-ORIGIN   PIC X(10) VALUE '1900000001'.
       77 WS-ACH-ORIGIN-NAME    PIC X(23)
                                VALUE 'PAYROLL DATA CENTRE'.
       77 WS-ACH-COMPANY-ID     PIC X(10) VALUE '1900000001'.
       77 WS-ACH-ODFI-ID        PIC 9(08) VALUE 09100001.
       77 WS-ACH-ENTRY-DESC     PIC X(10) VALUE 'PAYROLL'.
       77 WS-ACH-ENTRY-LIMIT    PIC 9(08)V99 VALUE 99999999.99.

      *    parm and dates
       77 WS-ACH-COMPANY        PIC X(03) VALUE SPACES.
       01 WS-EFF-DATE           PIC 9(08) VALUE ZERO.
       01 WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
            02 WS-EFF-CC         PIC 9(02).
            02 WS-EFF-YYMMDD     PIC 9(06).
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
            02 WS-TODAY-CC       PIC 9(02).
            02 WS-TODAY-YYMMDD   PIC 9(06).
       01 WS-NOW                PIC 9(08) VALUE ZERO.
       01 WS-NOW-R REDEFINES WS-NOW.
            02 WS-NOW-HHMM       PIC 9(04).
            02 FILLER            PIC 9(04).

      *    prenote period.  the calendar read keeps the last
      *    WS-PRENOTE-DAYS business days before the effective date,
      *    oldest first; a prenote that went out on or before the
      *    oldest of them has had its full period.
       77 WS-PRENOTE-DAYS       PIC 9(01) VALUE 3.
       01 WS-PRENOTE-FIELDS.
            02 WS-PRENOTE-CUTOFF PIC 9(08) VALUE ZERO.
            02 WS-BUS-DAY        PIC 9(08) OCCURS 3 TIMES.
            02 WS-BUS-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-EFF-DAY-SW     PIC X(01) VALUE 'U'.
                88 WS-EFF-DAY-UNKNOWN  VALUE 'U'.
                88 WS-EFF-DAY-BUSINESS VALUE 'B'.
                88 WS-EFF-DAY-CLOSED   VALUE 'C'.

      *    entry being built
       77 WS-TRAN-CODE          PIC 9(02) VALUE ZERO.
       77 WS-ENTRY-AMOUNT       PIC 9(08)V99 VALUE ZERO.

       77 WS-BSY-SET-SW         PIC X(01) VALUE 'N'.
           88 WS-BSY-SET-NO        VALUE 'N'.
           88 WS-BSY-SET-YES       VALUE 'Y'.
       77 WS-BNK-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-BNK-OPEN-NO       VALUE 'N'.
           88 WS-BNK-OPEN-YES      VALUE 'Y'.
       77 WS-BATCH-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-BATCH-OPEN-NO     VALUE 'N'.
           88 WS-BATCH-OPEN-YES    VALUE 'Y'.
       77 WS-TRAILER-SW         PIC X(01) VALUE 'N'.
           88 WS-TRAILER-NO        VALUE 'N'.
           88 WS-TRAILER-YES       VALUE 'Y'.

       77 WS-DETAIL-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-TRAILER-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-OTHER-CMP-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ZERO-AMT-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-PAID-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-PAID-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-PRENOTE-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-PAY-HELD-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-PAY-HELD-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-NO-BANK-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NO-BANK-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-EXCEPTION-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EXCEPTION-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-WENT-LIVE-CTR      PIC 9(07) COMP-3 VALUE ZERO.
      *    file and batch control figures
       77 WS-ENTRY-CTR          PIC 9(08) COMP-3 VALUE ZERO.
       77 WS-ENTRY-HASH-SUM     PIC 9(15) COMP-3 VALUE ZERO.
       77 WS-ENTRY-HASH         PIC 9(10) VALUE ZERO.
       77 WS-CREDIT-TOTAL       PIC 9(10)V99 COMP-3 VALUE ZERO.
       77 WS-BATCH-CTR          PIC 9(06) COMP-3 VALUE ZERO.
       77 WS-TRACE-SEQ          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ACH-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-BLOCK-CTR          PIC 9(06) COMP-3 VALUE ZERO.
       77 WS-PAD-CTR            PIC 9(02) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-ACH.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-COMPANY   PIC X(03).
            02 WS-PARM-SEP       PIC X(01).
            02 WS-PARM-EFF-DATE  PIC X(10).
      *
       PROCEDURE DIVISION USING WS-PARM-ACH.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            MOVE 'Y' TO WS-BSY-SETTING
            PERFORM K0006-PUT-BUSY-FLAG THRU K0006-EXIT
            SET WS-BSY-SET-YES TO TRUE
            PERFORM C0040-LOAD-CMP-TABLE THRU C0040-EXIT
                UNTIL WS-CMP-STAT NOT EQUAL ZEROES
            CLOSE CMPFILE
            PERFORM C0002-CHECK-COMPANY THRU C0002-EXIT
            PERFORM C0003-READ-CALENDAR THRU C0003-EXIT
                UNTIL WS-CAL-STAT NOT EQUAL ZEROES
            CLOSE CALIN
            PERFORM C0004-SET-CUTOFF THRU C0004-EXIT
            PERFORM G0000-PRNT-HEADER THRU G0000-EXIT
            PERFORM H0001-WRITE-FILE-HEADER THRU H0001-EXIT
            PERFORM D0001-READ-VENDOR THRU D0001-EXIT
            PERFORM E0001-PROC-VENDOR THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM H0003-CLOSE-BATCH THRU H0003-EXIT
            PERFORM H0004-WRITE-FILE-CONTROL THRU H0004-EXIT
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       C0001-INIT-PARM.

            SET WS-EOF-NO TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-TODAY        FROM DATE YYYYMMDD
            ACCEPT WS-NOW          FROM TIME

            IF WS-PARM-LEN NOT EQUAL 14
               OR WS-PARM-COMPANY EQUAL SPACES
               OR WS-PARM-SEP NOT EQUAL ','
               OR WS-PARM-EFF-DATE(1:4) NOT NUMERIC
               OR WS-PARM-EFF-DATE(5:1) NOT EQUAL '-'
               OR WS-PARM-EFF-DATE(6:2) NOT NUMERIC
               OR WS-PARM-EFF-DATE(8:1) NOT EQUAL '-'
               OR WS-PARM-EFF-DATE(9:2) NOT NUMERIC
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-PARM-COMPANY        TO WS-ACH-COMPANY
            MOVE WS-PARM-EFF-DATE(1:4)  TO WS-EFF-DATE(1:4)
            MOVE WS-PARM-EFF-DATE(6:2)  TO WS-EFF-DATE(5:2)
            MOVE WS-PARM-EFF-DATE(9:2)  TO WS-EFF-DATE(7:2)
            MOVE ZERO TO WS-BUS-DAY(1) WS-BUS-DAY(2) WS-BUS-DAY(3)
            .
       C0001-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT CMPFILE.

            IF WS-CMP-STAT NOT EQUAL ZEROES
               SET WS-MSG-CMPFILE TO TRUE
               MOVE WS-CMP-STAT TO WS-ERR-CDE
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

            OPEN INPUT VNDIN.

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O BNKFILE.

            IF WS-BNK-STAT NOT EQUAL ZEROES
               SET WS-MSG-BNKFILE TO TRUE
               MOVE WS-BNK-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-BNK-OPEN-YES TO TRUE.

            OPEN OUTPUT ACHOUT.

            IF WS-ACH-STAT NOT EQUAL ZEROES
               SET WS-MSG-ACHFILE TO TRUE
               MOVE WS-ACH-STAT TO WS-ERR-CDE
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

      *----------------------------------------------------------*
      * THE PAYING COMPANY MUST BE ON THE COMPANY CONTROL FILE:   *
      * ITS NAME GOES ON THE BATCH HEADER.                        *
      *----------------------------------------------------------*
       C0002-CHECK-COMPANY.

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE SPACES         TO WS-CUR-CMP-NAME
            MOVE 1              TO WS-CMP-IX
            PERFORM V0002-SCAN-COMPANY THRU V0002-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-IX GREATER THAN WS-CMP-COUNT

            IF WS-CMP-FOUND-NO
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE CALENDAR: CLASSIFY THE EFFECTIVE DATE AND *
      * KEEP THE LAST WS-PRENOTE-DAYS BUSINESS DAYS BEFORE IT.    *
      *----------------------------------------------------------*
       C0003-READ-CALENDAR.

            READ CALIN
              AT END GO TO C0003-EXIT
            END-READ

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF CAL-DATE EQUAL WS-EFF-DATE
               IF CAL-BUSINESS-DAY
                  SET WS-EFF-DAY-BUSINESS TO TRUE
               ELSE
                  SET WS-EFF-DAY-CLOSED TO TRUE
               END-IF
               GO TO C0003-EXIT
            END-IF

            IF CAL-DATE LESS THAN WS-EFF-DATE AND CAL-BUSINESS-DAY
               MOVE WS-BUS-DAY(2) TO WS-BUS-DAY(1)
               MOVE WS-BUS-DAY(3) TO WS-BUS-DAY(2)
               MOVE CAL-DATE      TO WS-BUS-DAY(3)
            END-IF
            .
       C0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A BANK SETTLES ONLY ON A BUSINESS DAY; A DATE OFF THE     *
      * CALENDAR OR A CLOSED DAY IS REFUSED.  A CALENDAR THAT     *
      * DOES NOT REACH FAR ENOUGH BACK LEAVES THE CUTOFF AT ZERO: *
      * NO PRENOTED ACCOUNT GOES LIVE IN THIS FILE.               *
      *----------------------------------------------------------*
       C0004-SET-CUTOFF.

            IF NOT WS-EFF-DAY-BUSINESS
               SET WS-MSG-NOT-BUS-DAY TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-BUS-DAY(1) TO WS-PRENOTE-CUTOFF

            IF WS-PRENOTE-CUTOFF EQUAL ZERO
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8003 TO WS-OPR-NO
               MOVE 'I' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' CALENDAR TOO SHORT - NO PRENOTE RELEASED'
            END-IF
            .
       C0004-EXIT.
            EXIT.

       D0001-READ-VENDOR.

            READ VNDIN
              AT END
                 SET WS-EOF-YES TO TRUE
                 GO TO D0001-EXIT
            END-READ

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-VENDOR.

            EVALUATE VENDOR-IN-REC(1:1)
               WHEN 'D'
                    MOVE VENDOR-IN-REC TO VENDOR-DETAIL-LAYOUT
                    ADD 1 TO WS-DETAIL-CTR
                    PERFORM E0002-PROC-DETAIL THRU E0002-EXIT
               WHEN 'T'
                    MOVE VENDOR-IN-REC TO VENDOR-TRAILER-LAYOUT
                    MOVE VNT-REC-COUNT TO WS-TRAILER-COUNT
                    SET WS-TRAILER-YES TO TRUE
               WHEN OTHER
                    CONTINUE
            END-EVALUATE

            PERFORM D0001-READ-VENDOR THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       E0002-PROC-DETAIL.

            IF VND-COMPANY NOT EQUAL WS-ACH-COMPANY
               ADD 1 TO WS-OTHER-CMP-CTR
               GO TO E0002-EXIT
            END-IF

            IF VND-SALARY EQUAL ZERO
               ADD 1 TO WS-ZERO-AMT-CTR
               GO TO E0002-EXIT
            END-IF

            IF VND-REVERSAL-IND EQUAL 'R'
               MOVE 'REVERSING DETAIL - NOT PAID BY ACH'
                 TO ACI-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
               GO TO E0002-EXIT
            END-IF

            IF VND-SALARY GREATER THAN WS-ACH-ENTRY-LIMIT
               MOVE 'AMOUNT OVER THE ACH ENTRY LIMIT'
                 TO ACI-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
               GO TO E0002-EXIT
            END-IF

            MOVE VND-NO TO BNK-NO

            READ BNKFILE
                INVALID KEY
                    ADD 1          TO WS-NO-BANK-CTR
                    ADD VND-SALARY TO WS-NO-BANK-TOTAL
                    MOVE 'NO BANK DETAILS ON FILE' TO ACI-REASON
                    MOVE '*** '    TO ACI-FLAG
                    PERFORM G0005-PRNT-ITEM THRU G0005-EXIT
                    GO TO E0002-EXIT
            END-READ

            IF WS-BNK-STAT NOT EQUAL ZEROES
               SET WS-MSG-BNKFILE TO TRUE
               MOVE WS-BNK-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT BNK-ACCT-CHECKING AND NOT BNK-ACCT-SAVINGS
               MOVE 'BANK ACCOUNT TYPE NOT VALID' TO ACI-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
               GO TO E0002-EXIT
            END-IF

            EVALUATE TRUE
               WHEN BNK-STA-LIVE
                    PERFORM E0010-PAY-ENTRY THRU E0010-EXIT
               WHEN BNK-STA-PRENOTE-DUE
                    PERFORM E0011-PRENOTE-ENTRY THRU E0011-EXIT
               WHEN BNK-STA-PRENOTE-SENT
                    IF WS-PRENOTE-CUTOFF GREATER THAN ZERO
                       AND BNK-PRENOTE-DATE NOT GREATER THAN
                           WS-PRENOTE-CUTOFF
                       SET BNK-STA-LIVE TO TRUE
                       MOVE WS-EFF-DATE TO BNK-LIVE-DATE
                       PERFORM E0013-REWRITE-BANK THRU E0013-EXIT
                       ADD 1 TO WS-WENT-LIVE-CTR
                       PERFORM E0010-PAY-ENTRY THRU E0010-EXIT
                    ELSE
                       MOVE 'PRENOTE PERIOD NOT PASSED - HELD'
                         TO ACI-REASON
                       PERFORM G0003-PRNT-HELD THRU G0003-EXIT
                    END-IF
               WHEN OTHER
                    MOVE 'BANK DETAILS STATUS NOT VALID'
                      TO ACI-REASON
                    PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
            END-EVALUATE
            .
       E0002-EXIT.
            EXIT.

       E0010-PAY-ENTRY.

            IF BNK-ACCT-CHECKING
               MOVE 22 TO WS-TRAN-CODE
            ELSE
               MOVE 32 TO WS-TRAN-CODE
            END-IF
            MOVE VND-SALARY TO WS-ENTRY-AMOUNT
            PERFORM E0012-WRITE-ENTRY THRU E0012-EXIT

            ADD 1          TO WS-PAID-CTR
            ADD VND-SALARY TO WS-PAID-TOTAL
            .
       E0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NEW OR CHANGED ACCOUNT: A ZERO-DOLLAR PRENOTE GOES IN THE *
      * FILE, THE ACCOUNT IS MARKED PRENOTED AS OF THIS FILE'S    *
      * EFFECTIVE DATE, AND THE PAYMENT ITSELF IS HELD.           *
      *----------------------------------------------------------*
       E0011-PRENOTE-ENTRY.

            IF BNK-ACCT-CHECKING
               MOVE 23 TO WS-TRAN-CODE
            ELSE
               MOVE 33 TO WS-TRAN-CODE
            END-IF
            MOVE ZERO TO WS-ENTRY-AMOUNT
            PERFORM E0012-WRITE-ENTRY THRU E0012-EXIT
            ADD 1 TO WS-PRENOTE-CTR

            SET BNK-STA-PRENOTE-SENT TO TRUE
            MOVE WS-EFF-DATE TO BNK-PRENOTE-DATE
            PERFORM E0013-REWRITE-BANK THRU E0013-EXIT

            MOVE 'PRENOTE SENT - PAYMENT HELD' TO ACI-REASON
            PERFORM G0003-PRNT-HELD THRU G0003-EXIT
            .
       E0011-EXIT.
            EXIT.

       E0012-WRITE-ENTRY.

            IF WS-BATCH-OPEN-NO
               PERFORM H0002-OPEN-BATCH THRU H0002-EXIT
            END-IF

            ADD 1 TO WS-TRACE-SEQ

            MOVE SPACES           TO ACH-ENTRY-DETAIL-LAYOUT
            MOVE '6'              TO AED-RECORD-TYPE
            MOVE WS-TRAN-CODE     TO AED-TRAN-CODE
            MOVE BNK-RDFI-ID      TO AED-RDFI-ID
            MOVE BNK-CHECK-DIGIT  TO AED-CHECK-DIGIT
            MOVE BNK-ACCOUNT      TO AED-DFI-ACCOUNT
            MOVE WS-ENTRY-AMOUNT  TO AED-AMOUNT
            MOVE VND-NO           TO AED-INDIVIDUAL-ID
            MOVE VND-NAME         TO AED-INDIVIDUAL-NAME
            MOVE ZERO             TO AED-ADDENDA-IND
            MOVE WS-ACH-ODFI-ID   TO AED-TRACE-ODFI
            MOVE WS-TRACE-SEQ     TO AED-TRACE-SEQ

            MOVE ACH-ENTRY-DETAIL-LAYOUT TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT

            ADD 1               TO WS-ENTRY-CTR
            ADD BNK-RDFI-ID     TO WS-ENTRY-HASH-SUM
            ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
            .
       E0012-EXIT.
            EXIT.

       E0013-REWRITE-BANK.

            REWRITE BANK-DETAIL-REC
                INVALID KEY
                    SET WS-MSG-BNKFILE TO TRUE
                    MOVE WS-BNK-STAT TO WS-ERR-CDE
                    SET WS-PROC-WRIT TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-REWRITE

            IF WS-BNK-STAT NOT EQUAL ZEROES
               SET WS-MSG-BNKFILE TO TRUE
               MOVE WS-BNK-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       E0013-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NACHA FILE FRAMING.  THE BATCH HEADER GOES OUT WITH THE   *
      * FIRST ENTRY, SO A DAY WITH NOTHING TO PAY SENDS A FILE    *
      * WITH NO BATCH RATHER THAN AN EMPTY ONE.                   *
      *----------------------------------------------------------*
       H0001-WRITE-FILE-HEADER.

            MOVE SPACES              TO ACH-FILE-HEADER-LAYOUT
            MOVE '1'                 TO AFH-RECORD-TYPE
            MOVE 1                   TO AFH-PRIORITY
            MOVE WS-ACH-IMMED-DEST   TO AFH-IMMED-DEST
            MOVE WS-ACH-IMMED-ORIGIN TO AFH-IMMED-ORIGIN
            MOVE WS-TODAY-YYMMDD     TO AFH-CREATE-DATE
            MOVE WS-NOW-HHMM         TO AFH-CREATE-TIME
            MOVE 'A'                 TO AFH-FILE-ID-MOD
            MOVE 94                  TO AFH-RECORD-SIZE
            MOVE 10                  TO AFH-BLOCKING
            MOVE '1'                 TO AFH-FORMAT-CODE
            MOVE WS-ACH-DEST-NAME    TO AFH-DEST-NAME
            MOVE WS-ACH-ORIGIN-NAME  TO AFH-ORIGIN-NAME

            MOVE ACH-FILE-HEADER-LAYOUT TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT
            .
       H0001-EXIT.
            EXIT.

       H0002-OPEN-BATCH.

            ADD 1 TO WS-BATCH-CTR

            MOVE SPACES              TO ACH-BATCH-HEADER-LAYOUT
            MOVE '5'                 TO ABH-RECORD-TYPE
            MOVE 220                 TO ABH-SERVICE-CLASS
            MOVE WS-CUR-CMP-NAME     TO ABH-COMPANY-NAME
            MOVE WS-ACH-COMPANY-ID   TO ABH-COMPANY-ID
            MOVE 'PPD'               TO ABH-SEC-CODE
            MOVE WS-ACH-ENTRY-DESC   TO ABH-ENTRY-DESC
            MOVE WS-EFF-YYMMDD       TO ABH-DESCRIPTIVE-DATE
            MOVE WS-EFF-YYMMDD       TO ABH-EFFECTIVE-DATE
            MOVE '1'                 TO ABH-ORIGINATOR-STATUS
            MOVE WS-ACH-ODFI-ID      TO ABH-ODFI-ID
            MOVE WS-BATCH-CTR        TO ABH-BATCH-NO

            MOVE ACH-BATCH-HEADER-LAYOUT TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT

            SET WS-BATCH-OPEN-YES TO TRUE
            .
       H0002-EXIT.
            EXIT.

       H0003-CLOSE-BATCH.

            MOVE WS-ENTRY-HASH-SUM TO WS-ENTRY-HASH

            IF WS-BATCH-OPEN-NO
               GO TO H0003-EXIT
            END-IF

            MOVE SPACES              TO ACH-BATCH-CONTROL-LAYOUT
            MOVE '8'                 TO ABC-RECORD-TYPE
            MOVE 220                 TO ABC-SERVICE-CLASS
            MOVE WS-ENTRY-CTR        TO ABC-ENTRY-COUNT
            MOVE WS-ENTRY-HASH       TO ABC-ENTRY-HASH
            MOVE ZERO                TO ABC-DEBIT-TOTAL
            MOVE WS-CREDIT-TOTAL     TO ABC-CREDIT-TOTAL
            MOVE WS-ACH-COMPANY-ID   TO ABC-COMPANY-ID
            MOVE WS-ACH-ODFI-ID      TO ABC-ODFI-ID
            MOVE WS-BATCH-CTR        TO ABC-BATCH-NO

            MOVE ACH-BATCH-CONTROL-LAYOUT TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT

            SET WS-BATCH-OPEN-NO TO TRUE
            .
       H0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE FILE CONTROL COUNTS ITSELF IN THE BLOCK COUNT; THE    *
      * LAST BLOCK IS FILLED OUT WITH ALL-NINES RECORDS.          *
      *----------------------------------------------------------*
       H0004-WRITE-FILE-CONTROL.

            ADD 1 WS-ACH-REC-CTR 9 GIVING WS-BLOCK-CTR
            DIVIDE 10 INTO WS-BLOCK-CTR
            MULTIPLY WS-BLOCK-CTR BY 10 GIVING WS-PAD-CTR
            SUBTRACT 1 WS-ACH-REC-CTR FROM WS-PAD-CTR

            MOVE SPACES              TO ACH-FILE-CONTROL-LAYOUT
            MOVE '9'                 TO AFC-RECORD-TYPE
            MOVE WS-BATCH-CTR        TO AFC-BATCH-COUNT
            MOVE WS-BLOCK-CTR        TO AFC-BLOCK-COUNT
            MOVE WS-ENTRY-CTR        TO AFC-ENTRY-COUNT
            MOVE WS-ENTRY-HASH       TO AFC-ENTRY-HASH
            MOVE ZERO                TO AFC-DEBIT-TOTAL
            MOVE WS-CREDIT-TOTAL     TO AFC-CREDIT-TOTAL

            MOVE ACH-FILE-CONTROL-LAYOUT TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT

            PERFORM H0005-WRITE-FILLER THRU H0005-EXIT
                UNTIL WS-PAD-CTR EQUAL ZERO
            .
       H0004-EXIT.
            EXIT.

       H0005-WRITE-FILLER.

            MOVE ALL '9' TO ACH-PAYMENT-REC
            PERFORM F0002-WRITE-ACH THRU F0002-EXIT
            SUBTRACT 1 FROM WS-PAD-CTR
            .
       H0005-EXIT.
            EXIT.

       G0000-PRNT-HEADER.

            MOVE WS-ACH-COMPANY    TO ACH-COMPANY
            MOVE WS-PARM-EFF-DATE  TO ACH-EFF-DATE
            MOVE ACR-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ACR-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0000-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE COUNT OF DETAILS READ MUST EQUAL THE TRANSMISSION     *
      * TRAILER -- A SHORT VNDIN WOULD OTHERWISE LEAVE PEOPLE     *
      * UNPAID WITHOUT A TRACE.  A MISMATCH STOPS THE STEP.       *
      *----------------------------------------------------------*
       G0001-PRNT-TOTALS.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'PAID BY ACH' TO ACT-LABEL
            MOVE WS-PAID-CTR   TO ACT-COUNT
            MOVE WS-PAID-TOTAL TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'HELD FOR PRENOTE PERIOD' TO ACT-LABEL
            MOVE WS-PAY-HELD-CTR               TO ACT-COUNT
            MOVE WS-PAY-HELD-TOTAL             TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'NO BANK DETAILS' TO ACT-LABEL
            MOVE WS-NO-BANK-CTR    TO ACT-COUNT
            MOVE WS-NO-BANK-TOTAL  TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'OTHER EXCEPTIONS' TO ACT-LABEL
            MOVE WS-EXCEPTION-CTR   TO ACT-COUNT
            MOVE WS-EXCEPTION-TOTAL TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'PRENOTES SENT'    TO ACT-LABEL
            MOVE WS-PRENOTE-CTR     TO ACT-COUNT
            MOVE ZERO               TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'ACCOUNTS GONE LIVE' TO ACT-LABEL
            MOVE WS-WENT-LIVE-CTR     TO ACT-COUNT
            MOVE ZERO                 TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'ENTRIES IN FILE'  TO ACT-LABEL
            MOVE WS-ENTRY-CTR       TO ACT-COUNT
            MOVE WS-CREDIT-TOTAL    TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'ZERO AMOUNT - NOTHING TO PAY' TO ACT-LABEL
            MOVE WS-ZERO-AMT-CTR                TO ACT-COUNT
            MOVE ZERO                           TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT
            MOVE 'OTHER COMPANIES - NOT IN FILE' TO ACT-LABEL
            MOVE WS-OTHER-CMP-CTR                TO ACT-COUNT
            MOVE ZERO                            TO ACT-AMOUNT
            PERFORM G0004-PRNT-TOTAL THRU G0004-EXIT

            MOVE 'ENTRY HASH' TO ACH-LABEL
            MOVE WS-ENTRY-HASH TO ACH-VALUE
            MOVE ACR-HASH-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE 'BLOCKS' TO ACH-LABEL
            MOVE WS-BLOCK-CTR TO ACH-VALUE
            MOVE ACR-HASH-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'DETAILS READ VS TRANSMISSION TRAILER' TO ACP-CHECK
            MOVE WS-DETAIL-CTR    TO ACP-LEFT
            MOVE WS-TRAILER-COUNT TO ACP-RIGHT
            IF WS-TRAILER-YES AND WS-DETAIL-CTR EQUAL WS-TRAILER-COUNT
               MOVE 'AGREES'         TO ACP-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO ACP-VERDICT
            END-IF
            MOVE ACR-PROOF-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF ACP-VERDICT NOT EQUAL 'AGREES'
               SET WS-MSG-CNT-MIS TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-NO-BANK-CTR GREATER THAN ZERO
               OR WS-EXCEPTION-CTR GREATER THAN ZERO
               SET WS-RC-ACH-EXCP TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 3 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' PAYMENTS LEFT OUT OF ACH FILE - SEE REPORT'
            END-IF
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-EXCEPTION.

            ADD 1          TO WS-EXCEPTION-CTR
            ADD VND-SALARY TO WS-EXCEPTION-TOTAL

            MOVE '*** '     TO ACI-FLAG
            PERFORM G0005-PRNT-ITEM THRU G0005-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0003-PRNT-HELD.

            ADD 1          TO WS-PAY-HELD-CTR
            ADD VND-SALARY TO WS-PAY-HELD-TOTAL

            MOVE SPACES     TO ACI-FLAG
            PERFORM G0005-PRNT-ITEM THRU G0005-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-TOTAL.

            MOVE ACR-TOTAL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0004-EXIT.
            EXIT.

       G0005-PRNT-ITEM.

            MOVE VND-NO     TO ACI-NO
            MOVE VND-NAME   TO ACI-NAME
            MOVE VND-SALARY TO ACI-AMOUNT
            MOVE ACR-ITEM-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0005-EXIT.
            EXIT.

       V0002-SCAN-COMPANY.

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL WS-ACH-COMPANY
               SET WS-CMP-FOUND-YES TO TRUE
               MOVE WS-CMP-TBL-NAME(WS-CMP-IX) TO WS-CUR-CMP-NAME
            ELSE
               ADD 1 TO WS-CMP-IX
            END-IF
            .
       V0002-EXIT.
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

       F0002-WRITE-ACH.

            WRITE ACH-PAYMENT-REC

            IF WS-ACH-STAT NOT EQUAL ZEROES
               SET WS-MSG-ACHFILE TO TRUE
               MOVE WS-ACH-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-ACH-REC-CTR
            .
       F0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * BATCH-WINDOW QUIESCE FLAG -- SAME AS RJRECY01'S K0006.    *
      *----------------------------------------------------------*
       K0006-PUT-BUSY-FLAG.

            OPEN I-O BSYFILE

            IF WS-BSY-STAT EQUAL '35'
               OPEN OUTPUT BSYFILE
               IF WS-BSY-STAT NOT EQUAL ZEROES
                  SET WS-MSG-BUSYFLAG TO TRUE
                  MOVE WS-BSY-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
               WRITE BUSY-FLAG-REC
               CLOSE BSYFILE
               GO TO K0006-EXIT
            END-IF

            IF WS-BSY-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUSYFLAG TO TRUE
               MOVE WS-BSY-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE '1' TO BSY-KEY
            READ BSYFILE
                INVALID KEY
                    PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
                    WRITE BUSY-FLAG-REC
                NOT INVALID KEY
                    PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
                    REWRITE BUSY-FLAG-REC
            END-READ

            IF WS-BSY-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUSYFLAG TO TRUE
               MOVE WS-BSY-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE BSYFILE
            .
       K0006-EXIT.
            EXIT.

       K0007-BUILD-BUSY-REC.

            MOVE '1'             TO BSY-KEY
            MOVE WS-BSY-SETTING  TO BSY-FLAG
            MOVE WS-PROGRAM-NAME TO BSY-PROGRAM
            ACCEPT BSY-SET-DATE FROM DATE YYYYMMDD
            ACCEPT BSY-SET-TIME FROM TIME
            .
       K0007-EXIT.
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
               WHEN WS-MSG-CNT-MIS
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-NOT-BUS-DAY
                    SET WS-RC-NOT-BUS-DAY TO TRUE
               WHEN WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-PROC-WRIT
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

      *     runs on the error path too, so the screen is not
      *     locked out by a run that died
            IF WS-BSY-SET-YES
               SET WS-BSY-SET-NO TO TRUE
               MOVE 'N' TO WS-BSY-SETTING
               PERFORM K0006-PUT-BUSY-FLAG THRU K0006-EXIT
            END-IF.

            CLOSE VNDIN.

            IF WS-BNK-OPEN-YES
               SET WS-BNK-OPEN-NO TO TRUE
               CLOSE BNKFILE
               IF WS-BNK-STAT NOT EQUAL ZEROES
                  SET WS-MSG-BNKFILE TO TRUE
                  MOVE WS-BNK-STAT TO WS-ERR-CDE
                  SET WS-PROC-CLOS TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            CLOSE ACHOUT.

            IF WS-ACH-STAT NOT EQUAL ZEROES
               SET WS-MSG-ACHFILE TO TRUE
               MOVE WS-ACH-STAT TO WS-ERR-CDE
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
            DISPLAY '  ACH PAYMENT FILE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  COMPANY.................: ' WS-ACH-COMPANY.
            DISPLAY '  EFFECTIVE DATE..........: ' WS-EFF-DATE.
            DISPLAY '  PRENOTE CUTOFF..........: ' WS-PRENOTE-CUTOFF.
            DISPLAY '  VENDOR DETAILS READ.....: ' WS-DETAIL-CTR.
            DISPLAY '  PAID BY ACH.............: ' WS-PAID-CTR.
            DISPLAY '  PRENOTES SENT...........: ' WS-PRENOTE-CTR.
            DISPLAY '  HELD....................: ' WS-PAY-HELD-CTR.
            DISPLAY '  NO BANK DETAILS.........: ' WS-NO-BANK-CTR.
            DISPLAY '  OTHER EXCEPTIONS........: ' WS-EXCEPTION-CTR.
            DISPLAY '  ACH RECORDS WRITTEN.....: ' WS-ACH-REC-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
