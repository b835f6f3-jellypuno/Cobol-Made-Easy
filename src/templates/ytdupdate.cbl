      * PER-DEPARTMENT BUCKETS REBUILT AND WRITTEN BEHIND THE     *
      * DETAILS.  BALNCE01 PROVES THE DAY'S ACCEPTED TOTAL        *
      * AGAINST THE MOVEMENT BETWEEN THE TWO GENERATIONS.         *
      * A RECORD WITH A LABOR-DISTRIBUTION SET IN FORCE (LDSFILE, *
      * LDSREC001) HAS ITS AMOUNT SPLIT ACROSS THE SET'S COST     *
      * CENTERS IN THE DEPARTMENT BUCKETS THE WAY THE DAILY RUN   *
      * SPLITS ITS SUBTOTALS -- THE TRANSACTION COUNT STAYS WITH  *
      * THE HOME DEPARTMENT.  NO LDSFILE MEANS NO SPLITS.         *
      * THE DAY'S ACCEPTED ONE-OFF PAYMENTS (OTAFILE, OTPREC001,  *
      * IN RECORD NUMBER ORDER) ARE MERGED IN AS A THIRD STREAM:  *
      * EACH ADDS TO ITS RECORD'S 'R' AMOUNT AND COUNT, BUT GOES  *
      * TO A 'P' BUCKET FOR THE DEPARTMENT IT WAS BOOKED TO, NOT  *
      * TO THE REGULAR 'D' BUCKETS, AND IS NEVER SPLIT.  NO       *
      * OTAFILE MEANS NO PAYMENTS.                                *
      * THE DAY'S FIGURES BALNCE01 PROVES AGAINST ARE KEPT IN THE *
      * FUNCTIONAL CURRENCY, SO WITH AN EXCHANGE-RATE FILE        *
      * (FXRFILE) PRESENT EVERY SALARY AND PAYMENT IS CONVERTED   *
      * FROM ITS COMPANY'S PAY CURRENCY (CMPFILE) BEFORE IT IS    *
      * POSTED -- THE SAME RATE, DATE AND ROUNDING THE DAILY RUN  *
      * USED.  THE OPTIONAL CONTROL CARDS (CARDIN) TAKE THE SAME  *
      * FUNCCCY= AND RUNDATE= CARDS AS THE DAILY RUN AND SHOULD   *
      * MATCH THEM.  NO FXRFILE MEANS AMOUNTS POST AS FED.        *
      * THE RECORDS THE DAILY RUN HELD AS NOT DUE THE DAY BEFORE  *
      * (HLDIN, THE SAME GENERATION THE DAILY RUN READ) ARE       *
      * MERGED BACK INTO THE FEED IN KEY ORDER THE WAY THAT RUN   *
      * MERGES THEM, SO ONE PAID TODAY POSTS TODAY.  NO HLDIN     *
      * MEANS NOTHING WAS HELD.                                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STAT.

            SELECT LDSFILE ASSIGN TO LDSFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LDS-STAT.

            SELECT OTAFILE ASSIGN TO OTAFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OTA-STAT.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT CMPFILE ASSIGN TO CMPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMP-STAT.

            SELECT FXRFILE ASSIGN TO FXRFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FXR-STAT.

            SELECT HLDIN ASSIGN TO HLDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HLI-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
       FD YTDOUT.
       01 YTD-OUT-REC           PIC X(34).

       FD LDSFILE.
       COPY LDSREC001.

       FD OTAFILE.
       COPY OTPREC001 REPLACING LEADING ==OTP== BY ==OTA==.

       FD CARDIN.
       01 CONTROL-CARD-REC      PIC X(80).

       FD CMPFILE.
       COPY CMPREC001.

       FD FXRFILE.
       COPY FXRREC001.

       FD HLDIN.
       COPY INREC001 REPLACING ==INPUT-REC== BY ==HELD-IN-REC==
                               LEADING ==IR== BY ==HI==.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *

       COPY CONSTANT.

      *    the feed record read ahead, parked while held records
      *    with lower keys go through ahead of it
       COPY INREC001 REPLACING ==INPUT-REC== BY ==PPC-FEED-REC==
                               LEADING ==IR== BY ==PF==.

      *    the new YTD image is assembled here before the write --
      *    YTD-REC itself is the OLD generation's input buffer
       01 WS-YTD-NEW-REC.
      *    department buckets: old 'D' records plus today's
      *    accepted amounts, kept in code order
       01 WS-YTD-DEPT-AREA.
            02 WS-YDP-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-YDP-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-YDP-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-YDP-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-YDP-FOUND-SW   PIC X(01) VALUE 'N'.
            02 WS-YDP-WORK-DEPT  PIC X(04) VALUE SPACES.
            02 WS-YDP-WORK-AMT   PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-YDP-WORK-CNT   PIC 9(07) COMP-3 VALUE ZERO.
            02 WS-YDP-ENTRY OCCURS 1000 TIMES.
                05 WS-YDP-DEPT   PIC X(04).
                05 WS-YDP-AMOUNT PIC S9(11)V99 COMP-3.
                05 WS-YDP-CNT    PIC 9(07) COMP-3.

      *    one-off payment buckets: old 'P' records plus today's
      *    accepted payments by booked department, in code order
       01 WS-YTD-ONEOFF-AREA.
            02 WS-YOP-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-YOP-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-YOP-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-YOP-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-YOP-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-YOP-FOUND-NO   VALUE 'N'.
                88 WS-YOP-FOUND-YES  VALUE 'Y'.
            02 WS-YOP-WORK-DEPT  PIC X(04) VALUE SPACES.
            02 WS-YOP-WORK-AMT   PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-YOP-WORK-CNT   PIC 9(07) COMP-3 VALUE ZERO.
            02 WS-YOP-ENTRY OCCURS 1000 TIMES.
                05 WS-YOP-DEPT   PIC X(04).
                05 WS-YOP-AMOUNT PIC S9(11)V99 COMP-3.
                05 WS-YOP-CNT    PIC 9(07) COMP-3.

      *    one end-of-file switch per input, declared here the way
      *    the other standalone programs declare their own items
       77 WS-AUD-EOF-SW         PIC X(01) VALUE 'N'.
       77 WS-YTD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-YTD-EOF-NO        VALUE 'N'.
           88 WS-YTD-EOF-YES       VALUE 'Y'.
       77 WS-OTA-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-OTA-EOF-NO        VALUE 'N'.
           88 WS-OTA-EOF-YES       VALUE 'Y'.
       77 WS-OTA-FOLD-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-APPLIED-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NEW-KEY-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-CARRY-YTD-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-APPLIED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-PAY-APPLIED-CTR    PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-PAY-APPLIED-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-CRD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-CRD-EOF-NO        VALUE 'N'.
           88 WS-CRD-EOF-YES       VALUE 'Y'.
      *    conversion is on when the exchange-rate file is there;
      *    U0410-CONVERT-AMOUNT takes the local amount and company
      *    and leaves the functional amount in WS-CUR-FUNC-AMT --
      *    the feed record in hand keeps its own in WS-FEED-FUNC-AMT
      *    since the payments folded ahead of it convert as well
       77 WS-FX-ON-SW           PIC X(01) VALUE 'N'.
           88 WS-FX-ON-NO          VALUE 'N'.
           88 WS-FX-ON-YES         VALUE 'Y'.
       77 WS-FX-LOCAL-AMT       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77 WS-FEED-FUNC-AMT      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77 WS-HLD-MERGED-CTR     PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM C0010-PROC-CARD THRU C0010-EXIT
                UNTIL WS-CRD-EOF-YES
            PERFORM C0020-LOAD-CMP-TABLE THRU C0020-EXIT
                UNTIL WS-FX-ON-NO OR WS-CMP-STAT NOT EQUAL ZEROES
            PERFORM C0021-LOAD-FX-RATES THRU C0021-EXIT
                UNTIL WS-FX-ON-NO OR WS-FXR-STAT NOT EQUAL ZEROES
            PERFORM C0022-SET-FX-DATE THRU C0022-EXIT
            PERFORM C0002-LOAD-WRITTEN THRU C0002-EXIT
                UNTIL WS-AUD-EOF-YES
            PERFORM C0003-LOAD-LABOR-DIST THRU C0003-EXIT
                UNTIL WS-LDS-STAT NOT EQUAL ZEROES
            PERFORM D0001-READ-FEED THRU D0001-EXIT
            PERFORM O0001-READ-YTD THRU O0001-EXIT
            PERFORM P0003-READ-PAYMENT THRU P0003-EXIT
            PERFORM R0001-MATCH-MERGE THRU R0001-EXIT
                UNTIL WS-EOF-YES AND WS-YTD-EOF-YES
                  AND WS-OTA-EOF-YES
            PERFORM W0001-WRITE-DEPTS THRU W0001-EXIT
            PERFORM W0011-WRITE-ONEOFF THRU W0011-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *     no labor-distribution file simply means nobody is
      *     split -- the load below then never runs
            OPEN INPUT LDSFILE.

            IF WS-LDS-STAT NOT EQUAL ZEROES
               AND WS-LDS-STAT NOT EQUAL '35'
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *     no accepted-payments file is a day without one-off
      *     payments, or a run generated without them
            OPEN INPUT OTAFILE.

            IF WS-OTA-STAT EQUAL '35'
               SET WS-OTA-EOF-YES TO TRUE
            ELSE
               IF WS-OTA-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OTAFILE TO TRUE
                  MOVE WS-OTA-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

      *     no control cards leaves the functional currency and
      *     the rate date at the daily run's own defaults
            OPEN INPUT CARDIN.

            IF WS-CRD-STAT EQUAL '35'
               SET WS-CRD-EOF-YES TO TRUE
            ELSE
               IF WS-CRD-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-CD TO TRUE
                  MOVE WS-CRD-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

      *     no exchange-rate file means nothing is converted; with
      *     one, the company file must be there to say what each
      *     company pays in
            OPEN INPUT FXRFILE.

            IF WS-FXR-STAT EQUAL ZEROES
               SET WS-FX-ON-YES TO TRUE
            ELSE
               IF WS-FXR-STAT NOT EQUAL '35'
                  SET WS-MSG-FXRFILE TO TRUE
                  MOVE WS-FXR-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

      *     no held file means the daily run held nothing back
            OPEN INPUT HLDIN.

            IF WS-HLI-STAT EQUAL '35'
               SET WS-PPC-HLD-EOF TO TRUE
            ELSE
               IF WS-HLI-STAT NOT EQUAL ZEROES
                  SET WS-MSG-HLDIN TO TRUE
                  MOVE WS-HLI-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            IF WS-FX-ON-YES
               OPEN INPUT CMPFILE
               IF WS-CMP-STAT NOT EQUAL ZEROES
                  SET WS-MSG-CMPFILE TO TRUE
                  MOVE WS-CMP-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

       B0001-EXIT.
            EXIT.

       C0002-EXIT.
            EXIT.

       C0003-LOAD-LABOR-DIST.

            READ LDSFILE
              AT END GO TO C0003-EXIT
            END-READ

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-LDS-COUNT GREATER THAN OR EQUAL TO WS-LDS-MAX
               SET WS-MSG-LDS-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LDS-COUNT
            MOVE LDS-NO          TO WS-LDS-TBL-NO(WS-LDS-COUNT)
            MOVE LDS-EFF-DATE    TO WS-LDS-TBL-DATE(WS-LDS-COUNT)
            MOVE LDS-COST-CENTER TO WS-LDS-TBL-CC(WS-LDS-COUNT)
            MOVE LDS-PCT         TO WS-LDS-TBL-PCT(WS-LDS-COUNT)
            .
       C0003-EXIT.
            EXIT.

      *    one control card per perform: FUNCCCY= and RUNDATE=,
      *    the same two the daily run converts by
       C0010-PROC-CARD.

            READ CARDIN
              AT END
                 SET WS-CRD-EOF-YES TO TRUE
                 GO TO C0010-EXIT
            END-READ

            IF WS-CRD-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF CONTROL-CARD-REC(1:1) EQUAL '*'
               OR CONTROL-CARD-REC EQUAL SPACES
               GO TO C0010-EXIT
            END-IF

            MOVE SPACES TO WS-CARD-KEYWORD
            MOVE SPACES TO WS-CARD-VALUE
            UNSTRING CONTROL-CARD-REC
                DELIMITED BY '='
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING

            EVALUATE WS-CARD-KEYWORD

               WHEN 'RUNDATE'
                    IF WS-CARD-VALUE(1:4) NOT NUMERIC
                       OR WS-CARD-VALUE(5:1) NOT EQUAL '-'
                       OR WS-CARD-VALUE(6:2) NOT NUMERIC
                       OR WS-CARD-VALUE(8:1) NOT EQUAL '-'
                       OR WS-CARD-VALUE(9:2) NOT NUMERIC
                       OR WS-CARD-VALUE(11:10) NOT EQUAL SPACES
                       PERFORM C0019-BAD-CARD THRU C0019-EXIT
                    END-IF
                    MOVE WS-CARD-VALUE(1:10) TO WS-RUN-DATE

               WHEN 'FUNCCCY'
                    IF WS-CARD-VALUE(1:3) NOT ALPHABETIC-UPPER
                       OR WS-CARD-VALUE(3:1) EQUAL SPACE
                       OR WS-CARD-VALUE(4:17) NOT EQUAL SPACES
                       PERFORM C0019-BAD-CARD THRU C0019-EXIT
                    END-IF
                    MOVE WS-CARD-VALUE(1:3) TO WS-FUNC-CCY

               WHEN OTHER
                    PERFORM C0019-BAD-CARD THRU C0019-EXIT

            END-EVALUATE
            .
       C0010-EXIT.
            EXIT.

       C0019-BAD-CARD.

            DISPLAY 'UNUSABLE CONTROL CARD: ' CONTROL-CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0019-EXIT.
            EXIT.

      *    company code order is proved as it loads -- the lookup
      *    below is a binary search
       C0020-LOAD-CMP-TABLE.

            READ CMPFILE
              AT END GO TO C0020-EXIT
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

            IF WS-CMP-COUNT GREATER THAN ZERO
               AND CMP-CODE NOT GREATER THAN
                   WS-CMP-TBL-CODE(WS-CMP-COUNT)
               DISPLAY 'COMPANY OUT OF SEQUENCE: ' CMP-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CMP-COUNT
            MOVE CMP-CODE      TO WS-CMP-TBL-CODE(WS-CMP-COUNT)
            MOVE CMP-CURRENCY  TO WS-CMP-TBL-CCY(WS-CMP-COUNT)
            .
       C0020-EXIT.
            EXIT.

      *    rates in currency / date order, proved as they load,
      *    exactly as the daily run loads them
       C0021-LOAD-FX-RATES.

            READ FXRFILE
              AT END GO TO C0021-EXIT
            END-READ

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-FXR-COUNT GREATER THAN OR EQUAL TO WS-FXR-MAX
               SET WS-MSG-FXR-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE FXR-CURRENCY  TO WS-FXR-LOOKUP-CCY
            MOVE FXR-RATE-DATE TO WS-FXR-LOOKUP-DATE
            IF WS-FXR-COUNT GREATER THAN ZERO
               AND WS-FXR-LOOKUP-KEY NOT GREATER THAN
                   WS-FXR-TBL-KEY(WS-FXR-COUNT)
               DISPLAY 'RATE OUT OF SEQUENCE: ' FXR-CURRENCY ' '
                       FXR-RATE-DATE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-FXR-COUNT
            MOVE WS-FXR-LOOKUP-KEY TO WS-FXR-TBL-KEY(WS-FXR-COUNT)
            MOVE FXR-RATE          TO WS-FXR-TBL-RATE(WS-FXR-COUNT)
            .
       C0021-EXIT.
            EXIT.

      *    the business date the rates are taken for, chosen the
      *    way the daily run chooses it: the RUNDATE card, else
      *    the date the nightly cycle checked in under, else the
      *    calendar date
       C0022-SET-FX-DATE.

            IF WS-FX-ON-NO
               GO TO C0022-EXIT
            END-IF

            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-FX-BUS-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO WS-FX-BUS-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO WS-FX-BUS-DATE(7:2)
            ELSE
               IF WS-CYC-BUS-DATE GREATER THAN ZERO
                  MOVE WS-CYC-BUS-DATE TO WS-FX-BUS-DATE
               ELSE
                  ACCEPT WS-FX-BUS-DATE FROM DATE YYYYMMDD
               END-IF
            END-IF

            DISPLAY 'FUNCTIONAL CURRENCY ' WS-FUNC-CCY
                    ', RATES FOR ' WS-FX-BUS-DATE
                    ', ' WS-FXR-COUNT ' RATES LOADED'
            .
       C0022-EXIT.
            EXIT.

       D0001-READ-FEED.

            PERFORM D0010-NEXT-INPUT THRU D0010-EXIT

            IF WS-IN-STAT NOT EQUAL ZEROES
               AND WS-IN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
            IF WS-WRK-FOUND-NO
               GO TO D0001-READ-FEED
            END-IF

            MOVE IR-NUMERIC      TO WS-FX-LOCAL-AMT
            MOVE IR-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
            PERFORM U0410-CONVERT-AMOUNT THRU U0410-EXIT
            MOVE WS-CUR-FUNC-AMT TO WS-FEED-FUNC-AMT
            .
       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE FEED AND THE HELD RECORDS, EACH READ ONE RECORD       *
      * AHEAD, THE LOWER KEY TO INPUT-REC.  A HELD COPY OF A KEY  *
      * THE FEED SENT AGAIN WAS REJECTED BY THE DAILY RUN AS A    *
      * REPEATED KEY, SO IT IS DROPPED HERE -- BOTH CARRY THE     *
      * KEY THE AUDIT SHOWS WRITTEN, AND ONLY THE FEED'S RECORD   *
      * WAS PAID.  THE END OF BOTH IS END OF FILE; A FEED READ    *
      * ERROR COMES BACK IN WS-IN-STAT.                           *
      *----------------------------------------------------------*
       D0010-NEXT-INPUT.

            IF WS-PPC-FEED-NEED
               PERFORM D0011-READ-FEED THRU D0011-EXIT
            END-IF

            IF WS-PPC-FEED-NEED
               GO TO D0010-EXIT
            END-IF

            IF WS-PPC-HLD-NEED
               PERFORM D0012-READ-HELD THRU D0012-EXIT
            END-IF

            IF WS-PPC-FEED-PARKED AND WS-PPC-HLD-PARKED
               AND HI-NO EQUAL PF-NO
               SET WS-PPC-HLD-NEED TO TRUE
               GO TO D0010-NEXT-INPUT
            END-IF

            IF WS-PPC-FEED-EOF AND WS-PPC-HLD-EOF
               SET WS-EOF-YES TO TRUE
               MOVE 10 TO WS-IN-STAT
               GO TO D0010-EXIT
            END-IF

            MOVE ZEROES TO WS-IN-STAT

            IF WS-PPC-HLD-EOF
               OR (WS-PPC-FEED-PARKED AND PF-NO LESS THAN HI-NO)
               MOVE PPC-FEED-REC TO INPUT-REC
               SET WS-PPC-FEED-NEED TO TRUE
            ELSE
               MOVE HELD-IN-REC TO INPUT-REC
               SET WS-PPC-HLD-NEED TO TRUE
               ADD 1 TO WS-HLD-MERGED-CTR
            END-IF
            .
       D0010-EXIT.
            EXIT.

       D0011-READ-FEED.

            READ INFILE INTO PPC-FEED-REC
              AT END
                 SET WS-PPC-FEED-EOF TO TRUE
                 GO TO D0011-EXIT
            END-READ

            IF WS-IN-STAT EQUAL ZEROES
               SET WS-PPC-FEED-PARKED TO TRUE
            END-IF
            .
       D0011-EXIT.
            EXIT.

       D0012-READ-HELD.

            READ HLDIN
              AT END
                 SET WS-PPC-HLD-EOF TO TRUE
                 GO TO D0012-EXIT
            END-READ

            IF WS-HLI-STAT NOT EQUAL ZEROES
               SET WS-MSG-HLDIN TO TRUE
               MOVE WS-HLI-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-PPC-HLD-PARKED TO TRUE
            .
       D0012-EXIT.
            EXIT.

       U0001-CHECK-WRITTEN.

            SET WS-WRK-FOUND-NO TO TRUE
               PERFORM V0001-MERGE-DEPT THRU V0001-EXIT
               GO TO O0001-READ-YTD
            END-IF

            IF WS-RET-STAT EQUAL ZEROES AND YTD-TYPE-ONEOFF-DEPT
               MOVE YTD-DEPT   TO WS-YOP-WORK-DEPT
               MOVE YTD-AMOUNT TO WS-YOP-WORK-AMT
               MOVE YTD-CNT    TO WS-YOP-WORK-CNT
               PERFORM V0011-MERGE-ONEOFF THRU V0011-EXIT
               GO TO O0001-READ-YTD
            END-IF
            .
       O0001-EXIT.
            EXIT.

            EVALUATE TRUE

      *        a payment for a key neither the feed nor the old
      *        generation has yet opens a new 'R' record of its own
               WHEN WS-OTA-EOF-NO
                AND (WS-EOF-YES OR OTA-NO LESS THAN IR-NO)
                AND (WS-YTD-EOF-YES OR OTA-NO LESS THAN YTD-NO)
                    PERFORM S0002-NEW-PAY-KEY THRU S0002-EXIT

               WHEN WS-EOF-YES
                    PERFORM T0001-CARRY-YTD THRU T0001-EXIT
                    PERFORM O0001-READ-YTD THRU O0001-EXIT
            MOVE IR-DEPT-CODE TO WS-YTD-DEPT
            MOVE YTD-AMOUNT TO WS-YTD-AMOUNT
            MOVE YTD-CNT    TO WS-YTD-CNT
            ADD WS-FEED-FUNC-AMT TO WS-YTD-AMOUNT
            ADD 1           TO WS-YTD-CNT

            ADD 1          TO WS-APPLIED-CTR
            ADD WS-FEED-FUNC-AMT TO WS-APPLIED-TOTAL
            PERFORM V0002-APPLY-DEPT THRU V0002-EXIT
            PERFORM P0001-FOLD-PAYMENTS THRU P0001-EXIT

            PERFORM F0001-WRITE-YTD THRU F0001-EXIT
            .
            MOVE 'R'          TO WS-YTD-TYPE
            MOVE IR-NO        TO WS-YTD-NO
            MOVE IR-DEPT-CODE TO WS-YTD-DEPT
            MOVE WS-FEED-FUNC-AMT TO WS-YTD-AMOUNT
            MOVE 1            TO WS-YTD-CNT

            ADD 1          TO WS-APPLIED-CTR
            ADD 1          TO WS-NEW-KEY-CTR
            ADD WS-FEED-FUNC-AMT TO WS-APPLIED-TOTAL
            PERFORM V0002-APPLY-DEPT THRU V0002-EXIT
            PERFORM P0001-FOLD-PAYMENTS THRU P0001-EXIT

            PERFORM F0001-WRITE-YTD THRU F0001-EXIT
            .
            MOVE YTD-AMOUNT TO WS-YTD-AMOUNT
            MOVE YTD-CNT    TO WS-YTD-CNT

            PERFORM P0001-FOLD-PAYMENTS THRU P0001-EXIT
            IF WS-OTA-FOLD-CTR EQUAL ZERO
               ADD 1 TO WS-CARRY-YTD-CTR
            END-IF

            PERFORM F0001-WRITE-YTD THRU F0001-EXIT
            .
       T0001-EXIT.
            EXIT.

       S0002-NEW-PAY-KEY.

            MOVE 'R'           TO WS-YTD-TYPE
            MOVE OTA-NO        TO WS-YTD-NO
            MOVE OTA-POST-DEPT TO WS-YTD-DEPT
            MOVE ZERO          TO WS-YTD-AMOUNT
            MOVE ZERO          TO WS-YTD-CNT

            ADD 1 TO WS-NEW-KEY-CTR
            PERFORM P0001-FOLD-PAYMENTS THRU P0001-EXIT

            PERFORM F0001-WRITE-YTD THRU F0001-EXIT
            .
       S0002-EXIT.
            EXIT.

      *    every accepted payment for the key being written goes
      *    into its 'R' amount and count and into the one-off
      *    bucket of the department it was booked to
       P0001-FOLD-PAYMENTS.

            MOVE ZERO TO WS-OTA-FOLD-CTR
            PERFORM P0002-FOLD-ONE THRU P0002-EXIT
                UNTIL WS-OTA-EOF-YES
                   OR OTA-NO NOT EQUAL WS-YTD-NO
            .
       P0001-EXIT.
            EXIT.

       P0002-FOLD-ONE.

            MOVE OTA-AMOUNT       TO WS-FX-LOCAL-AMT
            MOVE OTA-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
            PERFORM U0410-CONVERT-AMOUNT THRU U0410-EXIT

            ADD WS-CUR-FUNC-AMT TO WS-YTD-AMOUNT
            ADD 1          TO WS-YTD-CNT
            ADD 1          TO WS-OTA-FOLD-CTR

            ADD 1          TO WS-PAY-APPLIED-CTR
            ADD WS-CUR-FUNC-AMT TO WS-PAY-APPLIED-TOTAL

            MOVE OTA-POST-DEPT   TO WS-YOP-WORK-DEPT
            MOVE WS-CUR-FUNC-AMT TO WS-YOP-WORK-AMT
            MOVE 1             TO WS-YOP-WORK-CNT
            PERFORM V0011-MERGE-ONEOFF THRU V0011-EXIT

            PERFORM P0003-READ-PAYMENT THRU P0003-EXIT
            .
       P0002-EXIT.
            EXIT.

       P0003-READ-PAYMENT.

            IF WS-OTA-EOF-YES
               GO TO P0003-EXIT
            END-IF

            READ OTAFILE
              AT END
                 SET WS-OTA-EOF-YES TO TRUE
                 GO TO P0003-EXIT
            END-READ

            IF WS-OTA-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTAFILE TO TRUE
               MOVE WS-OTA-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       P0003-EXIT.
            EXIT.

      *    the home department takes its own share and the
      *    transaction count; every other share of a split record
      *    is money only
       V0002-APPLY-DEPT.

            MOVE IR-NO        TO WS-LDS-KEY-NO
            MOVE IR-DATE      TO WS-LDS-KEY-DATE
            MOVE IR-DEPT-CODE TO WS-LDS-KEY-DEPT
            MOVE WS-FEED-FUNC-AMT TO WS-LDS-KEY-AMOUNT
            PERFORM U0500-LABOR-SPLIT THRU U0500-EXIT

            MOVE IR-DEPT-CODE      TO WS-YDP-WORK-DEPT
            MOVE WS-LDS-HOME-SHARE TO WS-YDP-WORK-AMT
            MOVE 1                 TO WS-YDP-WORK-CNT
            PERFORM V0001-MERGE-DEPT THRU V0001-EXIT

            MOVE ZERO TO WS-LDS-SHR-IX
            PERFORM V0005-APPLY-SHARE THRU V0005-EXIT
                UNTIL WS-LDS-SHR-IX GREATER THAN OR EQUAL TO
                      WS-LDS-SHR-COUNT
            .
       V0002-EXIT.
            EXIT.

       V0005-APPLY-SHARE.

            ADD 1 TO WS-LDS-SHR-IX

            IF WS-LDS-SHR-CC(WS-LDS-SHR-IX) EQUAL WS-LDS-KEY-DEPT
               GO TO V0005-EXIT
            END-IF

            MOVE WS-LDS-SHR-CC(WS-LDS-SHR-IX)  TO WS-YDP-WORK-DEPT
            MOVE WS-LDS-SHR-AMT(WS-LDS-SHR-IX) TO WS-YDP-WORK-AMT
            MOVE ZERO                          TO WS-YDP-WORK-CNT
            PERFORM V0001-MERGE-DEPT THRU V0001-EXIT
            .
       V0005-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CONVERT WS-FX-LOCAL-AMT FROM THE PAY CURRENCY OF COMPANY  *
      * WS-CMP-LOOKUP-CODE TO THE FUNCTIONAL CURRENCY INTO        *
      * WS-CUR-FUNC-AMT, ROUNDED TO THE CENT -- THE DAILY RUN'S   *
      * U0410-CONVERT-SALARY, SO THE POSTED AMOUNT IS THE ONE ITS *
      * TOTALS CARRY.  THE RUN ACCEPTED THE RECORD, SO A COMPANY  *
      * OR RATE MISSING HERE MEANS THE REFERENCE FILES ARE NOT    *
      * THE RUN'S, AND THE STEP STOPS RATHER THAN POST THE LOCAL  *
      * AMOUNT.  WITH CONVERSION OFF IT COMES BACK AS IT WENT IN. *
      *----------------------------------------------------------*
       U0410-CONVERT-AMOUNT.

            MOVE WS-FX-LOCAL-AMT TO WS-CUR-FUNC-AMT
            IF WS-FX-ON-NO
               GO TO U0410-EXIT
            END-IF

            PERFORM U0402-FIND-COMPANY THRU U0402-EXIT
            IF WS-CMP-FOUND-NO
               DISPLAY 'YTDUPD01: COMPANY ' WS-CMP-LOOKUP-CODE
                       ' NOT ON CMPFILE - RUN STOPPED RATHER THAN '
                       'POST UNCONVERTED'
               SET WS-MSG-CMPFILE TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-CMP-TBL-CCY(WS-CMP-IX) TO WS-CUR-CCY
            PERFORM U0413-RATE-FOR-CCY THRU U0413-EXIT
            IF WS-FXR-FOUND-NO
               DISPLAY 'YTDUPD01: NO ' WS-CUR-CCY ' RATE FOR '
                       WS-FX-BUS-DATE ' - RUN STOPPED RATHER THAN '
                       'POST UNCONVERTED'
               SET WS-MSG-FXRFILE TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MULTIPLY WS-FX-LOCAL-AMT BY WS-CUR-RATE
                GIVING WS-CUR-FUNC-AMT ROUNDED
            IF WS-CUR-CCY NOT EQUAL WS-FUNC-CCY
               ADD 1 TO WS-FX-CONV-CTR
            END-IF
            .
       U0410-EXIT.
            EXIT.

      *    one probe of the binary search over company code
       U0401-SCAN-COMPANY.

            ADD WS-CMP-LO WS-CMP-HI GIVING WS-CMP-IX
            DIVIDE 2 INTO WS-CMP-IX

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL WS-CMP-LOOKUP-CODE
               SET WS-CMP-FOUND-YES TO TRUE
            ELSE
               IF WS-CMP-TBL-CODE(WS-CMP-IX) LESS THAN
                  WS-CMP-LOOKUP-CODE
                  ADD 1 TO WS-CMP-IX GIVING WS-CMP-LO
               ELSE
                  SUBTRACT 1 FROM WS-CMP-IX GIVING WS-CMP-HI
               END-IF
            END-IF
            .
       U0401-EXIT.
            EXIT.

      *    WS-CMP-LOOKUP-CODE in, WS-CMP-IX at the entry out when
      *    WS-CMP-FOUND-YES
       U0402-FIND-COMPANY.

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE 1              TO WS-CMP-LO
            MOVE WS-CMP-COUNT   TO WS-CMP-HI

            PERFORM U0401-SCAN-COMPANY THRU U0401-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-LO GREATER THAN WS-CMP-HI
            .
       U0402-EXIT.
            EXIT.

      *    one probe of the binary search over currency + date
       U0411-SCAN-FX-RATE.

            ADD WS-FXR-LO WS-FXR-HI GIVING WS-FXR-IX
            DIVIDE 2 INTO WS-FXR-IX

            IF WS-FXR-TBL-KEY(WS-FXR-IX) EQUAL WS-FXR-LOOKUP-KEY
               SET WS-FXR-FOUND-YES TO TRUE
            ELSE
               IF WS-FXR-TBL-KEY(WS-FXR-IX) LESS THAN
                  WS-FXR-LOOKUP-KEY
                  ADD 1 TO WS-FXR-IX GIVING WS-FXR-LO
               ELSE
                  SUBTRACT 1 FROM WS-FXR-IX GIVING WS-FXR-HI
               END-IF
            END-IF
            .
       U0411-EXIT.
            EXIT.

      *    WS-FXR-LOOKUP-KEY in, WS-FXR-IX at the entry out when
      *    WS-FXR-FOUND-YES
       U0412-FIND-FX-RATE.

            SET WS-FXR-FOUND-NO TO TRUE
            MOVE 1              TO WS-FXR-LO
            MOVE WS-FXR-COUNT   TO WS-FXR-HI

            PERFORM U0411-SCAN-FX-RATE THRU U0411-EXIT
                UNTIL WS-FXR-FOUND-YES
                   OR WS-FXR-LO GREATER THAN WS-FXR-HI
            .
       U0412-EXIT.
            EXIT.

      *    WS-CUR-CCY in (spaces meaning the functional currency),
      *    WS-CUR-CCY and WS-CUR-RATE out -- a rate of one for the
      *    functional currency itself, else the business date's
      *    rate, WS-FXR-FOUND-NO when there is none
       U0413-RATE-FOR-CCY.

            SET WS-FXR-FOUND-YES TO TRUE
            IF WS-CUR-CCY EQUAL SPACES
               MOVE WS-FUNC-CCY TO WS-CUR-CCY
            END-IF

            IF WS-CUR-CCY EQUAL WS-FUNC-CCY
               MOVE 1 TO WS-CUR-RATE
               GO TO U0413-EXIT
            END-IF

            MOVE WS-CUR-CCY     TO WS-FXR-LOOKUP-CCY
            MOVE WS-FX-BUS-DATE TO WS-FXR-LOOKUP-DATE
            PERFORM U0412-FIND-FX-RATE THRU U0412-EXIT

            IF WS-FXR-FOUND-YES
               MOVE WS-FXR-TBL-RATE(WS-FXR-IX) TO WS-CUR-RATE
            ELSE
               MOVE ZERO TO WS-CUR-RATE
            END-IF
            .
       U0413-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SPLIT WS-LDS-KEY-AMOUNT FOR RECORD WS-LDS-KEY-NO ACROSS   *
      * THE COST CENTERS OF THE SET IN FORCE ON WS-LDS-KEY-DATE   *
      * (THE LATEST EFFECTIVE DATE NOT AFTER IT) -- THE SAME      *
      * SPLIT THE DAILY RUN MAKES, SO THE BUCKETS AGREE WITH THE  *
      * DAY'S SUBTOTALS.  EACH SHARE IS ROUNDED TO THE CENT AND   *
      * THE LAST ONE TAKES THE REMAINDER.  WITH NO SET IN FORCE   *
      * THE WHOLE AMOUNT STAYS HOME AND THE SHARE TABLE IS EMPTY. *
      *----------------------------------------------------------*
       U0500-LABOR-SPLIT.

            SET WS-LDS-SPLIT-NO      TO TRUE
            MOVE ZERO                TO WS-LDS-SHR-COUNT
            MOVE ZERO                TO WS-LDS-SET-IX
            MOVE SPACES              TO WS-LDS-SET-DATE
            MOVE WS-LDS-KEY-AMOUNT   TO WS-LDS-HOME-SHARE
            MOVE ZERO                TO WS-LDS-OUT-AMT

            MOVE 1 TO WS-LDS-IX
            PERFORM U0501-FIND-SET THRU U0501-EXIT
                UNTIL WS-LDS-IX GREATER THAN WS-LDS-COUNT
                   OR WS-LDS-TBL-NO(WS-LDS-IX) GREATER THAN
                      WS-LDS-KEY-NO

            IF WS-LDS-SET-IX EQUAL ZERO
               GO TO U0500-EXIT
            END-IF

            SET WS-LDS-SPLIT-YES     TO TRUE
            MOVE ZERO                TO WS-LDS-ALLOCATED
            MOVE ZERO                TO WS-LDS-HOME-SHARE
            MOVE WS-LDS-SET-IX       TO WS-LDS-IX
            PERFORM U0502-BUILD-SHARE THRU U0502-EXIT
                UNTIL WS-LDS-IX GREATER THAN WS-LDS-COUNT
                   OR WS-LDS-TBL-NO(WS-LDS-IX) NOT EQUAL
                      WS-LDS-KEY-NO
                   OR WS-LDS-TBL-DATE(WS-LDS-IX) NOT EQUAL
                      WS-LDS-SET-DATE

      *     the last share takes whatever the rounding left over
            SUBTRACT WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)
                FROM WS-LDS-ALLOCATED
            SUBTRACT WS-LDS-ALLOCATED FROM WS-LDS-KEY-AMOUNT
                GIVING WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)

            MOVE ZERO TO WS-LDS-SHR-IX
            PERFORM U0503-HOME-SHARE THRU U0503-EXIT
                UNTIL WS-LDS-SHR-IX GREATER THAN OR EQUAL TO
                      WS-LDS-SHR-COUNT

            SUBTRACT WS-LDS-HOME-SHARE FROM WS-LDS-KEY-AMOUNT
                GIVING WS-LDS-OUT-AMT
            .
       U0500-EXIT.
            EXIT.

       U0501-FIND-SET.

            IF WS-LDS-TBL-NO(WS-LDS-IX) EQUAL WS-LDS-KEY-NO
               AND WS-LDS-TBL-DATE(WS-LDS-IX) NOT GREATER THAN
                   WS-LDS-KEY-DATE
               AND WS-LDS-TBL-DATE(WS-LDS-IX) NOT EQUAL
                   WS-LDS-SET-DATE
               MOVE WS-LDS-IX TO WS-LDS-SET-IX
               MOVE WS-LDS-TBL-DATE(WS-LDS-IX) TO WS-LDS-SET-DATE
            END-IF

            ADD 1 TO WS-LDS-IX
            .
       U0501-EXIT.
            EXIT.

       U0502-BUILD-SHARE.

            IF WS-LDS-SHR-COUNT LESS THAN 10
               ADD 1 TO WS-LDS-SHR-COUNT
               MOVE WS-LDS-TBL-CC(WS-LDS-IX)
                 TO WS-LDS-SHR-CC(WS-LDS-SHR-COUNT)
               MULTIPLY WS-LDS-KEY-AMOUNT BY WS-LDS-TBL-PCT(WS-LDS-IX)
                   GIVING WS-LDS-WORK
               DIVIDE WS-LDS-WORK BY 100
                   GIVING WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT) ROUNDED
               ADD WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)
                 TO WS-LDS-ALLOCATED
            END-IF

            ADD 1 TO WS-LDS-IX
            .
       U0502-EXIT.
            EXIT.

       U0503-HOME-SHARE.

            ADD 1 TO WS-LDS-SHR-IX

            IF WS-LDS-SHR-CC(WS-LDS-SHR-IX) EQUAL WS-LDS-KEY-DEPT
               ADD WS-LDS-SHR-AMT(WS-LDS-SHR-IX) TO WS-LDS-HOME-SHARE
            END-IF
            .
       U0503-EXIT.
            EXIT.

       V0001-MERGE-DEPT.

            SET WS-YDP-FOUND-NO TO TRUE
               GO TO V0001-EXIT
            END-IF

            IF WS-YDP-COUNT GREATER THAN OR EQUAL TO WS-YDP-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
       V0004-EXIT.
            EXIT.

       V0011-MERGE-ONEOFF.

            SET WS-YOP-FOUND-NO TO TRUE
            MOVE 1 TO WS-YOP-IX
            PERFORM V0013-SCAN-ONEOFF THRU V0013-EXIT
                UNTIL WS-YOP-FOUND-YES
                   OR WS-YOP-IX GREATER THAN WS-YOP-COUNT
                   OR WS-YOP-DEPT(WS-YOP-IX) GREATER THAN
                      WS-YOP-WORK-DEPT

            IF WS-YOP-FOUND-YES
               ADD WS-YOP-WORK-AMT TO WS-YOP-AMOUNT(WS-YOP-IX)
               ADD WS-YOP-WORK-CNT TO WS-YOP-CNT(WS-YOP-IX)
               GO TO V0011-EXIT
            END-IF

            IF WS-YOP-COUNT GREATER THAN OR EQUAL TO WS-YOP-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-YOP-COUNT
            MOVE WS-YOP-COUNT TO WS-YOP-JX
            PERFORM V0014-SHIFT-ONEOFF THRU V0014-EXIT
                UNTIL WS-YOP-JX LESS THAN OR EQUAL TO WS-YOP-IX

            MOVE WS-YOP-WORK-DEPT TO WS-YOP-DEPT(WS-YOP-IX)
            MOVE WS-YOP-WORK-AMT  TO WS-YOP-AMOUNT(WS-YOP-IX)
            MOVE WS-YOP-WORK-CNT  TO WS-YOP-CNT(WS-YOP-IX)
            .
       V0011-EXIT.
            EXIT.

       V0013-SCAN-ONEOFF.

            IF WS-YOP-DEPT(WS-YOP-IX) EQUAL WS-YOP-WORK-DEPT
               SET WS-YOP-FOUND-YES TO TRUE
            ELSE
               IF WS-YOP-DEPT(WS-YOP-IX) LESS THAN
                  WS-YOP-WORK-DEPT
                  ADD 1 TO WS-YOP-IX
               END-IF
            END-IF
            .
       V0013-EXIT.
            EXIT.

       V0014-SHIFT-ONEOFF.

            IF WS-YOP-JX GREATER THAN WS-YOP-IX
               MOVE WS-YOP-ENTRY(WS-YOP-JX - 1)
                 TO WS-YOP-ENTRY(WS-YOP-JX)
            END-IF
            SUBTRACT 1 FROM WS-YOP-JX
            .
       V0014-EXIT.
            EXIT.

       W0001-WRITE-DEPTS.

            MOVE ZERO TO WS-YDP-IX
       W0002-EXIT.
            EXIT.

       W0011-WRITE-ONEOFF.

            MOVE ZERO TO WS-YOP-IX
            PERFORM W0012-WRITE-ONE-ONEOFF THRU W0012-EXIT
                UNTIL WS-YOP-IX GREATER THAN OR EQUAL TO
                      WS-YOP-COUNT
            .
       W0011-EXIT.
            EXIT.

       W0012-WRITE-ONE-ONEOFF.

            ADD 1 TO WS-YOP-IX

            MOVE 'P'                      TO WS-YTD-TYPE
            MOVE ZERO                     TO WS-YTD-NO
            MOVE WS-YOP-DEPT(WS-YOP-IX)   TO WS-YTD-DEPT
            MOVE WS-YOP-AMOUNT(WS-YOP-IX) TO WS-YTD-AMOUNT
            MOVE WS-YOP-CNT(WS-YOP-IX)    TO WS-YTD-CNT

            PERFORM F0001-WRITE-YTD THRU F0001-EXIT
            .
       W0012-EXIT.
            EXIT.

       F0001-WRITE-YTD.

            WRITE YTD-OUT-REC FROM WS-YTD-NEW-REC
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
               WHEN WS-MSG-OP-IN OR WS-MSG-OP-AU
                    OR WS-MSG-YTDFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-LDSFILE AND WS-PROC-OPEN
                    OR WS-MSG-OTAFILE AND WS-PROC-OPEN
                    OR WS-MSG-CMPFILE AND WS-PROC-OPEN
                    OR WS-MSG-FXRFILE AND WS-PROC-OPEN
                    OR WS-MSG-HLDIN AND WS-PROC-OPEN
                    OR WS-MSG-OP-CD
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-IN OR WS-MSG-RD-AU
                    OR WS-MSG-RECAP-FULL
                    OR WS-MSG-LDSFILE OR WS-MSG-LDS-FULL
                    OR WS-MSG-OTAFILE
                    OR WS-MSG-CMPFILE OR WS-MSG-CMP-FULL
                    OR WS-MSG-FXRFILE OR WS-MSG-FXR-FULL
                    OR WS-MSG-REF-SEQ OR WS-MSG-RD-CD
                    OR WS-MSG-HLDIN
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
               WHEN OTHER
                    SET WS-RC-CLOSE-ERR TO TRUE
            END-EVALUATE

       Z0001-CLOS-FILES.

            CLOSE INFILE AUDIN YTDIN LDSFILE OTAFILE HLDIN.

            CLOSE CARDIN CMPFILE FXRFILE.

            CLOSE YTDOUT.

            DISPLAY '  YTD UPDATE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  ACCEPTED KEYS LOADED....: ' WS-WRK-COUNT.
            DISPLAY '  HELD RECORDS MERGED IN..: ' WS-HLD-MERGED-CTR.
            DISPLAY '  AMOUNTS APPLIED.........: ' WS-APPLIED-CTR.
            DISPLAY '  NEW KEYS THIS YEAR......: ' WS-NEW-KEY-CTR.
            DISPLAY '  CARRIED UNCHANGED.......: ' WS-CARRY-YTD-CTR.
            DISPLAY '  APPLIED SALARY TOTAL....: ' WS-APPLIED-TOTAL.
            DISPLAY '  ONE-OFF PAYMENTS APPLIED: ' WS-PAY-APPLIED-CTR.
            DISPLAY '  ONE-OFF PAYMENT TOTAL...: ' WS-PAY-APPLIED-TOTAL.
            DISPLAY '  DEPARTMENT BUCKETS......: ' WS-YDP-COUNT.
            DISPLAY '  ONE-OFF BUCKETS.........: ' WS-YOP-COUNT.
            DISPLAY '  LABOR-DIST ENTRIES......: ' WS-LDS-COUNT.
            DISPLAY '  CONVERTED TO ' WS-FUNC-CCY '........: '
                    WS-FX-CONV-CTR.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
