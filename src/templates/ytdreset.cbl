      * ACCUMULATOR ON YTDOUT SO THE FIRST DAILY RUN OF THE NEW   *
      * YEAR STARTS FROM ZERO.  THE OLD GENERATION IS KEPT BY     *
      * GENERATION DATASET RETENTION, NOT BY THIS PROGRAM.        *
      * THE YEAR IS ROLLED ONLY ONCE WAGEFL01 HAS CUT ITS         *
      * STATUTORY WAGE FILING: THE TAX YEAR (PARM YYYY, DEFAULT   *
      * THE YEAR BEFORE THE RUN DATE) MUST BE ON THE WAGE FILING  *
      * CONTROL FILE (WFCREC001) WITH AN EMPLOYEE COUNT AND WAGE  *
      * TOTAL EQUAL TO THE CLOSING POSITION JUST READ.  OTHERWISE *
      * THE ROLL IS REFUSED BEFORE YTDOUT IS OPENED.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STAT.

            SELECT WFCTL ASSIGN TO WFCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WFC-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.
       FD YTDOUT.
       01 YTD-OUT-REC           PIC X(34).

       FD WFCTL.
       COPY WFCREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
                05 FILLER       PIC X(92) VALUE SPACES.
            02 RST-TOTAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RTL-LABEL    PIC X(28)
                   VALUE 'CLOSING YTD SALARY TOTAL'.
                05 RTL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(84) VALUE SPACES.
            02 RST-FILING-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                   VALUE 'WAGE FILING FOR TAX YEAR'.
                05 FILLER       PIC X(01) VALUE SPACE.
                05 RFL-TAX-YEAR PIC 9(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RFL-STATUS   PIC X(40).
                05 FILLER       PIC X(60) VALUE SPACES.

       77 WS-DETAIL-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-BUCKET-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-YTD-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-TAX-YEAR           PIC 9(04) VALUE ZERO.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-FILED-SW           PIC X(01) VALUE 'N'.
           88 WS-FILED-NO          VALUE 'N'.
           88 WS-FILED-YES         VALUE 'Y'.
       77 WS-FILED-EMPLOYEES    PIC 9(07) VALUE ZERO.
       77 WS-FILED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-YTDOUT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-YTDOUT-OPEN-NO    VALUE 'N'.
           88 WS-YTDOUT-OPEN-YES   VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-YEAR.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-YEAR-TEXT PIC X(04).
      *
       PROCEDURE DIVISION USING WS-PARM-YEAR.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM D0001-READ-YTD THRU D0001-EXIT
            PERFORM E0001-PROC-YTD THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM K0001-CHECK-FILING THRU K0001-EXIT
            PERFORM G0001-PRNT-SUMMARY THRU G0001-EXIT
            PERFORM K0004-PROVE-FILING THRU K0004-EXIT
            PERFORM B0002-OPEN-NEW-YEAR THRU B0002-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
       B0001-EXIT.
            EXIT.

      *     opened and closed empty on purpose -- the new year's
      *     accumulator starts with no records at all.  not opened
      *     until the year's filing is proved, so a refused roll
      *     leaves no new generation behind
       B0002-OPEN-NEW-YEAR.

            OPEN OUTPUT YTDOUT.

            IF WS-ARC-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-ARC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-YTDOUT-OPEN-YES TO TRUE
            .
       B0002-EXIT.
            EXIT.

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-TODAY        FROM DATE YYYYMMDD

      *     the roll runs at year start, so the year being closed
      *     is normally the one before the run date
            IF WS-PARM-LEN EQUAL ZERO
               MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
            ELSE
               IF WS-PARM-LEN NOT EQUAL 4
                  OR WS-PARM-YEAR-TEXT NOT NUMERIC
                  SET WS-MSG-BAD-PARM TO TRUE
                  MOVE 99 TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               MOVE WS-PARM-YEAR-TEXT TO WS-TAX-YEAR
            END-IF
            .
       C0001-EXIT.
            EXIT.
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * FINDS THE TAX YEAR ON THE WAGE FILING CONTROL FILE.  NO   *
      * CONTROL FILE (STATUS 35) MEANS NOTHING HAS BEEN FILED.    *
      *----------------------------------------------------------*
       K0001-CHECK-FILING.

            OPEN INPUT WFCTL

            IF WS-WFC-STAT EQUAL '35'
               GO TO K0001-EXIT
            END-IF

            IF WS-WFC-STAT NOT EQUAL ZEROES
               SET WS-MSG-WFCTL TO TRUE
               MOVE WS-WFC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM K0003-SCAN-FILING THRU K0003-EXIT
                UNTIL WS-FILED-YES
                   OR WS-WFC-STAT NOT EQUAL ZEROES

            CLOSE WFCTL
            .
       K0001-EXIT.
            EXIT.

       K0003-SCAN-FILING.

            READ WFCTL
              AT END GO TO K0003-EXIT
            END-READ

            IF WS-WFC-STAT NOT EQUAL ZEROES
               SET WS-MSG-WFCTL TO TRUE
               MOVE WS-WFC-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WFC-TAX-YEAR EQUAL WS-TAX-YEAR
               SET WS-FILED-YES TO TRUE
               MOVE WFC-EMPLOYEE-CTR TO WS-FILED-EMPLOYEES
               MOVE WFC-WAGE-TOTAL   TO WS-FILED-TOTAL
            END-IF
            .
       K0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE FILING MUST EXIST AND MUST STILL TIE TO THE CLOSING   *
      * POSITION -- A DAILY RUN POSTED AFTER THE FILING WAS CUT   *
      * WOULD OTHERWISE BE ROLLED AWAY UNREPORTED.                *
      *----------------------------------------------------------*
       K0004-PROVE-FILING.

            MOVE WS-TAX-YEAR TO RFL-TAX-YEAR

            IF WS-FILED-NO
               MOVE 'NOT PRODUCED - ROLL REFUSED' TO RFL-STATUS
               PERFORM G0002-PRNT-FILING THRU G0002-EXIT
               SET WS-MSG-NOT-FILED TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-FILED-EMPLOYEES NOT EQUAL WS-DETAIL-CTR
               OR WS-FILED-TOTAL NOT EQUAL WS-YTD-TOTAL
               MOVE 'DOES NOT TIE TO CLOSING - ROLL REFUSED'
                 TO RFL-STATUS
               PERFORM G0002-PRNT-FILING THRU G0002-EXIT
               MOVE 'FILED YTD SALARY TOTAL' TO RTL-LABEL
               MOVE WS-FILED-TOTAL TO RTL-TOTAL
               MOVE RST-TOTAL-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               MOVE 'FILED EMPLOYEE RECORDS'  TO RCL-LABEL
               MOVE WS-FILED-EMPLOYEES        TO RCL-COUNT
               MOVE RST-COUNT-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               SET WS-MSG-FILING-DIFF TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE 'FILED AND AGREES WITH CLOSING POSITION'
              TO RFL-STATUS
            PERFORM G0002-PRNT-FILING THRU G0002-EXIT
            .
       K0004-EXIT.
            EXIT.

       G0002-PRNT-FILING.

            MOVE RST-FILING-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0001-PRNT-SUMMARY.

            MOVE RST-HEADER-LAYOUT TO WS-PRINT-REPORT
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-NOT-FILED
                    SET WS-RC-NOT-FILED TO TRUE
               WHEN WS-MSG-FILING-DIFF
                    SET WS-RC-OUT-OF-BAL TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-WFCTL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-YTDFILE OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-WR-OU

       Z0001-CLOS-FILES.

            CLOSE YTDIN.

            IF WS-YTDOUT-OPEN-YES
               CLOSE YTDOUT
            END-IF

            CLOSE OUTFILE.

            DISPLAY '********************************'.
            DISPLAY '  DETAILS CLOSED..........: ' WS-DETAIL-CTR.
            DISPLAY '  BUCKETS CLOSED..........: ' WS-BUCKET-CTR.
            DISPLAY '  TAX YEAR................: ' WS-TAX-YEAR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE
