       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPRT01.
      *----------------------------------------------------------*
      * REPORT ARCHIVE REPRINT.  REPRODUCES AN ARCHIVED REPORT    *
      * (ARCFILE, LOADED BY ARCLOD01) FOR ONE BUSINESS DATE --    *
      * THE WHOLE REPORT, ONE DEPARTMENT'S PAGES, OR A PAGE       *
      * RANGE -- EXACTLY AS PRINTED, EACH PAGE LED BY A REPRINT   *
      * BANNER LINE NAMING THE REPORT, DATE, COMPANY, DEPARTMENT, *
      * ORIGINAL PAGE NUMBER AND THE DATE OF THE REPRINT, SO A    *
      * REPRINT CAN NEVER PASS FOR THE ORIGINAL.  CONTROL CARDS:  *
      *   BUSDATE=YYYYMMDD   REQUIRED.                            *
      *   REPORT=XXXXXXXX    REGISTER (DEFAULT), TOPN, BUNDLES.   *
      *   COMPANY=XXX        THE COMPANY THE RUN WAS ARCHIVED     *
      *                      UNDER (DEFAULT SPACES).              *
      *   DEPT=XXXX          THE DEPARTMENT'S PAGES PER THE       *
      *                      ARCHIVE INDEX; ****  IS THE BUNDLES' *
      *                      CATCH-ALL.                           *
      *   PAGES=NNNNN-NNNNN  ORIGINAL PAGE RANGE, WITHIN THE      *
      *                      DEPARTMENT'S PAGES WHEN BOTH GIVEN.  *
      * NOTHING ARCHIVED FOR THE SELECTION ENDS RC 04.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT ARCFILE ASSIGN TO ARCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RAR-KEY
                FILE STATUS IS WS-RAR-STAT.

            SELECT AIXFILE ASSIGN TO AIXFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RAX-KEY
                FILE STATUS IS WS-RAX-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CONTROL-CARD-REC      PIC X(80).

       FD ARCFILE.
       COPY RARREC001.

       FD AIXFILE.
       COPY RAXREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'ARCPRT01'.

       COPY CONSTANT.

       01 RPR-REPORT-LAYOUT.
            02 RPR-BANNER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(16)
                   VALUE '*** REPRINT *** '.
                05 FILLER       PIC X(07) VALUE 'REPORT '.
                05 RBL-REPORT   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE 'BUSINESS DATE '.
                05 RBL-BUS-DATE PIC 9(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'COMPANY '.
                05 RBL-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'DEPT '.
                05 RBL-DEPT     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'PAGE '.
                05 RBL-PAGE     PIC ZZZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(13) VALUE 'REPRINTED ON '.
                05 RBL-RUN-DATE PIC 9(08).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(15)
                   VALUE '*** REPRINT ***'.
                05 FILLER       PIC X(01) VALUE SPACES.
            02 RPR-EMPTY-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(16)
                   VALUE '*** REPRINT *** '.
                05 FILLER       PIC X(07) VALUE 'REPORT '.
                05 REL-REPORT   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE 'BUSINESS DATE '.
                05 REL-BUS-DATE PIC 9(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'COMPANY '.
                05 REL-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'DEPT '.
                05 REL-DEPT     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(25)
                   VALUE 'NOTHING ARCHIVED TO PRINT'.
                05 FILLER       PIC X(25) VALUE SPACES.

      *    the selection off the control cards
       01 WS-RPR-SELECTION.
            02 WS-RPR-BUS-DATE   PIC 9(08) VALUE ZERO.
            02 WS-RPR-REPORT-ID  PIC X(08) VALUE 'REGISTER'.
                88 WS-RPR-REPORT-VALID
                                 VALUE 'REGISTER' 'TOPN    '
                                       'BUNDLES '.
            02 WS-RPR-COMPANY    PIC X(03) VALUE SPACES.
            02 WS-RPR-DEPT       PIC X(04) VALUE SPACES.
            02 WS-RPR-PAGE-FROM  PIC 9(05) VALUE ZERO.
            02 WS-RPR-PAGE-TO    PIC 9(05) VALUE 99999.

      *    PAGES=NNNNN-NNNNN as punched
       01 WS-RPR-PAGES-CARD.
            02 WS-RPR-PC-FROM    PIC X(05).
            02 WS-RPR-PC-DASH    PIC X(01).
            02 WS-RPR-PC-TO      PIC X(05).
            02 FILLER            PIC X(09).

       77 WS-RPR-FIRST-PAGE     PIC 9(05) VALUE ZERO.
       77 WS-RPR-LAST-PAGE      PIC 9(05) VALUE ZERO.
       77 WS-RPR-CUR-PAGE       PIC 9(05) VALUE ZERO.
       77 WS-RPR-RUN-DATE       PIC 9(08) VALUE ZERO.
       77 WS-RPR-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-RPR-FOUND-NO       VALUE 'N'.
           88 WS-RPR-FOUND-YES      VALUE 'Y'.
       77 WS-PAGE-OUT-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-LINE-OUT-CTR       PIC 9(09) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM C0003-PROC-CTL-CARDS THRU C0003-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM E0001-FIND-RANGE THRU E0001-EXIT
            IF WS-RPR-FOUND-YES
               PERFORM D0001-READ-ARCHIVE THRU D0001-EXIT
               PERFORM E0002-PRINT-LINE THRU E0002-EXIT
                   UNTIL WS-EOF-YES
            END-IF
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

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

            IF WS-RPR-BUS-DATE EQUAL ZERO
               DISPLAY 'ARCPRT01: BUSDATE CARD IS REQUIRED'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-RPR-PAGE-FROM GREATER THAN WS-RPR-PAGE-TO
               DISPLAY 'ARCPRT01: PAGES RANGE RUNS BACKWARDS'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
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
                       GO TO C0005-BAD-VALUE
                    END-IF
                    MOVE WS-CARD-VALUE(1:8) TO WS-RPR-BUS-DATE

               WHEN 'REPORT'
                    MOVE WS-CARD-VALUE(1:8) TO WS-RPR-REPORT-ID
                    IF NOT WS-RPR-REPORT-VALID
                       OR WS-CARD-VALUE(9:1) NOT EQUAL SPACE
                       GO TO C0005-BAD-VALUE
                    END-IF

               WHEN 'COMPANY'
                    MOVE WS-CARD-VALUE(1:3) TO WS-RPR-COMPANY

               WHEN 'DEPT'
                    MOVE WS-CARD-VALUE(1:4) TO WS-RPR-DEPT

               WHEN 'PAGES'
                    MOVE WS-CARD-VALUE TO WS-RPR-PAGES-CARD
                    IF WS-RPR-PC-FROM NOT NUMERIC
                       OR WS-RPR-PC-DASH NOT EQUAL '-'
                       OR WS-RPR-PC-TO NOT NUMERIC
                       GO TO C0005-BAD-VALUE
                    END-IF
                    MOVE WS-RPR-PC-FROM TO WS-RPR-PAGE-FROM
                    MOVE WS-RPR-PC-TO   TO WS-RPR-PAGE-TO

               WHEN OTHER
                    DISPLAY 'UNUSABLE CONTROL CARD: '
                            CONTROL-CARD-REC(1:40)
                    SET WS-MSG-BAD-CARD TO TRUE
                    MOVE 99 TO WS-ERR-CDE
                    SET WS-PROC-CARD TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

            END-EVALUATE

            GO TO C0005-NEXT
            .
       C0005-BAD-VALUE.

            DISPLAY 'ARCPRT01: BAD VALUE ON CARD: '
                    CONTROL-CARD-REC(1:40)
            SET WS-MSG-BAD-CARD TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CARD TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0005-NEXT.

            PERFORM C0004-READ-CARD THRU C0004-EXIT
            .
       C0005-EXIT.
            EXIT.

      *    an archive never loaded (status 35) is simply nothing
      *    archived -- E0001 finds no index entry
       B0001-OPEN-FILES.

            OPEN INPUT ARCFILE.

            IF WS-RAR-STAT NOT EQUAL ZEROES
               AND WS-RAR-STAT NOT EQUAL '35'
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT AIXFILE.

            IF WS-RAX-STAT NOT EQUAL ZEROES
               AND WS-RAX-STAT NOT EQUAL '35'
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

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-RPR-RUN-DATE FROM DATE YYYYMMDD
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE PAGES TO REPRINT: THE DEPARTMENT'S (OR THE WHOLE      *
      * REPORT'S) RANGE OFF THE ARCHIVE INDEX, NARROWED TO ANY    *
      * PAGES= RANGE GIVEN, THEN POSITIONED ON ITS FIRST LINE.    *
      *----------------------------------------------------------*
       E0001-FIND-RANGE.

            SET WS-RPR-FOUND-NO TO TRUE

            IF WS-RAX-STAT EQUAL '35' OR WS-RAR-STAT EQUAL '35'
               GO TO E0001-EXIT
            END-IF

            MOVE WS-RPR-BUS-DATE   TO RAX-BUS-DATE
            MOVE WS-RPR-REPORT-ID  TO RAX-REPORT-ID
            MOVE WS-RPR-COMPANY    TO RAX-COMPANY
            MOVE WS-RPR-DEPT       TO RAX-DEPT
            READ AIXFILE
                INVALID KEY GO TO E0001-EXIT
            END-READ

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE RAX-FIRST-PAGE    TO WS-RPR-FIRST-PAGE
            MOVE RAX-LAST-PAGE     TO WS-RPR-LAST-PAGE
            IF WS-RPR-PAGE-FROM GREATER THAN WS-RPR-FIRST-PAGE
               MOVE WS-RPR-PAGE-FROM TO WS-RPR-FIRST-PAGE
            END-IF
            IF WS-RPR-PAGE-TO LESS THAN WS-RPR-LAST-PAGE
               MOVE WS-RPR-PAGE-TO   TO WS-RPR-LAST-PAGE
            END-IF

            IF WS-RPR-FIRST-PAGE EQUAL ZERO
               OR WS-RPR-FIRST-PAGE GREATER THAN WS-RPR-LAST-PAGE
               GO TO E0001-EXIT
            END-IF

            MOVE WS-RPR-BUS-DATE   TO RAR-BUS-DATE
            MOVE WS-RPR-REPORT-ID  TO RAR-REPORT-ID
            MOVE WS-RPR-COMPANY    TO RAR-COMPANY
            MOVE WS-RPR-FIRST-PAGE TO RAR-PAGE-NO
            MOVE ZERO              TO RAR-LINE-NO
            START ARCFILE KEY IS NOT LESS THAN RAR-KEY
                INVALID KEY GO TO E0001-EXIT
            END-START

            SET WS-RPR-FOUND-YES TO TRUE
            MOVE ZERO TO WS-RPR-CUR-PAGE
            .
       E0001-EXIT.
            EXIT.

       D0001-READ-ARCHIVE.

            READ ARCFILE NEXT RECORD
              AT END
                 SET WS-EOF-YES TO TRUE
                 GO TO D0001-EXIT
            END-READ

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RAR-BUS-DATE NOT EQUAL WS-RPR-BUS-DATE
               OR RAR-REPORT-ID NOT EQUAL WS-RPR-REPORT-ID
               OR RAR-COMPANY NOT EQUAL WS-RPR-COMPANY
               OR RAR-PAGE-NO GREATER THAN WS-RPR-LAST-PAGE
               SET WS-EOF-YES TO TRUE
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0002-PRINT-LINE.

            IF RAR-PAGE-NO NOT EQUAL WS-RPR-CUR-PAGE
               MOVE RAR-PAGE-NO TO WS-RPR-CUR-PAGE
               PERFORM G0002-PRNT-BANNER THRU G0002-EXIT
            END-IF

            MOVE RAR-LINE-TEXT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-OUT-CTR

            PERFORM D0001-READ-ARCHIVE THRU D0001-EXIT
            .
       E0002-EXIT.
            EXIT.

       G0002-PRNT-BANNER.

            MOVE WS-RPR-REPORT-ID  TO RBL-REPORT
            MOVE WS-RPR-BUS-DATE   TO RBL-BUS-DATE
            MOVE WS-RPR-COMPANY    TO RBL-COMPANY
            MOVE WS-RPR-DEPT       TO RBL-DEPT
            MOVE WS-RPR-CUR-PAGE   TO RBL-PAGE
            MOVE WS-RPR-RUN-DATE   TO RBL-RUN-DATE
            MOVE RPR-BANNER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-PAGE-OUT-CTR
            .
       G0002-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            IF WS-PAGE-OUT-CTR GREATER THAN ZERO
               GO TO G0001-EXIT
            END-IF

            MOVE WS-RPR-REPORT-ID  TO REL-REPORT
            MOVE WS-RPR-BUS-DATE   TO REL-BUS-DATE
            MOVE WS-RPR-COMPANY    TO REL-COMPANY
            MOVE WS-RPR-DEPT       TO REL-DEPT
            MOVE RPR-EMPTY-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            SET WS-RC-ZERO-RECS TO TRUE
            MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
            MOVE WS-RETURN-CDE   TO WS-OPR-NO
            MOVE 'W'             TO WS-OPR-SEV
            DISPLAY WS-OPR-MESSAGE ' NOTHING ARCHIVED FOR '
                    WS-RPR-REPORT-ID ' ' WS-RPR-BUS-DATE
                    ' COMPANY ' WS-RPR-COMPANY ' DEPT ' WS-RPR-DEPT
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

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-OU OR WS-MSG-OP-CD
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-READ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-RD-CD
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

      *    a file never opened (status 35) is not closed
       Z0001-CLOS-FILES.

            IF WS-RAR-STAT NOT EQUAL '35'
               CLOSE ARCFILE
            END-IF.

            IF WS-RAX-STAT NOT EQUAL '35'
               CLOSE AIXFILE
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
            DISPLAY '  REPORT REPRINT STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  REPORT..................: ' WS-RPR-REPORT-ID.
            DISPLAY '  BUSINESS DATE...........: ' WS-RPR-BUS-DATE.
            DISPLAY '  COMPANY.................: ' WS-RPR-COMPANY.
            DISPLAY '  DEPARTMENT..............: ' WS-RPR-DEPT.
            DISPLAY '  PAGES REPRINTED.........: ' WS-PAGE-OUT-CTR.
            DISPLAY '  LINES REPRINTED.........: ' WS-LINE-OUT-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
