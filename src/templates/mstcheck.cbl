       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTCHK01.
      *----------------------------------------------------------*
      * WEEKLY MASTER FILE INTEGRITY SWEEP.  READS THE WHOLE      *
      * MASTER (MSTIN) AND CHECKS EVERY RECORD AGAINST WHAT IT    *
      * SHOULD AGREE WITH, SO DRIFT LEFT BY THE MSTMNT01 SCREEN   *
      * OR AN OLD REFERENCE-FILE LOAD SHOWS UP HERE INSTEAD OF    *
      * AS A TRANSACTION REJECT:                                  *
      *   1 - MR-DEPT-CODE ON THE DEPARTMENT REFERENCE FILE       *
      *   2 - MR-COMPANY-CODE ON THE COMPANY CONTROL FILE         *
      *   3 - MR-DATE PASSES THE I0001-VALID-DATE EDITS           *
      *   4 - MR-TS-DATE PASSES THE I0001-VALID-DATE EDITS        *
      *   5 - MR-NUMERIC IS VALID PACKED DATA                     *
      *   6 - MR-NO IS NOT STILL AN OLD NUMBER ON THE REKEY01     *
      *       CROSS-REFERENCE (XREFIN)                            *
      *   7 - EFFECTIVE-DATED VERSIONS OF ONE MR-NO CARRY VALID,  *
      *       ASCENDING MR-EFF-DATES WITH NO DUPLICATES           *
      *   8 - MR-NO IN ASCENDING SEQUENCE, AND ON A MASTER THAT   *
      *       IS NOT EFFECTIVE-DATED, NOT REPEATED                *
      * EVERY FINDING IS LISTED WITH THE OFFENDING VALUE; THE     *
      * TRAILER COUNTS THEM BY CATEGORY.  ANY FINDING ENDS THE    *
      * STEP WITH RC 05 SO THE SCHEDULER CAN ROUTE THE LISTING.   *
      * A SHOP THAT HAS NEVER REKEYED HAS NO CROSS-REFERENCE FILE *
      * AND CHECK 6 IS SKIPPED.                                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DEPFILE ASSIGN TO DEPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEP-STAT.

            SELECT CMPFILE ASSIGN TO CMPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMP-STAT.

            SELECT XREFIN ASSIGN TO XREFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRF-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD DEPFILE.
       COPY DEPREC001.

       FD CMPFILE.
       COPY CMPREC001.

       FD XREFIN.
       COPY XRFREC001.

       FD MSTIN.
       COPY MSTREC001.
      *    MR-EFF-DATE sits after the fixed 192 bytes of the master
      *    layout; a master built without the effective-dated
      *    option reads spaces here.
       01 MSTIN-EFF-VIEW.
            02 FILLER           PIC X(192).
            02 MEV-EFF-DATE     PIC X(10).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'MSTCHK01'.

       COPY CONSTANT.

       01 CHK-REPORT-LAYOUT.
            02 CHK-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(34)
                   VALUE 'MASTER FILE INTEGRITY SWEEP'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RUN DATE '.
                05 CHL-RUN-DATE PIC X(10).
                05 FILLER       PIC X(59) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'PAGE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 CHL-PAGE-NO  PIC ZZZZ9.
                05 FILLER       PIC X(07) VALUE SPACES.
            02 CHK-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'EFF DATE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'NAME'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(36) VALUE 'FINDING'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30) VALUE 'VALUE ON FILE'.
                05 FILLER       PIC X(26) VALUE SPACES.
            02 CHK-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-EFF-DATE PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-FINDING  PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CDL-VALUE    PIC X(30).
                05 FILLER       PIC X(26) VALUE SPACES.
            02 CHK-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 CTL-LABEL    PIC X(40).
                05 CTL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    one counter per check, in the order the banner lists
      *    them; the finding text doubles as the trailer label
       01 WS-CATEGORY-LINES.
            02 FILLER PIC X(36) VALUE
               'DEPARTMENT NOT ON REFERENCE FILE'.
            02 FILLER PIC X(36) VALUE
               'COMPANY NOT ON CONTROL FILE'.
            02 FILLER PIC X(36) VALUE
               'MR-DATE FAILS DATE EDITS'.
            02 FILLER PIC X(36) VALUE
               'MR-TS-DATE FAILS DATE EDITS'.
            02 FILLER PIC X(36) VALUE
               'MR-NUMERIC NOT VALID PACKED DATA'.
            02 FILLER PIC X(36) VALUE
               'STILL UNDER OLD NUMBER - REKEYED TO'.
            02 FILLER PIC X(36) VALUE
               'EFFECTIVE-DATED VERSIONS OUT OF LINE'.
            02 FILLER PIC X(36) VALUE
               'RECORD NUMBER OUT OF SEQUENCE/REPEAT'.
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LINES.
            02 WS-CAT-TEXT      PIC X(36) OCCURS 8 TIMES.

       01 WS-FINDING-AREA.
            02 WS-FND-CAT-MAX    PIC 9(04) COMP VALUE 8.
            02 WS-FND-CAT        PIC 9(04) COMP VALUE ZERO.
            02 WS-FND-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-FND-VALUE      PIC X(30) VALUE SPACES.
            02 WS-FND-CTR        PIC 9(07) COMP-3 OCCURS 8 TIMES.

      *    REKEY01 cross-reference, in the order the pairs were
      *    applied, so a number renumbered away and later back
      *    again is judged by its last move
       01 WS-XREF-AREA.
            02 WS-XRF-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-XRF-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-XRF-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-XRF-PAIR OCCURS 1000 TIMES.
                05 WS-XRF-TBL-OLD PIC 9(09).
                05 WS-XRF-TBL-NEW PIC 9(09).

      *    the version read before this one, for the sequence and
      *    effective-date checks
       01 WS-PRIOR-MASTER.
            02 WS-PRIOR-NO       PIC 9(09) VALUE ZERO.
            02 WS-PRIOR-EFF-DATE PIC X(10) VALUE SPACES.

       77 WS-XRF-STAT           PIC 9(02) VALUE ZERO.
       77 WS-XRF-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-XRF-EOF-NO        VALUE 'N'.
           88 WS-XRF-EOF-YES       VALUE 'Y'.
       77 WS-XRF-SKIP-SW        PIC X(01) VALUE 'N'.
           88 WS-XRF-SKIP-NO       VALUE 'N'.
           88 WS-XRF-SKIP-YES      VALUE 'Y'.
       77 WS-OLD-NO-SW          PIC X(01) VALUE 'N'.
           88 WS-OLD-NO-NO         VALUE 'N'.
           88 WS-OLD-NO-YES        VALUE 'Y'.
       77 WS-FIRST-SW           PIC X(01) VALUE 'Y'.
           88 WS-FIRST-NO          VALUE 'N'.
           88 WS-FIRST-YES         VALUE 'Y'.
       77 WS-REC-BAD-SW         PIC X(01) VALUE 'N'.
           88 WS-REC-BAD-NO        VALUE 'N'.
           88 WS-REC-BAD-YES       VALUE 'Y'.
       77 WS-DEP-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-DEP-FOUND-NO      VALUE 'N'.
           88 WS-DEP-FOUND-YES     VALUE 'Y'.
       77 WS-REKEYED-TO         PIC 9(09) VALUE ZERO.
       77 WS-TODAY-DATE         PIC X(10) VALUE SPACES.
       77 WS-TODAY-N            PIC 9(08) VALUE ZERO.
       77 WS-MASTER-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-BAD-REC-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FINDING-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SAVE-LINE          PIC X(133).

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM C0002-LOAD-DEPT-TABLE THRU C0002-EXIT
                UNTIL WS-DEP-STAT NOT EQUAL ZEROES
            PERFORM C0040-LOAD-CMP-TABLE THRU C0040-EXIT
                UNTIL WS-CMP-STAT NOT EQUAL ZEROES
            PERFORM C0003-LOAD-XREF THRU C0003-EXIT
                UNTIL WS-XRF-EOF-YES
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            PERFORM E0001-PROC-MASTER THRU E0001-EXIT
                UNTIL WS-MR-EOF-YES
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

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

      *     a shop that has never rekeyed has no cross-reference
      *     file yet -- the old-number check is skipped
            OPEN INPUT XREFIN.

            IF WS-XRF-STAT EQUAL '35'
               SET WS-XRF-EOF-YES  TO TRUE
               SET WS-XRF-SKIP-YES TO TRUE
            ELSE
               IF WS-XRF-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-AR TO TRUE
                  MOVE WS-XRF-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
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

       C0001-INIT-FILES.

            SET WS-MR-EOF-NO       TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            MOVE ZERO              TO WS-PAGE-CTR
            MOVE ZERO              TO WS-LINE-CTR
            ACCEPT WS-START-TIME   FROM TIME

            MOVE ZERO TO WS-FND-IX
            PERFORM C0004-CLEAR-CTR THRU C0004-EXIT
                UNTIL WS-FND-IX GREATER THAN OR EQUAL TO
                      WS-FND-CAT-MAX

            ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
            MOVE WS-TODAY-N(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '-'             TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-N(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '-'             TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-N(7:2) TO WS-TODAY-DATE(9:2)
            MOVE WS-TODAY-DATE   TO CHL-RUN-DATE
            .
       C0001-EXIT.
            EXIT.

       C0004-CLEAR-CTR.

            ADD 1 TO WS-FND-IX
            MOVE ZERO TO WS-FND-CTR(WS-FND-IX)
            .
       C0004-EXIT.
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

      *    a cross-reference too big for the table would leave
      *    old numbers unchecked, so the sweep refuses to run on
      *    a partial table rather than report a false all-clear
       C0003-LOAD-XREF.

            READ XREFIN
              AT END
                 SET WS-XRF-EOF-YES TO TRUE
                 GO TO C0003-EXIT
            END-READ

            IF WS-XRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-XRF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-XRF-COUNT GREATER THAN OR EQUAL TO WS-XRF-MAX
               DISPLAY 'MSTCHK01: XREF TABLE FULL AT '
                       WS-XRF-MAX ' PAIRS'
               SET WS-MSG-RD-AU TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-XRF-COUNT
            MOVE XRF-OLD-NO TO WS-XRF-TBL-OLD(WS-XRF-COUNT)
            MOVE XRF-NEW-NO TO WS-XRF-TBL-NEW(WS-XRF-COUNT)
            .
       C0003-EXIT.
            EXIT.

       D0001-READ-MASTER.

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
               ADD 1 TO WS-MASTER-CTR
            END-IF
            .
       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RUN EVERY CHECK AGAINST ONE MASTER VERSION.  A RECORD CAN *
      * RAISE SEVERAL FINDINGS; IT IS COUNTED ONCE AS A RECORD    *
      * WITH FINDINGS.                                            *
      *----------------------------------------------------------*
       E0001-PROC-MASTER.

            SET WS-REC-BAD-NO TO TRUE

            PERFORM E0002-CHECK-DEPT THRU E0002-EXIT
            PERFORM E0003-CHECK-COMPANY THRU E0003-EXIT
            PERFORM E0004-CHECK-DATES THRU E0004-EXIT
            PERFORM E0005-CHECK-NUMERIC THRU E0005-EXIT
            PERFORM E0006-CHECK-XREF THRU E0006-EXIT
            PERFORM E0007-CHECK-SEQUENCE THRU E0007-EXIT

            IF WS-REC-BAD-YES
               ADD 1 TO WS-BAD-REC-CTR
            END-IF

            MOVE MR-NO        TO WS-PRIOR-NO
            MOVE MEV-EFF-DATE TO WS-PRIOR-EFF-DATE
            SET WS-FIRST-NO   TO TRUE

            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       E0002-CHECK-DEPT.

            SET WS-DEP-FOUND-NO TO TRUE
            MOVE 1 TO WS-DEP-IX
            PERFORM V0001-SCAN-DEPT THRU V0001-EXIT
                UNTIL WS-DEP-FOUND-YES
                   OR WS-DEP-IX GREATER THAN WS-DEP-COUNT

            IF WS-DEP-FOUND-NO
               MOVE 1            TO WS-FND-CAT
               MOVE MR-DEPT-CODE TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF
            .
       E0002-EXIT.
            EXIT.

       E0003-CHECK-COMPANY.

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE 1 TO WS-CMP-IX
            PERFORM V0002-SCAN-COMPANY THRU V0002-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-IX GREATER THAN WS-CMP-COUNT

            IF WS-CMP-FOUND-NO
               MOVE 2               TO WS-FND-CAT
               MOVE MR-COMPANY-CODE TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF
            .
       E0003-EXIT.
            EXIT.

       E0004-CHECK-DATES.

            MOVE MR-DATE TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT

            IF WS-DATE-INVALID
               MOVE 3       TO WS-FND-CAT
               MOVE MR-DATE TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF

            MOVE MR-TS-DATE TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT

            IF WS-DATE-INVALID
               MOVE 4          TO WS-FND-CAT
               MOVE MR-TS-DATE TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF
            .
       E0004-EXIT.
            EXIT.

       E0005-CHECK-NUMERIC.

            IF MR-NUMERIC NOT NUMERIC
               MOVE 5 TO WS-FND-CAT
               MOVE 'NOT NUMERIC / BAD SIGN' TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF
            .
       E0005-EXIT.
            EXIT.

      *    every pair is walked in applied order: moving away from
      *    MR-NO sets the switch, moving back onto it clears it
       E0006-CHECK-XREF.

            IF WS-XRF-SKIP-YES
               GO TO E0006-EXIT
            END-IF

            SET WS-OLD-NO-NO TO TRUE
            MOVE ZERO        TO WS-REKEYED-TO
            MOVE ZERO        TO WS-XRF-IX
            PERFORM V0003-SCAN-XREF THRU V0003-EXIT
                UNTIL WS-XRF-IX GREATER THAN OR EQUAL TO
                      WS-XRF-COUNT

            IF WS-OLD-NO-YES
               MOVE 6             TO WS-FND-CAT
               MOVE WS-REKEYED-TO TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-IF
            .
       E0006-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SEQUENCE AND EFFECTIVE-DATE CHECKS AGAINST THE VERSION    *
      * READ BEFORE.  A VERSION THAT CARRIES AN MR-EFF-DATE MUST  *
      * CARRY A VALID ONE, AND WITHIN ONE MR-NO EACH DATE MUST BE *
      * LATER THAN THE ONE BEFORE IT.  WITHOUT EFFECTIVE DATES A  *
      * REPEATED MR-NO IS A DUPLICATE KEY.                        *
      *----------------------------------------------------------*
       E0007-CHECK-SEQUENCE.

            IF MEV-EFF-DATE NOT EQUAL SPACES
               MOVE MEV-EFF-DATE TO WS-VAL-DATE
               PERFORM I0001-VALID-DATE THRU I0001-EXIT
               IF WS-DATE-INVALID
                  MOVE 7 TO WS-FND-CAT
                  MOVE SPACES TO WS-FND-VALUE
                  STRING 'BAD MR-EFF-DATE ' MEV-EFF-DATE
                      DELIMITED BY SIZE INTO WS-FND-VALUE
                  PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
               END-IF
            END-IF

            IF WS-FIRST-YES
               GO TO E0007-EXIT
            END-IF

            IF MR-NO LESS THAN WS-PRIOR-NO
               MOVE 8 TO WS-FND-CAT
               MOVE SPACES TO WS-FND-VALUE
               STRING 'FOLLOWS ' WS-PRIOR-NO
                   DELIMITED BY SIZE INTO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
               GO TO E0007-EXIT
            END-IF

            IF MR-NO NOT EQUAL WS-PRIOR-NO
               GO TO E0007-EXIT
            END-IF

            IF MEV-EFF-DATE EQUAL SPACES
               AND WS-PRIOR-EFF-DATE EQUAL SPACES
               MOVE 8 TO WS-FND-CAT
               MOVE 'DUPLICATE RECORD NUMBER' TO WS-FND-VALUE
               PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
               GO TO E0007-EXIT
            END-IF

            EVALUATE TRUE
               WHEN MEV-EFF-DATE EQUAL WS-PRIOR-EFF-DATE
                    MOVE 7 TO WS-FND-CAT
                    MOVE SPACES TO WS-FND-VALUE
                    STRING 'DUPLICATE VERSION ' MEV-EFF-DATE
                        DELIMITED BY SIZE INTO WS-FND-VALUE
                    PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
               WHEN MEV-EFF-DATE LESS THAN WS-PRIOR-EFF-DATE
                    MOVE 7 TO WS-FND-CAT
                    MOVE SPACES TO WS-FND-VALUE
                    STRING 'FOLLOWS VERSION ' WS-PRIOR-EFF-DATE
                        DELIMITED BY SIZE INTO WS-FND-VALUE
                    PERFORM G0002-PRNT-FINDING THRU G0002-EXIT
            END-EVALUATE
            .
       E0007-EXIT.
            EXIT.

       V0001-SCAN-DEPT.

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL MR-DEPT-CODE
               SET WS-DEP-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-DEP-IX
            END-IF
            .
       V0001-EXIT.
            EXIT.

       V0002-SCAN-COMPANY.

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL MR-COMPANY-CODE
               SET WS-CMP-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-CMP-IX
            END-IF
            .
       V0002-EXIT.
            EXIT.

       V0003-SCAN-XREF.

            ADD 1 TO WS-XRF-IX

            IF WS-XRF-TBL-OLD(WS-XRF-IX) EQUAL MR-NO
               SET WS-OLD-NO-YES TO TRUE
               MOVE WS-XRF-TBL-NEW(WS-XRF-IX) TO WS-REKEYED-TO
            END-IF

            IF WS-XRF-TBL-NEW(WS-XRF-IX) EQUAL MR-NO
               SET WS-OLD-NO-NO TO TRUE
            END-IF
            .
       V0003-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            ADD 1                      TO WS-PAGE-CTR
            MOVE WS-PAGE-CTR           TO CHL-PAGE-NO

            MOVE CHK-HEADER-LAYOUT     TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE CHK-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO                  TO WS-LINE-CTR
            .
       H0001-EXIT.
            EXIT.

      *    caller has already moved the line to WS-PRINT-REPORT;
      *    it is parked across a page break
       P0001-PRINT-LINE.

            IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO
               WS-LINES-PER-PAGE
               MOVE WS-PRINT-REPORT TO WS-SAVE-LINE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               MOVE WS-SAVE-LINE    TO WS-PRINT-REPORT
            END-IF

            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                      TO WS-LINE-CTR
            .
       P0001-EXIT.
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

       G0001-PRNT-TOTALS.

            MOVE SPACES                TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'MASTER RECORDS CHECKED' TO CTL-LABEL
            MOVE WS-MASTER-CTR         TO CTL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            MOVE ZERO TO WS-FND-IX
            PERFORM G0004-PRNT-CATEGORY THRU G0004-EXIT
                UNTIL WS-FND-IX GREATER THAN OR EQUAL TO
                      WS-FND-CAT-MAX

            MOVE 'TOTAL FINDINGS'      TO CTL-LABEL
            MOVE WS-FINDING-CTR        TO CTL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            MOVE 'RECORDS WITH FINDINGS' TO CTL-LABEL
            MOVE WS-BAD-REC-CTR        TO CTL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            IF WS-XRF-SKIP-YES
               MOVE 'NO REKEY CROSS-REFERENCE - CHECK SKIPPED'
                 TO CTL-LABEL
               MOVE ZERO               TO CTL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
            END-IF

            IF WS-FINDING-CTR GREATER THAN ZERO
               SET WS-RC-INTEGRITY TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 5 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' MASTER INTEGRITY FINDINGS - SEE REPORT'
            END-IF
            .
       G0001-EXIT.
            EXIT.

      *    one finding for the current master version: category in
      *    WS-FND-CAT, offending value in WS-FND-VALUE
       G0002-PRNT-FINDING.

            SET WS-REC-BAD-YES TO TRUE
            ADD 1 TO WS-FND-CTR(WS-FND-CAT)
            ADD 1 TO WS-FINDING-CTR

            MOVE MR-NO                  TO CDL-NO
            MOVE MEV-EFF-DATE           TO CDL-EFF-DATE
            MOVE MR-NAME                TO CDL-NAME
            MOVE WS-CAT-TEXT(WS-FND-CAT) TO CDL-FINDING
            MOVE WS-FND-VALUE           TO CDL-VALUE
            MOVE CHK-DETAIL-LAYOUT      TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0003-PRNT-TOTAL-LINE.

            MOVE CHK-TRAILER-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-PRNT-CATEGORY.

            ADD 1 TO WS-FND-IX
            MOVE WS-CAT-TEXT(WS-FND-IX) TO CTL-LABEL
            MOVE WS-FND-CTR(WS-FND-IX)  TO CTL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
            .
       G0004-EXIT.
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
               WHEN WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-WR-OU
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

            CLOSE DEPFILE CMPFILE MSTIN.

            IF WS-XRF-SKIP-NO
               CLOSE XREFIN
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
            DISPLAY '  MASTER INTEGRITY STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  DEPARTMENTS LOADED......: ' WS-DEP-COUNT.
            DISPLAY '  COMPANIES LOADED........: ' WS-CMP-COUNT.
            DISPLAY '  XREF PAIRS LOADED.......: ' WS-XRF-COUNT.
            DISPLAY '  MASTER RECORDS CHECKED..: ' WS-MASTER-CTR.
            DISPLAY '  RECORDS WITH FINDINGS...: ' WS-BAD-REC-CTR.
            DISPLAY '  TOTAL FINDINGS..........: ' WS-FINDING-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
