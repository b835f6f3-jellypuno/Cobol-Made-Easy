       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPIDN01.
      *----------------------------------------------------------*
      * DUPLICATE-IDENTITY (GHOST EMPLOYEE) REPORT.  SCANS THE    *
      * MASTER (MSTIN) FOR RECORDS UNDER DIFFERENT MR-NO KEYS     *
      * THAT LOOK LIKE THE SAME PERSON, FOR INTERNAL AUDIT'S      *
      * QUARTERLY FRAUD REVIEW.  THREE PASSES OF THE INTERNAL     *
      * SORT, EACH GROUPING THE MASTER ON A DIFFERENT KEY:        *
      *   1 - SAME MR-NAME AND MR-ADDRESS-LINE-1                  *
      *   2 - SAME ADDRESS (LINES 1 AND 2) SHARED BY THE PARM     *
      *       THRESHOLD OR MORE RECORDS (DEFAULT 3)               *
      *   3 - SAME MR-NAME UNDER MORE THAN ONE MR-COMPANY-CODE    *
      * EVERY SUSPECT CLUSTER IS PRINTED WITH ITS MEMBERS'        *
      * DEPARTMENTS AND SALARIES; THE TRAILER CARRIES THE         *
      * CLUSTER COUNTS AND THE NUMBER OF RECORDS REFERRED FOR     *
      * FRAUD REVIEW.  BLANK NAMES AND ADDRESSES NEVER GROUP.     *
      * ON AN EFFECTIVE-DATED MASTER ONLY THE LAST VERSION OF     *
      * EACH MR-NO IS CONSIDERED.                                 *
      *                                                           *
      * PARM: OPTIONAL 1-2 DIGIT SHARED-ADDRESS THRESHOLD (2-99). *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT DUP-SORT-FILE ASSIGN TO SORTWK01.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD MSTIN.
       COPY MSTREC001.

       SD DUP-SORT-FILE.
       01 DUP-SORT-REC.
            02 DS-KEY           PIC X(48).
            02 DS-COMPANY-CODE  PIC X(03).
            02 DS-NO            PIC 9(09).
            02 DS-NAME          PIC X(12).
            02 DS-ADDRESS-LINE-1
                                PIC X(18).
            02 DS-ADDRESS-LINE-2
                                PIC X(18).
            02 DS-DEPT-CODE     PIC X(04).
            02 DS-SOURCE-SYS    PIC X(02).
            02 DS-NUMERIC       PIC S9(9)V99 COMP-3.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'DUPIDN01'.

       COPY CONSTANT.

       01 DUP-REPORT-LAYOUT.
            02 DUP-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(34)
                   VALUE 'DUPLICATE IDENTITY / GHOST REVIEW'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(26)
                   VALUE 'SHARED-ADDRESS THRESHOLD '.
                05 DHL-THRESHOLD
                                PIC Z9.
                05 FILLER       PIC X(50) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'PAGE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 DHL-PAGE-NO  PIC ZZZZ9.
                05 FILLER       PIC X(07) VALUE SPACES.
            02 DUP-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(06) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RECORD-NO'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'NAME'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(18) VALUE 'ADDRESS LINE 1'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(18) VALUE 'ADDRESS LINE 2'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'DEPT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(03) VALUE 'CO '.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(02) VALUE 'SS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE '         SALARY'.
                05 FILLER       PIC X(32) VALUE SPACES.
            02 DUP-CLUSTER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DCL-CHECK    PIC X(24).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DCL-KEY      PIC X(48).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'RECORDS '.
                05 DCL-COUNT    PIC ZZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'SALARY '.
                05 DCL-SALARY   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(16) VALUE SPACES.
            02 DUP-MEMBER-LAYOUT.
                05 FILLER       PIC X(06) VALUE SPACES.
                05 DML-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-ADDRESS-LINE-1
                                PIC X(18).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-ADDRESS-LINE-2
                                PIC X(18).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-DEPT-CODE
                                PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-COMPANY-CODE
                                PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-SOURCE-SYS
                                PIC X(02).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DML-SALARY   PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(32) VALUE SPACES.
            02 DUP-OVERFLOW-LAYOUT.
                05 FILLER       PIC X(06) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'AND '.
                05 DOL-COUNT    PIC ZZZ9.
                05 FILLER       PIC X(24)
                   VALUE ' MORE RECORDS NOT LISTED'.
                05 FILLER       PIC X(95) VALUE SPACES.
            02 DUP-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 DTL-LABEL    PIC X(40).
                05 DTL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    members of the cluster being collected; a cluster larger
      *    than the table is still counted and totalled in full,
      *    only the listing stops at WS-CL-MAX
       01 WS-CLUSTER-AREA.
            02 WS-CL-KEY         PIC X(48).
            02 WS-CL-COUNT       PIC 9(05) COMP VALUE ZERO.
            02 WS-CL-CO-COUNT    PIC 9(05) COMP VALUE ZERO.
            02 WS-CL-LAST-CO     PIC X(03).
            02 WS-CL-SALARY      PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-CL-MAX         PIC 9(05) COMP VALUE 50.
            02 WS-CL-ENTRY OCCURS 50 TIMES.
                05 WS-CL-NO          PIC 9(09).
                05 WS-CL-NAME        PIC X(12).
                05 WS-CL-ADDRESS-LINE-1
                                     PIC X(18).
                05 WS-CL-ADDRESS-LINE-2
                                     PIC X(18).
                05 WS-CL-DEPT-CODE   PIC X(04).
                05 WS-CL-COMPANY-CODE
                                     PIC X(03).
                05 WS-CL-SOURCE-SYS  PIC X(02).
                05 WS-CL-NUMERIC     PIC S9(9)V99 COMP-3.

      *    last master version read, held back until the next
      *    record shows a different MR-NO
       01 WS-HELD-MASTER.
            02 WS-HELD-NO        PIC 9(09).
            02 WS-HELD-NAME      PIC X(12).
            02 WS-HELD-ADDRESS-LINE-1
                                 PIC X(18).
            02 WS-HELD-ADDRESS-LINE-2
                                 PIC X(18).
            02 WS-HELD-DEPT-CODE PIC X(04).
            02 WS-HELD-SOURCE-SYS
                                 PIC X(02).
            02 WS-HELD-COMPANY-CODE
                                 PIC X(03).
            02 WS-HELD-NUMERIC   PIC S9(9)V99 COMP-3.

       77 WS-PASS-SW            PIC X(01) VALUE '1'.
           88 WS-PASS-NAME-ADDR     VALUE '1'.
           88 WS-PASS-ADDRESS       VALUE '2'.
           88 WS-PASS-NAME-CO       VALUE '3'.
       77 WS-HELD-SW            PIC X(01) VALUE 'N'.
           88 WS-HELD-NO-REC        VALUE 'N'.
           88 WS-HELD-YES           VALUE 'Y'.
       77 WS-THRESHOLD          PIC 9(02) VALUE 3.
       77 WS-CL-IX              PIC 9(05) COMP VALUE ZERO.
       77 WS-CL-LIMIT           PIC 9(05) COMP VALUE ZERO.
       77 WS-CL-OVER            PIC 9(05) COMP VALUE ZERO.
       77 WS-CLUSTER-SW         PIC X(01) VALUE 'N'.
           88 WS-CLUSTER-NO         VALUE 'N'.
           88 WS-CLUSTER-SUSPECT    VALUE 'Y'.
       77 WS-NAME-ADDR-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ADDRESS-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NAME-CO-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-CLUSTER-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-REVIEW-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MASTER-CTR         PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SAVE-LINE          PIC X(133).
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-THRESHOLD.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-TEXT      PIC X(02).
      *
       PROCEDURE DIVISION USING WS-PARM-THRESHOLD.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT

            SET WS-PASS-NAME-ADDR TO TRUE
            PERFORM S0001-RUN-PASS THRU S0001-EXIT
            SET WS-PASS-ADDRESS TO TRUE
            PERFORM S0001-RUN-PASS THRU S0001-EXIT
            SET WS-PASS-NAME-CO TO TRUE
            PERFORM S0001-RUN-PASS THRU S0001-EXIT

            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

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
            MOVE ZERO              TO WS-PAGE-CTR
            MOVE ZERO              TO WS-LINE-CTR
            ACCEPT WS-START-TIME   FROM TIME

            IF WS-PARM-LEN GREATER THAN ZERO
               IF WS-PARM-LEN GREATER THAN 2
                  OR WS-PARM-TEXT(1:WS-PARM-LEN) NOT NUMERIC
                  PERFORM C0009-BAD-PARM THRU C0009-EXIT
               END-IF
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-THRESHOLD
               IF WS-THRESHOLD LESS THAN 2
                  PERFORM C0009-BAD-PARM THRU C0009-EXIT
               END-IF
            END-IF

            MOVE WS-THRESHOLD      TO DHL-THRESHOLD
            .
       C0001-EXIT.
            EXIT.

       C0009-BAD-PARM.

            SET WS-MSG-BAD-PARM TO TRUE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-OPEN TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       C0009-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE MASTER THROUGH THE SORT.  THE KEY THE     *
      * INPUT PROCEDURE BUILDS DEPENDS ON WS-PASS-SW; THE SORT    *
      * ORDERS COMPANY WITHIN KEY SO PASS 3 CAN COUNT DISTINCT    *
      * COMPANIES ON A CHANGE OF DS-COMPANY-CODE.                 *
      *----------------------------------------------------------*
       S0001-RUN-PASS.

            SORT DUP-SORT-FILE
                ON ASCENDING KEY DS-KEY DS-COMPANY-CODE DS-NO
                INPUT PROCEDURE IS S0010-SORT-INPUT
                    THRU S0010-EXIT
                OUTPUT PROCEDURE IS T0001-SORT-OUTPUT
                    THRU T0001-EXIT
            .
       S0001-EXIT.
            EXIT.

       S0010-SORT-INPUT.

            OPEN INPUT MSTIN

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-MR-EOF-NO   TO TRUE
            SET WS-HELD-NO-REC TO TRUE
            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            PERFORM S0011-HOLD-MASTER THRU S0011-EXIT
                UNTIL WS-MR-EOF-YES

            IF WS-HELD-YES
               PERFORM S0012-RELEASE-HELD THRU S0012-EXIT
            END-IF

            CLOSE MSTIN
            .
       S0010-EXIT.
            EXIT.

       S0011-HOLD-MASTER.

            IF WS-HELD-YES
               AND MR-NO NOT EQUAL WS-HELD-NO
               PERFORM S0012-RELEASE-HELD THRU S0012-EXIT
            END-IF

            MOVE MR-NO               TO WS-HELD-NO
            MOVE MR-NAME             TO WS-HELD-NAME
            MOVE MR-ADDRESS-LINE-1   TO WS-HELD-ADDRESS-LINE-1
            MOVE MR-ADDRESS-LINE-2   TO WS-HELD-ADDRESS-LINE-2
            MOVE MR-DEPT-CODE        TO WS-HELD-DEPT-CODE
            MOVE MR-SOURCE-SYS       TO WS-HELD-SOURCE-SYS
            MOVE MR-COMPANY-CODE     TO WS-HELD-COMPANY-CODE
            MOVE MR-NUMERIC          TO WS-HELD-NUMERIC
            SET WS-HELD-YES          TO TRUE

            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            .
       S0011-EXIT.
            EXIT.

       S0012-RELEASE-HELD.

            IF WS-PASS-NAME-ADDR
               ADD 1 TO WS-MASTER-CTR
            END-IF

            MOVE SPACES TO DS-KEY

            EVALUATE TRUE
               WHEN WS-PASS-NAME-ADDR
                    IF WS-HELD-NAME EQUAL SPACES
                       OR WS-HELD-ADDRESS-LINE-1 EQUAL SPACES
                       GO TO S0012-EXIT
                    END-IF
                    MOVE WS-HELD-NAME           TO DS-KEY(1:12)
                    MOVE WS-HELD-ADDRESS-LINE-1 TO DS-KEY(13:18)
               WHEN WS-PASS-ADDRESS
                    IF WS-HELD-ADDRESS-LINE-1 EQUAL SPACES
                       GO TO S0012-EXIT
                    END-IF
                    MOVE WS-HELD-ADDRESS-LINE-1 TO DS-KEY(1:18)
                    MOVE WS-HELD-ADDRESS-LINE-2 TO DS-KEY(19:18)
               WHEN WS-PASS-NAME-CO
                    IF WS-HELD-NAME EQUAL SPACES
                       GO TO S0012-EXIT
                    END-IF
                    MOVE WS-HELD-NAME           TO DS-KEY(1:12)
            END-EVALUATE

            MOVE WS-HELD-COMPANY-CODE   TO DS-COMPANY-CODE
            MOVE WS-HELD-NO             TO DS-NO
            MOVE WS-HELD-NAME           TO DS-NAME
            MOVE WS-HELD-ADDRESS-LINE-1 TO DS-ADDRESS-LINE-1
            MOVE WS-HELD-ADDRESS-LINE-2 TO DS-ADDRESS-LINE-2
            MOVE WS-HELD-DEPT-CODE      TO DS-DEPT-CODE
            MOVE WS-HELD-SOURCE-SYS     TO DS-SOURCE-SYS
            MOVE WS-HELD-NUMERIC        TO DS-NUMERIC

            RELEASE DUP-SORT-REC
            .
       S0012-EXIT.
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
            .
       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CONTROL BREAK ON DS-KEY OVER THE SORTED STREAM.  EACH     *
      * GROUP IS COLLECTED INTO WS-CLUSTER-AREA AND JUDGED BY     *
      * THE RULE FOR THE PASS WHEN THE KEY CHANGES.               *
      *----------------------------------------------------------*
       T0001-SORT-OUTPUT.

            SET WS-SORT-EOF-NO TO TRUE
            MOVE ZERO          TO WS-CL-COUNT
            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            PERFORM T0003-PROC-SORTED THRU T0003-EXIT
                UNTIL WS-SORT-EOF-YES

            IF WS-CL-COUNT GREATER THAN ZERO
               PERFORM T0004-CLOSE-CLUSTER THRU T0004-EXIT
            END-IF
            .
       T0001-EXIT.
            EXIT.

       T0002-RETURN-SORTED.

            RETURN DUP-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN
            .
       T0002-EXIT.
            EXIT.

       T0003-PROC-SORTED.

            IF WS-CL-COUNT GREATER THAN ZERO
               AND DS-KEY NOT EQUAL WS-CL-KEY
               PERFORM T0004-CLOSE-CLUSTER THRU T0004-EXIT
            END-IF

            IF WS-CL-COUNT EQUAL ZERO
               MOVE DS-KEY          TO WS-CL-KEY
               MOVE ZERO            TO WS-CL-CO-COUNT
               MOVE ZERO            TO WS-CL-SALARY
               MOVE LOW-VALUES      TO WS-CL-LAST-CO
            END-IF

            PERFORM T0005-ADD-MEMBER THRU T0005-EXIT
            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            .
       T0003-EXIT.
            EXIT.

       T0004-CLOSE-CLUSTER.

            SET WS-CLUSTER-NO TO TRUE

            EVALUATE TRUE
               WHEN WS-PASS-NAME-ADDR
                    IF WS-CL-COUNT NOT LESS THAN 2
                       SET WS-CLUSTER-SUSPECT TO TRUE
                       ADD 1 TO WS-NAME-ADDR-CTR
                       MOVE 'SAME NAME AND ADDRESS' TO DCL-CHECK
                    END-IF
               WHEN WS-PASS-ADDRESS
                    IF WS-CL-COUNT NOT LESS THAN WS-THRESHOLD
                       SET WS-CLUSTER-SUSPECT TO TRUE
                       ADD 1 TO WS-ADDRESS-CTR
                       MOVE 'SHARED ADDRESS' TO DCL-CHECK
                    END-IF
               WHEN WS-PASS-NAME-CO
                    IF WS-CL-CO-COUNT NOT LESS THAN 2
                       SET WS-CLUSTER-SUSPECT TO TRUE
                       ADD 1 TO WS-NAME-CO-CTR
                       MOVE 'SAME NAME, 2+ COMPANIES' TO DCL-CHECK
                    END-IF
            END-EVALUATE

            IF WS-CLUSTER-SUSPECT
               PERFORM U0001-PRNT-CLUSTER THRU U0001-EXIT
            END-IF

            MOVE ZERO TO WS-CL-COUNT
            .
       T0004-EXIT.
            EXIT.

       T0005-ADD-MEMBER.

            ADD 1          TO WS-CL-COUNT
            ADD DS-NUMERIC TO WS-CL-SALARY

            IF DS-COMPANY-CODE NOT EQUAL WS-CL-LAST-CO
               ADD 1 TO WS-CL-CO-COUNT
               MOVE DS-COMPANY-CODE TO WS-CL-LAST-CO
            END-IF

            IF WS-CL-COUNT GREATER THAN WS-CL-MAX
               GO TO T0005-EXIT
            END-IF

            MOVE DS-NO             TO WS-CL-NO(WS-CL-COUNT)
            MOVE DS-NAME           TO WS-CL-NAME(WS-CL-COUNT)
            MOVE DS-ADDRESS-LINE-1 TO
                 WS-CL-ADDRESS-LINE-1(WS-CL-COUNT)
            MOVE DS-ADDRESS-LINE-2 TO
                 WS-CL-ADDRESS-LINE-2(WS-CL-COUNT)
            MOVE DS-DEPT-CODE      TO WS-CL-DEPT-CODE(WS-CL-COUNT)
            MOVE DS-COMPANY-CODE   TO
                 WS-CL-COMPANY-CODE(WS-CL-COUNT)
            MOVE DS-SOURCE-SYS     TO WS-CL-SOURCE-SYS(WS-CL-COUNT)
            MOVE DS-NUMERIC        TO WS-CL-NUMERIC(WS-CL-COUNT)
            .
       T0005-EXIT.
            EXIT.

       U0001-PRNT-CLUSTER.

            ADD 1               TO WS-CLUSTER-CTR
            ADD WS-CL-COUNT     TO WS-REVIEW-CTR

            MOVE WS-CL-KEY      TO DCL-KEY
            MOVE WS-CL-COUNT    TO DCL-COUNT
            MOVE WS-CL-SALARY   TO DCL-SALARY

            MOVE SPACES              TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            MOVE DUP-CLUSTER-LAYOUT  TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT

            MOVE WS-CL-COUNT TO WS-CL-LIMIT
            IF WS-CL-LIMIT GREATER THAN WS-CL-MAX
               MOVE WS-CL-MAX TO WS-CL-LIMIT
            END-IF

            MOVE 1 TO WS-CL-IX
            PERFORM U0002-PRNT-MEMBER THRU U0002-EXIT
                UNTIL WS-CL-IX GREATER THAN WS-CL-LIMIT

            IF WS-CL-COUNT GREATER THAN WS-CL-MAX
               SUBTRACT WS-CL-MAX FROM WS-CL-COUNT GIVING WS-CL-OVER
               MOVE WS-CL-OVER          TO DOL-COUNT
               MOVE DUP-OVERFLOW-LAYOUT TO WS-PRINT-REPORT
               PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            END-IF
            .
       U0001-EXIT.
            EXIT.

       U0002-PRNT-MEMBER.

            MOVE WS-CL-NO(WS-CL-IX)           TO DML-NO
            MOVE WS-CL-NAME(WS-CL-IX)         TO DML-NAME
            MOVE WS-CL-ADDRESS-LINE-1(WS-CL-IX)
                                              TO DML-ADDRESS-LINE-1
            MOVE WS-CL-ADDRESS-LINE-2(WS-CL-IX)
                                              TO DML-ADDRESS-LINE-2
            MOVE WS-CL-DEPT-CODE(WS-CL-IX)    TO DML-DEPT-CODE
            MOVE WS-CL-COMPANY-CODE(WS-CL-IX) TO DML-COMPANY-CODE
            MOVE WS-CL-SOURCE-SYS(WS-CL-IX)   TO DML-SOURCE-SYS
            MOVE WS-CL-NUMERIC(WS-CL-IX)      TO DML-SALARY

            MOVE DUP-MEMBER-LAYOUT            TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT

            ADD 1 TO WS-CL-IX
            .
       U0002-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            ADD 1                      TO WS-PAGE-CTR
            MOVE WS-PAGE-CTR           TO DHL-PAGE-NO

            MOVE DUP-HEADER-LAYOUT     TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE DUP-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
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

            MOVE 'MASTER RECORDS SCANNED' TO DTL-LABEL
            MOVE WS-MASTER-CTR         TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT

            MOVE 'SAME NAME AND ADDRESS CLUSTERS' TO DTL-LABEL
            MOVE WS-NAME-ADDR-CTR      TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT

            MOVE 'SHARED ADDRESS CLUSTERS' TO DTL-LABEL
            MOVE WS-ADDRESS-CTR        TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT

            MOVE 'SAME NAME IN 2+ COMPANIES CLUSTERS' TO DTL-LABEL
            MOVE WS-NAME-CO-CTR        TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT

            MOVE 'SUSPECT CLUSTERS' TO DTL-LABEL
            MOVE WS-CLUSTER-CTR        TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT

      *    a record in clusters from more than one check is counted
      *    once per cluster it appears in
            MOVE 'CLUSTER MEMBERS FOR FRAUD REVIEW' TO DTL-LABEL
            MOVE WS-REVIEW-CTR         TO DTL-COUNT
            PERFORM G0002-PRNT-TOTAL-LINE THRU G0002-EXIT
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-TOTAL-LINE.

            MOVE DUP-TRAILER-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-MR OR WS-MSG-OP-OU
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-MR
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
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

            CLOSE OUTFILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  DUPLICATE IDENTITY STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  MASTER RECORDS SCANNED..: ' WS-MASTER-CTR.
            DISPLAY '  SUSPECT CLUSTERS........: ' WS-CLUSTER-CTR.
            DISPLAY '  MEMBERS FOR REVIEW......: ' WS-REVIEW-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
