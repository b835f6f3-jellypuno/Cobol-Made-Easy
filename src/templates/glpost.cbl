      *     (RUNREC001) AS THE CONTROL FIGURE;                   *
      *   - RE-ACCUMULATES THE DAILY DEPARTMENT TOTALS FROM THE  *
      *     MONTH'S REPORTS CONCATENATED ON RPTIN (THE SAME      *
      *     SUBTOTAL-LINE PARSE CONSOL01 USES).  WHEN THE RUN    *
      *     SPLITS LABOR ACROSS COST CENTERS, EACH DEPARTMENT    *
      *     SUBTOTAL CARRIES ONLY THE SHARE KEPT AT HOME AND     *
      *     THE SHARES DISTRIBUTED IN ARRIVE AS THEIR OWN        *
      *     SUBTOTAL LINES FOR THE RECEIVING DEPARTMENT, SO THE  *
      *     DEBITS LAND ON THE COST CENTERS THAT BEAR THE COST;  *
      *   - CUTS THE POSTING FILE (GLPREC001): ONE DEBIT TO THE  *
      *     SALARY EXPENSE ACCOUNT PER DEPARTMENT COST CENTER    *
      *     AND THE MATCHING CREDIT TO PAYROLL CLEARING, WITH A  *
      *     HEADER AND A COUNT/HASH TRAILER IN THE SPIRIT OF     *
      *     THE VENDOR EXTRACT;                                  *
      *   - WHEN THE DAILY RUNS CONVERT SALARIES TO THE          *
      *     FUNCTIONAL CURRENCY THE SUBTOTALS ARE ALREADY        *
      *     FUNCTIONAL; THE RUNS' FX ROUNDING DIFFERENCE LINES   *
      *     ARE SUMMED AND POSTED AS ONE SEPARATE PAIR BETWEEN   *
      *     THE FX ROUNDING ACCOUNT AND PAYROLL CLEARING;        *
      *   - ONE-OFF PAYMENTS (BONUS, COMMISSION) ARE TAKEN OFF   *
      *     THE REPORTS' ONE-OFF DEPARTMENT LINES AND POSTED AS  *
      *     THEIR OWN PAIR PER COST CENTER, DEBITING THE ONE-OFF *
      *     PAY EXPENSE ACCOUNT INSTEAD OF SALARY EXPENSE;       *
      *   - WITH SEVERAL OPERATING COMPANIES, TAKES THE REPORTS' *
      *     COMPANY DEPARTMENT RECAP LINES AND THE OWNING        *
      *     COMPANY OF EACH DEPARTMENT OFF THE DEPARTMENT        *
      *     REFERENCE FILE (DEPREC001, OPTIONAL -- NO FILE, NO   *
      *     RECHARGES).  SALARY A COMPANY PAID FOR A DEPARTMENT  *
      *     ANOTHER COMPANY OWNS IS RECHARGED, SUMMED BY COMPANY *
      *     PAIR AND DEPARTMENT: THE EMPLOYING COMPANY DEBITS    *
      *     INTERCOMPANY RECEIVABLE AND CREDITS SALARY EXPENSE,  *
      *     THE OWNING COMPANY DEBITS SALARY EXPENSE AND CREDITS *
      *     INTERCOMPANY PAYABLE, SO EACH COMPANY'S SIDE NETS TO *
      *     ZERO ON ITS OWN.  AN INTERCOMPANY MATRIX OF WHO OWES *
      *     WHOM FOR THE PERIOD FOLLOWS THE PROOF;               *
      *   - PRINTS THE POSTING REGISTER AND PROVES (A) POSTINGS  *
      *     NET TO ZERO, (B) DEPARTMENT TOTALS EQUAL THE         *
      *     RUN-HISTORY CONTROL FIGURE AND (C) ONE-OFF TOTALS    *
      *     EQUAL THE RUN-HISTORY ONE-OFF FIGURE, AND (D) EACH   *
      *     COMPANY'S INTERCOMPANY POSTINGS NET TO ZERO.  ANY    *
      *     PROOF FAILING ENDS THE STEP WITH THE OUT-OF-BALANCE  *
      *     RETURN CODE.                                         *
      * THE PERIOD IS REGISTERED ON THE CONTROL FILE ONLY AFTER  *
      * A CLEAN END OF JOB.                                      *
      *----------------------------------------------------------*
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

            SELECT DEPFILE ASSIGN TO DEPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEP-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD RUNHIST.

       FD OUTFILE.
       COPY PRTREC001.

       FD DEPFILE.
       COPY DEPREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *
                05 GRD-DR-CR    PIC X(06).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 GRD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 GRD-IC-NOTE.
                   10 GRD-COMPANY  PIC X(03).
                   10 GRD-IC-WITH  PIC X(06).
                   10 GRD-PARTNER  PIC X(03).
                05 FILLER       PIC X(76) VALUE SPACES.
            02 GLR-PROOF-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 GRP-CHECK    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 GRP-VERDICT  PIC X(14).
                05 FILLER       PIC X(43) VALUE SPACES.
      *     intercompany matrix: a row per company, what it owes
      *     each column company, seven columns to a band
            02 GLR-MATRIX-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(37)
                   VALUE 'INTERCOMPANY MATRIX - ROW OWES COLUMN'.
                05 FILLER       PIC X(94) VALUE SPACES.
            02 GLR-MATRIX-HEAD-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'OWES'.
                05 GMH-COLUMN OCCURS 7 TIMES.
                   10 FILLER    PIC X(12) VALUE SPACES.
                   10 GMH-CMP   PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'TOTAL OWES'.
                05 FILLER       PIC X(05) VALUE SPACES.
            02 GLR-MATRIX-ROW-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 GMR-LABEL    PIC X(06).
                05 GMR-CELLS.
                   10 GMR-CELL  PIC -ZZZ,ZZZ,ZZ9.99 OCCURS 7 TIMES.
                05 GMR-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(05) VALUE SPACES.

      *    the ledger accounts this interface posts to -- agreed
      *    with finance; a change here is a change to the chart
      *    of accounts mapping, not to the mechanics
       77 WS-EXPENSE-ACCOUNT    PIC X(08) VALUE '61000000'.
       77 WS-CLEARING-ACCOUNT   PIC X(08) VALUE '21000000'.
       77 WS-FXROUND-ACCOUNT    PIC X(08) VALUE '79500000'.
       77 WS-ONEOFF-ACCOUNT     PIC X(08) VALUE '61500000'.
       77 WS-ICREC-ACCOUNT      PIC X(08) VALUE '13500000'.
       77 WS-ICPAY-ACCOUNT      PIC X(08) VALUE '23500000'.

      *    per-department salary totals for the period, absorbed
      *    off the report subtotal lines in code order the same
      *    way CONSOL01 combines its slices; the department's
      *    one-off payments ride alongside in their own column
       01 WS-GL-DEPT-AREA.
            02 WS-GDP-MAX        PIC 9(04) COMP VALUE 1000.
            02 WS-GDP-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
            02 WS-GDP-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GDP-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GDP-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-GDP-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-GDP-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-GDP-FOUND-NO   VALUE 'N'.
                88 WS-GDP-FOUND-YES  VALUE 'Y'.
            02 WS-GDP-ENTRY OCCURS 1000 TIMES.
                05 WS-GDP-CODE   PIC X(04).
                05 WS-GDP-SALARY PIC S9(11)V99 COMP-3.
                05 WS-GDP-ONEOFF PIC S9(11)V99 COMP-3.

      *    the period's recharges, one entry per employing
      *    company, owning company and department, in that order
       01 WS-GL-ICO-AREA.
            02 WS-GIC-MAX        PIC 9(04) COMP VALUE 2000.
            02 WS-GIC-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
            02 WS-GIC-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GIC-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GIC-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-GIC-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-GIC-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-GIC-FOUND-NO   VALUE 'N'.
                88 WS-GIC-FOUND-YES  VALUE 'Y'.
            02 WS-GIC-WORK-KEY.
                05 WS-GIC-WORK-EMP   PIC X(03).
                05 WS-GIC-WORK-OWN   PIC X(03).
                05 WS-GIC-WORK-DEPT  PIC X(04).
            02 WS-GIC-ENTRY OCCURS 2000 TIMES.
                05 WS-GIC-KEY.
                   10 WS-GIC-EMP     PIC X(03).
                   10 WS-GIC-OWN     PIC X(03).
                   10 WS-GIC-DEPT    PIC X(04).
                05 WS-GIC-AMOUNT     PIC S9(11)V99 COMP-3.

      *    the same recharges summed by company pair -- owing
      *    company first -- for the matrix cells
       01 WS-GL-PAIR-AREA.
            02 WS-GPR-MAX        PIC 9(04) COMP VALUE 2000.
            02 WS-GPR-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
            02 WS-GPR-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GPR-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GPR-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-GPR-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-GPR-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-GPR-FOUND-NO   VALUE 'N'.
                88 WS-GPR-FOUND-YES  VALUE 'Y'.
            02 WS-GPR-WORK-KEY.
                05 WS-GPR-WORK-OWN   PIC X(03).
                05 WS-GPR-WORK-EMP   PIC X(03).
            02 WS-GPR-ENTRY OCCURS 2000 TIMES.
                05 WS-GPR-KEY.
                   10 WS-GPR-OWN     PIC X(03).
                   10 WS-GPR-EMP     PIC X(03).
                05 WS-GPR-AMOUNT     PIC S9(11)V99 COMP-3.

      *    every company on either side of a recharge, in code
      *    order: what it owes, what it is owed, and the net of
      *    the intercompany postings cut under it
       01 WS-GL-MATRIX-AREA.
            02 WS-GMX-MAX        PIC 9(04) COMP VALUE 200.
            02 WS-GMX-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
            02 WS-GMX-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-JX         PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-LO         PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-HI         PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-ROW-IX     PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-COL-IX     PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-CELL-IX    PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-BAND-LO    PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-BAND-HI    PIC 9(04) COMP VALUE ZERO.
            02 WS-GMX-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-GMX-FOUND-NO   VALUE 'N'.
                88 WS-GMX-FOUND-YES  VALUE 'Y'.
            02 WS-GMX-WORK-CODE  PIC X(03) VALUE SPACES.
            02 WS-GMX-ENTRY OCCURS 200 TIMES.
                05 WS-GMX-CODE       PIC X(03).
                05 WS-GMX-OWES       PIC S9(11)V99 COMP-3.
                05 WS-GMX-OWED       PIC S9(11)V99 COMP-3.
                05 WS-GMX-NET        PIC S9(11)V99 COMP-3.

       01 WS-PARSE-FIELDS.
            02 WS-PARSE-IX       PIC 9(04) COMP VALUE ZERO.
            02 WS-PARSE-DIGIT    PIC 9(01) VALUE ZERO.
            02 WS-WORK-SALARY    PIC S9(11)V99 COMP-3 VALUE ZERO.
            02 WS-WORK-CODE      PIC X(04) VALUE SPACES.
            02 WS-WORK-CMP       PIC X(03) VALUE SPACES.
            02 WS-WORK-KIND-SW   PIC X(01) VALUE 'S'.
                88 WS-WORK-SALARY-LINE VALUE 'S'.
                88 WS-WORK-ONEOFF-LINE VALUE 'P'.

       77 WS-GLC-STAT           PIC 9(02) VALUE ZERO.
       77 WS-GLP-STAT           PIC 9(02) VALUE ZERO.
       77 WS-HIST-SALARY        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-HIST-RUN-CTR       PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-DEPT-SALARY-TOT    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-FX-ROUND-TOT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-HIST-ONEOFF        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-DEPT-ONEOFF-TOT    PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    cost center the next posting line is cut for -- spaces
      *    for a posting that belongs to no department
       77 WS-POST-CC            PIC X(04) VALUE SPACES.
      *    company a posting is cut under and the company on the
      *    other side of it -- spaces except for the recharges
       77 WS-POST-CMP           PIC X(03) VALUE SPACES.
       77 WS-POST-PARTNER       PIC X(03) VALUE SPACES.
       77 WS-DEP-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-DEP-OPEN-NO       VALUE 'N'.
           88 WS-DEP-OPEN-YES      VALUE 'Y'.
       77 WS-CPD-LINE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ICO-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-ICO-NOT-OWNED-CTR  PIC 9(07) COMP-3 VALUE ZERO.
      *    one recharge pair: the debit and credit accounts and
      *    the signed amount -- a negative amount posts the other
      *    way round
       77 WS-PAIR-DR-ACCOUNT    PIC X(08) VALUE SPACES.
       77 WS-PAIR-CR-ACCOUNT    PIC X(08) VALUE SPACES.
       77 WS-PAIR-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-NET-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-ABS-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
       77 WS-POST-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION USING WS-PARM-PERIOD.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM K0001-CHECK-PERIOD THRU K0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            IF WS-DEP-OPEN-YES
               PERFORM C0002-LOAD-OWNERS THRU C0002-EXIT
                   UNTIL WS-DEP-STAT NOT EQUAL ZEROES
            END-IF
            PERFORM D0001-TALLY-HIST THRU D0001-EXIT
                UNTIL WS-RNH-EOF-YES
            PERFORM E0001-SCAN-REPORT THRU E0001-EXIT
                UNTIL WS-RPT-EOF-YES
            PERFORM P0001-WRITE-HEADER THRU P0001-EXIT
            PERFORM Q0001-POST-DEPTS THRU Q0001-EXIT
            PERFORM Q0003-POST-FX-ROUND THRU Q0003-EXIT
            PERFORM Q0010-POST-INTERCO THRU Q0010-EXIT
            PERFORM P0004-WRITE-TRAILER THRU P0004-EXIT
            PERFORM G0001-PRNT-PROOF THRU G0001-EXIT
            PERFORM G0005-PRNT-MATRIX THRU G0005-EXIT
            IF WS-RETURN-CDE EQUAL ZERO
               PERFORM K0002-CLOSE-PERIOD THRU K0002-EXIT
            END-IF
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE READ OF THE DEPARTMENT REFERENCE FILE PER PERFORM --  *
      * A0001 DRIVES THIS UNTIL END OF FILE.  DEPTLD01 WRITES THE *
      * FILE IN CODE ORDER AND V0004-FIND-OWNER SEARCHES IT       *
      * BINARY, SO ORDER IS PROVED AS IT LOADS.                   *
      *----------------------------------------------------------*
       C0002-LOAD-OWNERS.

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

            IF WS-DEP-COUNT GREATER THAN ZERO
               AND DEP-CODE NOT GREATER THAN
                   WS-DEP-TBL-CODE(WS-DEP-COUNT)
               DISPLAY 'DEPARTMENT OUT OF SEQUENCE: ' DEP-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DEP-COUNT
            MOVE DEP-CODE         TO WS-DEP-TBL-CODE(WS-DEP-COUNT)
            MOVE DEP-NAME         TO WS-DEP-TBL-NAME(WS-DEP-COUNT)
            MOVE DEP-COMPANY-CODE TO WS-DEP-TBL-CMP(WS-DEP-COUNT)
            .
       C0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * PERIOD-CLOSE GUARD -- SCANNED BEFORE ANY OTHER FILE IS    *
      * TOUCHED, THE SAME SHAPE AS THE DAILY RUN'S FEED-CONTROL   *
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *     the department reference file is only wanted for the
      *     owning companies -- without it nothing is recharged
            OPEN INPUT DEPFILE.

            IF WS-DEP-STAT EQUAL '35'
               GO TO B0001-OPEN-POST
            END-IF

            IF WS-DEP-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-DP TO TRUE
               MOVE WS-DEP-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-DEP-OPEN-YES TO TRUE.

       B0001-OPEN-POST.

            OPEN OUTPUT GLPOST.

            IF WS-GLP-STAT NOT EQUAL ZEROES
               AND RUN-RETURN-CDE EQUAL ZERO
               ADD 1                TO WS-HIST-RUN-CTR
               ADD RUN-SALARY-TOTAL TO WS-HIST-SALARY
      *        runs recorded before one-off payments existed carry
      *        no figure there at all
               IF RUN-ONEOFF-TOTAL NUMERIC
                  ADD RUN-ONEOFF-TOTAL TO WS-HIST-ONEOFF
               END-IF
            END-IF
            .
       D0001-EXIT.
               AND RPT-LINE-REC(35:13) EQUAL 'GROUP RECORDS'
               PERFORM Q0005-ABSORB-DEPT THRU Q0005-EXIT
            END-IF

            IF RPT-LINE-REC(3:22) EQUAL 'FX ROUNDING DIFFERENCE'
               PERFORM Q0008-ABSORB-FX-ROUND THRU Q0008-EXIT
            END-IF

            IF RPT-LINE-REC(3:12) EQUAL 'ONE-OFF DEPT'
               PERFORM Q0009-ABSORB-ONEOFF THRU Q0009-EXIT
            END-IF

            IF RPT-LINE-REC(3:8) EQUAL 'CMP/DEPT'
               PERFORM Q0011-ABSORB-CDP THRU Q0011-EXIT
            END-IF
            .
       E0001-EXIT.
            EXIT.
               MULTIPLY WS-WORK-SALARY BY -1 GIVING WS-WORK-SALARY
            END-IF

            SET WS-WORK-SALARY-LINE TO TRUE
            PERFORM V0001-MERGE-DEPT THRU V0001-EXIT
            .
       Q0005-EXIT.
            EXIT.

      *    a run's one-off payments booked to one department: code
      *    at 16-19, amount and CR sign at 51-66 of the OUREC001
      *    one-off department line
       Q0009-ABSORB-ONEOFF.

            MOVE RPT-LINE-REC(16:4)  TO WS-WORK-CODE

            MOVE 51 TO WS-PARSE-IX
            MOVE 64 TO WS-PARSE-END
            PERFORM Q0006-PARSE-NUMBER THRU Q0006-EXIT
            DIVIDE WS-PARSE-CTR BY 100 GIVING WS-WORK-SALARY

            IF RPT-LINE-REC(65:2) EQUAL 'CR'
               MULTIPLY WS-WORK-SALARY BY -1 GIVING WS-WORK-SALARY
            END-IF

            SET WS-WORK-ONEOFF-LINE TO TRUE
            PERFORM V0001-MERGE-DEPT THRU V0001-EXIT
            .
       Q0009-EXIT.
            EXIT.

      *    a run's FX rounding difference, amount and CR sign at
      *    27-42 of the OUREC001 rounding line
       Q0008-ABSORB-FX-ROUND.

            MOVE 27 TO WS-PARSE-IX
            MOVE 40 TO WS-PARSE-END
            PERFORM Q0006-PARSE-NUMBER THRU Q0006-EXIT
            DIVIDE WS-PARSE-CTR BY 100 GIVING WS-WORK-SALARY

            IF RPT-LINE-REC(41:2) EQUAL 'CR'
               MULTIPLY WS-WORK-SALARY BY -1 GIVING WS-WORK-SALARY
            END-IF

            ADD WS-WORK-SALARY TO WS-FX-ROUND-TOT
            .
       Q0008-EXIT.
            EXIT.

      *    a run's salary paid by one company for one department:
      *    company at 12-14, department at 16-19, amount and CR
      *    sign at 33-48 of the OUREC001 company department recap
      *    line.  only a department another company owns is
      *    recharged.
       Q0011-ABSORB-CDP.

            ADD 1 TO WS-CPD-LINE-CTR
            MOVE RPT-LINE-REC(12:3)  TO WS-WORK-CMP
            MOVE RPT-LINE-REC(16:4)  TO WS-WORK-CODE

            MOVE 33 TO WS-PARSE-IX
            MOVE 46 TO WS-PARSE-END
            PERFORM Q0006-PARSE-NUMBER THRU Q0006-EXIT
            DIVIDE WS-PARSE-CTR BY 100 GIVING WS-WORK-SALARY

            IF RPT-LINE-REC(47:2) EQUAL 'CR'
               MULTIPLY WS-WORK-SALARY BY -1 GIVING WS-WORK-SALARY
            END-IF

            MOVE WS-WORK-CODE TO WS-DEP-LOOKUP-CODE
            PERFORM V0004-FIND-OWNER THRU V0004-EXIT

            IF WS-DEPT-FOUND-NO
               ADD 1 TO WS-ICO-NOT-OWNED-CTR
               GO TO Q0011-EXIT
            END-IF

            IF WS-DEP-TBL-CMP(WS-DEP-IX) EQUAL SPACES
               ADD 1 TO WS-ICO-NOT-OWNED-CTR
               GO TO Q0011-EXIT
            END-IF

            IF WS-DEP-TBL-CMP(WS-DEP-IX) EQUAL WS-WORK-CMP
               GO TO Q0011-EXIT
            END-IF

            MOVE WS-WORK-CMP                TO WS-GIC-WORK-EMP
            MOVE WS-DEP-TBL-CMP(WS-DEP-IX)  TO WS-GIC-WORK-OWN
            MOVE WS-WORK-CODE               TO WS-GIC-WORK-DEPT
            PERFORM V0006-MERGE-ICO THRU V0006-EXIT

            MOVE WS-GIC-WORK-OWN TO WS-GPR-WORK-OWN
            MOVE WS-GIC-WORK-EMP TO WS-GPR-WORK-EMP
            PERFORM V0009-MERGE-PAIR THRU V0009-EXIT

            MOVE WS-GIC-WORK-OWN TO WS-GMX-WORK-CODE
            PERFORM V0012-MERGE-CMP THRU V0012-EXIT
            ADD WS-WORK-SALARY TO WS-GMX-OWES(WS-GMX-IX)

            MOVE WS-GIC-WORK-EMP TO WS-GMX-WORK-CODE
            PERFORM V0012-MERGE-CMP THRU V0012-EXIT
            ADD WS-WORK-SALARY TO WS-GMX-OWED(WS-GMX-IX)

            ADD WS-WORK-SALARY TO WS-ICO-TOTAL
            .
       Q0011-EXIT.
            EXIT.

       Q0006-PARSE-NUMBER.

            MOVE ZERO TO WS-PARSE-CTR
       V0001-MERGE-DEPT.

            SET WS-GDP-FOUND-NO TO TRUE
            MOVE 1            TO WS-GDP-LO
            MOVE WS-GDP-COUNT TO WS-GDP-HI
            PERFORM V0002-SCAN-DEPT THRU V0002-EXIT
                UNTIL WS-GDP-FOUND-YES
                   OR WS-GDP-LO GREATER THAN WS-GDP-HI

      *     not there: the new entry goes where the search stopped
            IF WS-GDP-FOUND-NO
               MOVE WS-GDP-LO TO WS-GDP-IX
            END-IF

            IF WS-GDP-FOUND-YES
               GO TO V0001-ADD
            END-IF

            IF WS-GDP-COUNT GREATER THAN OR EQUAL TO WS-GDP-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
                UNTIL WS-GDP-JX LESS THAN OR EQUAL TO WS-GDP-IX

            MOVE WS-WORK-CODE   TO WS-GDP-CODE(WS-GDP-IX)
            MOVE ZERO           TO WS-GDP-SALARY(WS-GDP-IX)
            MOVE ZERO           TO WS-GDP-ONEOFF(WS-GDP-IX)
            .
       V0001-ADD.

            IF WS-WORK-ONEOFF-LINE
               ADD WS-WORK-SALARY TO WS-GDP-ONEOFF(WS-GDP-IX)
            ELSE
               ADD WS-WORK-SALARY TO WS-GDP-SALARY(WS-GDP-IX)
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the code cannot be in
       V0002-SCAN-DEPT.

            ADD WS-GDP-LO WS-GDP-HI GIVING WS-GDP-IX
            DIVIDE 2 INTO WS-GDP-IX

            IF WS-GDP-CODE(WS-GDP-IX) EQUAL WS-WORK-CODE
               SET WS-GDP-FOUND-YES TO TRUE
            ELSE
               IF WS-GDP-CODE(WS-GDP-IX) LESS THAN WS-WORK-CODE
                  ADD 1 TO WS-GDP-IX GIVING WS-GDP-LO
               ELSE
                  SUBTRACT 1 FROM WS-GDP-IX GIVING WS-GDP-HI
               END-IF
            END-IF
            .
       V0003-EXIT.
            EXIT.

      *    WS-DEP-LOOKUP-CODE in, WS-DEP-IX at the entry out when
      *    WS-DEPT-FOUND-YES
       V0004-FIND-OWNER.

            SET WS-DEPT-FOUND-NO TO TRUE
            MOVE 1            TO WS-DEP-LO
            MOVE WS-DEP-COUNT TO WS-DEP-HI
            PERFORM V0005-SCAN-OWNER THRU V0005-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-LO GREATER THAN WS-DEP-HI
            .
       V0004-EXIT.
            EXIT.

       V0005-SCAN-OWNER.

            ADD WS-DEP-LO WS-DEP-HI GIVING WS-DEP-IX
            DIVIDE 2 INTO WS-DEP-IX

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL WS-DEP-LOOKUP-CODE
               SET WS-DEPT-FOUND-YES TO TRUE
            ELSE
               IF WS-DEP-TBL-CODE(WS-DEP-IX) LESS THAN
                  WS-DEP-LOOKUP-CODE
                  ADD 1 TO WS-DEP-IX GIVING WS-DEP-LO
               ELSE
                  SUBTRACT 1 FROM WS-DEP-IX GIVING WS-DEP-HI
               END-IF
            END-IF
            .
       V0005-EXIT.
            EXIT.

      *    the recharge table in employing company / owning
      *    company / department order, the same insert V0001 does
       V0006-MERGE-ICO.

            SET WS-GIC-FOUND-NO TO TRUE
            MOVE 1            TO WS-GIC-LO
            MOVE WS-GIC-COUNT TO WS-GIC-HI
            PERFORM V0007-SCAN-ICO THRU V0007-EXIT
                UNTIL WS-GIC-FOUND-YES
                   OR WS-GIC-LO GREATER THAN WS-GIC-HI

            IF WS-GIC-FOUND-NO
               MOVE WS-GIC-LO TO WS-GIC-IX
            END-IF

            IF WS-GIC-FOUND-YES
               GO TO V0006-ADD
            END-IF

            IF WS-GIC-COUNT GREATER THAN OR EQUAL TO WS-GIC-MAX
               SET WS-MSG-ICO-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-GIC-COUNT
            MOVE WS-GIC-COUNT TO WS-GIC-JX
            PERFORM V0008-SHIFT-ICO THRU V0008-EXIT
                UNTIL WS-GIC-JX LESS THAN OR EQUAL TO WS-GIC-IX

            MOVE WS-GIC-WORK-KEY TO WS-GIC-KEY(WS-GIC-IX)
            MOVE ZERO            TO WS-GIC-AMOUNT(WS-GIC-IX)
            .
       V0006-ADD.

            ADD WS-WORK-SALARY TO WS-GIC-AMOUNT(WS-GIC-IX)
            .
       V0006-EXIT.
            EXIT.

       V0007-SCAN-ICO.

            ADD WS-GIC-LO WS-GIC-HI GIVING WS-GIC-IX
            DIVIDE 2 INTO WS-GIC-IX

            IF WS-GIC-KEY(WS-GIC-IX) EQUAL WS-GIC-WORK-KEY
               SET WS-GIC-FOUND-YES TO TRUE
            ELSE
               IF WS-GIC-KEY(WS-GIC-IX) LESS THAN WS-GIC-WORK-KEY
                  ADD 1 TO WS-GIC-IX GIVING WS-GIC-LO
               ELSE
                  SUBTRACT 1 FROM WS-GIC-IX GIVING WS-GIC-HI
               END-IF
            END-IF
            .
       V0007-EXIT.
            EXIT.

       V0008-SHIFT-ICO.

            IF WS-GIC-JX GREATER THAN WS-GIC-IX
               MOVE WS-GIC-ENTRY(WS-GIC-JX - 1)
                 TO WS-GIC-ENTRY(WS-GIC-JX)
            END-IF
            SUBTRACT 1 FROM WS-GIC-JX
            .
       V0008-EXIT.
            EXIT.

      *    the company pair table, owing company first
       V0009-MERGE-PAIR.

            PERFORM V0015-FIND-PAIR THRU V0015-EXIT

            IF WS-GPR-FOUND-NO
               MOVE WS-GPR-LO TO WS-GPR-IX
            END-IF

            IF WS-GPR-FOUND-YES
               GO TO V0009-ADD
            END-IF

            IF WS-GPR-COUNT GREATER THAN OR EQUAL TO WS-GPR-MAX
               SET WS-MSG-ICO-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-GPR-COUNT
            MOVE WS-GPR-COUNT TO WS-GPR-JX
            PERFORM V0011-SHIFT-PAIR THRU V0011-EXIT
                UNTIL WS-GPR-JX LESS THAN OR EQUAL TO WS-GPR-IX

            MOVE WS-GPR-WORK-KEY TO WS-GPR-KEY(WS-GPR-IX)
            MOVE ZERO            TO WS-GPR-AMOUNT(WS-GPR-IX)
            .
       V0009-ADD.

            ADD WS-WORK-SALARY TO WS-GPR-AMOUNT(WS-GPR-IX)
            .
       V0009-EXIT.
            EXIT.

       V0010-SCAN-PAIR.

            ADD WS-GPR-LO WS-GPR-HI GIVING WS-GPR-IX
            DIVIDE 2 INTO WS-GPR-IX

            IF WS-GPR-KEY(WS-GPR-IX) EQUAL WS-GPR-WORK-KEY
               SET WS-GPR-FOUND-YES TO TRUE
            ELSE
               IF WS-GPR-KEY(WS-GPR-IX) LESS THAN WS-GPR-WORK-KEY
                  ADD 1 TO WS-GPR-IX GIVING WS-GPR-LO
               ELSE
                  SUBTRACT 1 FROM WS-GPR-IX GIVING WS-GPR-HI
               END-IF
            END-IF
            .
       V0010-EXIT.
            EXIT.

       V0011-SHIFT-PAIR.

            IF WS-GPR-JX GREATER THAN WS-GPR-IX
               MOVE WS-GPR-ENTRY(WS-GPR-JX - 1)
                 TO WS-GPR-ENTRY(WS-GPR-JX)
            END-IF
            SUBTRACT 1 FROM WS-GPR-JX
            .
       V0011-EXIT.
            EXIT.

      *    WS-GPR-WORK-KEY in, WS-GPR-IX at the pair out when
      *    WS-GPR-FOUND-YES
       V0015-FIND-PAIR.

            SET WS-GPR-FOUND-NO TO TRUE
            MOVE 1            TO WS-GPR-LO
            MOVE WS-GPR-COUNT TO WS-GPR-HI
            PERFORM V0010-SCAN-PAIR THRU V0010-EXIT
                UNTIL WS-GPR-FOUND-YES
                   OR WS-GPR-LO GREATER THAN WS-GPR-HI
            .
       V0015-EXIT.
            EXIT.

      *    WS-GMX-WORK-CODE in, WS-GMX-IX at its entry out -- a
      *    company not yet in the list goes in with nothing owed
       V0012-MERGE-CMP.

            SET WS-GMX-FOUND-NO TO TRUE
            MOVE 1            TO WS-GMX-LO
            MOVE WS-GMX-COUNT TO WS-GMX-HI
            PERFORM V0013-SCAN-CMP THRU V0013-EXIT
                UNTIL WS-GMX-FOUND-YES
                   OR WS-GMX-LO GREATER THAN WS-GMX-HI

            IF WS-GMX-FOUND-YES
               GO TO V0012-EXIT
            END-IF

            MOVE WS-GMX-LO TO WS-GMX-IX

            IF WS-GMX-COUNT GREATER THAN OR EQUAL TO WS-GMX-MAX
               SET WS-MSG-ICO-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-GMX-COUNT
            MOVE WS-GMX-COUNT TO WS-GMX-JX
            PERFORM V0014-SHIFT-CMP THRU V0014-EXIT
                UNTIL WS-GMX-JX LESS THAN OR EQUAL TO WS-GMX-IX

            MOVE WS-GMX-WORK-CODE TO WS-GMX-CODE(WS-GMX-IX)
            MOVE ZERO             TO WS-GMX-OWES(WS-GMX-IX)
            MOVE ZERO             TO WS-GMX-OWED(WS-GMX-IX)
            MOVE ZERO             TO WS-GMX-NET(WS-GMX-IX)
            .
       V0012-EXIT.
            EXIT.

       V0013-SCAN-CMP.

            ADD WS-GMX-LO WS-GMX-HI GIVING WS-GMX-IX
            DIVIDE 2 INTO WS-GMX-IX

            IF WS-GMX-CODE(WS-GMX-IX) EQUAL WS-GMX-WORK-CODE
               SET WS-GMX-FOUND-YES TO TRUE
            ELSE
               IF WS-GMX-CODE(WS-GMX-IX) LESS THAN WS-GMX-WORK-CODE
                  ADD 1 TO WS-GMX-IX GIVING WS-GMX-LO
               ELSE
                  SUBTRACT 1 FROM WS-GMX-IX GIVING WS-GMX-HI
               END-IF
            END-IF
            .
       V0013-EXIT.
            EXIT.

       V0014-SHIFT-CMP.

            IF WS-GMX-JX GREATER THAN WS-GMX-IX
               MOVE WS-GMX-ENTRY(WS-GMX-JX - 1)
                 TO WS-GMX-ENTRY(WS-GMX-JX)
            END-IF
            SUBTRACT 1 FROM WS-GMX-JX
            .
       V0014-EXIT.
            EXIT.

       P0001-WRITE-HEADER.

            MOVE SPACES    TO GL-HEADER-LAYOUT
      * TO SALARY EXPENSE UNDER THE DEPARTMENT'S COST CENTER AND  *
      * THE MATCHING CREDIT TO PAYROLL CLEARING.  A DEPARTMENT    *
      * WHOSE MONTH NETS NEGATIVE POSTS THE PAIR THE OTHER WAY    *
      * ROUND; A ZERO DEPARTMENT POSTS NOTHING.  THE DEPARTMENT'S *
      * ONE-OFF PAYMENTS FOLLOW AS A SECOND PAIR THE SAME WAY,    *
      * AGAINST THE ONE-OFF PAY EXPENSE ACCOUNT.                  *
      *----------------------------------------------------------*
       Q0001-POST-DEPTS.

       Q0002-POST-ONE-DEPT.

            ADD 1 TO WS-GDP-IX
            MOVE WS-GDP-CODE(WS-GDP-IX) TO WS-POST-CC

            ADD WS-GDP-SALARY(WS-GDP-IX) TO WS-DEPT-SALARY-TOT
            ADD WS-GDP-ONEOFF(WS-GDP-IX) TO WS-DEPT-ONEOFF-TOT

            IF WS-GDP-SALARY(WS-GDP-IX) EQUAL ZERO
               GO TO Q0002-ONEOFF
            END-IF

            IF WS-GDP-SALARY(WS-GDP-IX) LESS THAN ZERO
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            END-IF
            .
       Q0002-ONEOFF.

            IF WS-GDP-ONEOFF(WS-GDP-IX) EQUAL ZERO
               GO TO Q0002-EXIT
            END-IF

            IF WS-GDP-ONEOFF(WS-GDP-IX) LESS THAN ZERO
               MULTIPLY WS-GDP-ONEOFF(WS-GDP-IX) BY -1
                   GIVING WS-ABS-AMOUNT
               MOVE WS-CLEARING-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-ONEOFF-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            ELSE
               MOVE WS-GDP-ONEOFF(WS-GDP-IX) TO WS-ABS-AMOUNT
               MOVE WS-ONEOFF-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-CLEARING-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            END-IF
            .
       Q0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE MONTH'S NET FX ROUNDING DIFFERENCE AS ONE PAIR WITH   *
      * NO COST CENTER: A POSITIVE DIFFERENCE DEBITS FX ROUNDING  *
      * AND CREDITS PAYROLL CLEARING, A NEGATIVE ONE POSTS THE    *
      * OTHER WAY ROUND.  NO DIFFERENCE, NO PAIR.                 *
      *----------------------------------------------------------*
       Q0003-POST-FX-ROUND.

            IF WS-FX-ROUND-TOT EQUAL ZERO
               GO TO Q0003-EXIT
            END-IF

            MOVE SPACES TO WS-POST-CC

            IF WS-FX-ROUND-TOT LESS THAN ZERO
               MULTIPLY WS-FX-ROUND-TOT BY -1 GIVING WS-ABS-AMOUNT
               MOVE WS-CLEARING-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-FXROUND-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            ELSE
               MOVE WS-FX-ROUND-TOT TO WS-ABS-AMOUNT
               MOVE WS-FXROUND-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-CLEARING-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            END-IF
            .
       Q0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * TWO PAIRS PER RECHARGE, UNDER THE DEPARTMENT'S COST       *
      * CENTER.  THE EMPLOYING COMPANY DEBITS INTERCOMPANY        *
      * RECEIVABLE AND CREDITS BACK THE SALARY EXPENSE IT BOOKED; *
      * THE OWNING COMPANY DEBITS SALARY EXPENSE AND CREDITS      *
      * INTERCOMPANY PAYABLE.  A RECHARGE THAT NETS NEGATIVE      *
      * POSTS BOTH PAIRS THE OTHER WAY ROUND; ZERO POSTS NOTHING. *
      *----------------------------------------------------------*
       Q0010-POST-INTERCO.

            MOVE ZERO TO WS-GIC-IX
            PERFORM Q0012-POST-ONE-ICO THRU Q0012-EXIT
                UNTIL WS-GIC-IX GREATER THAN OR EQUAL TO
                      WS-GIC-COUNT

            MOVE SPACES TO WS-POST-CMP
            MOVE SPACES TO WS-POST-PARTNER
            .
       Q0010-EXIT.
            EXIT.

       Q0012-POST-ONE-ICO.

            ADD 1 TO WS-GIC-IX

            IF WS-GIC-AMOUNT(WS-GIC-IX) EQUAL ZERO
               GO TO Q0012-EXIT
            END-IF

            MOVE WS-GIC-DEPT(WS-GIC-IX)   TO WS-POST-CC
            MOVE WS-GIC-AMOUNT(WS-GIC-IX) TO WS-PAIR-AMOUNT

            MOVE WS-GIC-EMP(WS-GIC-IX)    TO WS-POST-CMP
            MOVE WS-GIC-OWN(WS-GIC-IX)    TO WS-POST-PARTNER
            MOVE WS-ICREC-ACCOUNT         TO WS-PAIR-DR-ACCOUNT
            MOVE WS-EXPENSE-ACCOUNT       TO WS-PAIR-CR-ACCOUNT
            PERFORM Q0013-POST-PAIR THRU Q0013-EXIT

            MOVE WS-GIC-OWN(WS-GIC-IX)    TO WS-POST-CMP
            MOVE WS-GIC-EMP(WS-GIC-IX)    TO WS-POST-PARTNER
            MOVE WS-EXPENSE-ACCOUNT       TO WS-PAIR-DR-ACCOUNT
            MOVE WS-ICPAY-ACCOUNT         TO WS-PAIR-CR-ACCOUNT
            PERFORM Q0013-POST-PAIR THRU Q0013-EXIT
            .
       Q0012-EXIT.
            EXIT.

       Q0013-POST-PAIR.

            IF WS-PAIR-AMOUNT LESS THAN ZERO
               MULTIPLY WS-PAIR-AMOUNT BY -1 GIVING WS-ABS-AMOUNT
               MOVE WS-PAIR-CR-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-PAIR-DR-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            ELSE
               MOVE WS-PAIR-AMOUNT TO WS-ABS-AMOUNT
               MOVE WS-PAIR-DR-ACCOUNT TO GLD-ACCOUNT
               MOVE 'D' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
               MOVE WS-PAIR-CR-ACCOUNT TO GLD-ACCOUNT
               MOVE 'C' TO GLD-DR-CR
               PERFORM P0002-WRITE-DETAIL THRU P0002-EXIT
            END-IF
            .
       Q0013-EXIT.
            EXIT.

       P0002-WRITE-DETAIL.

            MOVE 'D'                     TO GLD-RECORD-TYPE
            MOVE WS-POST-CC              TO GLD-COST-CENTER
            MOVE WS-ABS-AMOUNT           TO GLD-AMOUNT
            MOVE WS-PERIOD               TO GLD-PERIOD
            MOVE WS-POST-CMP             TO GLD-COMPANY-CODE
            MOVE WS-POST-PARTNER         TO GLD-PARTNER-CODE

            WRITE GL-POST-REC FROM GL-DETAIL-LAYOUT

               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-TOTAL
            END-IF

      *     each company's own side of the recharges, for proof D
            IF WS-POST-CMP NOT EQUAL SPACES
               MOVE WS-POST-CMP TO WS-GMX-WORK-CODE
               PERFORM V0012-MERGE-CMP THRU V0012-EXIT
               IF GLD-DR-CR EQUAL 'D'
                  ADD WS-ABS-AMOUNT TO WS-GMX-NET(WS-GMX-IX)
               ELSE
                  SUBTRACT WS-ABS-AMOUNT FROM WS-GMX-NET(WS-GMX-IX)
               END-IF
            END-IF

            PERFORM P0003-PRINT-REGISTER THRU P0003-EXIT
            .
       P0002-EXIT.
               MOVE 'CREDIT'          TO GRD-DR-CR
            END-IF
            MOVE WS-ABS-AMOUNT        TO GRD-AMOUNT
            IF GLD-COMPANY-CODE EQUAL SPACES
               MOVE SPACES            TO GRD-IC-NOTE
            ELSE
               MOVE GLD-COMPANY-CODE  TO GRD-COMPANY
               MOVE ' WITH '          TO GRD-IC-WITH
               MOVE GLD-PARTNER-CODE  TO GRD-PARTNER
            END-IF

            MOVE GLR-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            END-IF
            PERFORM G0002-PRNT-LINE THRU G0002-EXIT

            MOVE 'ONE-OFF TOTALS VS RUN-HISTORY'
              TO GRP-CHECK
            MOVE WS-DEPT-ONEOFF-TOT TO GRP-LEFT
            MOVE WS-HIST-ONEOFF     TO GRP-RIGHT
            IF WS-DEPT-ONEOFF-TOT EQUAL WS-HIST-ONEOFF
               MOVE 'IN BALANCE'     TO GRP-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO GRP-VERDICT
               SET WS-BAL-OFF TO TRUE
            END-IF
            PERFORM G0002-PRNT-LINE THRU G0002-EXIT

            MOVE ZERO TO WS-GMX-IX
            PERFORM G0003-PROVE-COMPANY THRU G0003-EXIT
                UNTIL WS-GMX-IX GREATER THAN OR EQUAL TO
                      WS-GMX-COUNT

            IF WS-BAL-OFF
               SET WS-RC-OUT-OF-BAL TO TRUE
            END-IF
       G0001-EXIT.
            EXIT.

      *    proof D, one line per company with recharges: its
      *    intercompany postings must net to zero on their own
       G0003-PROVE-COMPANY.

            ADD 1 TO WS-GMX-IX

            MOVE 'INTERCO POSTINGS NET, COMPANY'
              TO GRP-CHECK
            MOVE WS-GMX-CODE(WS-GMX-IX) TO GRP-CHECK(31:3)
            MOVE WS-GMX-NET(WS-GMX-IX)  TO GRP-LEFT
            MOVE ZERO                   TO GRP-RIGHT
            IF WS-GMX-NET(WS-GMX-IX) EQUAL ZERO
               MOVE 'IN BALANCE'     TO GRP-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO GRP-VERDICT
               SET WS-BAL-OFF TO TRUE
            END-IF
            PERFORM G0002-PRNT-LINE THRU G0002-EXIT
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * INTERCOMPANY MATRIX -- A ROW PER COMPANY, A COLUMN PER    *
      * COMPANY, EACH CELL WHAT THE ROW COMPANY OWES THE COLUMN   *
      * COMPANY FOR THE PERIOD (BLANK WHERE NOTHING WAS           *
      * RECHARGED).  SEVEN COLUMNS FIT A LINE, SO A LONGER LIST   *
      * OF COMPANIES PRINTS AS SEVERAL BANDS.  THE LAST COLUMN    *
      * IS WHAT THE ROW COMPANY OWES IN ALL; THE OWED LINE UNDER  *
      * EACH BAND IS WHAT EACH COLUMN COMPANY IS OWED.            *
      *----------------------------------------------------------*
       G0005-PRNT-MATRIX.

            IF WS-GPR-COUNT EQUAL ZERO
               GO TO G0005-EXIT
            END-IF

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE GLR-MATRIX-TITLE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 1 TO WS-GMX-BAND-LO
            PERFORM G0006-PRNT-BAND THRU G0006-EXIT
                UNTIL WS-GMX-BAND-LO GREATER THAN WS-GMX-COUNT
            .
       G0005-EXIT.
            EXIT.

       G0006-PRNT-BAND.

            ADD 6 TO WS-GMX-BAND-LO GIVING WS-GMX-BAND-HI
            IF WS-GMX-BAND-HI GREATER THAN WS-GMX-COUNT
               MOVE WS-GMX-COUNT TO WS-GMX-BAND-HI
            END-IF

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 1 TO WS-GMX-CELL-IX
            PERFORM G0007-HEAD-CELL THRU G0007-EXIT
                UNTIL WS-GMX-CELL-IX GREATER THAN 7
            MOVE GLR-MATRIX-HEAD-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO TO WS-GMX-ROW-IX
            PERFORM G0008-PRNT-ROW THRU G0008-EXIT
                UNTIL WS-GMX-ROW-IX GREATER THAN OR EQUAL TO
                      WS-GMX-COUNT

      *     what each column company is owed, and the grand total
            MOVE SPACES TO GMR-CELLS
            MOVE 'OWED'       TO GMR-LABEL
            MOVE WS-GMX-BAND-LO TO WS-GMX-COL-IX
            MOVE 1              TO WS-GMX-CELL-IX
            PERFORM G0010-OWED-CELL THRU G0010-EXIT
                UNTIL WS-GMX-COL-IX GREATER THAN WS-GMX-BAND-HI
            MOVE WS-ICO-TOTAL TO GMR-TOTAL
            MOVE GLR-MATRIX-ROW-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 7 TO WS-GMX-BAND-LO
            .
       G0006-EXIT.
            EXIT.

      *    one column heading -- the company code, or spaces past
      *    the end of the band
       G0007-HEAD-CELL.

            ADD WS-GMX-BAND-LO WS-GMX-CELL-IX GIVING WS-GMX-COL-IX
            SUBTRACT 1 FROM WS-GMX-COL-IX

            IF WS-GMX-COL-IX GREATER THAN WS-GMX-BAND-HI
               MOVE SPACES TO GMH-CMP(WS-GMX-CELL-IX)
            ELSE
               MOVE WS-GMX-CODE(WS-GMX-COL-IX)
                 TO GMH-CMP(WS-GMX-CELL-IX)
            END-IF

            ADD 1 TO WS-GMX-CELL-IX
            .
       G0007-EXIT.
            EXIT.

       G0008-PRNT-ROW.

            ADD 1 TO WS-GMX-ROW-IX

            MOVE SPACES TO GMR-CELLS
            MOVE WS-GMX-CODE(WS-GMX-ROW-IX) TO GMR-LABEL
            MOVE WS-GMX-BAND-LO TO WS-GMX-COL-IX
            MOVE 1              TO WS-GMX-CELL-IX
            PERFORM G0009-FILL-CELL THRU G0009-EXIT
                UNTIL WS-GMX-COL-IX GREATER THAN WS-GMX-BAND-HI
            MOVE WS-GMX-OWES(WS-GMX-ROW-IX) TO GMR-TOTAL

            MOVE GLR-MATRIX-ROW-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0008-EXIT.
            EXIT.

       G0009-FILL-CELL.

            MOVE WS-GMX-CODE(WS-GMX-ROW-IX) TO WS-GPR-WORK-OWN
            MOVE WS-GMX-CODE(WS-GMX-COL-IX) TO WS-GPR-WORK-EMP
            PERFORM V0015-FIND-PAIR THRU V0015-EXIT

            IF WS-GPR-FOUND-YES
               MOVE WS-GPR-AMOUNT(WS-GPR-IX)
                 TO GMR-CELL(WS-GMX-CELL-IX)
            END-IF

            ADD 1 TO WS-GMX-COL-IX
            ADD 1 TO WS-GMX-CELL-IX
            .
       G0009-EXIT.
            EXIT.

       G0010-OWED-CELL.

            MOVE WS-GMX-OWED(WS-GMX-COL-IX)
              TO GMR-CELL(WS-GMX-CELL-IX)

            ADD 1 TO WS-GMX-COL-IX
            ADD 1 TO WS-GMX-CELL-IX
            .
       G0010-EXIT.
            EXIT.

       G0002-PRNT-LINE.

            MOVE GLR-PROOF-LAYOUT TO WS-PRINT-REPORT
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
               WHEN WS-MSG-OP-RH OR WS-MSG-OP-IN OR WS-MSG-OP-OU
                    OR WS-MSG-GLCTL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OP-DP
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-RH OR WS-MSG-RD-IN
                    OR WS-MSG-RECAP-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-RD-DP OR WS-MSG-DPT-FULL
                    OR WS-MSG-REF-SEQ OR WS-MSG-ICO-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CL-RH OR WS-MSG-CL-IN OR WS-MSG-CL-OU
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
            END-EVALUATE

            MOVE WS-RETURN-CDE TO RETURN-CODE

            CLOSE RUNHIST RPTIN.

            IF WS-DEP-OPEN-YES
               CLOSE DEPFILE
            END-IF.

            CLOSE GLPOST.

            IF WS-GLP-STAT NOT EQUAL ZEROES
            DISPLAY '  PERIOD..................: ' WS-PERIOD-EDIT.
            DISPLAY '  RUNS IN PERIOD..........: ' WS-HIST-RUN-CTR.
            DISPLAY '  DEPARTMENTS POSTED......: ' WS-GDP-COUNT.
            DISPLAY '  ONE-OFF PAY POSTED......: ' WS-DEPT-ONEOFF-TOT.
            DISPLAY '  CMP/DEPT LINES READ.....: ' WS-CPD-LINE-CTR.
            DISPLAY '  NO OWNING COMPANY.......: '
                    WS-ICO-NOT-OWNED-CTR.
            DISPLAY '  RECHARGES POSTED........: ' WS-GIC-COUNT.
            DISPLAY '  RECHARGE TOTAL..........: ' WS-ICO-TOTAL.
            DISPLAY '  POSTINGS WRITTEN........: ' WS-POST-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
