       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEFL01.
      *----------------------------------------------------------*
      * YEAR-END STATUTORY WAGE FILING EXTRACT.  PARM CARRIES THE *
      * TAX YEAR (YYYY).  RUN AFTER THE LAST DAILY RUN OF THE     *
      * YEAR AND BEFORE YTDRST01 ROLLS THE ACCUMULATOR.  THE      *
      * STEP:                                                     *
      *   - REFUSES A TAX YEAR ALREADY ON THE WAGE FILING         *
      *     CONTROL FILE (WFCREC001), SO A YEAR CANNOT BE FILED   *
      *     TWICE;                                                *
      *   - TAKES EVERY 'R' DETAIL OFF THE CLOSING YTD FILE       *
      *     (YTDIN) AND JOINS NAME, ADDRESS AND COMPANY FROM THE  *
      *     MASTER (MSTIN) ON THE RECORD NUMBER.  A RECORD THAT   *
      *     LEFT DURING THE YEAR IS NO LONGER ON THE MASTER, SO   *
      *     ITS DETAILS COME FROM THE BEFORE IMAGE OF ITS DELETE  *
      *     ON THE YEAR'S CHANGE JOURNALS (JRNIN, CONCATENATED;   *
      *     NO JRNIN MEANS NONE);                                 *
      *   - SORTS THE EMPLOYEES BY COMPANY AND CUTS THE FILING    *
      *     (WAGREC001): SUBMITTER, THEN PER COMPANY ON CMPFILE   *
      *     AN EMPLOYER RECORD, ITS EMPLOYEES AND AN EMPLOYER     *
      *     TOTAL, THEN THE FILE TOTAL;                           *
      *   - PRINTS THE EMPLOYER TOTALS AND PROVES THE FILE TOTAL  *
      *     AGAINST THE YTD CLOSING SALARY TOTAL -- THE SAME      *
      *     FIGURE YTDRST01 PRINTS WHEN IT ROLLS THE YEAR.        *
      * AN EMPLOYEE FOUND NEITHER ON THE MASTER NOR THE JOURNAL,  *
      * OR UNDER A COMPANY NOT ON CMPFILE, IS STILL FILED SO THE  *
      * TOTALS TIE, BUT IS LISTED AS AN EXCEPTION AND THE STEP    *
      * ENDS WITH THE FILING-EXCEPTION CODE (02) WITHOUT          *
      * REGISTERING THE YEAR: CORRECT AND RERUN.  THE YEAR IS     *
      * REGISTERED ON THE CONTROL FILE ONLY AFTER A CLEAN END OF  *
      * JOB.                                                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT WFCTL ASSIGN TO WFCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WFC-STAT.

            SELECT CMPFILE ASSIGN TO CMPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CMP-STAT.

            SELECT YTDIN ASSIGN TO YTDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT JRNIN ASSIGN TO JRNIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STAT.

            SELECT DELWK ASSIGN TO DELWK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DLW-STAT.

            SELECT DEL-SORT-FILE ASSIGN TO SORTWK01.

            SELECT WAGE-SORT-FILE ASSIGN TO SORTWK02.

            SELECT WAGEOUT ASSIGN TO WAGEOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WGF-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD WFCTL.
       COPY WFCREC001.

       FD CMPFILE.
       COPY CMPREC001.

       FD YTDIN.
       COPY YTDREC001.

       FD MSTIN.
       COPY MSTREC001.

       FD JRNIN.
       COPY JRNREC001.

      *    the year's deletes in record-number order, the identity
      *    of last resort for a record no longer on the master
       FD DELWK.
       01 DEL-WORK-REC.
            02 DLW-NO           PIC 9(09).
            02 DLW-DATE         PIC 9(08).
            02 DLW-TIME         PIC 9(08).
            02 DLW-COMPANY-CODE PIC X(03).
            02 DLW-NAME         PIC X(12).
            02 DLW-ADDRESS-LINE-1
                                PIC X(18).
            02 DLW-ADDRESS-LINE-2
                                PIC X(18).

       SD DEL-SORT-FILE.
       01 DEL-SORT-REC.
            02 DS-NO            PIC 9(09).
            02 DS-DATE          PIC 9(08).
            02 DS-TIME          PIC 9(08).
            02 DS-COMPANY-CODE  PIC X(03).
            02 DS-NAME          PIC X(12).
            02 DS-ADDRESS-LINE-1
                                PIC X(18).
            02 DS-ADDRESS-LINE-2
                                PIC X(18).

       SD WAGE-SORT-FILE.
       01 WAGE-SORT-REC.
            02 WSR-COMPANY-CODE PIC X(03).
            02 WSR-NO           PIC 9(09).
            02 WSR-NAME         PIC X(12).
            02 WSR-ADDRESS-LINE-1
                                PIC X(18).
            02 WSR-ADDRESS-LINE-2
                                PIC X(18).
            02 WSR-WAGES        PIC S9(11)V99 COMP-3.
            02 WSR-SOURCE       PIC X(01).
                88 WSR-FROM-MASTER   VALUE 'M'.
                88 WSR-FROM-JOURNAL  VALUE 'J'.
                88 WSR-FROM-NOWHERE  VALUE ' '.

       FD WAGEOUT.
       01 WAGE-FILING-REC       PIC X(80).

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'WAGEFL01'.

       COPY CONSTANT.
       COPY WAGREC001.

       01 WFR-REPORT-LAYOUT.
            02 WFR-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30)
                   VALUE 'YEAR-END STATUTORY WAGE FILING'.
                05 FILLER       PIC X(12) VALUE '  TAX YEAR: '.
                05 WRH-TAX-YEAR PIC 9(04).
                05 FILLER       PIC X(85) VALUE SPACES.
            02 WFR-SUB-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'CO   '.
                05 FILLER       PIC X(37) VALUE 'EMPLOYER'.
                05 FILLER       PIC X(11) VALUE '  EMPLOYEES'.
                05 FILLER       PIC X(21)
                   VALUE '                WAGES'.
                05 FILLER       PIC X(57) VALUE SPACES.
            02 WFR-EMPLOYER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRE-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRE-NAME     PIC X(35).
                05 FILLER       PIC X(06) VALUE SPACES.
                05 WRE-EMPLOYEES
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRE-WAGES    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(57) VALUE SPACES.
            02 WFR-EXCEPTION-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE '*** '.
                05 WRX-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRX-COMPANY  PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRX-REASON   PIC X(40).
                05 FILLER       PIC X(71) VALUE SPACES.
            02 WFR-PROOF-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRP-CHECK    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRP-LEFT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(04) VALUE ' VS '.
                05 WRP-RIGHT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRP-VERDICT  PIC X(14).
                05 FILLER       PIC X(35) VALUE SPACES.
            02 WFR-COUNT-PROOF-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRQ-CHECK    PIC X(36).
                05 FILLER       PIC X(14) VALUE SPACES.
                05 WRQ-LEFT     PIC ZZZ,ZZ9.
                05 FILLER       PIC X(16) VALUE ' VS '.
                05 WRQ-RIGHT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRQ-VERDICT  PIC X(14).
                05 FILLER       PIC X(35) VALUE SPACES.
            02 WFR-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRC-LABEL    PIC X(36).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 WRC-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(86) VALUE SPACES.

      *    the submitter identity registered with the filing
      *    agency -- a change here is a change to the agency
      *    registration, not to the mechanics
       77 WS-SUBMITTER-ID       PIC X(09) VALUE '900000001'.
       77 WS-SUBMITTER-NAME     PIC X(35)
                                VALUE 'PAYROLL DATA CENTRE'.

      *    match keys: HIGH-KEY once a stream is spent
       01 WS-MATCH-FIELDS.
            02 WS-YTD-KEY        PIC 9(10) VALUE ZERO.
            02 WS-MST-KEY        PIC 9(10) VALUE ZERO.
            02 WS-DLW-KEY        PIC 9(10) VALUE ZERO.
            02 WS-HIGH-KEY       PIC 9(10) VALUE 9999999999.
            02 WS-UNKNOWN-COMPANY
                                 PIC X(03) VALUE '???'.
            02 WS-CUR-COMPANY    PIC X(03) VALUE SPACES.

       77 WS-TAX-YEAR           PIC 9(04) VALUE ZERO.
       77 WS-CREATE-DATE        PIC 9(08) VALUE ZERO.
      *    one end-of-file / open switch per optional input,
      *    declared here the way the other standalone programs
      *    declare their own items
       77 WS-JRN-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-JRN-EOF-NO        VALUE 'N'.
           88 WS-JRN-EOF-YES       VALUE 'Y'.
       77 WS-JRN-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-JRN-OPEN-NO       VALUE 'N'.
           88 WS-JRN-OPEN-YES      VALUE 'Y'.
       77 WS-DLW-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-DLW-OPEN-NO       VALUE 'N'.
           88 WS-DLW-OPEN-YES      VALUE 'Y'.
       77 WS-EMPLOYER-OPEN-SW   PIC X(01) VALUE 'N'.
           88 WS-EMPLOYER-OPEN-NO  VALUE 'N'.
           88 WS-EMPLOYER-OPEN-YES VALUE 'Y'.
       77 WS-YTD-DETAIL-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-YTD-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-JRN-DELETE-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FROM-MASTER-CTR    PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FROM-JOURNAL-CTR   PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EXCEPTION-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NEGATIVE-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EMPLOYER-CTR       PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-EMP-EMPLOYEE-CTR   PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-EMP-WAGE-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-FILE-EMPLOYEE-CTR  PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-FILE-WAGE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-FILING-REC-CTR     PIC 9(07) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-YEAR.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-YEAR-TEXT PIC X(04).
      *
       PROCEDURE DIVISION USING WS-PARM-YEAR.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM K0001-CHECK-YEAR THRU K0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0040-LOAD-CMP-TABLE THRU C0040-EXIT
                UNTIL WS-CMP-STAT NOT EQUAL ZEROES
            CLOSE CMPFILE
            PERFORM S0001-SORT-LEAVERS THRU S0001-EXIT
            PERFORM S0002-SORT-FILING THRU S0002-EXIT
            PERFORM G0001-PRNT-PROOF THRU G0001-EXIT
            IF WS-RETURN-CDE EQUAL ZERO
               PERFORM K0002-REGISTER-YEAR THRU K0002-EXIT
            END-IF
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       C0001-INIT-PARM.

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-CREATE-DATE  FROM DATE YYYYMMDD

            IF WS-PARM-LEN NOT EQUAL 4
               OR WS-PARM-YEAR-TEXT NOT NUMERIC
               SET WS-MSG-BAD-PARM TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE WS-PARM-YEAR-TEXT TO WS-TAX-YEAR
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A TAX YEAR ALREADY ON THE CONTROL FILE HAS BEEN FILED.    *
      * NO CONTROL FILE YET (STATUS 35) MEANS NOTHING HAS.        *
      *----------------------------------------------------------*
       K0001-CHECK-YEAR.

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

            PERFORM K0003-SCAN-YEAR THRU K0003-EXIT
                UNTIL WS-WFC-STAT NOT EQUAL ZEROES

            CLOSE WFCTL
            .
       K0001-EXIT.
            EXIT.

       K0003-SCAN-YEAR.

            READ WFCTL
              AT END GO TO K0003-EXIT
            END-READ

            IF WS-WFC-STAT NOT EQUAL ZEROES
               SET WS-MSG-WFCTL TO TRUE
               MOVE WS-WFC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WFC-TAX-YEAR EQUAL WS-TAX-YEAR
               SET WS-MSG-DUP-FILING TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       K0003-EXIT.
            EXIT.

       K0002-REGISTER-YEAR.

            OPEN EXTEND WFCTL

            IF WS-WFC-STAT NOT EQUAL ZEROES
               SET WS-MSG-WFCTL TO TRUE
               MOVE WS-WFC-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE SPACES               TO WAGE-FILING-CONTROL-REC
            MOVE WS-TAX-YEAR          TO WFC-TAX-YEAR
            MOVE WS-CREATE-DATE       TO WFC-FILE-DATE
            MOVE WS-EMPLOYER-CTR      TO WFC-EMPLOYER-CTR
            MOVE WS-FILE-EMPLOYEE-CTR TO WFC-EMPLOYEE-CTR
            MOVE WS-FILE-WAGE-TOTAL   TO WFC-WAGE-TOTAL

            WRITE WAGE-FILING-CONTROL-REC

            IF WS-WFC-STAT NOT EQUAL ZEROES
               SET WS-MSG-WFCTL TO TRUE
               MOVE WS-WFC-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE WFCTL
            .
       K0002-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT CMPFILE.

            IF WS-CMP-STAT NOT EQUAL ZEROES
               SET WS-MSG-CMPFILE TO TRUE
               MOVE WS-CMP-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT YTDIN.

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
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

            OPEN OUTPUT WAGEOUT.

            IF WS-WGF-STAT NOT EQUAL ZEROES
               SET WS-MSG-WAGEFILE TO TRUE
               MOVE WS-WGF-STAT TO WS-ERR-CDE
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
      * THE YEAR'S DELETES OFF THE CHANGE JOURNALS INTO RECORD    *
      * NUMBER ORDER ON DELWK.  WITHIN A RECORD THE LATEST        *
      * DELETE SORTS LAST AND IS THE ONE THE MATCH KEEPS.         *
      *----------------------------------------------------------*
       S0001-SORT-LEAVERS.

            SORT DEL-SORT-FILE
                ON ASCENDING KEY DS-NO DS-DATE DS-TIME
                INPUT PROCEDURE IS S0010-SORT-INPUT
                    THRU S0010-EXIT
                GIVING DELWK

            OPEN INPUT DELWK

            IF WS-DLW-STAT NOT EQUAL ZEROES
               SET WS-MSG-DLWFILE TO TRUE
               MOVE WS-DLW-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-DLW-OPEN-YES TO TRUE
            .
       S0001-EXIT.
            EXIT.

       S0010-SORT-INPUT.

            OPEN INPUT JRNIN

            IF WS-JRN-STAT EQUAL '35'
               GO TO S0010-EXIT
            END-IF

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-JRN-OPEN-YES TO TRUE
            PERFORM S0011-READ-JOURNAL THRU S0011-EXIT
                UNTIL WS-JRN-EOF-YES

            CLOSE JRNIN
            SET WS-JRN-OPEN-NO TO TRUE
            .
       S0010-EXIT.
            EXIT.

       S0011-READ-JOURNAL.

            READ JRNIN
              AT END
                 SET WS-JRN-EOF-YES TO TRUE
                 GO TO S0011-EXIT
            END-READ

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT JRN-ACT-DELETE
               GO TO S0011-EXIT
            END-IF

            MOVE JRN-NO             TO DS-NO
            MOVE JRN-DATE           TO DS-DATE
            MOVE JRN-TIME           TO DS-TIME
            MOVE JB-COMPANY-CODE    TO DS-COMPANY-CODE
            MOVE JB-NAME            TO DS-NAME
            MOVE JB-ADDRESS-LINE-1  TO DS-ADDRESS-LINE-1
            MOVE JB-ADDRESS-LINE-2  TO DS-ADDRESS-LINE-2
            ADD 1 TO WS-JRN-DELETE-CTR

            RELEASE DEL-SORT-REC
            .
       S0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EMPLOYEES BY COMPANY: THE INPUT PROCEDURE MATCHES THE YTD *
      * DETAILS AGAINST THE MASTER AND THE LEAVERS, THE OUTPUT    *
      * PROCEDURE CUTS THE FILING.                                *
      *----------------------------------------------------------*
       S0002-SORT-FILING.

            SORT WAGE-SORT-FILE
                ON ASCENDING KEY WSR-COMPANY-CODE WSR-NO
                INPUT PROCEDURE IS R0001-MATCH-YTD
                    THRU R0001-EXIT
                OUTPUT PROCEDURE IS T0001-WRITE-FILING
                    THRU T0001-EXIT
            .
       S0002-EXIT.
            EXIT.

       R0001-MATCH-YTD.

            PERFORM D0001-READ-YTD THRU D0001-EXIT
            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            PERFORM D0003-READ-LEAVER THRU D0003-EXIT
            PERFORM R0002-MATCH-ONE THRU R0002-EXIT
                UNTIL WS-YTD-KEY EQUAL WS-HIGH-KEY
            .
       R0001-EXIT.
            EXIT.

      *    the 'D' department buckets follow the last 'R' detail;
      *    the first of them ends the employees
       D0001-READ-YTD.

            READ YTDIN
              AT END
                 MOVE WS-HIGH-KEY TO WS-YTD-KEY
                 GO TO D0001-EXIT
            END-READ

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF YTD-TYPE-DETAIL
               MOVE YTD-NO      TO WS-YTD-KEY
            ELSE
               MOVE WS-HIGH-KEY TO WS-YTD-KEY
            END-IF
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

            MOVE MR-NO TO WS-MST-KEY
            .
       D0002-EXIT.
            EXIT.

       D0003-READ-LEAVER.

            READ DELWK
              AT END
                 MOVE WS-HIGH-KEY TO WS-DLW-KEY
                 GO TO D0003-EXIT
            END-READ

            IF WS-DLW-STAT NOT EQUAL ZEROES
               SET WS-MSG-DLWFILE TO TRUE
               MOVE WS-DLW-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE DLW-NO TO WS-DLW-KEY
            .
       D0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE YTD DETAIL.  THE MASTER'S IDENTITY WINS (ITS LAST     *
      * VERSION WHEN IT CARRIES SEVERAL); THE LATEST JOURNAL      *
      * DELETE IS USED ONLY FOR A RECORD NO LONGER ON THE MASTER. *
      *----------------------------------------------------------*
       R0002-MATCH-ONE.

            MOVE SPACES             TO WAGE-SORT-REC
            SET WSR-FROM-NOWHERE    TO TRUE
            MOVE WS-UNKNOWN-COMPANY TO WSR-COMPANY-CODE
            MOVE YTD-NO             TO WSR-NO
            MOVE YTD-AMOUNT         TO WSR-WAGES

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
                UNTIL WS-MST-KEY NOT LESS THAN WS-YTD-KEY
            PERFORM R0003-TAKE-MASTER THRU R0003-EXIT
                UNTIL WS-MST-KEY NOT EQUAL WS-YTD-KEY

            PERFORM D0003-READ-LEAVER THRU D0003-EXIT
                UNTIL WS-DLW-KEY NOT LESS THAN WS-YTD-KEY
            PERFORM R0004-TAKE-LEAVER THRU R0004-EXIT
                UNTIL WS-DLW-KEY NOT EQUAL WS-YTD-KEY

            EVALUATE TRUE
               WHEN WSR-FROM-MASTER
                    ADD 1 TO WS-FROM-MASTER-CTR
               WHEN WSR-FROM-JOURNAL
                    ADD 1 TO WS-FROM-JOURNAL-CTR
            END-EVALUATE

            ADD 1          TO WS-YTD-DETAIL-CTR
            ADD YTD-AMOUNT TO WS-YTD-TOTAL

            RELEASE WAGE-SORT-REC

            PERFORM D0001-READ-YTD THRU D0001-EXIT
            .
       R0002-EXIT.
            EXIT.

       R0003-TAKE-MASTER.

            SET WSR-FROM-MASTER     TO TRUE
            MOVE MR-COMPANY-CODE    TO WSR-COMPANY-CODE
            MOVE MR-NAME            TO WSR-NAME
            MOVE MR-ADDRESS-LINE-1  TO WSR-ADDRESS-LINE-1
            MOVE MR-ADDRESS-LINE-2  TO WSR-ADDRESS-LINE-2

            PERFORM D0002-READ-MASTER THRU D0002-EXIT
            .
       R0003-EXIT.
            EXIT.

       R0004-TAKE-LEAVER.

            IF NOT WSR-FROM-MASTER
               SET WSR-FROM-JOURNAL    TO TRUE
               MOVE DLW-COMPANY-CODE   TO WSR-COMPANY-CODE
               MOVE DLW-NAME           TO WSR-NAME
               MOVE DLW-ADDRESS-LINE-1 TO WSR-ADDRESS-LINE-1
               MOVE DLW-ADDRESS-LINE-2 TO WSR-ADDRESS-LINE-2
            END-IF

            PERFORM D0003-READ-LEAVER THRU D0003-EXIT
            .
       R0004-EXIT.
            EXIT.

       T0001-WRITE-FILING.

            MOVE WS-TAX-YEAR       TO WRH-TAX-YEAR
            MOVE WFR-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            MOVE WFR-SUB-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES            TO WF-SUBMITTER-LAYOUT
            MOVE 'A'               TO WFA-RECORD-TYPE
            MOVE WS-TAX-YEAR       TO WFA-TAX-YEAR
            MOVE WS-SUBMITTER-ID   TO WFA-SUBMITTER-ID
            MOVE WS-SUBMITTER-NAME TO WFA-SUBMITTER-NAME
            MOVE WS-CREATE-DATE    TO WFA-CREATE-DATE
            MOVE WF-SUBMITTER-LAYOUT TO WAGE-FILING-REC
            PERFORM F0002-WRITE-FILING THRU F0002-EXIT

            SET WS-SORT-EOF-NO TO TRUE
            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            PERFORM T0003-EMPLOYEE THRU T0003-EXIT
                UNTIL WS-SORT-EOF-YES

            IF WS-EMPLOYER-OPEN-YES
               PERFORM T0005-CLOSE-EMPLOYER THRU T0005-EXIT
            END-IF

            MOVE SPACES               TO WF-FILE-TOTAL-LAYOUT
            MOVE 'F'                  TO WFF-RECORD-TYPE
            MOVE WS-EMPLOYER-CTR      TO WFF-EMPLOYER-CTR
            MOVE WS-FILE-EMPLOYEE-CTR TO WFF-EMPLOYEE-CTR
            MOVE WS-FILE-WAGE-TOTAL   TO WFF-WAGE-TOTAL
            MOVE WF-FILE-TOTAL-LAYOUT TO WAGE-FILING-REC
            PERFORM F0002-WRITE-FILING THRU F0002-EXIT
            .
       T0001-EXIT.
            EXIT.

       T0002-RETURN-SORTED.

            RETURN WAGE-SORT-FILE
              AT END SET WS-SORT-EOF-YES TO TRUE
            END-RETURN
            .
       T0002-EXIT.
            EXIT.

       T0003-EMPLOYEE.

            IF WS-EMPLOYER-OPEN-YES
               AND WSR-COMPANY-CODE NOT EQUAL WS-CUR-COMPANY
               PERFORM T0005-CLOSE-EMPLOYER THRU T0005-EXIT
            END-IF

            IF WS-EMPLOYER-OPEN-NO
               PERFORM T0004-OPEN-EMPLOYER THRU T0004-EXIT
            END-IF

            MOVE SPACES             TO WF-EMPLOYEE-LAYOUT
            MOVE 'W'                TO WFW-RECORD-TYPE
            MOVE WSR-COMPANY-CODE   TO WFW-COMPANY-CODE
            MOVE WSR-NO             TO WFW-NO
            MOVE WSR-NAME           TO WFW-NAME
            MOVE WSR-ADDRESS-LINE-1 TO WFW-ADDRESS-LINE-1
            MOVE WSR-ADDRESS-LINE-2 TO WFW-ADDRESS-LINE-2
            MOVE WSR-WAGES          TO WFW-WAGES
            MOVE WF-EMPLOYEE-LAYOUT TO WAGE-FILING-REC
            PERFORM F0002-WRITE-FILING THRU F0002-EXIT

            ADD 1         TO WS-EMP-EMPLOYEE-CTR
            ADD WSR-WAGES TO WS-EMP-WAGE-TOTAL
            ADD 1         TO WS-FILE-EMPLOYEE-CTR
            ADD WSR-WAGES TO WS-FILE-WAGE-TOTAL

            IF WSR-FROM-NOWHERE
               ADD 1 TO WS-EXCEPTION-CTR
               MOVE 'NOT ON MASTER OR CHANGE JOURNAL'
                 TO WRX-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
            END-IF

            IF WSR-WAGES LESS THAN ZERO
               ADD 1 TO WS-NEGATIVE-CTR
               MOVE 'NET NEGATIVE WAGES FOR THE YEAR'
                 TO WRX-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
            END-IF

            PERFORM T0002-RETURN-SORTED THRU T0002-EXIT
            .
       T0003-EXIT.
            EXIT.

       T0004-OPEN-EMPLOYER.

            SET WS-EMPLOYER-OPEN-YES TO TRUE
            MOVE WSR-COMPANY-CODE TO WS-CUR-COMPANY
            MOVE ZERO             TO WS-EMP-EMPLOYEE-CTR
            MOVE ZERO             TO WS-EMP-WAGE-TOTAL
            ADD 1                 TO WS-EMPLOYER-CTR

            PERFORM V0001-FIND-COMPANY THRU V0001-EXIT

      *    an unidentified employee is already its own exception
            IF WS-CMP-FOUND-NO
               AND WS-CUR-COMPANY NOT EQUAL WS-UNKNOWN-COMPANY
               ADD 1 TO WS-EXCEPTION-CTR
               MOVE 'COMPANY NOT ON COMPANY CONTROL FILE'
                 TO WRX-REASON
               PERFORM G0002-PRNT-EXCEPTION THRU G0002-EXIT
            END-IF

            MOVE SPACES           TO WF-EMPLOYER-LAYOUT
            MOVE 'E'              TO WFE-RECORD-TYPE
            MOVE WS-TAX-YEAR      TO WFE-TAX-YEAR
            MOVE WS-CUR-COMPANY   TO WFE-COMPANY-CODE
            MOVE WS-CUR-CMP-NAME  TO WFE-COMPANY-NAME
            MOVE WF-EMPLOYER-LAYOUT TO WAGE-FILING-REC
            PERFORM F0002-WRITE-FILING THRU F0002-EXIT
            .
       T0004-EXIT.
            EXIT.

       T0005-CLOSE-EMPLOYER.

            SET WS-EMPLOYER-OPEN-NO TO TRUE

            MOVE SPACES              TO WF-EMPLOYER-TOTAL-LAYOUT
            MOVE 'T'                 TO WFT-RECORD-TYPE
            MOVE WS-CUR-COMPANY      TO WFT-COMPANY-CODE
            MOVE WS-EMP-EMPLOYEE-CTR TO WFT-EMPLOYEE-CTR
            MOVE WS-EMP-WAGE-TOTAL   TO WFT-WAGE-TOTAL
            MOVE WF-EMPLOYER-TOTAL-LAYOUT TO WAGE-FILING-REC
            PERFORM F0002-WRITE-FILING THRU F0002-EXIT

            MOVE WS-CUR-COMPANY      TO WRE-COMPANY
            MOVE WS-CUR-CMP-NAME     TO WRE-NAME
            MOVE WS-EMP-EMPLOYEE-CTR TO WRE-EMPLOYEES
            MOVE WS-EMP-WAGE-TOTAL   TO WRE-WAGES
            MOVE WFR-EMPLOYER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       T0005-EXIT.
            EXIT.

       V0001-FIND-COMPANY.

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE SPACES         TO WS-CUR-CMP-NAME
            MOVE 1              TO WS-CMP-IX
            PERFORM V0002-SCAN-COMPANY THRU V0002-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-IX GREATER THAN WS-CMP-COUNT
            .
       V0001-EXIT.
            EXIT.

       V0002-SCAN-COMPANY.

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL WS-CUR-COMPANY
               SET WS-CMP-FOUND-YES TO TRUE
               MOVE WS-CMP-TBL-NAME(WS-CMP-IX) TO WS-CUR-CMP-NAME
            ELSE
               ADD 1 TO WS-CMP-IX
            END-IF
            .
       V0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE FILE TOTAL MUST EQUAL THE CLOSING YTD SALARY TOTAL    *
      * (THE YTDRST01 FIGURE) AND EVERY DETAIL MUST BE FILED.     *
      *----------------------------------------------------------*
       G0001-PRNT-PROOF.

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'FILE WAGE TOTAL VS YTD CLOSING TOTAL' TO WRP-CHECK
            MOVE WS-FILE-WAGE-TOTAL TO WRP-LEFT
            MOVE WS-YTD-TOTAL       TO WRP-RIGHT
            IF WS-FILE-WAGE-TOTAL EQUAL WS-YTD-TOTAL
               MOVE 'AGREES'        TO WRP-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO WRP-VERDICT
               SET WS-RC-OUT-OF-BAL TO TRUE
            END-IF
            MOVE WFR-PROOF-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'EMPLOYEES FILED VS YTD DETAILS' TO WRQ-CHECK
            MOVE WS-FILE-EMPLOYEE-CTR TO WRQ-LEFT
            MOVE WS-YTD-DETAIL-CTR    TO WRQ-RIGHT
            IF WS-FILE-EMPLOYEE-CTR EQUAL WS-YTD-DETAIL-CTR
               MOVE 'AGREES'        TO WRQ-VERDICT
            ELSE
               MOVE 'OUT OF BALANCE' TO WRQ-VERDICT
               SET WS-RC-OUT-OF-BAL TO TRUE
            END-IF
            MOVE WFR-COUNT-PROOF-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE SPACES TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'EMPLOYERS FILED' TO WRC-LABEL
            MOVE WS-EMPLOYER-CTR   TO WRC-COUNT
            PERFORM G0003-PRNT-COUNT THRU G0003-EXIT
            MOVE 'IDENTIFIED FROM THE MASTER' TO WRC-LABEL
            MOVE WS-FROM-MASTER-CTR           TO WRC-COUNT
            PERFORM G0003-PRNT-COUNT THRU G0003-EXIT
            MOVE 'IDENTIFIED FROM THE CHANGE JOURNAL' TO WRC-LABEL
            MOVE WS-FROM-JOURNAL-CTR                  TO WRC-COUNT
            PERFORM G0003-PRNT-COUNT THRU G0003-EXIT
            MOVE 'NET NEGATIVE WAGES (FILED)' TO WRC-LABEL
            MOVE WS-NEGATIVE-CTR              TO WRC-COUNT
            PERFORM G0003-PRNT-COUNT THRU G0003-EXIT
            MOVE 'EXCEPTIONS - YEAR NOT REGISTERED' TO WRC-LABEL
            MOVE WS-EXCEPTION-CTR                   TO WRC-COUNT
            PERFORM G0003-PRNT-COUNT THRU G0003-EXIT

            IF WS-RC-OUT-OF-BAL
               SET WS-MSG-FILING-DIFF TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-EXCEPTION-CTR GREATER THAN ZERO
               SET WS-RC-FILING-EXCP TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 2 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' WAGE FILING EXCEPTIONS - YEAR NOT REGISTERED'
            END-IF
            .
       G0001-EXIT.
            EXIT.

       G0002-PRNT-EXCEPTION.

            MOVE WSR-NO           TO WRX-NO
            MOVE WSR-COMPANY-CODE TO WRX-COMPANY
            MOVE WFR-EXCEPTION-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0003-PRNT-COUNT.

            MOVE WFR-COUNT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0003-EXIT.
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

       F0002-WRITE-FILING.

            WRITE WAGE-FILING-REC

            IF WS-WGF-STAT NOT EQUAL ZEROES
               SET WS-MSG-WAGEFILE TO TRUE
               MOVE WS-WGF-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-FILING-REC-CTR
            .
       F0002-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-DUP-FILING
                    SET WS-RC-DUP-PERIOD TO TRUE
               WHEN WS-MSG-FILING-DIFF
                    SET WS-RC-OUT-OF-BAL TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
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

            CLOSE YTDIN MSTIN.

            IF WS-JRN-OPEN-YES
               CLOSE JRNIN
            END-IF

            IF WS-DLW-OPEN-YES
               CLOSE DELWK
            END-IF

            CLOSE WAGEOUT.

            IF WS-WGF-STAT NOT EQUAL ZEROES
               SET WS-MSG-WAGEFILE TO TRUE
               MOVE WS-WGF-STAT TO WS-ERR-CDE
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
            DISPLAY '  WAGE FILING STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  TAX YEAR................: ' WS-TAX-YEAR.
            DISPLAY '  YTD DETAILS READ........: ' WS-YTD-DETAIL-CTR.
            DISPLAY '  JOURNAL DELETES SORTED..: ' WS-JRN-DELETE-CTR.
            DISPLAY '  EMPLOYERS FILED.........: ' WS-EMPLOYER-CTR.
            DISPLAY '  EMPLOYEES FILED.........: '
                    WS-FILE-EMPLOYEE-CTR.
            DISPLAY '  FILING RECORDS WRITTEN..: ' WS-FILING-REC-CTR.
            DISPLAY '  EXCEPTIONS..............: ' WS-EXCEPTION-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
