       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFIMP01.
      *----------------------------------------------------------*
      * REFERENCE-DATA CHANGE IMPACT CHECK, RUN AHEAD OF THE      *
      * DEPTLD01 / COMPLD01 / CALDLD01 LOAD.  THE LOADER IS FIRST *
      * RUN AGAINST THE NEW CARDS INTO A SCRATCH DATASET (NEWREF) *
      * AND THIS STEP COMPARES THAT PROPOSED FILE WITH THE ONE IN *
      * SERVICE (OLDREF):                                         *
      *   DEPT - EVERY DEPARTMENT CODE REMOVED OR RENAMED, WITH   *
      *          THE MASTER RECORDS, OPEN/CORRECTED REJECTS, YTD  *
      *          DEPARTMENT AND ONE-OFF PAYMENT BUCKETS AND       *
      *          LABOR-DISTRIBUTION LINES STILL CARRYING IT       *
      *   COMP - EVERY COMPANY CODE REMOVED OR RENAMED, WITH THE  *
      *          MASTER RECORDS AND OPEN/CORRECTED REJECTS STILL  *
      *          CARRYING IT (YTD AND LABOR DISTRIBUTION HOLD NO  *
      *          COMPANY)                                         *
      *   CAL  - EVERY DATE WHOSE BUSINESS-DAY STANDING CHANGES   *
      *          INSIDE THE PERIOD ALREADY PROCESSED (UP TO AND   *
      *          INCLUDING TODAY, OR THE DATE ON THE PARM)        *
      * A REMOVED CODE STILL REFERENCED, OR A BUSINESS DAY        *
      * RECLASSIFIED IN THE PROCESSED PERIOD, ENDS THE STEP WITH  *
      * RC 07 AND THE REAL LOAD STEP IS HELD ON IT.  A RENAMED    *
      * CODE IS LISTED WITH ITS COUNTS BUT DOES NOT HOLD THE LOAD.*
      * THE REJECT, YTD AND LABOR-DISTRIBUTION FILES ARE OPTIONAL *
      * -- A SHOP WITHOUT ONE HAS NOTHING THERE TO BREAK.         *
      *                                                           *
      * PARM: DEPT, COMP, CAL OR CAL,YYYY-MM-DD                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OLDREF ASSIGN TO OLDREF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ORF-STAT.

            SELECT NEWREF ASSIGN TO NEWREF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NRF-STAT.

            SELECT MSTIN ASSIGN TO MSTIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STAT.

            SELECT REJIN ASSIGN TO REJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STAT.

            SELECT YTDIN ASSIGN TO YTDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STAT.

            SELECT LDSFILE ASSIGN TO LDSFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LDS-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    the file in service and the proposed replacement, each
      *    seen through the layout the PARM selects
       FD OLDREF.
       COPY DEPREC001 REPLACING ==DEPT-REC== BY ==OLD-DEPT-REC==
                                LEADING ==DEP== BY ==ODP==.
       COPY CMPREC001 REPLACING ==COMPANY-REC== BY ==OLD-COMPANY-REC==
                                LEADING ==CMP== BY ==OCM==.
       COPY CALREC001 REPLACING ==CALENDAR-REC== BY ==OLD-CALENDAR-REC==
                                LEADING ==CAL== BY ==OCL==.

       FD NEWREF.
       COPY DEPREC001 REPLACING ==DEPT-REC== BY ==NEW-DEPT-REC==
                                LEADING ==DEP== BY ==NDP==.
       COPY CMPREC001 REPLACING ==COMPANY-REC== BY ==NEW-COMPANY-REC==
                                LEADING ==CMP== BY ==NCM==.
       COPY CALREC001 REPLACING ==CALENDAR-REC== BY ==NEW-CALENDAR-REC==
                                LEADING ==CAL== BY ==NCL==.

       FD MSTIN.
       COPY MSTREC001.

       FD REJIN.
       COPY REJREC001.

       FD YTDIN.
       COPY YTDREC001.

       FD LDSFILE.
       COPY LDSREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'REFIMP01'.

       COPY CONSTANT.

       01 IMP-REPORT-LAYOUT.
            02 IMP-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(34)
                   VALUE 'REFERENCE-DATA LOAD IMPACT CHECK'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 IHL-FILE     PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RUN DATE '.
                05 IHL-RUN-DATE PIC X(10).
                05 FILLER       PIC X(47) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'PAGE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 IHL-PAGE-NO  PIC ZZZZ9.
                05 FILLER       PIC X(07) VALUE SPACES.
            02 IMP-CODE-SUB-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'CODE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'CHANGE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30) VALUE 'NAME IN SERVICE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(30) VALUE 'PROPOSED NAME'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE ' MASTER'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'REJECTS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE '    YTD'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'LABOR D'.
                05 FILLER       PIC X(18) VALUE SPACES.
            02 IMP-CODE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-CODE     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-CHANGE   PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-OLD-NAME PIC X(30).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-NEW-NAME PIC X(30).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-MST      PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-REJ      PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-YTD      PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-LDS      PIC X(07).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ICL-FLAG     PIC X(04).
                05 FILLER       PIC X(12) VALUE SPACES.
            02 IMP-CAL-SUB-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'DATE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'IN SERVICE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'PROPOSED'.
                05 FILLER       PIC X(93) VALUE SPACES.
            02 IMP-CAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 IAL-DATE     PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 IAL-OLD-TYPE PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 IAL-NEW-TYPE PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 IAL-FLAG     PIC X(04).
                05 FILLER       PIC X(87) VALUE SPACES.
            02 IMP-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ITL-LABEL    PIC X(40).
                05 ITL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(80) VALUE SPACES.

      *    codes removed or renamed by the proposed file, with the
      *    references still carrying each one
       01 WS-IMPACT-AREA.
            02 WS-IMP-MAX        PIC 9(04) COMP VALUE 100.
            02 WS-IMP-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-IMP-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-IMP-FOUND-SW   PIC X(01) VALUE 'N'.
                88 WS-IMP-FOUND-NO   VALUE 'N'.
                88 WS-IMP-FOUND-YES  VALUE 'Y'.
            02 WS-IMP-ENTRY OCCURS 100 TIMES.
                05 WS-IMP-CODE      PIC X(04).
                05 WS-IMP-CHANGE-SW PIC X(01).
                    88 WS-IMP-REMOVED   VALUE 'R'.
                    88 WS-IMP-RENAMED   VALUE 'N'.
                05 WS-IMP-OLD-NAME  PIC X(35).
                05 WS-IMP-NEW-NAME  PIC X(35).
                05 WS-IMP-MST-CTR   PIC 9(07) COMP-3.
                05 WS-IMP-REJ-CTR   PIC 9(07) COMP-3.
                05 WS-IMP-YTD-CTR   PIC 9(07) COMP-3.
                05 WS-IMP-LDS-CTR   PIC 9(07) COMP-3.

      *    current entry off each side of the compare; HIGH-VALUES
      *    (or all nines for a date) once that side is exhausted
       01 WS-COMPARE-AREA.
            02 WS-OLD-KEY        PIC X(04) VALUE SPACES.
            02 WS-OLD-NAME       PIC X(35) VALUE SPACES.
            02 WS-OLD-PREV-KEY   PIC X(04) VALUE LOW-VALUES.
            02 WS-NEW-KEY        PIC X(04) VALUE SPACES.
            02 WS-NEW-NAME       PIC X(35) VALUE SPACES.
            02 WS-NEW-PREV-KEY   PIC X(04) VALUE LOW-VALUES.
            02 WS-OLD-CAL-DATE   PIC 9(08) VALUE ZERO.
            02 WS-OLD-CAL-TYPE   PIC X(01) VALUE SPACE.
            02 WS-OLD-CAL-PREV   PIC 9(08) VALUE ZERO.
            02 WS-NEW-CAL-DATE   PIC 9(08) VALUE ZERO.
            02 WS-NEW-CAL-TYPE   PIC X(01) VALUE SPACE.
            02 WS-NEW-CAL-PREV   PIC 9(08) VALUE ZERO.
            02 WS-LOOK-CODE      PIC X(04) VALUE SPACES.
            02 WS-TYPE-WORK      PIC X(01) VALUE SPACE.
            02 WS-TYPE-TEXT      PIC X(12) VALUE SPACES.

       77 WS-ORF-STAT           PIC 9(02) VALUE ZERO.
       77 WS-NRF-STAT           PIC 9(02) VALUE ZERO.
       77 WS-REF-TYPE-SW        PIC X(01) VALUE SPACE.
           88 WS-REF-DEPT          VALUE 'D'.
           88 WS-REF-COMP          VALUE 'C'.
           88 WS-REF-CAL           VALUE 'K'.
       77 WS-OLD-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-OLD-EOF-NO        VALUE 'N'.
           88 WS-OLD-EOF-YES       VALUE 'Y'.
       77 WS-NEW-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-NEW-EOF-NO        VALUE 'N'.
           88 WS-NEW-EOF-YES       VALUE 'Y'.
       77 WS-REJ-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-REJ-OPEN-NO       VALUE 'N'.
           88 WS-REJ-OPEN-YES      VALUE 'Y'.
       77 WS-YTD-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-YTD-OPEN-NO       VALUE 'N'.
           88 WS-YTD-OPEN-YES      VALUE 'Y'.
       77 WS-LDS-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-LDS-OPEN-NO       VALUE 'N'.
           88 WS-LDS-OPEN-YES      VALUE 'Y'.
       77 WS-MST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-MST-OPEN-NO       VALUE 'N'.
           88 WS-MST-OPEN-YES      VALUE 'Y'.
       77 WS-REF-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-REF-EOF-NO        VALUE 'N'.
           88 WS-REF-EOF-YES       VALUE 'Y'.
       77 WS-TODAY-DATE         PIC X(10) VALUE SPACES.
       77 WS-TODAY-N            PIC 9(08) VALUE ZERO.
       77 WS-THRU-DATE          PIC X(10) VALUE SPACES.
       77 WS-THRU-N             PIC 9(08) VALUE ZERO.
       77 WS-EDIT-CTR           PIC ZZZ,ZZ9.
       77 WS-OLD-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NEW-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ADDED-CTR          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-REMOVED-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RENAMED-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-HOLD-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-LATER-CTR          PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-MST-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-REJ-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-YTD-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-LDS-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SAVE-LINE          PIC X(133).
      *
       LINKAGE SECTION.
      *
       01 WS-PARM-REF.
            02 WS-PARM-LEN       PIC S9(04) COMP.
            02 WS-PARM-TEXT      PIC X(14).
      *
       PROCEDURE DIVISION USING WS-PARM-REF.
       A0001-MAIN.

            PERFORM C0001-INIT-PARM THRU C0001-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0002-INIT-FILES THRU C0002-EXIT
            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT

            IF WS-REF-CAL
               PERFORM D0003-READ-OLD-CAL THRU D0003-EXIT
               PERFORM D0004-READ-NEW-CAL THRU D0004-EXIT
               PERFORM E0020-COMPARE-CAL THRU E0020-EXIT
                   UNTIL WS-OLD-EOF-YES AND WS-NEW-EOF-YES
            ELSE
               PERFORM D0001-READ-OLD THRU D0001-EXIT
               PERFORM D0002-READ-NEW THRU D0002-EXIT
               PERFORM E0001-COMPARE-CODE THRU E0001-EXIT
                   UNTIL WS-OLD-EOF-YES AND WS-NEW-EOF-YES
               IF WS-IMP-COUNT GREATER THAN ZERO
                  PERFORM E0010-COUNT-REFERENCES THRU E0010-EXIT
               END-IF
               MOVE ZERO TO WS-IMP-IX
               PERFORM G0002-PRNT-IMPACT THRU G0002-EXIT
                   UNTIL WS-IMP-IX GREATER THAN OR EQUAL TO
                         WS-IMP-COUNT
            END-IF

            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       C0001-INIT-PARM.

            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME

            ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
            MOVE WS-TODAY-N(1:4) TO WS-TODAY-DATE(1:4)
            MOVE '-'             TO WS-TODAY-DATE(5:1)
            MOVE WS-TODAY-N(5:2) TO WS-TODAY-DATE(6:2)
            MOVE '-'             TO WS-TODAY-DATE(8:1)
            MOVE WS-TODAY-N(7:2) TO WS-TODAY-DATE(9:2)
            MOVE WS-TODAY-DATE   TO WS-THRU-DATE

            EVALUATE TRUE
               WHEN WS-PARM-LEN EQUAL 4
                    AND WS-PARM-TEXT(1:4) EQUAL 'DEPT'
                    SET WS-REF-DEPT TO TRUE
                    MOVE 'DEPARTMENT' TO IHL-FILE
               WHEN WS-PARM-LEN EQUAL 4
                    AND WS-PARM-TEXT(1:4) EQUAL 'COMP'
                    SET WS-REF-COMP TO TRUE
                    MOVE 'COMPANY' TO IHL-FILE
               WHEN WS-PARM-LEN EQUAL 3
                    AND WS-PARM-TEXT(1:3) EQUAL 'CAL'
                    SET WS-REF-CAL TO TRUE
                    MOVE 'CALENDAR' TO IHL-FILE
               WHEN WS-PARM-LEN EQUAL 14
                    AND WS-PARM-TEXT(1:4) EQUAL 'CAL,'
                    SET WS-REF-CAL TO TRUE
                    MOVE 'CALENDAR' TO IHL-FILE
                    MOVE WS-PARM-TEXT(5:10) TO WS-THRU-DATE
               WHEN OTHER
                    PERFORM C0009-BAD-PARM THRU C0009-EXIT
            END-EVALUATE

            MOVE WS-THRU-DATE TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT

            IF WS-DATE-INVALID
               PERFORM C0009-BAD-PARM THRU C0009-EXIT
            END-IF

            MOVE WS-THRU-DATE(1:4) TO WS-THRU-N(1:4)
            MOVE WS-THRU-DATE(6:2) TO WS-THRU-N(5:2)
            MOVE WS-THRU-DATE(9:2) TO WS-THRU-N(7:2)
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

       B0001-OPEN-FILES.

            OPEN INPUT OLDREF.

            IF WS-ORF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-ORF-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT NEWREF.

            IF WS-NRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-NRF-STAT TO WS-ERR-CDE
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

       C0002-INIT-FILES.

            SET WS-OLD-EOF-NO      TO TRUE
            SET WS-NEW-EOF-NO      TO TRUE
            MOVE ZERO              TO WS-PAGE-CTR
            MOVE ZERO              TO WS-LINE-CTR
            MOVE WS-TODAY-DATE     TO IHL-RUN-DATE
            .
       C0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CODE FILES -- BOTH SIDES ARRIVE IN ASCENDING CODE ORDER   *
      * (THE LOADERS REFUSE ANYTHING ELSE); A FILE OUT OF ORDER   *
      * WOULD MAKE THE COMPARE REPORT FALSE REMOVALS, SO IT STOPS *
      * THE STEP INSTEAD.                                         *
      *----------------------------------------------------------*
       D0001-READ-OLD.

            READ OLDREF
              AT END
                 SET WS-OLD-EOF-YES TO TRUE
                 MOVE HIGH-VALUES TO WS-OLD-KEY
                 GO TO D0001-EXIT
            END-READ

            IF WS-ORF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-ORF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-OLD-CTR
            IF WS-REF-DEPT
               MOVE ODP-CODE TO WS-OLD-KEY
               MOVE ODP-NAME TO WS-OLD-NAME
            ELSE
               MOVE OCM-CODE TO WS-OLD-KEY
               MOVE OCM-NAME TO WS-OLD-NAME
            END-IF

            IF WS-OLD-KEY NOT GREATER THAN WS-OLD-PREV-KEY
               DISPLAY 'REFIMP01: OLDREF OUT OF SEQUENCE AT '
                       WS-OLD-KEY
               SET WS-MSG-OUT-OF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            MOVE WS-OLD-KEY TO WS-OLD-PREV-KEY
            .
       D0001-EXIT.
            EXIT.

       D0002-READ-NEW.

            READ NEWREF
              AT END
                 SET WS-NEW-EOF-YES TO TRUE
                 MOVE HIGH-VALUES TO WS-NEW-KEY
                 GO TO D0002-EXIT
            END-READ

            IF WS-NRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-NRF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-NEW-CTR
            IF WS-REF-DEPT
               MOVE NDP-CODE TO WS-NEW-KEY
               MOVE NDP-NAME TO WS-NEW-NAME
            ELSE
               MOVE NCM-CODE TO WS-NEW-KEY
               MOVE NCM-NAME TO WS-NEW-NAME
            END-IF

            IF WS-NEW-KEY NOT GREATER THAN WS-NEW-PREV-KEY
               DISPLAY 'REFIMP01: NEWREF OUT OF SEQUENCE AT '
                       WS-NEW-KEY
               SET WS-MSG-OUT-OF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            MOVE WS-NEW-KEY TO WS-NEW-PREV-KEY
            .
       D0002-EXIT.
            EXIT.

       E0001-COMPARE-CODE.

            EVALUATE TRUE
               WHEN WS-OLD-KEY LESS THAN WS-NEW-KEY
                    ADD 1 TO WS-REMOVED-CTR
                    PERFORM V0001-ADD-IMPACT THRU V0001-EXIT
                    SET WS-IMP-REMOVED(WS-IMP-COUNT) TO TRUE
                    MOVE SPACES TO WS-IMP-NEW-NAME(WS-IMP-COUNT)
                    PERFORM D0001-READ-OLD THRU D0001-EXIT
               WHEN WS-OLD-KEY GREATER THAN WS-NEW-KEY
                    ADD 1 TO WS-ADDED-CTR
                    PERFORM D0002-READ-NEW THRU D0002-EXIT
               WHEN OTHER
                    IF WS-OLD-NAME NOT EQUAL WS-NEW-NAME
                       ADD 1 TO WS-RENAMED-CTR
                       PERFORM V0001-ADD-IMPACT THRU V0001-EXIT
                       SET WS-IMP-RENAMED(WS-IMP-COUNT) TO TRUE
                       MOVE WS-NEW-NAME
                         TO WS-IMP-NEW-NAME(WS-IMP-COUNT)
                    END-IF
                    PERFORM D0001-READ-OLD THRU D0001-EXIT
                    PERFORM D0002-READ-NEW THRU D0002-EXIT
            END-EVALUATE
            .
       E0001-EXIT.
            EXIT.

       V0001-ADD-IMPACT.

            IF WS-IMP-COUNT GREATER THAN OR EQUAL TO WS-IMP-MAX
               SET WS-MSG-DPT-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-IMP-COUNT
            MOVE WS-OLD-KEY  TO WS-IMP-CODE(WS-IMP-COUNT)
            MOVE WS-OLD-NAME TO WS-IMP-OLD-NAME(WS-IMP-COUNT)
            MOVE ZERO        TO WS-IMP-MST-CTR(WS-IMP-COUNT)
                                WS-IMP-REJ-CTR(WS-IMP-COUNT)
                                WS-IMP-YTD-CTR(WS-IMP-COUNT)
                                WS-IMP-LDS-CTR(WS-IMP-COUNT)
            .
       V0001-EXIT.
            EXIT.

       V0002-FIND-IMPACT.

            IF WS-IMP-CODE(WS-IMP-IX) EQUAL WS-LOOK-CODE
               SET WS-IMP-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-IMP-IX
            END-IF
            .
       V0002-EXIT.
            EXIT.

       V0003-LOOKUP.

            SET WS-IMP-FOUND-NO TO TRUE
            MOVE 1 TO WS-IMP-IX
            PERFORM V0002-FIND-IMPACT THRU V0002-EXIT
                UNTIL WS-IMP-FOUND-YES
                   OR WS-IMP-IX GREATER THAN WS-IMP-COUNT
            .
       V0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * TALLY THE RECORDS STILL CARRYING A REMOVED OR RENAMED     *
      * CODE.  ONLY THE MASTER IS REQUIRED; A MISSING REJECT, YTD *
      * OR LABOR-DISTRIBUTION FILE MEANS NOTHING THERE REFERS TO  *
      * ANY CODE.                                                 *
      *----------------------------------------------------------*
       E0010-COUNT-REFERENCES.

            OPEN INPUT MSTIN

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-MST-OPEN-YES TO TRUE
            SET WS-REF-EOF-NO TO TRUE
            PERFORM E0011-TALLY-MASTER THRU E0011-EXIT
                UNTIL WS-REF-EOF-YES

            OPEN INPUT REJIN

            IF WS-REJ-STAT EQUAL ZEROES
               SET WS-REJ-OPEN-YES TO TRUE
               SET WS-REF-EOF-NO TO TRUE
               PERFORM E0012-TALLY-REJECT THRU E0012-EXIT
                   UNTIL WS-REF-EOF-YES
            ELSE
               IF WS-REJ-STAT NOT EQUAL '35'
                  SET WS-MSG-OP-RJ TO TRUE
                  MOVE WS-REJ-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF

            IF WS-REF-COMP
               GO TO E0010-EXIT
            END-IF

            OPEN INPUT YTDIN

            IF WS-RET-STAT EQUAL ZEROES
               SET WS-YTD-OPEN-YES TO TRUE
               SET WS-REF-EOF-NO TO TRUE
               PERFORM E0013-TALLY-YTD THRU E0013-EXIT
                   UNTIL WS-REF-EOF-YES
            ELSE
               IF WS-RET-STAT NOT EQUAL '35'
                  SET WS-MSG-YTDFILE TO TRUE
                  MOVE WS-RET-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF

            OPEN INPUT LDSFILE

            IF WS-LDS-STAT EQUAL ZEROES
               SET WS-LDS-OPEN-YES TO TRUE
               SET WS-REF-EOF-NO TO TRUE
               PERFORM E0014-TALLY-LDS THRU E0014-EXIT
                   UNTIL WS-REF-EOF-YES
            ELSE
               IF WS-LDS-STAT NOT EQUAL '35'
                  SET WS-MSG-LDSFILE TO TRUE
                  MOVE WS-LDS-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF
            .
       E0010-EXIT.
            EXIT.

       E0011-TALLY-MASTER.

            READ MSTIN
              AT END
                 SET WS-REF-EOF-YES TO TRUE
                 GO TO E0011-EXIT
            END-READ

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-MST-READ-CTR
            IF WS-REF-DEPT
               MOVE MR-DEPT-CODE    TO WS-LOOK-CODE
            ELSE
               MOVE MR-COMPANY-CODE TO WS-LOOK-CODE
            END-IF
            PERFORM V0003-LOOKUP THRU V0003-EXIT

            IF WS-IMP-FOUND-YES
               ADD 1 TO WS-IMP-MST-CTR(WS-IMP-IX)
            END-IF
            .
       E0011-EXIT.
            EXIT.

      *    only rejects still waiting to be recycled count -- a
      *    recycled reject is history
       E0012-TALLY-REJECT.

            READ REJIN
              AT END
                 SET WS-REF-EOF-YES TO TRUE
                 GO TO E0012-EXIT
            END-READ

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     a reject returned to its sender is still outstanding --
      *     the resubmission comes back under the same codes
            IF NOT REJ-STA-OPEN AND NOT REJ-STA-CORRECTED
               AND NOT REJ-STA-WITH-SENDER
               GO TO E0012-EXIT
            END-IF

            ADD 1 TO WS-REJ-READ-CTR
            IF WS-REF-DEPT
               MOVE REJ-VARCHAR(49:4) TO WS-LOOK-CODE
            ELSE
               MOVE REJ-VARCHAR(55:3) TO WS-LOOK-CODE
            END-IF
            PERFORM V0003-LOOKUP THRU V0003-EXIT

            IF WS-IMP-FOUND-YES
               ADD 1 TO WS-IMP-REJ-CTR(WS-IMP-IX)
            END-IF
            .
       E0012-EXIT.
            EXIT.

      *    the department buckets only -- detail records carry no
      *    department
       E0013-TALLY-YTD.

            READ YTDIN
              AT END
                 SET WS-REF-EOF-YES TO TRUE
                 GO TO E0013-EXIT
            END-READ

            IF WS-RET-STAT NOT EQUAL ZEROES
               SET WS-MSG-YTDFILE TO TRUE
               MOVE WS-RET-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT YTD-TYPE-DEPT AND NOT YTD-TYPE-ONEOFF-DEPT
               GO TO E0013-EXIT
            END-IF

            ADD 1 TO WS-YTD-READ-CTR
            MOVE YTD-DEPT TO WS-LOOK-CODE
            PERFORM V0003-LOOKUP THRU V0003-EXIT

            IF WS-IMP-FOUND-YES
               ADD 1 TO WS-IMP-YTD-CTR(WS-IMP-IX)
            END-IF
            .
       E0013-EXIT.
            EXIT.

       E0014-TALLY-LDS.

            READ LDSFILE
              AT END
                 SET WS-REF-EOF-YES TO TRUE
                 GO TO E0014-EXIT
            END-READ

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LDS-READ-CTR
            MOVE LDS-COST-CENTER TO WS-LOOK-CODE
            PERFORM V0003-LOOKUP THRU V0003-EXIT

            IF WS-IMP-FOUND-YES
               ADD 1 TO WS-IMP-LDS-CTR(WS-IMP-IX)
            END-IF
            .
       E0014-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CALENDAR -- BOTH SIDES IN ASCENDING DATE ORDER.  A DATE   *
      * MISSING FROM ONE SIDE COUNTS AS NOT A BUSINESS DAY THERE. *
      * ONLY A CHANGE OF BUSINESS-DAY STANDING MATTERS (HOLIDAY   *
      * TO WEEKEND DOES NOT); INSIDE THE PROCESSED PERIOD IT IS   *
      * LISTED AND HOLDS THE LOAD, LATER ONES ARE ONLY COUNTED.   *
      *----------------------------------------------------------*
       D0003-READ-OLD-CAL.

            READ OLDREF
              AT END
                 SET WS-OLD-EOF-YES TO TRUE
                 MOVE 99999999 TO WS-OLD-CAL-DATE
                 GO TO D0003-EXIT
            END-READ

            IF WS-ORF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-ORF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-OLD-CTR
            MOVE OCL-DATE     TO WS-OLD-CAL-DATE
            MOVE OCL-DAY-TYPE TO WS-OLD-CAL-TYPE

            IF WS-OLD-CAL-DATE NOT GREATER THAN WS-OLD-CAL-PREV
               DISPLAY 'REFIMP01: OLDREF OUT OF SEQUENCE AT '
                       WS-OLD-CAL-DATE
               SET WS-MSG-OUT-OF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            MOVE WS-OLD-CAL-DATE TO WS-OLD-CAL-PREV
            .
       D0003-EXIT.
            EXIT.

       D0004-READ-NEW-CAL.

            READ NEWREF
              AT END
                 SET WS-NEW-EOF-YES TO TRUE
                 MOVE 99999999 TO WS-NEW-CAL-DATE
                 GO TO D0004-EXIT
            END-READ

            IF WS-NRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-REFFILE TO TRUE
               MOVE WS-NRF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-NEW-CTR
            MOVE NCL-DATE     TO WS-NEW-CAL-DATE
            MOVE NCL-DAY-TYPE TO WS-NEW-CAL-TYPE

            IF WS-NEW-CAL-DATE NOT GREATER THAN WS-NEW-CAL-PREV
               DISPLAY 'REFIMP01: NEWREF OUT OF SEQUENCE AT '
                       WS-NEW-CAL-DATE
               SET WS-MSG-OUT-OF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            MOVE WS-NEW-CAL-DATE TO WS-NEW-CAL-PREV
            .
       D0004-EXIT.
            EXIT.

       E0020-COMPARE-CAL.

            EVALUATE TRUE
               WHEN WS-OLD-CAL-DATE LESS THAN WS-NEW-CAL-DATE
                    MOVE WS-OLD-CAL-DATE TO IAL-DATE
                    MOVE WS-OLD-CAL-TYPE TO WS-TYPE-WORK
                    PERFORM V0004-TYPE-TEXT THRU V0004-EXIT
                    MOVE WS-TYPE-TEXT    TO IAL-OLD-TYPE
                    MOVE 'NOT ON FILE'   TO IAL-NEW-TYPE
                    IF WS-OLD-CAL-TYPE EQUAL 'B'
                       PERFORM E0021-RECLASSIFIED THRU E0021-EXIT
                    END-IF
                    PERFORM D0003-READ-OLD-CAL THRU D0003-EXIT
               WHEN WS-OLD-CAL-DATE GREATER THAN WS-NEW-CAL-DATE
                    ADD 1 TO WS-ADDED-CTR
                    MOVE WS-NEW-CAL-DATE TO IAL-DATE
                    MOVE 'NOT ON FILE'   TO IAL-OLD-TYPE
                    MOVE WS-NEW-CAL-TYPE TO WS-TYPE-WORK
                    PERFORM V0004-TYPE-TEXT THRU V0004-EXIT
                    MOVE WS-TYPE-TEXT    TO IAL-NEW-TYPE
                    IF WS-NEW-CAL-TYPE EQUAL 'B'
                       PERFORM E0021-RECLASSIFIED THRU E0021-EXIT
                    END-IF
                    PERFORM D0004-READ-NEW-CAL THRU D0004-EXIT
               WHEN OTHER
                    MOVE WS-OLD-CAL-DATE TO IAL-DATE
                    MOVE WS-OLD-CAL-TYPE TO WS-TYPE-WORK
                    PERFORM V0004-TYPE-TEXT THRU V0004-EXIT
                    MOVE WS-TYPE-TEXT    TO IAL-OLD-TYPE
                    MOVE WS-NEW-CAL-TYPE TO WS-TYPE-WORK
                    PERFORM V0004-TYPE-TEXT THRU V0004-EXIT
                    MOVE WS-TYPE-TEXT    TO IAL-NEW-TYPE
                    IF (WS-OLD-CAL-TYPE EQUAL 'B'
                        AND WS-NEW-CAL-TYPE NOT EQUAL 'B')
                       OR (WS-OLD-CAL-TYPE NOT EQUAL 'B'
                        AND WS-NEW-CAL-TYPE EQUAL 'B')
                       PERFORM E0021-RECLASSIFIED THRU E0021-EXIT
                    END-IF
                    PERFORM D0003-READ-OLD-CAL THRU D0003-EXIT
                    PERFORM D0004-READ-NEW-CAL THRU D0004-EXIT
            END-EVALUATE
            .
       E0020-EXIT.
            EXIT.

      *    IAL-DATE still holds the date as YYYYMMDD; it is put
      *    in display form for the listing here
       E0021-RECLASSIFIED.

            IF IAL-DATE(1:8) GREATER THAN WS-THRU-N
               ADD 1 TO WS-LATER-CTR
               GO TO E0021-EXIT
            END-IF

            ADD 1 TO WS-HOLD-CTR
            MOVE IAL-DATE(1:8)  TO WS-VAL-DATE
            MOVE WS-VAL-DATE(1:4) TO IAL-DATE(1:4)
            MOVE '-'              TO IAL-DATE(5:1)
            MOVE WS-VAL-DATE(5:2) TO IAL-DATE(6:2)
            MOVE '-'              TO IAL-DATE(8:1)
            MOVE WS-VAL-DATE(7:2) TO IAL-DATE(9:2)
            MOVE 'HOLD'           TO IAL-FLAG
            MOVE IMP-CAL-LAYOUT   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            .
       E0021-EXIT.
            EXIT.

       V0004-TYPE-TEXT.

            EVALUATE WS-TYPE-WORK
               WHEN 'B'
                    MOVE 'BUSINESS DAY' TO WS-TYPE-TEXT
               WHEN 'H'
                    MOVE 'HOLIDAY'      TO WS-TYPE-TEXT
               WHEN 'W'
                    MOVE 'WEEKEND'      TO WS-TYPE-TEXT
               WHEN OTHER
                    MOVE 'TYPE ?'       TO WS-TYPE-TEXT
                    MOVE WS-TYPE-WORK   TO WS-TYPE-TEXT(6:1)
            END-EVALUATE
            .
       V0004-EXIT.
            EXIT.

       H0001-PRNT-HDRS.

            ADD 1                      TO WS-PAGE-CTR
            MOVE WS-PAGE-CTR           TO IHL-PAGE-NO

            MOVE IMP-HEADER-LAYOUT     TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-REF-CAL
               MOVE IMP-CAL-SUB-LAYOUT  TO WS-PRINT-REPORT
            ELSE
               MOVE IMP-CODE-SUB-LAYOUT TO WS-PRINT-REPORT
            END-IF
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

      *    a removed code with any reference left holds the load;
      *    a renamed one is listed for information only
       G0002-PRNT-IMPACT.

            ADD 1 TO WS-IMP-IX

            MOVE WS-IMP-CODE(WS-IMP-IX)     TO ICL-CODE
            MOVE WS-IMP-OLD-NAME(WS-IMP-IX) TO ICL-OLD-NAME
            MOVE WS-IMP-NEW-NAME(WS-IMP-IX) TO ICL-NEW-NAME
            MOVE WS-IMP-MST-CTR(WS-IMP-IX)  TO WS-EDIT-CTR
            MOVE WS-EDIT-CTR                TO ICL-MST
            MOVE WS-IMP-REJ-CTR(WS-IMP-IX)  TO WS-EDIT-CTR
            MOVE WS-EDIT-CTR                TO ICL-REJ
            MOVE SPACES                     TO ICL-FLAG

            IF WS-REF-COMP
               MOVE '    N/A'                 TO ICL-YTD ICL-LDS
            ELSE
               MOVE WS-IMP-YTD-CTR(WS-IMP-IX) TO WS-EDIT-CTR
               MOVE WS-EDIT-CTR               TO ICL-YTD
               MOVE WS-IMP-LDS-CTR(WS-IMP-IX) TO WS-EDIT-CTR
               MOVE WS-EDIT-CTR               TO ICL-LDS
            END-IF

            IF WS-IMP-RENAMED(WS-IMP-IX)
               MOVE 'RENAMED' TO ICL-CHANGE
            ELSE
               MOVE 'REMOVED' TO ICL-CHANGE
               IF WS-IMP-MST-CTR(WS-IMP-IX) GREATER THAN ZERO
                  OR WS-IMP-REJ-CTR(WS-IMP-IX) GREATER THAN ZERO
                  OR WS-IMP-YTD-CTR(WS-IMP-IX) GREATER THAN ZERO
                  OR WS-IMP-LDS-CTR(WS-IMP-IX) GREATER THAN ZERO
                  MOVE 'HOLD' TO ICL-FLAG
                  ADD 1 TO WS-HOLD-CTR
               END-IF
            END-IF

            MOVE IMP-CODE-LAYOUT TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-LINE THRU P0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            MOVE SPACES                TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'ENTRIES IN SERVICE'  TO ITL-LABEL
            MOVE WS-OLD-CTR            TO ITL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            MOVE 'ENTRIES PROPOSED'    TO ITL-LABEL
            MOVE WS-NEW-CTR            TO ITL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            MOVE 'ENTRIES ADDED'       TO ITL-LABEL
            MOVE WS-ADDED-CTR          TO ITL-COUNT
            PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT

            IF WS-REF-CAL
               MOVE 'PROCESSED THROUGH'  TO ITL-LABEL
               MOVE WS-THRU-DATE         TO ITL-LABEL(20:10)
               MOVE IMP-TRAILER-LAYOUT   TO WS-PRINT-REPORT
               MOVE SPACES               TO WS-PRINT-REPORT(43:11)
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               MOVE 'RECLASSIFIED IN PROCESSED PERIOD - HOLD'
                 TO ITL-LABEL
               MOVE WS-HOLD-CTR          TO ITL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
               MOVE 'RECLASSIFIED AFTER PROCESSED PERIOD'
                 TO ITL-LABEL
               MOVE WS-LATER-CTR         TO ITL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
            ELSE
               MOVE 'CODES REMOVED'      TO ITL-LABEL
               MOVE WS-REMOVED-CTR       TO ITL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
               MOVE 'CODES RENAMED'      TO ITL-LABEL
               MOVE WS-RENAMED-CTR       TO ITL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
               MOVE 'REMOVED CODES STILL IN USE - HOLD'
                 TO ITL-LABEL
               MOVE WS-HOLD-CTR          TO ITL-COUNT
               PERFORM G0003-PRNT-TOTAL-LINE THRU G0003-EXIT
            END-IF

            IF WS-HOLD-CTR GREATER THAN ZERO
               SET WS-RC-REF-IMPACT TO TRUE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 7 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' REFERENCE CHANGE STILL IN USE - LOAD HELD'
            END-IF
            .
       G0001-EXIT.
            EXIT.

       G0003-PRNT-TOTAL-LINE.

            MOVE IMP-TRAILER-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0003-EXIT.
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
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-OUT-OF-SEQ
                    SET WS-RC-OUT-OF-SEQ TO TRUE
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

            CLOSE OLDREF NEWREF.

            IF WS-MST-OPEN-YES
               CLOSE MSTIN
            END-IF.

            IF WS-REJ-OPEN-YES
               CLOSE REJIN
            END-IF.

            IF WS-YTD-OPEN-YES
               CLOSE YTDIN
            END-IF.

            IF WS-LDS-OPEN-YES
               CLOSE LDSFILE
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
            DISPLAY '  REFERENCE IMPACT STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  FILE CHECKED............: ' IHL-FILE.
            DISPLAY '  ENTRIES IN SERVICE......: ' WS-OLD-CTR.
            DISPLAY '  ENTRIES PROPOSED........: ' WS-NEW-CTR.
            DISPLAY '  MASTER RECORDS READ.....: ' WS-MST-READ-CTR.
            DISPLAY '  OPEN REJECTS READ.......: ' WS-REJ-READ-CTR.
            DISPLAY '  YTD BUCKETS READ........: ' WS-YTD-READ-CTR.
            DISPLAY '  LABOR-DIST LINES READ...: ' WS-LDS-READ-CTR.
            DISPLAY '  CHANGES HOLDING LOAD....: ' WS-HOLD-CTR.
            DISPLAY '  FINAL RETURN CODE.......: ' WS-RETURN-CDE.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
