       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCINQ01.
      *----------------------------------------------------------*
      * READ-ONLY REPORT ARCHIVE INQUIRY.  THE OPERATOR KEYS A    *
      * BUSINESS DATE ON THE ARCQKEY MAP, WITH OPTIONALLY THE     *
      * REPORT (REGISTER, TOPN, BUNDLES), COMPANY, DEPARTMENT     *
      * AND PAGE:                                                 *
      *   - DATE ALONE (WITH ANY REPORT / COMPANY AS A FILTER)    *
      *     LISTS THE DAY'S ARCHIVE INDEX ON ARCQLST, TWELVE      *
      *     ENTRIES A SCREEN, PF8 FORWARD AND PF7 BACK;           *
      *   - A DEPARTMENT OR A PAGE SHOWS THE ARCHIVED PAGES ON    *
      *     ARCQPAG -- THE DEPARTMENT'S PAGE RANGE OFF THE        *
      *     INDEX, OR THE WHOLE REPORT'S -- EIGHTEEN LINES AT A   *
      *     TIME.  PF8/PF7 MOVE DOWN AND UP THE PAGE AND ON TO    *
      *     THE NEXT OR PREVIOUS PAGE OF THE RANGE; PF10/PF11     *
      *     SHOW PRINT COLUMNS 1-79 OR 54-132.                    *
      * A BLANK REPORT IS THE REGISTER WHEN VIEWING PAGES.        *
      *                                                           *
      * The archive is the ARCLOD01 load: 'RPTARCH' holds the     *
      * printed lines keyed date / report / company / page /      *
      * line (RARREC001) and 'RPTAIDX' the index keyed date /     *
      * report / company / department (RAXREC001).  Both are      *
      * browsed generic-key the way AUDINQ01 browses AUDPATH.     *
      * The paging position travels in the COMMAREA.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-RESP              PIC S9(08) COMP.
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
      * browse cursors -- READNEXT refreshes them with each key it
      * returns, so the selection is compared against the COMMAREA
       01 WS-RAR-KEY.
           02 WS-RAR-BUS-DATE    PIC 9(08).
           02 WS-RAR-REPORT-ID   PIC X(08).
           02 WS-RAR-COMPANY     PIC X(03).
           02 WS-RAR-PAGE-NO     PIC 9(05).
           02 WS-RAR-LINE-NO     PIC 9(03).
       01 WS-RAX-KEY.
           02 WS-RAX-BUS-DATE    PIC 9(08).
           02 WS-RAX-REPORT-ID   PIC X(08).
           02 WS-RAX-COMPANY     PIC X(03).
           02 WS-RAX-DEPT        PIC X(04).
       01 WS-LINE-CTR           PIC 9(04) COMP VALUE ZERO.
       01 WS-ENTRY-CTR          PIC 9(04) COMP VALUE ZERO.
       01 WS-SKIP-CTR           PIC 9(04) COMP VALUE ZERO.
       01 WS-BROWSE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-MORE       VALUE 'N'.
           88 WS-BROWSE-DONE       VALUE 'Y'.
       01 WS-SCREEN-MSG         PIC X(60) VALUE SPACES.
      *
      * the eighteen page lines are read in full and the 79
      * columns in view are cut from them when the map is built
       01 WS-PAGE-LINES.
           02 WS-PAGE-LINE       PIC X(133) OCCURS 18 TIMES.
       01 WS-PAGE-HDR.
           02 FILLER             PIC X(04) VALUE 'RPT '.
           02 WS-PH-REPORT       PIC X(08).
           02 FILLER             PIC X(06) VALUE ' DATE '.
           02 WS-PH-BUS-DATE     PIC 9(08).
           02 FILLER             PIC X(05) VALUE ' CMP '.
           02 WS-PH-COMPANY      PIC X(03).
           02 FILLER             PIC X(06) VALUE ' DEPT '.
           02 WS-PH-DEPT         PIC X(04).
           02 FILLER             PIC X(06) VALUE ' PAGE '.
           02 WS-PH-PAGE         PIC ZZZZ9.
           02 FILLER             PIC X(04) VALUE ' IN '.
           02 WS-PH-FIRST        PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE '-'.
           02 WS-PH-LAST         PIC ZZZZ9.
           02 FILLER             PIC X(05) VALUE ' COL '.
           02 WS-PH-COLUMN       PIC X(04).
      *
       01 WS-LIST-LINES.
           02 WS-LIST-LINE       PIC X(79) OCCURS 12 TIMES.
       01 WS-WORK-LINE.
           02 WS-WL-REPORT       PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WS-WL-COMPANY      PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WS-WL-DEPT         PIC X(05).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WS-WL-FIRST        PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE '-'.
           02 WS-WL-LAST         PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WS-WL-LINES        PIC ZZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WS-WL-ARCH-DATE    PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WS-WL-ARCH-TIME    PIC X(05).
           02 FILLER             PIC X(23) VALUE SPACES.
      *
      * operator authority -- the signed-on user's OPRFILE entry
      * for this transaction, read before any function is done
       01 WS-AUTH-KEY.
           02 WS-AUTH-USERID     PIC X(08).
           02 WS-AUTH-TRANID     PIC X(04).
       01 WS-AUTH-FUNCTION      PIC X(01).
           88 WS-AUTH-FN-INQUIRE   VALUE 'I'.
           88 WS-AUTH-FN-UPDATE    VALUE 'U'.
           88 WS-AUTH-FN-DELETE    VALUE 'D'.
           88 WS-AUTH-FN-APPROVE   VALUE 'A'.
       01 WS-AUTH-SW            PIC X(01) VALUE 'N'.
           88 WS-AUTH-GRANTED      VALUE 'Y'.
           88 WS-AUTH-DENIED       VALUE 'N'.
       01 WS-AUTH-MSG.
           02 FILLER             PIC X(16) VALUE 'NOT AUTHORIZED: '.
           02 WS-AUTH-MSG-FN     PIC X(08).
           02 FILLER             PIC X(16) VALUE '- ATTEMPT LOGGED'.
      *
       01 WS-COMMAREA.
           02 WS-CA-STATE         PIC X(01).
               88 WS-CA-STATE-KEY     VALUE 'K'.
               88 WS-CA-STATE-LST     VALUE 'L'.
               88 WS-CA-STATE-PAG     VALUE 'P'.
           02 FILLER              PIC X(50).
      *
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY ARCQSET.
           COPY RARREC001.
           COPY RAXREC001.
           COPY AUDREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           02 CA-STATE            PIC X(01).
               88 CA-STATE-KEY        VALUE 'K'.
               88 CA-STATE-LST        VALUE 'L'.
               88 CA-STATE-PAG        VALUE 'P'.
           02 CA-BUS-DATE         PIC 9(08).
           02 CA-REPORT-ID        PIC X(08).
           02 CA-COMPANY          PIC X(03).
           02 CA-DEPT             PIC X(04).
           02 CA-FIRST-PAGE       PIC 9(05).
           02 CA-LAST-PAGE        PIC 9(05).
           02 CA-CUR-PAGE         PIC 9(05).
           02 CA-TOP-LINE         PIC 9(03).
           02 CA-MORE-SW          PIC X(01).
               88 CA-MORE-ON-PAGE     VALUE 'Y'.
               88 CA-PAGE-ENDS        VALUE 'N'.
           02 CA-SHIFT            PIC X(01).
               88 CA-SHIFT-LEFT       VALUE 'L'.
               88 CA-SHIFT-RIGHT      VALUE 'R'.
           02 CA-LIST-SCREEN      PIC 9(03).
           02 CA-LIST-MORE-SW     PIC X(01).
               88 CA-LIST-MORE        VALUE 'Y'.
               88 CA-LIST-ENDS        VALUE 'N'.
           02 CA-COMPANY-SW       PIC X(01).
               88 CA-COMPANY-KEYED    VALUE 'Y'.
               88 CA-COMPANY-ANY      VALUE 'N'.
           02 FILLER              PIC X(01).
      *
       PROCEDURE DIVISION.
       A0001-MAIN.

            IF EIBAID EQUAL DFHPF3
               EXEC CICS RETURN
               END-EXEC
            END-IF

            IF EIBCALEN EQUAL ZERO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               MOVE SPACES TO WS-COMMAREA
               SET WS-CA-STATE-KEY TO TRUE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
               END-EXEC
            ELSE
               EVALUATE TRUE
                  WHEN CA-STATE-KEY
                       PERFORM C0001-RECEIVE-KEY THRU C0001-EXIT
                  WHEN CA-STATE-LST
                       PERFORM C0002-LIST-KEY THRU C0002-EXIT
                  WHEN CA-STATE-PAG
                       PERFORM C0003-PAGE-KEY THRU C0003-EXIT
               END-EVALUATE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
            END-IF
            .
       A0001-EXIT.
            EXIT.

      *    any message waiting in WS-SCREEN-MSG goes out with the
      *    map and is then spent
       B0001-SEND-KEY-MAP.

            MOVE SPACES             TO ARCQKEYO
            MOVE WS-SCREEN-MSG      TO AKMSGO
            MOVE SPACES             TO WS-SCREEN-MSG

            EXEC CICS SEND MAP('ARCQKEY')
                MAPSET('ARCQSET')
                FROM(ARCQKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('ARER')
                   NODUMP
               END-EXEC
            END-IF
            .
       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE KEY MAP: VALIDATE THE SELECTION, CHECK AUTHORITY,     *
      * THEN LIST THE INDEX (DATE ALONE) OR OPEN THE PAGE VIEW.   *
      *----------------------------------------------------------*
       C0001-RECEIVE-KEY.

            EXEC CICS RECEIVE MAP('ARCQKEY')
                MAPSET('ARCQSET')
                INTO(ARCQKEYI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'PLEASE ENTER A BUSINESS DATE' TO WS-SCREEN-MSG
               GO TO C0001-REFUSE
            END-IF

            IF AKDATL EQUAL ZERO OR AKDATI NOT NUMERIC
               MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO WS-SCREEN-MSG
               GO TO C0001-REFUSE
            END-IF
            MOVE AKDATI              TO CA-BUS-DATE

            MOVE SPACES              TO CA-REPORT-ID
            IF AKRPTL GREATER THAN ZERO
               MOVE AKRPTI           TO CA-REPORT-ID
            END-IF
            MOVE CA-REPORT-ID        TO RAX-REPORT-ID
            IF CA-REPORT-ID NOT EQUAL SPACES
               AND NOT RAX-RPT-REGISTER
               AND NOT RAX-RPT-TOPN
               AND NOT RAX-RPT-BUNDLES
               MOVE 'REPORT MUST BE REGISTER, TOPN OR BUNDLES'
                 TO WS-SCREEN-MSG
               GO TO C0001-REFUSE
            END-IF

            MOVE SPACES              TO CA-COMPANY
            SET CA-COMPANY-ANY       TO TRUE
            IF AKCMPL GREATER THAN ZERO
               MOVE AKCMPI           TO CA-COMPANY
               SET CA-COMPANY-KEYED  TO TRUE
            END-IF

            MOVE SPACES              TO CA-DEPT
            IF AKDPTL GREATER THAN ZERO
               MOVE AKDPTI           TO CA-DEPT
            END-IF

            MOVE ZERO                TO CA-CUR-PAGE
            IF AKPAGL GREATER THAN ZERO
               IF AKPAGI NOT NUMERIC
                  MOVE 'PAGE MUST BE FIVE DIGITS' TO WS-SCREEN-MSG
                  GO TO C0001-REFUSE
               END-IF
               MOVE AKPAGI           TO CA-CUR-PAGE
            END-IF

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE WS-AUTH-MSG      TO WS-SCREEN-MSG
               GO TO C0001-REFUSE
            END-IF

            IF CA-DEPT EQUAL SPACES AND CA-CUR-PAGE EQUAL ZERO
               MOVE 1 TO CA-LIST-SCREEN
               PERFORM D0001-BROWSE-INDEX THRU D0001-EXIT
            ELSE
               PERFORM E0001-OPEN-RANGE THRU E0001-EXIT
            END-IF
            GO TO C0001-EXIT
            .
       C0001-REFUSE.

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       C0001-EXIT.
            EXIT.

      *    on the index list: PF8 / PF7 page it, anything else
      *    goes back to the key map for a new inquiry
       C0002-LIST-KEY.

            EVALUATE TRUE
               WHEN EIBAID EQUAL DFHPF8
                    IF CA-LIST-MORE
                       ADD 1 TO CA-LIST-SCREEN
                    ELSE
                       MOVE 'NO MORE ENTRIES FOR THIS DATE'
                         TO WS-SCREEN-MSG
                    END-IF
                    PERFORM D0001-BROWSE-INDEX THRU D0001-EXIT
               WHEN EIBAID EQUAL DFHPF7
                    IF CA-LIST-SCREEN GREATER THAN 1
                       SUBTRACT 1 FROM CA-LIST-SCREEN
                    ELSE
                       MOVE 'ALREADY AT THE FIRST ENTRIES'
                         TO WS-SCREEN-MSG
                    END-IF
                    PERFORM D0001-BROWSE-INDEX THRU D0001-EXIT
               WHEN OTHER
                    PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
                    SET CA-STATE-KEY TO TRUE
            END-EVALUATE
            .
       C0002-EXIT.
            EXIT.

      *    on the page view: PF8 / PF7 move down and up through the
      *    range, PF10 / PF11 shift the columns in view, anything
      *    else goes back to the key map
       C0003-PAGE-KEY.

            EVALUATE TRUE
               WHEN EIBAID EQUAL DFHPF8
                    EVALUATE TRUE
                       WHEN CA-MORE-ON-PAGE
                            ADD 18 TO CA-TOP-LINE
                       WHEN CA-CUR-PAGE LESS THAN CA-LAST-PAGE
                            ADD 1 TO CA-CUR-PAGE
                            MOVE 1 TO CA-TOP-LINE
                       WHEN OTHER
                            MOVE 'LAST PAGE OF THE RANGE'
                              TO WS-SCREEN-MSG
                    END-EVALUATE
                    PERFORM F0001-SHOW-PAGE THRU F0001-EXIT
               WHEN EIBAID EQUAL DFHPF7
                    EVALUATE TRUE
                       WHEN CA-TOP-LINE GREATER THAN 18
                            SUBTRACT 18 FROM CA-TOP-LINE
                       WHEN CA-CUR-PAGE GREATER THAN CA-FIRST-PAGE
                            SUBTRACT 1 FROM CA-CUR-PAGE
                            MOVE 1 TO CA-TOP-LINE
                       WHEN OTHER
                            MOVE 'FIRST PAGE OF THE RANGE'
                              TO WS-SCREEN-MSG
                    END-EVALUATE
                    PERFORM F0001-SHOW-PAGE THRU F0001-EXIT
               WHEN EIBAID EQUAL DFHPF10
                    SET CA-SHIFT-LEFT TO TRUE
                    PERFORM F0001-SHOW-PAGE THRU F0001-EXIT
               WHEN EIBAID EQUAL DFHPF11
                    SET CA-SHIFT-RIGHT TO TRUE
                    PERFORM F0001-SHOW-PAGE THRU F0001-EXIT
               WHEN OTHER
                    PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
                    SET CA-STATE-KEY TO TRUE
            END-EVALUATE
            .
       C0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE DAY'S INDEX, SCREEN CA-LIST-SCREEN: BROWSE FROM THE   *
      * DATE (AND REPORT, WHEN KEYED), PASS OVER THE ENTRIES THE  *
      * EARLIER SCREENS SHOWED, KEEP TWELVE, AND LOOK ONE FURTHER *
      * TO KNOW WHETHER PF8 HAS ANYWHERE TO GO.                   *
      *----------------------------------------------------------*
       D0001-BROWSE-INDEX.

            MOVE SPACES              TO WS-LIST-LINES
            MOVE ZERO                TO WS-ENTRY-CTR
            SUBTRACT 1 FROM CA-LIST-SCREEN GIVING WS-SKIP-CTR
            MULTIPLY 12 BY WS-SKIP-CTR
            SET CA-LIST-ENDS         TO TRUE
            SET WS-BROWSE-MORE       TO TRUE

            MOVE CA-BUS-DATE         TO WS-RAX-BUS-DATE
            MOVE CA-REPORT-ID        TO WS-RAX-REPORT-ID
            MOVE LOW-VALUES          TO WS-RAX-COMPANY
            MOVE LOW-VALUES          TO WS-RAX-DEPT

            EXEC CICS STARTBR DATASET('RPTAIDX')
                RIDFLD(WS-RAX-KEY)
                KEYLENGTH(23)
                GTEQ
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
            END-IF

            PERFORM D0002-NEXT-INDEX THRU D0002-EXIT
                UNTIL WS-BROWSE-DONE

            IF WS-RESP NOT EQUAL DFHRESP(NOTFND)
               EXEC CICS ENDBR DATASET('RPTAIDX')
                   RESP(WS-RESP)
               END-EXEC
            END-IF

            IF WS-ENTRY-CTR EQUAL ZERO
               AND CA-LIST-SCREEN EQUAL 1
               MOVE 'NOTHING ARCHIVED FOR THAT DATE' TO WS-SCREEN-MSG
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO D0001-EXIT
            END-IF

            PERFORM G0001-SEND-LST-MAP THRU G0001-EXIT
            .
       D0001-EXIT.
            EXIT.

       D0002-NEXT-INDEX.

            EXEC CICS READNEXT DATASET('RPTAIDX')
                INTO(REPORT-ARCHIVE-INDEX-REC)
                RIDFLD(WS-RAX-KEY)
                KEYLENGTH(23)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RAX-BUS-DATE NOT EQUAL CA-BUS-DATE
               SET WS-BROWSE-DONE TO TRUE
               GO TO D0002-EXIT
            END-IF

            IF CA-REPORT-ID NOT EQUAL SPACES
               AND RAX-REPORT-ID NOT EQUAL CA-REPORT-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO D0002-EXIT
            END-IF

            IF CA-COMPANY-KEYED
               AND RAX-COMPANY NOT EQUAL CA-COMPANY
               GO TO D0002-EXIT
            END-IF

            IF WS-SKIP-CTR GREATER THAN ZERO
               SUBTRACT 1 FROM WS-SKIP-CTR
               GO TO D0002-EXIT
            END-IF

            IF WS-ENTRY-CTR EQUAL 12
               SET CA-LIST-MORE TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO D0002-EXIT
            END-IF

            ADD 1 TO WS-ENTRY-CTR
            MOVE SPACES              TO WS-WORK-LINE
            MOVE RAX-REPORT-ID       TO WS-WL-REPORT
            MOVE RAX-COMPANY         TO WS-WL-COMPANY
            MOVE RAX-DEPT            TO WS-WL-DEPT
            IF RAX-WHOLE-REPORT
               MOVE '(ALL)'          TO WS-WL-DEPT
            END-IF
            MOVE RAX-FIRST-PAGE      TO WS-WL-FIRST
            MOVE RAX-LAST-PAGE       TO WS-WL-LAST
            MOVE RAX-LINE-CTR        TO WS-WL-LINES

            MOVE RAX-ARCH-DATE(1:4)  TO WS-WL-ARCH-DATE(1:4)
            MOVE '-'                 TO WS-WL-ARCH-DATE(5:1)
            MOVE RAX-ARCH-DATE(5:2)  TO WS-WL-ARCH-DATE(6:2)
            MOVE '-'                 TO WS-WL-ARCH-DATE(8:1)
            MOVE RAX-ARCH-DATE(7:2)  TO WS-WL-ARCH-DATE(9:2)
            MOVE RAX-ARCH-TIME(1:2)  TO WS-WL-ARCH-TIME(1:2)
            MOVE ':'                 TO WS-WL-ARCH-TIME(3:1)
            MOVE RAX-ARCH-TIME(3:2)  TO WS-WL-ARCH-TIME(4:2)

            MOVE WS-WORK-LINE        TO WS-LIST-LINE(WS-ENTRY-CTR)
            .
       D0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * OPEN THE PAGE VIEW: THE DEPARTMENT'S INDEX ENTRY, OR THE  *
      * WHOLE REPORT'S WHEN ONLY A PAGE WAS KEYED, GIVES THE      *
      * RANGE; A KEYED PAGE MUST FALL INSIDE IT.                  *
      *----------------------------------------------------------*
       E0001-OPEN-RANGE.

            IF CA-REPORT-ID EQUAL SPACES
               MOVE 'REGISTER'       TO CA-REPORT-ID
            END-IF

            MOVE CA-BUS-DATE         TO WS-RAX-BUS-DATE
            MOVE CA-REPORT-ID        TO WS-RAX-REPORT-ID
            MOVE CA-COMPANY          TO WS-RAX-COMPANY
            MOVE CA-DEPT             TO WS-RAX-DEPT

            EXEC CICS READ DATASET('RPTAIDX')
                INTO(REPORT-ARCHIVE-INDEX-REC)
                RIDFLD(WS-RAX-KEY)
                KEYLENGTH(23)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'NOT ARCHIVED FOR THAT DATE/REPORT/COMPANY/DEPT'
                 TO WS-SCREEN-MSG
               GO TO E0001-REFUSE
            END-IF

            IF RAX-FIRST-PAGE EQUAL ZERO
               MOVE 'REPORT WAS ARCHIVED EMPTY - NO PAGES'
                 TO WS-SCREEN-MSG
               GO TO E0001-REFUSE
            END-IF

            MOVE RAX-FIRST-PAGE      TO CA-FIRST-PAGE
            MOVE RAX-LAST-PAGE       TO CA-LAST-PAGE

            IF CA-CUR-PAGE EQUAL ZERO
               MOVE CA-FIRST-PAGE    TO CA-CUR-PAGE
            END-IF

            IF CA-CUR-PAGE LESS THAN CA-FIRST-PAGE
               OR CA-CUR-PAGE GREATER THAN CA-LAST-PAGE
               MOVE 'PAGE IS OUTSIDE THAT RANGE' TO WS-SCREEN-MSG
               GO TO E0001-REFUSE
            END-IF

            MOVE 1                   TO CA-TOP-LINE
            SET CA-SHIFT-LEFT        TO TRUE
            PERFORM F0001-SHOW-PAGE THRU F0001-EXIT
            GO TO E0001-EXIT
            .
       E0001-REFUSE.

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EIGHTEEN LINES OF PAGE CA-CUR-PAGE FROM LINE CA-TOP-LINE, *
      * PLUS ONE LOOK FURTHER TO KNOW WHETHER THE PAGE GOES ON.   *
      *----------------------------------------------------------*
       F0001-SHOW-PAGE.

            MOVE SPACES              TO WS-PAGE-LINES
            MOVE ZERO                TO WS-LINE-CTR
            SET CA-PAGE-ENDS         TO TRUE
            SET WS-BROWSE-MORE       TO TRUE

            MOVE CA-BUS-DATE         TO WS-RAR-BUS-DATE
            MOVE CA-REPORT-ID        TO WS-RAR-REPORT-ID
            MOVE CA-COMPANY          TO WS-RAR-COMPANY
            MOVE CA-CUR-PAGE         TO WS-RAR-PAGE-NO
            MOVE CA-TOP-LINE         TO WS-RAR-LINE-NO

            EXEC CICS STARTBR DATASET('RPTARCH')
                RIDFLD(WS-RAR-KEY)
                KEYLENGTH(27)
                GTEQ
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
            END-IF

            PERFORM F0002-NEXT-LINE THRU F0002-EXIT
                UNTIL WS-BROWSE-DONE

            IF WS-RESP NOT EQUAL DFHRESP(NOTFND)
               EXEC CICS ENDBR DATASET('RPTARCH')
                   RESP(WS-RESP)
               END-EXEC
            END-IF

            IF WS-LINE-CTR EQUAL ZERO
               MOVE 'PAGE NOT ON THE ARCHIVE' TO WS-SCREEN-MSG
            END-IF

            PERFORM G0002-SEND-PAG-MAP THRU G0002-EXIT
            .
       F0001-EXIT.
            EXIT.

       F0002-NEXT-LINE.

            EXEC CICS READNEXT DATASET('RPTARCH')
                INTO(REPORT-ARCHIVE-REC)
                RIDFLD(WS-RAR-KEY)
                KEYLENGTH(27)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RAR-BUS-DATE NOT EQUAL CA-BUS-DATE
               OR RAR-REPORT-ID NOT EQUAL CA-REPORT-ID
               OR RAR-COMPANY NOT EQUAL CA-COMPANY
               OR RAR-PAGE-NO NOT EQUAL CA-CUR-PAGE
               SET WS-BROWSE-DONE TO TRUE
               GO TO F0002-EXIT
            END-IF

            IF WS-LINE-CTR EQUAL 18
               SET CA-MORE-ON-PAGE TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO F0002-EXIT
            END-IF

            ADD 1 TO WS-LINE-CTR
            MOVE RAR-LINE-TEXT TO WS-PAGE-LINE(WS-LINE-CTR)
            .
       F0002-EXIT.
            EXIT.

       G0001-SEND-LST-MAP.

            MOVE SPACES              TO ARCQLSTO
            MOVE WS-SCREEN-MSG       TO ALMSGO
            MOVE SPACES              TO WS-SCREEN-MSG
            MOVE CA-BUS-DATE         TO ALDATO
            MOVE WS-LIST-LINE(1)     TO AL01O
            MOVE WS-LIST-LINE(2)     TO AL02O
            MOVE WS-LIST-LINE(3)     TO AL03O
            MOVE WS-LIST-LINE(4)     TO AL04O
            MOVE WS-LIST-LINE(5)     TO AL05O
            MOVE WS-LIST-LINE(6)     TO AL06O
            MOVE WS-LIST-LINE(7)     TO AL07O
            MOVE WS-LIST-LINE(8)     TO AL08O
            MOVE WS-LIST-LINE(9)     TO AL09O
            MOVE WS-LIST-LINE(10)    TO AL10O
            MOVE WS-LIST-LINE(11)    TO AL11O
            MOVE WS-LIST-LINE(12)    TO AL12O

            EXEC CICS SEND MAP('ARCQLST')
                MAPSET('ARCQSET')
                FROM(ARCQLSTO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('ARER')
                   NODUMP
               END-EXEC
            END-IF

            SET CA-STATE-LST TO TRUE
            .
       G0001-EXIT.
            EXIT.

      *    the 79 print columns in view: 1-79, or 54-132 shifted
      *    right (the line image leads with its carriage control)
       G0002-SEND-PAG-MAP.

            MOVE SPACES              TO ARCQPAGO
            MOVE WS-SCREEN-MSG       TO APMSGO
            MOVE SPACES              TO WS-SCREEN-MSG

            MOVE CA-REPORT-ID        TO WS-PH-REPORT
            MOVE CA-BUS-DATE         TO WS-PH-BUS-DATE
            MOVE CA-COMPANY          TO WS-PH-COMPANY
            MOVE CA-DEPT             TO WS-PH-DEPT
            MOVE CA-CUR-PAGE         TO WS-PH-PAGE
            MOVE CA-FIRST-PAGE       TO WS-PH-FIRST
            MOVE CA-LAST-PAGE        TO WS-PH-LAST
            IF CA-SHIFT-RIGHT
               MOVE '54'             TO WS-PH-COLUMN
            ELSE
               MOVE '1'              TO WS-PH-COLUMN
            END-IF
            MOVE WS-PAGE-HDR         TO APHDRO

            IF CA-SHIFT-RIGHT
               MOVE WS-PAGE-LINE(1)(55:79)  TO AP01O
               MOVE WS-PAGE-LINE(2)(55:79)  TO AP02O
               MOVE WS-PAGE-LINE(3)(55:79)  TO AP03O
               MOVE WS-PAGE-LINE(4)(55:79)  TO AP04O
               MOVE WS-PAGE-LINE(5)(55:79)  TO AP05O
               MOVE WS-PAGE-LINE(6)(55:79)  TO AP06O
               MOVE WS-PAGE-LINE(7)(55:79)  TO AP07O
               MOVE WS-PAGE-LINE(8)(55:79)  TO AP08O
               MOVE WS-PAGE-LINE(9)(55:79)  TO AP09O
               MOVE WS-PAGE-LINE(10)(55:79) TO AP10O
               MOVE WS-PAGE-LINE(11)(55:79) TO AP11O
               MOVE WS-PAGE-LINE(12)(55:79) TO AP12O
               MOVE WS-PAGE-LINE(13)(55:79) TO AP13O
               MOVE WS-PAGE-LINE(14)(55:79) TO AP14O
               MOVE WS-PAGE-LINE(15)(55:79) TO AP15O
               MOVE WS-PAGE-LINE(16)(55:79) TO AP16O
               MOVE WS-PAGE-LINE(17)(55:79) TO AP17O
               MOVE WS-PAGE-LINE(18)(55:79) TO AP18O
            ELSE
               MOVE WS-PAGE-LINE(1)(2:79)   TO AP01O
               MOVE WS-PAGE-LINE(2)(2:79)   TO AP02O
               MOVE WS-PAGE-LINE(3)(2:79)   TO AP03O
               MOVE WS-PAGE-LINE(4)(2:79)   TO AP04O
               MOVE WS-PAGE-LINE(5)(2:79)   TO AP05O
               MOVE WS-PAGE-LINE(6)(2:79)   TO AP06O
               MOVE WS-PAGE-LINE(7)(2:79)   TO AP07O
               MOVE WS-PAGE-LINE(8)(2:79)   TO AP08O
               MOVE WS-PAGE-LINE(9)(2:79)   TO AP09O
               MOVE WS-PAGE-LINE(10)(2:79)  TO AP10O
               MOVE WS-PAGE-LINE(11)(2:79)  TO AP11O
               MOVE WS-PAGE-LINE(12)(2:79)  TO AP12O
               MOVE WS-PAGE-LINE(13)(2:79)  TO AP13O
               MOVE WS-PAGE-LINE(14)(2:79)  TO AP14O
               MOVE WS-PAGE-LINE(15)(2:79)  TO AP15O
               MOVE WS-PAGE-LINE(16)(2:79)  TO AP16O
               MOVE WS-PAGE-LINE(17)(2:79)  TO AP17O
               MOVE WS-PAGE-LINE(18)(2:79)  TO AP18O
            END-IF

            EXEC CICS SEND MAP('ARCQPAG')
                MAPSET('ARCQSET')
                FROM(ARCQPAGO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('ARER')
                   NODUMP
               END-EXEC
            END-IF

            SET CA-STATE-PAG TO TRUE
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * OPERATOR AUTHORITY -- THE CALLER SETS WS-AUTH-FUNCTION.   *
      * THE SIGNED-ON USER'S OPRFILE ENTRY FOR THIS TRANSACTION   *
      * MUST CARRY THAT FUNCTION; NO ENTRY, OR A FILE THAT CANNOT *
      * BE READ, IS A REFUSAL.  A REFUSAL IS WRITTEN TO THE AUDIT *
      * TRAIL WITH THE USER ID AND WS-AUTH-MSG IS LEFT READY FOR  *
      * THE CALLER TO SEND.                                       *
      *----------------------------------------------------------*
       K0001-CHECK-AUTHORITY.

            SET WS-AUTH-DENIED TO TRUE

            EXEC CICS ASSIGN
                USERID(WS-AUTH-USERID)
            END-EXEC
            MOVE EIBTRNID TO WS-AUTH-TRANID

            EXEC CICS READ DATASET('OPRFILE')
                INTO(OPERATOR-AUTH-REC)
                RIDFLD(WS-AUTH-KEY)
                KEYLENGTH(12)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO OPR-FUNCTIONS
            END-IF

            EVALUATE TRUE
               WHEN WS-AUTH-FN-INQUIRE
                    MOVE 'INQUIRE' TO WS-AUTH-MSG-FN
                    IF OPR-CAN-INQUIRE
                       SET WS-AUTH-GRANTED TO TRUE
                    END-IF
               WHEN WS-AUTH-FN-UPDATE
                    MOVE 'UPDATE'  TO WS-AUTH-MSG-FN
                    IF OPR-CAN-UPDATE
                       SET WS-AUTH-GRANTED TO TRUE
                    END-IF
               WHEN WS-AUTH-FN-DELETE
                    MOVE 'DELETE'  TO WS-AUTH-MSG-FN
                    IF OPR-CAN-DELETE
                       SET WS-AUTH-GRANTED TO TRUE
                    END-IF
               WHEN WS-AUTH-FN-APPROVE
                    MOVE 'APPROVE' TO WS-AUTH-MSG-FN
                    IF OPR-CAN-APPROVE
                       SET WS-AUTH-GRANTED TO TRUE
                    END-IF
            END-EVALUATE

            IF WS-AUTH-DENIED
               SET AUD-OUTCM-DENIED TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            END-IF
            .
       K0001-EXIT.
            EXIT.

      *    this screen changes nothing it has to audit itself --
      *    the entry it writes is a refused attempt, which has no
      *    record number to carry
       X0001-WRITE-AUDIT.

            MOVE ZERO                TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'ARCINQ01'          TO AUD-PROGRAM-ID
            MOVE SPACES              TO AUD-SOURCE-SYS
            MOVE WS-AUTH-USERID      TO AUD-USER-ID

            MOVE ZERO TO WS-AUD-RBA

            EXEC CICS WRITE DATASET('AUDOUT')
                FROM(AUDIT-REC)
                RIDFLD(WS-AUD-RBA)
                RBA
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO WS-SCREEN-MSG
            END-IF
            .
       X0001-EXIT.
            EXIT.
