       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMNT01.
      *----------------------------------------------------------*
      * ONLINE MAINTENANCE SCREEN FOR DIRECT-DEPOSIT BANK        *
      * DETAILS (BNKREC001), FOLLOWING THE MSTMNT01 PATTERN.     *
      * OPERATOR KEYS AN MR-NO ON BNKMKEY; THE RECORD MUST BE ON *
      * THE MASTER FILE.  EXISTING BANK DETAILS ARE SHOWN ON     *
      * BNKMMAP FOR UPDATE (PF5) OR DELETE (PF6); IF THERE ARE   *
      * NONE THE SCREEN OPENS EMPTY FOR AN ADD (PF5).            *
      *                                                          *
      * THE ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT (WEIGHTS*
      * 3-7-1 REPEATED, SUM A MULTIPLE OF 10), THE ACCOUNT MUST  *
      * BE PRESENT AND THE TYPE MUST BE C (CHECKING) OR S        *
      * (SAVINGS) BEFORE ANYTHING IS WRITTEN.  A NEW ACCOUNT, OR *
      * A CHANGE TO THE ROUTING NUMBER, ACCOUNT OR TYPE, PUTS    *
      * THE ENTRY BACK TO PRENOTE DUE: ACHGEN01 SENDS A ZERO-    *
      * DOLLAR PRENOTE AND HOLDS PAYMENT UNTIL THE PRENOTE       *
      * PERIOD HAS PASSED.  EVERY CHANGE WRITES AN AUDREC001     *
      * ENTRY, AS MSTMNT01 DOES.                                 *
      *                                                          *
      * The bank details file is the BNKFILE KSDS keyed on       *
      * BNK-NO; the master is read through MSTOUT and the audit  *
      * trail written through AUDOUT.                            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-RESP              PIC S9(08) COMP.
       01 WS-BNK-KEY            PIC 9(09).
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
       01 WS-OPERATOR-ID        PIC X(08).
      * batch-window quiesce: the shared busy flag is read before
      * any write; ACHGEN01 rewrites the bank details file while
      * it builds the payment file.
       01 WS-BSY-KEY            PIC X(01).
       01 WS-BATCH-BUSY-SW      PIC X(01) VALUE 'N'.
           88 WS-BATCH-BUSY-NO     VALUE 'N'.
           88 WS-BATCH-BUSY-YES    VALUE 'Y'.
      *
      * ABA routing check digit: each digit times its weight,
      * the sum must be a multiple of 10.
       01 WS-ROUTING-CHECK.
           02 WS-RT-WEIGHTS      PIC X(09) VALUE '371371371'.
           02 WS-RT-WEIGHT-TBL REDEFINES WS-RT-WEIGHTS.
               05 WS-RT-WEIGHT    PIC 9(01) OCCURS 9 TIMES.
           02 WS-RT-IX           PIC 9(04) COMP.
           02 WS-RT-SUM          PIC 9(04).
           02 WS-RT-PRODUCT      PIC 9(04).
           02 WS-RT-QUOT         PIC 9(04).
           02 WS-RT-REM          PIC 9(04).
           02 WS-RT-SW           PIC X(01).
               88 WS-RT-VALID       VALUE 'Y'.
               88 WS-RT-INVALID     VALUE 'N'.
      *
      * the account as keyed, held while the record is re-read
      * for update
       01 WS-NEW-DETAILS.
           02 WS-NEW-ROUTING     PIC 9(09).
           02 WS-NEW-ACCOUNT     PIC X(17).
           02 WS-NEW-ACCT-TYPE   PIC X(01).
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
           02 WS-CA-BNK-NO        PIC 9(09).
           02 WS-CA-STATE         PIC X(01).
               88 WS-CA-STATE-KEY     VALUE 'K'.
               88 WS-CA-STATE-UPD     VALUE 'U'.
               88 WS-CA-STATE-ADD     VALUE 'A'.
      *
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BNKMSET.
           COPY BNKREC001.
           COPY MSTREC001.
           COPY AUDREC001.
           COPY BSYREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           02 CA-BNK-NO          PIC 9(09).
           02 CA-STATE            PIC X(01).
               88 CA-STATE-KEY        VALUE 'K'.
               88 CA-STATE-UPD        VALUE 'U'.
               88 CA-STATE-ADD        VALUE 'A'.
      *
       PROCEDURE DIVISION.
       A0001-MAIN.

            IF EIBAID EQUAL DFHPF3
               EXEC CICS RETURN
               END-EXEC
            END-IF

            IF EIBCALEN EQUAL ZERO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET WS-CA-STATE-KEY TO TRUE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
               END-EXEC
            ELSE
               EVALUATE TRUE
                  WHEN CA-STATE-KEY
                       PERFORM C0001-RECEIVE-KEY THRU C0001-EXIT
                  WHEN CA-STATE-UPD
                       PERFORM F0001-RECEIVE-UPD THRU F0001-EXIT
                  WHEN CA-STATE-ADD
                       PERFORM F0001-RECEIVE-UPD THRU F0001-EXIT
               END-EVALUATE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
            END-IF
            .
       A0001-EXIT.
            EXIT.

       B0001-SEND-KEY-MAP.

            EXEC CICS SEND MAP('BNKMKEY')
                MAPSET('BNKMSET')
                FROM(BNKMKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('BKER')
                   NODUMP
               END-EXEC
            END-IF
            .
       B0001-EXIT.
            EXIT.

       C0001-RECEIVE-KEY.

            EXEC CICS RECEIVE MAP('BNKMKEY')
                MAPSET('BNKMSET')
                INTO(BNKMKEYI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO BNKMKEYO
               MOVE 'PLEASE ENTER AN MR-NO' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            IF BKNOI NOT NUMERIC
               MOVE SPACES TO BNKMKEYO
               MOVE 'MR-NO MUST BE NUMERIC' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            MOVE BKNOI               TO WS-BNK-KEY
            MOVE BKNOI               TO CA-BNK-NO

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE SPACES TO BNKMKEYO
               MOVE WS-AUTH-MSG TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-READ-BANK THRU D0001-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * BANK DETAILS ARE KEPT ONLY FOR A RECORD ON THE MASTER;    *
      * THE MASTER NAME IS SHOWN SO THE OPERATOR CAN CONFIRM WHO  *
      * IS BEING PAID.                                            *
      *----------------------------------------------------------*
       D0001-READ-BANK.

            EXEC CICS READ DATASET('MSTOUT')
                INTO(MASTER-REC)
                RIDFLD(WS-BNK-KEY)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO BNKMKEYO
               MOVE 'MR-NO NOT ON MASTER FILE' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO D0001-EXIT
            END-IF

            EXEC CICS READ DATASET('BNKFILE')
                INTO(BANK-DETAIL-REC)
                RIDFLD(WS-BNK-KEY)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM E0001-SEND-MAINT-MAP THRU E0001-EXIT
               MOVE 'U' TO CA-STATE
            ELSE
               MOVE SPACES TO BANK-DETAIL-REC
               MOVE WS-BNK-KEY TO BNK-NO
               PERFORM E0001-SEND-MAINT-MAP THRU E0001-EXIT
               MOVE 'A' TO CA-STATE
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-SEND-MAINT-MAP.

            MOVE SPACES              TO BNKMMAPO
            MOVE BNK-NO               TO BMNOO
            MOVE MR-NAME              TO BMNAMEO

            IF BNK-ROUTING NUMERIC
               MOVE BNK-ROUTING       TO BMROUTO
            END-IF
            MOVE BNK-ACCOUNT          TO BMACCTO
            MOVE BNK-ACCT-TYPE        TO BMTYPEO

            EVALUATE TRUE
               WHEN BNK-STA-PRENOTE-DUE
                    MOVE 'PRENOTE DUE'  TO BMSTATO
               WHEN BNK-STA-PRENOTE-SENT
                    MOVE 'PRENOTED'     TO BMSTATO
               WHEN BNK-STA-LIVE
                    MOVE 'LIVE'         TO BMSTATO
               WHEN OTHER
                    MOVE 'NEW'          TO BMSTATO
            END-EVALUATE

            IF BNK-PRENOTE-DATE NUMERIC
               AND BNK-PRENOTE-DATE GREATER THAN ZERO
               MOVE BNK-PRENOTE-DATE  TO BMPNDTO
            END-IF
            IF BNK-LIVE-DATE NUMERIC
               AND BNK-LIVE-DATE GREATER THAN ZERO
               MOVE BNK-LIVE-DATE     TO BMLVDTO
            END-IF
            MOVE BNK-CHANGE-ID        TO BMCHIDO
            IF BNK-CHANGE-DATE NUMERIC
               MOVE BNK-CHANGE-DATE   TO BMCHDTO
            END-IF

            MOVE 'EDIT FIELDS - PF5 SAVES, PF6 DELETES'
                                      TO BMMSGO

            EXEC CICS SEND MAP('BNKMMAP')
                MAPSET('BNKMSET')
                FROM(BNKMMAPO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('BKER')
                   NODUMP
               END-EXEC
            END-IF
            .
       E0001-EXIT.
            EXIT.

       F0001-RECEIVE-UPD.

            MOVE SPACES TO BNKMKEYO

            PERFORM Q0001-CHECK-BATCH-BUSY THRU Q0001-EXIT
            IF WS-BATCH-BUSY-YES
               MOVE 'BATCH IN PROGRESS - TRY AGAIN LATER' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF EIBAID EQUAL DFHPF6
               SET WS-AUTH-FN-DELETE TO TRUE
               PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
               IF WS-AUTH-DENIED
                  MOVE WS-AUTH-MSG TO BKMSGO
                  PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
                  SET CA-STATE-KEY TO TRUE
                  GO TO F0001-EXIT
               END-IF
               PERFORM H0001-DELETE-BANK THRU H0001-EXIT
               GO TO F0001-EXIT
            END-IF

            IF EIBAID NOT EQUAL DFHPF5
               MOVE 'PF5=SAVE  PF6=DELETE  PF3=EXIT' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            SET WS-AUTH-FN-UPDATE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE WS-AUTH-MSG TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            EXEC CICS RECEIVE MAP('BNKMMAP')
                MAPSET('BNKMSET')
                INTO(BNKMMAPI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'INPUT ERROR -- PLEASE RE-ENTER MR-NO'
                 TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF BMROUTI NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE 9 DIGITS' TO BMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            MOVE BMROUTI TO WS-NEW-ROUTING
            PERFORM I0001-CHECK-ROUTING THRU I0001-EXIT
            IF WS-RT-INVALID
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT' TO BMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            IF BMACCTI EQUAL SPACES OR BMACCTI EQUAL LOW-VALUES
               MOVE 'ACCOUNT NUMBER IS REQUIRED' TO BMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            IF BMTYPEI NOT EQUAL 'C' AND BMTYPEI NOT EQUAL 'S'
               MOVE 'TYPE MUST BE C OR S' TO BMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            MOVE BMACCTI TO WS-NEW-ACCOUNT
            MOVE BMTYPEI TO WS-NEW-ACCT-TYPE

            EXEC CICS ASSIGN
                USERID(WS-OPERATOR-ID)
            END-EXEC

            IF CA-STATE-ADD
               PERFORM G0001-ADD-BANK THRU G0001-EXIT
            ELSE
               PERFORM G0002-UPDATE-BANK THRU G0002-EXIT
            END-IF
            .
       F0001-EXIT.
            EXIT.

       E0002-RESHOW-BAD.

      *     leave the operator on the maintenance screen with the
      *     fields exactly as keyed -- the input and output map
      *     layouts redefine the same storage -- and the message
      *     the caller set.  only the key is refreshed.
            MOVE CA-BNK-NO TO BMNOO

            EXEC CICS SEND MAP('BNKMMAP')
                MAPSET('BNKMSET')
                FROM(BNKMMAPO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('BKER')
                   NODUMP
               END-EXEC
            END-IF

            IF CA-STATE-ADD
               MOVE 'A' TO CA-STATE
            ELSE
               MOVE 'U' TO CA-STATE
            END-IF
            .
       E0002-EXIT.
            EXIT.

       G0001-ADD-BANK.

            MOVE SPACES               TO BANK-DETAIL-REC
            MOVE CA-BNK-NO            TO BNK-NO
            MOVE WS-NEW-ROUTING       TO BNK-ROUTING
            MOVE WS-NEW-ACCOUNT       TO BNK-ACCOUNT
            MOVE WS-NEW-ACCT-TYPE     TO BNK-ACCT-TYPE
            PERFORM G0003-STAMP-CHANGE THRU G0003-EXIT

            EXEC CICS WRITE DATASET('BNKFILE')
                FROM(BANK-DETAIL-REC)
                RIDFLD(BNK-NO)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-BNK-ADD TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE 'ADDED -- PRENOTE DUE, ENTER NEXT MR-NO'
                 TO BKMSGO
            ELSE
               MOVE 'ADD FAILED -- SEE OPS' TO BKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       G0001-EXIT.
            EXIT.

       G0002-UPDATE-BANK.

            MOVE CA-BNK-NO TO WS-BNK-KEY

            EXEC CICS READ DATASET('BNKFILE')
                INTO(BANK-DETAIL-REC)
                RIDFLD(WS-BNK-KEY)
                KEYLENGTH(9)
                UPDATE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'BANK DETAILS NO LONGER ON FILE' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO G0002-EXIT
            END-IF

            IF WS-NEW-ROUTING EQUAL BNK-ROUTING
               AND WS-NEW-ACCOUNT EQUAL BNK-ACCOUNT
               AND WS-NEW-ACCT-TYPE EQUAL BNK-ACCT-TYPE
               EXEC CICS UNLOCK DATASET('BNKFILE')
               END-EXEC
               MOVE 'NO CHANGE -- ENTER NEXT MR-NO' TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO G0002-EXIT
            END-IF

            MOVE WS-NEW-ROUTING       TO BNK-ROUTING
            MOVE WS-NEW-ACCOUNT       TO BNK-ACCOUNT
            MOVE WS-NEW-ACCT-TYPE     TO BNK-ACCT-TYPE
            PERFORM G0003-STAMP-CHANGE THRU G0003-EXIT

            EXEC CICS REWRITE DATASET('BNKFILE')
                FROM(BANK-DETAIL-REC)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-BNK-CHG TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE 'CHANGED -- PRENOTE DUE, ENTER NEXT MR-NO'
                 TO BKMSGO
            ELSE
               MOVE 'UPDATE FAILED -- SEE OPS' TO BKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A NEW OR CHANGED ACCOUNT HAS NOT BEEN PROVED WITH THE     *
      * RECEIVING BANK: BACK TO PRENOTE DUE, DATES CLEARED.       *
      *----------------------------------------------------------*
       G0003-STAMP-CHANGE.

            SET BNK-STA-PRENOTE-DUE   TO TRUE
            MOVE ZERO                 TO BNK-PRENOTE-DATE
            MOVE ZERO                 TO BNK-LIVE-DATE
            MOVE WS-OPERATOR-ID       TO BNK-CHANGE-ID
            ACCEPT BNK-CHANGE-DATE FROM DATE YYYYMMDD
            ACCEPT BNK-CHANGE-TIME FROM TIME
            .
       G0003-EXIT.
            EXIT.

       H0001-DELETE-BANK.

            IF CA-STATE-ADD
               MOVE 'NOTHING TO DELETE -- NO BANK DETAILS'
                 TO BKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0001-EXIT
            END-IF

            MOVE CA-BNK-NO TO WS-BNK-KEY

            EXEC CICS DELETE DATASET('BNKFILE')
                RIDFLD(WS-BNK-KEY)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-BNK-DEL TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE 'BANK DETAILS DELETED -- ENTER NEXT MR-NO'
                 TO BKMSGO
            ELSE
               MOVE 'DELETE FAILED -- SEE OPS' TO BKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ABA CHECK DIGIT ON WS-NEW-ROUTING.  AN ALL-ZERO NUMBER    *
      * SUMS TO ZERO AND IS REFUSED SEPARATELY.                   *
      *----------------------------------------------------------*
       I0001-CHECK-ROUTING.

            SET WS-RT-VALID TO TRUE

            IF WS-NEW-ROUTING EQUAL ZERO
               SET WS-RT-INVALID TO TRUE
               GO TO I0001-EXIT
            END-IF

            MOVE WS-NEW-ROUTING TO BNK-ROUTING
            MOVE ZERO TO WS-RT-SUM
            MOVE 1    TO WS-RT-IX
            PERFORM I0002-ADD-DIGIT THRU I0002-EXIT
                UNTIL WS-RT-IX GREATER THAN 9

            DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
                REMAINDER WS-RT-REM
            IF WS-RT-REM NOT EQUAL ZERO
               SET WS-RT-INVALID TO TRUE
            END-IF
            .
       I0001-EXIT.
            EXIT.

       I0002-ADD-DIGIT.

            MULTIPLY BNK-ROUTING-DIGIT(WS-RT-IX)
                BY WS-RT-WEIGHT(WS-RT-IX)
                GIVING WS-RT-PRODUCT
            ADD WS-RT-PRODUCT TO WS-RT-SUM
            ADD 1 TO WS-RT-IX
            .
       I0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE SHARED BUSY FLAG ('BSYFLAG', ONE-RECORD KSDS, KEY     *
      * '1') -- SAME TEST AS MSTMNT01.  A MISSING FILE OR RECORD  *
      * MEANS NO BATCH HAS EVER RUN WITH THE QUIESCE OPTION.      *
      *----------------------------------------------------------*
       Q0001-CHECK-BATCH-BUSY.

            SET WS-BATCH-BUSY-NO TO TRUE
            MOVE '1' TO WS-BSY-KEY

            EXEC CICS READ DATASET('BSYFLAG')
                INTO(BUSY-FLAG-REC)
                RIDFLD(WS-BSY-KEY)
                KEYLENGTH(1)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF BSY-BATCH-BUSY
                  SET WS-BATCH-BUSY-YES TO TRUE
               END-IF
            END-IF
            .
       Q0001-EXIT.
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

       X0001-WRITE-AUDIT.

            MOVE CA-BNK-NO          TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'BNKMNT01'          TO AUD-PROGRAM-ID
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
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO BKMSGO
            END-IF
            .
       X0001-EXIT.
            EXIT.
