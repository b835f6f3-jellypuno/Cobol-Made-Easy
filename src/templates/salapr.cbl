       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPR01.
      *----------------------------------------------------------*
      * ONLINE APPROVAL SCREEN FOR SALARY CHANGES HELD UNDER     *
      * DUAL CONTROL (APRREC001), FOLLOWING THE MSTMNT01         *
      * PATTERN.  THE CHECKER KEYS AN MR-NO ON APRVKEY; A HELD   *
      * CHANGE IS SHOWN ON APRVMAP WITH THE BEFORE AND AFTER     *
      * AMOUNTS, THE PERCENTAGE MOVE AND WHO KEYED IT.  PF5      *
      * APPROVES, PF6 DECLINES.  ONLY A PENDING ENTRY CAN BE     *
      * DECIDED, AND NEVER BY THE OPERATOR WHO MADE THE CHANGE.  *
      * THE DECISION IS STAMPED ON THE ENTRY AND WRITTEN TO THE  *
      * AUDIT TRAIL; THE NEXT MASTER UPDATE RUN POSTS AN         *
      * APPROVED AMOUNT TO THE NEW GENERATION.                   *
      *                                                          *
      * The approval file is the APRFILE KSDS keyed on APR-NO;   *
      * the audit trail is written through AUDOUT, as MSTMNT01   *
      * does.                                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-RESP              PIC S9(08) COMP.
       01 WS-APR-KEY            PIC 9(09).
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
       01 WS-CHECKER-ID         PIC X(08).
       01 WS-AMOUNT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT           PIC -ZZ,ZZ9.99.
      * batch-window quiesce: the shared busy flag is read before
      * any decision is written; the update run reads and marks
      * the approval file while it is in flight.
       01 WS-BSY-KEY            PIC X(01).
       01 WS-BATCH-BUSY-SW      PIC X(01) VALUE 'N'.
           88 WS-BATCH-BUSY-NO     VALUE 'N'.
           88 WS-BATCH-BUSY-YES    VALUE 'Y'.
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
           02 WS-CA-APR-NO        PIC 9(09).
           02 WS-CA-STATE         PIC X(01).
               88 WS-CA-STATE-KEY     VALUE 'K'.
               88 WS-CA-STATE-DECIDE  VALUE 'D'.
      *
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY APRVSET.
           COPY APRREC001.
           COPY AUDREC001.
           COPY BSYREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           02 CA-APR-NO          PIC 9(09).
           02 CA-STATE            PIC X(01).
               88 CA-STATE-KEY        VALUE 'K'.
               88 CA-STATE-DECIDE     VALUE 'D'.
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
                  WHEN CA-STATE-DECIDE
                       PERFORM F0001-RECEIVE-DECISION THRU F0001-EXIT
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

            EXEC CICS SEND MAP('APRVKEY')
                MAPSET('APRVSET')
                FROM(APRVKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('APER')
                   NODUMP
               END-EXEC
            END-IF
            .
       B0001-EXIT.
            EXIT.

       C0001-RECEIVE-KEY.

            EXEC CICS RECEIVE MAP('APRVKEY')
                MAPSET('APRVSET')
                INTO(APRVKEYI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO APRVKEYO
               MOVE 'PLEASE ENTER AN MR-NO' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            IF AKNOI NOT NUMERIC
               MOVE SPACES TO APRVKEYO
               MOVE 'MR-NO MUST BE NUMERIC' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            MOVE AKNOI               TO WS-APR-KEY
            MOVE AKNOI               TO CA-APR-NO

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE SPACES TO APRVKEYO
               MOVE WS-AUTH-MSG TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-READ-APPROVAL THRU D0001-EXIT
            .
       C0001-EXIT.
            EXIT.

       D0001-READ-APPROVAL.

            EXEC CICS READ DATASET('APRFILE')
                INTO(SALARY-APPROVAL-REC)
                RIDFLD(WS-APR-KEY)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO APRVKEYO
               MOVE 'NO HELD SALARY CHANGE FOR THIS MR-NO'
                 TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO D0001-EXIT
            END-IF

            PERFORM E0001-SEND-DECIDE-MAP THRU E0001-EXIT
            SET CA-STATE-DECIDE TO TRUE
            .
       D0001-EXIT.
            EXIT.

       E0001-SEND-DECIDE-MAP.

            MOVE SPACES              TO APRVMAPO
            MOVE APR-NO               TO AMNOO
            MOVE APR-NAME             TO AMNAMEO
            MOVE APR-DEPT-CODE        TO AMDEPTO
            MOVE APR-OLD-NUMERIC      TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT       TO AMOLDO
            MOVE APR-NEW-NUMERIC      TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT       TO AMNEWO
            MOVE APR-PCT-CHANGE       TO WS-PCT-EDIT
            MOVE WS-PCT-EDIT          TO AMPCTO
            MOVE APR-MAKER-ID         TO AMMKIDO
            MOVE APR-MAKER-PGM        TO AMMKPGO
            MOVE APR-MAKER-SRC        TO AMMKSRO
            MOVE APR-MAKER-DATE       TO AMMKDTO
            MOVE APR-MAKER-TIME       TO AMMKTMO

            EVALUATE TRUE
               WHEN APR-STA-PENDING
                    MOVE 'PENDING'    TO AMSTATO
                    MOVE 'PF5 APPROVES, PF6 DECLINES' TO AMMSGO
               WHEN APR-STA-APPROVED
                    MOVE 'APPROVED'   TO AMSTATO
                    MOVE 'ALREADY APPROVED -- AWAITING POSTING'
                      TO AMMSGO
               WHEN APR-STA-DECLINED
                    MOVE 'DECLINED'   TO AMSTATO
                    MOVE 'ALREADY DECLINED' TO AMMSGO
               WHEN APR-STA-APPLIED
                    MOVE 'POSTED'     TO AMSTATO
                    MOVE 'ALREADY POSTED TO THE MASTER' TO AMMSGO
               WHEN OTHER
                    MOVE APR-STATUS   TO AMSTATO
            END-EVALUATE

            EXEC CICS SEND MAP('APRVMAP')
                MAPSET('APRVSET')
                FROM(APRVMAPO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('APER')
                   NODUMP
               END-EXEC
            END-IF
            .
       E0001-EXIT.
            EXIT.

       F0001-RECEIVE-DECISION.

            MOVE SPACES TO APRVKEYO

            IF EIBAID NOT EQUAL DFHPF5 AND EIBAID NOT EQUAL DFHPF6
               MOVE 'PF5=APPROVE  PF6=DECLINE  PF3=EXIT' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

      *     declining is as much a decision as approving
            SET WS-AUTH-FN-APPROVE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE WS-AUTH-MSG TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            PERFORM Q0001-CHECK-BATCH-BUSY THRU Q0001-EXIT
            IF WS-BATCH-BUSY-YES
               MOVE 'BATCH IN PROGRESS - TRY AGAIN LATER' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            EXEC CICS ASSIGN
                USERID(WS-CHECKER-ID)
            END-EXEC

            MOVE CA-APR-NO TO WS-APR-KEY

            EXEC CICS READ DATASET('APRFILE')
                INTO(SALARY-APPROVAL-REC)
                RIDFLD(WS-APR-KEY)
                KEYLENGTH(9)
                UPDATE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'HELD CHANGE NO LONGER ON FILE' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

      *     re-tested on the record read for update -- another
      *     checker may have decided it, or a newer change may
      *     have replaced it, since the screen was sent
            IF NOT APR-STA-PENDING
               EXEC CICS UNLOCK DATASET('APRFILE')
               END-EXEC
               MOVE 'CHANGE IS NOT PENDING -- NOTHING DONE'
                 TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF WS-CHECKER-ID EQUAL APR-MAKER-ID
               EXEC CICS UNLOCK DATASET('APRFILE')
               END-EXEC
               MOVE 'MAKER CANNOT APPROVE OWN CHANGE' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF EIBAID EQUAL DFHPF5
               SET APR-STA-APPROVED  TO TRUE
               SET AUD-OUTCM-SAL-APPRV TO TRUE
            ELSE
               SET APR-STA-DECLINED  TO TRUE
               SET AUD-OUTCM-SAL-DECLN TO TRUE
            END-IF
            MOVE WS-CHECKER-ID        TO APR-CHECKER-ID
            ACCEPT APR-DECIDE-DATE FROM DATE YYYYMMDD
            ACCEPT APR-DECIDE-TIME FROM TIME

            EXEC CICS REWRITE DATASET('APRFILE')
                FROM(SALARY-APPROVAL-REC)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'DECISION NOT SAVED -- SEE OPS' TO AKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT

            IF APR-STA-APPROVED
               MOVE 'CHANGE APPROVED -- ENTER NEXT MR-NO' TO AKMSGO
            ELSE
               MOVE 'CHANGE DECLINED -- ENTER NEXT MR-NO' TO AKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       F0001-EXIT.
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

            MOVE CA-APR-NO          TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'SALAPR01'          TO AUD-PROGRAM-ID
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
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO AKMSGO
            END-IF
            .
       X0001-EXIT.
            EXIT.
