       WORKING-STORAGE SECTION.
      *
       01 WS-RESP              PIC S9(08) COMP.
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
       01 WS-AUD-KEYED          PIC 9(09).
       01 WS-XRF-KEY            PIC 9(09).
       01 WS-ENTRY-CTR          PIC 9(04) COMP VALUE ZERO.
           EXEC SQL
               DECLARE AUDCUR CURSOR FOR
                   SELECT AUD_NO, AUD_RUN_DATE, AUD_RUN_TIME,
                          AUD_PROGRAM_ID, AUD_OUTCOME_CDE,
                          AUD_USER_ID
                     FROM AUDIT_TRAIL
                    WHERE AUD_NO IN (:HV-INQ-NO-1, :HV-INQ-NO-2,
                                     :HV-INQ-NO-3)
           02 HV-AUD-RUN-TIME    PIC S9(09) COMP.
           02 HV-AUD-PROGRAM     PIC X(08).
           02 HV-AUD-OUTCOME     PIC S9(04) COMP.
           02 HV-AUD-USER        PIC X(08).

       01 WS-XREF-FOLLOWED-SW   PIC X(01) VALUE 'N'.
           88 WS-XREF-FOLLOWED-NO  VALUE 'N'.
           02 WS-WL-PROGRAM      PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WS-WL-OUTCOME      PIC X(20).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WS-WL-USER         PIC X(08).
           02 FILLER             PIC X(08) VALUE SPACES.
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
           02 WS-CA-AUD-NO        PIC 9(09).
           COPY AUDREC001.
           COPY REJREC001.
           COPY XRFREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
            MOVE AQNOI               TO WS-AUD-KEYED
            MOVE AQNOI               TO CA-AUD-NO

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-QUERY-AUDIT THRU D0001-EXIT
            .
       C0001-EXIT.
                FETCH AUDCUR
                 INTO :HV-AUD-NO, :HV-AUD-RUN-DATE,
                      :HV-AUD-RUN-TIME, :HV-AUD-PROGRAM,
                      :HV-AUD-OUTCOME, :HV-AUD-USER
            END-EXEC

            IF SQLCODE NOT EQUAL ZERO
            MOVE HV-AUD-RUN-TIME TO AUD-RUN-TIME
            MOVE HV-AUD-PROGRAM  TO AUD-PROGRAM-ID
            MOVE HV-AUD-OUTCOME  TO AUD-OUTCOME-CDE
            MOVE HV-AUD-USER     TO AUD-USER-ID

            ADD 1 TO WS-ENTRY-CTR
            MOVE AUD-OUTCOME-CDE TO WS-LAST-OUTCOME
            MOVE AUD-RUN-TIME(5:2) TO WS-WL-TIME(7:2)

            MOVE AUD-PROGRAM-ID    TO WS-WL-PROGRAM
            MOVE AUD-USER-ID       TO WS-WL-USER

            EVALUATE TRUE
               WHEN AUD-OUTCM-WRITTEN
                    MOVE 'DAY BACKED OUT'      TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-RESEND
                    MOVE 'VENDOR FILE RESENT'  TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-SAL-HELD
                    MOVE 'HELD FOR APPROVAL'   TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-SAL-APPRV
                    MOVE 'SALARY CHG APPROVED' TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-SAL-DECLN
                    MOVE 'SALARY CHG DECLINED' TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-SAL-APPLD
                    MOVE 'APPROVED CHG POSTED' TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-BNK-ADD
                    MOVE 'BANK DTLS ADDED'     TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-BNK-CHG
                    MOVE 'BANK DTLS CHANGED'   TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-BNK-DEL
                    MOVE 'BANK DTLS DELETED'   TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-DENIED
                    MOVE 'ACCESS DENIED'       TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-RTS-SENT
                    MOVE 'RETURNED TO SENDER'  TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-RTS-CLOSED
                    MOVE 'CLOSED, RESUBMITTED' TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-MERIT
                    MOVE 'MERIT RAISE'         TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-ERASED
                    MOVE 'ERASED'              TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-PAID
                    MOVE 'PAID'                TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-PAY-REJ
                    MOVE 'PAYMENT REJECTED'    TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-NOT-DUE
                    MOVE 'NOT DUE'             TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-INACTIVE
                    MOVE 'INACTIVATED'         TO WS-WL-OUTCOME
               WHEN AUD-OUTCM-REACTIVE
                    MOVE 'REACTIVATED'         TO WS-WL-OUTCOME
               WHEN OTHER
                    MOVE 'UNKNOWN OUTCOME'     TO WS-WL-OUTCOME
            END-EVALUATE
                    MOVE 'REJECT REASON: UNKNOWN COMPANY' TO AMRSNO
               WHEN REJ-RSN-ORPHAN-REV
                    MOVE 'REJECT REASON: ORPHAN REVERSAL' TO AMRSNO
               WHEN REJ-RSN-NO-FX-RATE
                    MOVE 'REJECT REASON: NO EXCHANGE RATE' TO AMRSNO
               WHEN REJ-RSN-BAD-PAY-TYPE
                    MOVE 'REJECT REASON: BAD PAY TYPE'    TO AMRSNO
               WHEN REJ-RSN-PAY-NO-MASTR
                    MOVE 'REJECT REASON: PAY NO MASTER'   TO AMRSNO
               WHEN REJ-RSN-BAD-PAY-AMT
                    MOVE 'REJECT REASON: BAD PAY AMOUNT'  TO AMRSNO
               WHEN REJ-RSN-BAD-PAY-DATE
                    MOVE 'REJECT REASON: BAD PAY DATE'    TO AMRSNO
               WHEN REJ-RSN-NO-APPROVAL
                    MOVE 'REJECT REASON: NO APPROVAL'     TO AMRSNO
               WHEN REJ-RSN-BAD-PAY-DEPT
                    MOVE 'REJECT REASON: BAD PAY DEPT'    TO AMRSNO
               WHEN REJ-RSN-INACTIVE
                    MOVE 'REJECT REASON: INACTIVE RECORD' TO AMRSNO
               WHEN OTHER
                    MOVE 'REJECT REASON: UNKNOWN CODE'    TO AMRSNO
            END-EVALUATE
            .
       H0001-EXIT.
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

      *    the refusal goes back on the key map; B0001 clears the
      *    map before it sends, so the message is sent from here
       K0002-SEND-REFUSAL.

            MOVE SPACES             TO AUDQKEYO
            MOVE WS-AUTH-MSG        TO AQMSGO

            EXEC CICS SEND MAP('AUDQKEY')
                MAPSET('AUDQSET')
                FROM(AUDQKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('AQER')
                   NODUMP
               END-EXEC
            END-IF

            SET CA-STATE-KEY TO TRUE
            .
       K0002-EXIT.
            EXIT.

      *    this screen changes nothing it has to audit itself --
      *    the entry it writes is a refused attempt
       X0001-WRITE-AUDIT.

            MOVE CA-AUD-NO          TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'AUDIQS01'          TO AUD-PROGRAM-ID
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
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO AQMSGO
            END-IF
            .
       X0001-EXIT.
            EXIT.
