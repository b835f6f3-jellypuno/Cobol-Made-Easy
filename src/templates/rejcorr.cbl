      * DISPLAYED/CORRECTED ON RJCRMAP, AND PF5 REWRITES THE        *
      * CORRECTED RECORD SO IT PICKS UP IN THE NEXT BATCH RUN       *
      * INSTEAD OF REQUIRING A FULL RE-EXTRACT.                     *
      * A REJECTED ONE-OFF PAYMENT (REJ-PAY-REJECT) ALSO SHOWS ITS  *
      * PAY TYPE, APPROVAL REFERENCE AND DEPARTMENT OVERRIDE FOR    *
      * CORRECTION; FOR A SALARY REJECT THAT FIELD IS PROTECTED.    *
      *                                                            *
      * This assumes the reject file is defined to CICS as a KSDS  *
      * keyed on REJ-NO -- the LINE SEQUENTIAL reject file the     *
      *
       01 WS-RESP              PIC S9(08) COMP.
       01 WS-REJ-KEY            PIC 9(09).
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
       01 WS-REJ-NUMERIC-DISP   PIC 9(11).
       01 WS-REJ-NUMERIC-SIGN   PIC X(01).
      * batch-window quiesce: the shared busy flag is read before
      * commarea is not yet addressable -- B0001-SEND-KEY-MAP and
      * A0001-MAIN build and RETURN on this WS copy instead on that
      * leg, and use the real DFHCOMMAREA on every later invocation.
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
           02 WS-CA-REJ-NO        PIC 9(09).
           COPY RJCRSET.
           COPY REJREC001.
           COPY BSYREC001.
           COPY AUDREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
            MOVE RKNOI               TO WS-REJ-KEY
            MOVE RKNOI               TO CA-REJ-NO

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-READ-REJECT THRU D0001-EXIT
            .
       C0001-EXIT.
               GO TO D0001-EXIT
            END-IF

      *     a reject returned to its sender is theirs to correct
      *     and resubmit -- it is not corrected from this screen
            IF REJ-STA-WITH-SENDER
               MOVE 'WITH SENDER - AWAITING RESUBMISSION' TO RKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO D0001-EXIT
            END-IF

            IF REJ-STA-RESUBMITTED
               MOVE 'CLOSED BY SENDER RESUBMISSION' TO RKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO D0001-EXIT
            END-IF

            PERFORM E0001-SEND-CORR-MAP THRU E0001-EXIT
            .
       D0001-EXIT.

            MOVE REJ-VARCHAR(1:60)    TO RMVARO
            MOVE REJ-RULE-ID          TO RMRULEO

            IF REJ-PAY-REJECT
               MOVE REJ-CHAR(2:18)    TO RMPAYO
            ELSE
               MOVE DFHBMASK          TO RMPAYA
            END-IF

            MOVE 'CORRECT THE FIELDS BELOW, PF5 TO RESUBMIT'
                                      TO RMMSGO

               GO TO F0001-EXIT
            END-IF

            SET WS-AUTH-FN-UPDATE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
               GO TO F0001-EXIT
            END-IF

            EXEC CICS RECEIVE MAP('RJCRMAP')
                MAPSET('RJCRSET')
                INTO(RJCRMAPI)
               GO TO F0001-EXIT
            END-IF

      *     re-tested on the record read for update -- the batch
      *     may have returned it to its sender since the screen
      *     was sent
            IF REJ-STA-WITH-SENDER OR REJ-STA-RESUBMITTED
               EXEC CICS UNLOCK DATASET('REJOUT')
               END-EXEC
               MOVE 'RETURNED TO SENDER -- NOTHING DONE' TO RKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            MOVE RMRSNI               TO REJ-REASON-CDE
            MOVE RMDATEI              TO REJ-DATE

            END-IF

            MOVE RMVARI               TO REJ-VARCHAR(1:60)
            IF REJ-PAY-REJECT
               MOVE RMPAYI            TO REJ-CHAR(2:18)
            END-IF
            SET REJ-STA-CORRECTED     TO TRUE

            PERFORM G0001-REWRITE-REJECT THRU G0001-EXIT
            .
       G0001-EXIT.
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

            MOVE SPACES             TO RJCRKEYO
            MOVE WS-AUTH-MSG        TO RKMSGO

            EXEC CICS SEND MAP('RJCRKEY')
                MAPSET('RJCRSET')
                FROM(RJCRKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('RJER')
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

            MOVE CA-REJ-NO          TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'RJCORR01'          TO AUD-PROGRAM-ID
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
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO RKMSGO
            END-IF
            .
       X0001-EXIT.
            EXIT.
