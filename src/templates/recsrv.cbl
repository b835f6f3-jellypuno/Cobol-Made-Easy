       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSRV01.
      *----------------------------------------------------------*
      * RECORD STATUS SERVICE.  ANSWERS "WHAT IS THE CURRENT      *
      * STATE OF RECORD NNN" FOR CALLERS WITHOUT A CICS TERMINAL  *
      * (HR PORTAL, CALL CENTER).  EACH REQUEST (RSVREC001) IS    *
      * TAKEN OFF THE REQUEST QUEUE AND ANSWERED ON THAT          *
      * MESSAGE'S OWN REPLY-TO QUEUE, CORRELATION ID = THE        *
      * REQUEST'S MESSAGE ID, WITH:                               *
      *   - THE MASTER RECORD (MSTFILE KSDS) UNDER ITS CURRENT    *
      *     NUMBER -- THE REKEY01 CROSS-REFERENCE IS FOLLOWED ONE *
      *     RENUMBERING EACH WAY, AS AUDIQS01 DOES (XRFFILE IS    *
      *     XREFOUT, ITS ALTERNATE KEY THE XREFPATH AIX), WITH    *
      *     ITS STATUS ('I' ONCE DORMNT01 HAS MARKED IT INACTIVE) *
      *     AND PAY FREQUENCY;                                    *
      *   - THE LATEST AUDIT DISPOSITION ACROSS THE KEYED NUMBER  *
      *     AND ITS EQUIVALENTS, OFF THE AUDIT_TRAIL TABLE;       *
      *   - AN OPEN REJECT (REJFILE KSDS) WITH ITS REASON CODE    *
      *     AND RULE ID.                                          *
      * A REQUEST THAT CANNOT BE READ GETS A '12' REPLY SAYING    *
      * WHY, NOT SILENCE; ONE WITH NO REPLY-TO QUEUE CAN ONLY BE  *
      * LOGGED.  WHILE THE BATCH-WINDOW FLAG (BSYREC001) IS SET   *
      * THE FILES ARE BEING REWRITTEN, SO EVERY REQUEST IS        *
      * ANSWERED '08' -- RETRY LATER.                             *
      *                                                           *
      * STARTED BY A TRIGGER ON THE REQUEST QUEUE; THE GET WAITS  *
      * WS-MQ-WAIT-MS FOR THE NEXT REQUEST AND THE RUN ENDS WHEN  *
      * THE QUEUE STAYS EMPTY THAT LONG, OR ON A SHUTDOWN         *
      * MESSAGE.  MQ FAILURES FOLLOW THE INTRADAY FEED'S          *
      * B0002-MQ-ERROR DISCIPLINE (RC 85); A REPLY THAT CANNOT BE *
      * PUT IS LOGGED AND THE SERVICE CARRIES ON, SO ONE CALLER   *
      * WITH A BAD REPLY-TO QUEUE CANNOT STOP IT FOR EVERYONE.    *
      * SQL PROGRAMS ARE DESK-CHECK TERRITORY -- THEY NEED THE    *
      * PRECOMPILER.                                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MSTFILE ASSIGN TO MSTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MR-NO
                FILE STATUS IS WS-MR-STAT.

            SELECT REJFILE ASSIGN TO REJFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REJ-NO
                FILE STATUS IS WS-REJ-STAT.

            SELECT XRFFILE ASSIGN TO XRFFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-OLD-NO
                ALTERNATE RECORD KEY IS XRF-NEW-NO
                FILE STATUS IS WS-XRF-STAT.

            SELECT BSYFILE ASSIGN TO BSYFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BSY-KEY
                FILE STATUS IS WS-BSY-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD MSTFILE.
       COPY MSTREC001.

       FD REJFILE.
       COPY REJREC001.

       FD XRFFILE.
       COPY XRFREC001.

       FD BSYFILE.
       COPY BSYREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'RECSRV01'.

       COPY CONSTANT.
       COPY AUDREC001.
       COPY RSVREC001.

      * the vendor-supplied CMQ* copy files carry 10-level items
      * only -- the program supplies the 01 wrappers, the same
      * arrangement as the queue manager's own sample programs
       01 MQM-OBJECT-DESCRIPTOR.
       COPY CMQODV.

       01 MQM-MESSAGE-DESCRIPTOR.
       COPY CMQMDV.

       01 MQM-GET-MESSAGE-OPTIONS.
       COPY CMQGMOV.

       01 MQM-PUT-MESSAGE-OPTIONS.
       COPY CMQPMOV.

       01 MQM-CONSTANTS.
       COPY CMQV.

      * the default queue manager; the request queue is fixed
       01 WS-MQ-CONTROL.
            02 WS-MQ-QMGR-NAME   PIC X(48) VALUE SPACES.
            02 WS-MQ-QUEUE-NAME  PIC X(48)
                                 VALUE 'PAYROLL.STATUS.REQUEST'.
            02 WS-MQ-HCONN       PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-HOBJ        PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-OPENOPTS    PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-CLOSEOPTS   PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-COMPCODE    PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-REASON      PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-BUFLEN      PIC S9(09) BINARY VALUE 32.
            02 WS-MQ-DATALEN     PIC S9(09) BINARY VALUE ZERO.
            02 WS-MQ-REASON-DISP PIC -(08)9.
            02 WS-MQ-WAIT-MS     PIC S9(09) BINARY VALUE 60000.
            02 WS-MQ-RPL-MSGLEN  PIC S9(09) BINARY VALUE 305.

      * where the current request wants its answer, saved before
      * the descriptor is reused for the reply
       01 WS-REPLY-TO.
            02 WS-RPL-QUEUE      PIC X(48).
            02 WS-RPL-QMGR       PIC X(48).
            02 WS-RPL-CORRELID   PIC X(24).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    the keyed number and up to one renumbering each way --
      *    unused slots repeat the keyed number, as in AUDIQS01;
      *    newest entry first, and only that one is wanted
       01 WS-DB2-AUDIT-HV.
            02 HV-INQ-NO-1       PIC S9(09) COMP.
            02 HV-INQ-NO-2       PIC S9(09) COMP.
            02 HV-INQ-NO-3       PIC S9(09) COMP.
            02 HV-AUD-NO         PIC S9(09) COMP.
            02 HV-AUD-RUN-DATE   PIC S9(09) COMP.
            02 HV-AUD-RUN-TIME   PIC S9(09) COMP.
            02 HV-AUD-PROGRAM    PIC X(08).
            02 HV-AUD-OUTCOME    PIC S9(04) COMP.
            02 HV-AUD-USER       PIC X(08).

       01 WS-SQLCODE-DISP       PIC -(08)9.

      * the keyed number plus its cross-referenced equivalents,
      * oldest first: prior number, keyed number, successor
       01 WS-INQ-LIST.
            02 WS-INQ-COUNT      PIC 9(04) COMP VALUE ZERO.
            02 WS-INQ-IX         PIC 9(04) COMP VALUE ZERO.
            02 WS-INQ-NO         PIC 9(09) OCCURS 3 TIMES.

       77 WS-KEYED-NO           PIC 9(09) VALUE ZERO.
       77 WS-CURRENT-NO         PIC 9(09) VALUE ZERO.
       77 WS-XRF-STAT           PIC 9(02) VALUE ZERO.
       77 WS-XRF-FILE-SW        PIC X(01) VALUE 'Y'.
           88 WS-XRF-FILE-NO       VALUE 'N'.
           88 WS-XRF-FILE-YES      VALUE 'Y'.
       77 WS-BSY-FILE-SW        PIC X(01) VALUE 'Y'.
           88 WS-BSY-FILE-NO       VALUE 'N'.
           88 WS-BSY-FILE-YES      VALUE 'Y'.
       77 WS-BATCH-BUSY-SW      PIC X(01) VALUE 'N'.
           88 WS-BATCH-BUSY-NO     VALUE 'N'.
           88 WS-BATCH-BUSY-YES    VALUE 'Y'.
       77 WS-TRUNCATED-SW       PIC X(01) VALUE 'N'.
           88 WS-TRUNCATED-NO      VALUE 'N'.
           88 WS-TRUNCATED-YES     VALUE 'Y'.
       77 WS-REJ-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-REJ-FOUND-NO      VALUE 'N'.
           88 WS-REJ-FOUND-YES     VALUE 'Y'.
      * run statistics
       77 WS-REQ-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPL-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPL-FOUND-CTR      PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPL-NOTFND-CTR     PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPL-BUSY-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-RPL-BAD-CTR        PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-UNDELIVERED-CTR    PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-GET-REQUEST THRU D0001-EXIT
            PERFORM E0001-PROC-REQUEST THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT MSTFILE.

            IF WS-MR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-MR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT REJFILE.

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *     a shop that has never rekeyed has no cross-reference
      *     file yet -- tolerated the way AUDHST01 tolerates it
            OPEN INPUT XRFFILE.

            IF WS-XRF-STAT EQUAL '35'
               SET WS-XRF-FILE-NO TO TRUE
            ELSE
               IF WS-XRF-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-AR TO TRUE
                  MOVE WS-XRF-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

      *     no busy-flag file means no batch has ever run with the
      *     quiesce option -- the same reading the screens take
            OPEN INPUT BSYFILE.

            IF WS-BSY-STAT EQUAL '35'
               SET WS-BSY-FILE-NO TO TRUE
            ELSE
               IF WS-BSY-STAT NOT EQUAL ZEROES
                  SET WS-MSG-BUSYFLAG TO TRUE
                  MOVE WS-BSY-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            CALL 'MQCONN' USING WS-MQ-QMGR-NAME WS-MQ-HCONN
                WS-MQ-COMPCODE WS-MQ-REASON

            IF WS-MQ-COMPCODE NOT EQUAL MQCC-OK
               PERFORM B0002-MQ-ERROR THRU B0002-EXIT
            END-IF.

            MOVE MQOT-Q TO MQOD-OBJECTTYPE.
            MOVE WS-MQ-QUEUE-NAME TO MQOD-OBJECTNAME.
            MOVE MQOO-INPUT-AS-Q-DEF TO WS-MQ-OPENOPTS.
            ADD MQOO-FAIL-IF-QUIESCING TO WS-MQ-OPENOPTS.

            CALL 'MQOPEN' USING WS-MQ-HCONN MQM-OBJECT-DESCRIPTOR
                WS-MQ-OPENOPTS WS-MQ-HOBJ
                WS-MQ-COMPCODE WS-MQ-REASON

            IF WS-MQ-COMPCODE NOT EQUAL MQCC-OK
               PERFORM B0002-MQ-ERROR THRU B0002-EXIT
            END-IF.

      *     wait for the next request rather than polling; a
      *     request longer than the layout is taken anyway (and
      *     answered as malformed) so it cannot block the queue
            MOVE MQGMO-WAIT TO MQGMO-OPTIONS.
            ADD MQGMO-CONVERT TO MQGMO-OPTIONS.
            ADD MQGMO-FAIL-IF-QUIESCING TO MQGMO-OPTIONS.
            ADD MQGMO-ACCEPT-TRUNCATED-MSG TO MQGMO-OPTIONS.
            MOVE WS-MQ-WAIT-MS TO MQGMO-WAITINTERVAL.

            MOVE MQPMO-NO-SYNCPOINT TO MQPMO-OPTIONS.
            ADD MQPMO-FAIL-IF-QUIESCING TO MQPMO-OPTIONS.

       B0001-EXIT.
            EXIT.

       B0002-MQ-ERROR.

            SET WS-MSG-MQ-ERR TO TRUE
            MOVE WS-MQ-REASON TO WS-MQ-REASON-DISP
            DISPLAY '  MQ REASON: ' WS-MQ-REASON-DISP
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-OPEN TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       B0002-EXIT.
            EXIT.

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            ACCEPT WS-START-TIME   FROM TIME
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE REQUEST PER CALL.  THE QUEUE STAYING EMPTY FOR THE    *
      * WAIT INTERVAL, OR A SHUTDOWN MESSAGE, ENDS THE RUN THE    *
      * WAY END-OF-FILE DOES IN A FILE-DRIVEN PROGRAM.            *
      *----------------------------------------------------------*
       D0001-GET-REQUEST.

            MOVE MQMI-NONE    TO MQMD-MSGID
            MOVE MQCI-NONE    TO MQMD-CORRELID
            MOVE MQENC-NATIVE TO MQMD-ENCODING
            MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID
            MOVE SPACES       TO RSV-REQUEST-MSG
            SET WS-TRUNCATED-NO TO TRUE

            CALL 'MQGET' USING WS-MQ-HCONN WS-MQ-HOBJ
                MQM-MESSAGE-DESCRIPTOR MQM-GET-MESSAGE-OPTIONS
                WS-MQ-BUFLEN RSV-REQUEST-MSG WS-MQ-DATALEN
                WS-MQ-COMPCODE WS-MQ-REASON

            EVALUATE TRUE
               WHEN WS-MQ-REASON EQUAL MQRC-NO-MSG-AVAILABLE
                    SET WS-EOF-YES TO TRUE
               WHEN WS-MQ-REASON EQUAL MQRC-TRUNCATED-MSG-ACCEPTED
                    SET WS-TRUNCATED-YES TO TRUE
                    ADD 1 TO WS-REQ-CTR
               WHEN WS-MQ-COMPCODE NOT EQUAL MQCC-OK
                    PERFORM B0002-MQ-ERROR THRU B0002-EXIT
               WHEN RSQ-FN-SHUTDOWN
                    SET WS-EOF-YES TO TRUE
               WHEN OTHER
                    ADD 1 TO WS-REQ-CTR
            END-EVALUATE
            .
       D0001-EXIT.
            EXIT.

       E0001-PROC-REQUEST.

            MOVE MQMD-REPLYTOQ    TO WS-RPL-QUEUE
            MOVE MQMD-REPLYTOQMGR TO WS-RPL-QMGR
            MOVE MQMD-MSGID       TO WS-RPL-CORRELID

            MOVE SPACES           TO RSV-REPLY-MSG
            MOVE RSQ-REQUESTER    TO RSR-REQUESTER
            MOVE RSQ-NO-TEXT      TO RSR-NO-KEYED
            MOVE ZERO             TO RSR-NO-CURRENT
            MOVE 'N'              TO RSR-XREF-SW
            MOVE 'N'              TO RSR-MST-SW
            MOVE 'N'              TO RSR-AUD-SW
            MOVE 'N'              TO RSR-REJ-SW

      *     nowhere to send an answer: all that can be done is to
      *     say so in the job log
            IF WS-RPL-QUEUE EQUAL SPACES
               ADD 1 TO WS-UNDELIVERED-CTR
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE ZERO           TO WS-OPR-NO
               MOVE 'W'             TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE
                       ' REQUEST WITH NO REPLY-TO QUEUE IGNORED'
               GO TO E0001-NEXT
            END-IF

            PERFORM E0002-EDIT-REQUEST THRU E0002-EXIT

            IF RSR-RETURN-CDE EQUAL SPACES
               PERFORM Q0001-CHECK-BATCH-BUSY THRU Q0001-EXIT
               IF WS-BATCH-BUSY-YES
                  SET RSR-RC-BUSY TO TRUE
                  MOVE 'BATCH WINDOW IN PROGRESS - RETRY LATER'
                    TO RSR-MESSAGE
               END-IF
            END-IF

            IF RSR-RETURN-CDE EQUAL SPACES
               PERFORM F0001-BUILD-REPLY THRU F0001-EXIT
            END-IF

            PERFORM V0200-PUT-REPLY THRU V0200-EXIT
            .
       E0001-NEXT.

            PERFORM D0001-GET-REQUEST THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A REQUEST THAT DOES NOT FIT THE LAYOUT IS ANSWERED '12'   *
      * WITH THE REASON, SO THE CALLER CAN FIX IT.                *
      *----------------------------------------------------------*
       E0002-EDIT-REQUEST.

            IF WS-TRUNCATED-YES
               SET RSR-RC-MALFORMED TO TRUE
               MOVE 'REQUEST LONGER THAN 32 BYTES' TO RSR-MESSAGE
               GO TO E0002-EXIT
            END-IF

            IF WS-MQ-DATALEN LESS THAN 17
               SET RSR-RC-MALFORMED TO TRUE
               MOVE 'REQUEST SHORTER THAN 17 BYTES' TO RSR-MESSAGE
               GO TO E0002-EXIT
            END-IF

            IF NOT RSQ-FN-STATUS
               SET RSR-RC-MALFORMED TO TRUE
               MOVE 'UNKNOWN FUNCTION - EXPECTED STATUS'
                 TO RSR-MESSAGE
               GO TO E0002-EXIT
            END-IF

            IF RSQ-NO-TEXT NOT NUMERIC
               SET RSR-RC-MALFORMED TO TRUE
               MOVE 'RECORD NUMBER MUST BE 9 DIGITS' TO RSR-MESSAGE
               GO TO E0002-EXIT
            END-IF

            IF RSQ-NO EQUAL ZERO
               SET RSR-RC-MALFORMED TO TRUE
               MOVE 'RECORD NUMBER MUST NOT BE ZERO' TO RSR-MESSAGE
               GO TO E0002-EXIT
            END-IF
            .
       E0002-EXIT.
            EXIT.

       F0001-BUILD-REPLY.

            MOVE RSQ-NO TO WS-KEYED-NO
            PERFORM F0002-BUILD-INQ-LIST THRU F0002-EXIT

            MOVE WS-CURRENT-NO TO RSR-NO-CURRENT
            MOVE WS-CURRENT-NO TO MR-NO

            READ MSTFILE

            EVALUATE TRUE
               WHEN WS-MR-STAT EQUAL ZEROES
                    MOVE 'Y'               TO RSR-MST-SW
                    MOVE MR-TS-DATE        TO RSR-MST-TS-DATE
                    MOVE MR-TS-TIME        TO RSR-MST-TS-TIME
                    MOVE MR-DATE           TO RSR-MST-DATE
                    MOVE MR-NUMERIC        TO RSR-MST-SALARY
                    MOVE MR-NAME           TO RSR-MST-NAME
                    MOVE MR-ADDRESS-LINE-1 TO RSR-MST-ADDRESS-1
                    MOVE MR-ADDRESS-LINE-2 TO RSR-MST-ADDRESS-2
                    MOVE MR-DEPT-CODE      TO RSR-MST-DEPT-CODE
                    MOVE MR-SOURCE-SYS     TO RSR-MST-SOURCE-SYS
                    MOVE MR-COMPANY-CODE   TO RSR-MST-COMPANY
                    MOVE MR-CHAR           TO RSR-MST-CHAR
                    MOVE MR-STATUS         TO RSR-MST-STATUS
                    MOVE MR-PAY-FREQ       TO RSR-MST-PAY-FREQ
               WHEN WS-MR-STAT EQUAL '23'
                    CONTINUE
               WHEN OTHER
                    SET WS-MSG-RD-MR TO TRUE
                    MOVE WS-MR-STAT TO WS-ERR-CDE
                    PERFORM Y0003-SVC-ERROR THRU Y0003-EXIT
            END-EVALUATE

            PERFORM F0003-LATEST-AUDIT THRU F0003-EXIT

            SET WS-REJ-FOUND-NO TO TRUE
            MOVE WS-INQ-COUNT TO WS-INQ-IX
            PERFORM F0004-OPEN-REJECT THRU F0004-EXIT
                UNTIL WS-INQ-IX EQUAL ZERO
                   OR WS-REJ-FOUND-YES

      *     a record that never reached the master (rejected on
      *     arrival, or deleted) still has its audit and reject
      *     details on the reply
            IF RSR-MST-FOUND
               SET RSR-RC-FOUND TO TRUE
               MOVE 'RECORD FOUND' TO RSR-MESSAGE
            ELSE
               SET RSR-RC-NOT-FOUND TO TRUE
               MOVE 'RECORD NOT ON MASTER FILE' TO RSR-MESSAGE
            END-IF
            .
       F0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE PRIOR NUMBER WHEN THE KEYED ONE IS ON THE NEW SIDE OF *
      * THE CROSS-REFERENCE, THE KEYED NUMBER, AND THE SUCCESSOR  *
      * WHEN IT IS ON THE OLD SIDE.  THE SUCCESSOR, WHEN THERE IS *
      * ONE, IS THE NUMBER THE MASTER HOLDS THE RECORD UNDER.     *
      *----------------------------------------------------------*
       F0002-BUILD-INQ-LIST.

            MOVE ZERO        TO WS-INQ-COUNT
            MOVE WS-KEYED-NO TO WS-CURRENT-NO

            IF WS-XRF-FILE-YES
               MOVE WS-KEYED-NO TO XRF-NEW-NO
               READ XRFFILE KEY IS XRF-NEW-NO
               EVALUATE TRUE
                  WHEN WS-XRF-STAT EQUAL ZEROES
                       ADD 1 TO WS-INQ-COUNT
                       MOVE XRF-OLD-NO TO WS-INQ-NO(WS-INQ-COUNT)
                       MOVE 'Y' TO RSR-XREF-SW
                  WHEN WS-XRF-STAT EQUAL '23'
                       CONTINUE
                  WHEN OTHER
                       SET WS-MSG-OP-AR TO TRUE
                       MOVE WS-XRF-STAT TO WS-ERR-CDE
                       PERFORM Y0003-SVC-ERROR THRU Y0003-EXIT
               END-EVALUATE
            END-IF

            ADD 1 TO WS-INQ-COUNT
            MOVE WS-KEYED-NO TO WS-INQ-NO(WS-INQ-COUNT)

            IF WS-XRF-FILE-YES
               MOVE WS-KEYED-NO TO XRF-OLD-NO
               READ XRFFILE KEY IS XRF-OLD-NO
               EVALUATE TRUE
                  WHEN WS-XRF-STAT EQUAL ZEROES
                       ADD 1 TO WS-INQ-COUNT
                       MOVE XRF-NEW-NO TO WS-INQ-NO(WS-INQ-COUNT)
                       MOVE XRF-NEW-NO TO WS-CURRENT-NO
                       MOVE 'Y' TO RSR-XREF-SW
                  WHEN WS-XRF-STAT EQUAL '23'
                       CONTINUE
                  WHEN OTHER
                       SET WS-MSG-OP-AR TO TRUE
                       MOVE WS-XRF-STAT TO WS-ERR-CDE
                       PERFORM Y0003-SVC-ERROR THRU Y0003-EXIT
               END-EVALUATE
            END-IF
            .
       F0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * LATEST DISPOSITION ACROSS THE WHOLE LIST IN ONE QUERY --  *
      * UNUSED SLOTS REPEAT THE KEYED NUMBER.                     *
      *----------------------------------------------------------*
       F0003-LATEST-AUDIT.

            MOVE WS-KEYED-NO TO HV-INQ-NO-1
            MOVE WS-KEYED-NO TO HV-INQ-NO-2
            MOVE WS-KEYED-NO TO HV-INQ-NO-3
            MOVE WS-INQ-NO(1) TO HV-INQ-NO-1
            IF WS-INQ-COUNT GREATER THAN 1
               MOVE WS-INQ-NO(2) TO HV-INQ-NO-2
            END-IF
            IF WS-INQ-COUNT GREATER THAN 2
               MOVE WS-INQ-NO(3) TO HV-INQ-NO-3
            END-IF

            EXEC SQL
                SELECT AUD_NO, AUD_RUN_DATE, AUD_RUN_TIME,
                       AUD_PROGRAM_ID, AUD_OUTCOME_CDE,
                       AUD_USER_ID
                  INTO :HV-AUD-NO, :HV-AUD-RUN-DATE,
                       :HV-AUD-RUN-TIME, :HV-AUD-PROGRAM,
                       :HV-AUD-OUTCOME, :HV-AUD-USER
                  FROM AUDIT_TRAIL
                 WHERE AUD_NO IN (:HV-INQ-NO-1, :HV-INQ-NO-2,
                                  :HV-INQ-NO-3)
                 ORDER BY AUD_RUN_DATE DESC, AUD_RUN_TIME DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC

            EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                    MOVE HV-AUD-NO       TO AUD-NO
                    MOVE HV-AUD-RUN-DATE TO AUD-RUN-DATE
                    MOVE HV-AUD-RUN-TIME TO AUD-RUN-TIME
                    MOVE HV-AUD-PROGRAM  TO AUD-PROGRAM-ID
                    MOVE HV-AUD-OUTCOME  TO AUD-OUTCOME-CDE
                    MOVE HV-AUD-USER     TO AUD-USER-ID
                    MOVE 'Y'             TO RSR-AUD-SW
                    MOVE AUD-NO          TO RSR-AUD-NO
                    MOVE AUD-RUN-DATE    TO RSR-AUD-DATE
                    MOVE AUD-RUN-TIME    TO RSR-AUD-TIME
                    MOVE AUD-PROGRAM-ID  TO RSR-AUD-PROGRAM
                    MOVE AUD-OUTCOME-CDE TO RSR-AUD-OUTCOME
                    MOVE AUD-USER-ID     TO RSR-AUD-USER
                    PERFORM U0001-OUTCOME-TEXT THRU U0001-EXIT
               WHEN SQLCODE EQUAL 100
                    CONTINUE
               WHEN OTHER
                    SET WS-MSG-SQL-MR TO TRUE
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY '  SQLCODE: ' WS-SQLCODE-DISP
                    MOVE 99 TO WS-ERR-CDE
                    PERFORM Y0003-SVC-ERROR THRU Y0003-EXIT
            END-EVALUATE
            .
       F0003-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NEWEST NUMBER FIRST: AN OPEN REJECT UNDER THE CURRENT     *
      * NUMBER IS THE ONE THE CALLER CARES ABOUT.                 *
      *----------------------------------------------------------*
       F0004-OPEN-REJECT.

            MOVE WS-INQ-NO(WS-INQ-IX) TO REJ-NO
            SUBTRACT 1 FROM WS-INQ-IX

            READ REJFILE

            EVALUATE TRUE
               WHEN WS-REJ-STAT EQUAL ZEROES
                    IF REJ-STA-OPEN
                       SET WS-REJ-FOUND-YES TO TRUE
                       MOVE 'Y'            TO RSR-REJ-SW
                       MOVE REJ-NO         TO RSR-REJ-NO
                       MOVE REJ-REASON-CDE TO RSR-REJ-REASON
                       MOVE REJ-RULE-ID    TO RSR-REJ-RULE-ID
                       MOVE REJ-TS-DATE    TO RSR-REJ-TS-DATE
                    END-IF
               WHEN WS-REJ-STAT EQUAL '23'
                    CONTINUE
               WHEN OTHER
                    SET WS-MSG-RD-RJ TO TRUE
                    MOVE WS-REJ-STAT TO WS-ERR-CDE
                    PERFORM Y0003-SVC-ERROR THRU Y0003-EXIT
            END-EVALUATE
            .
       F0004-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE SHARED BUSY FLAG ('1', ONE-RECORD KSDS) -- SAME TEST  *
      * AS THE SCREENS.  A MISSING FILE OR RECORD MEANS NO BATCH  *
      * HAS EVER RUN WITH THE QUIESCE OPTION.  RE-READ FOR EVERY  *
      * REQUEST: THE WINDOW CAN OPEN WHILE THE SERVICE IS UP.     *
      *----------------------------------------------------------*
       Q0001-CHECK-BATCH-BUSY.

            SET WS-BATCH-BUSY-NO TO TRUE

            IF WS-BSY-FILE-NO
               GO TO Q0001-EXIT
            END-IF

            MOVE '1' TO BSY-KEY
            READ BSYFILE

            IF WS-BSY-STAT EQUAL ZEROES
               IF BSY-BATCH-BUSY
                  SET WS-BATCH-BUSY-YES TO TRUE
               END-IF
            END-IF
            .
       Q0001-EXIT.
            EXIT.

       U0001-OUTCOME-TEXT.

            EVALUATE TRUE
               WHEN AUD-OUTCM-WRITTEN
                    MOVE 'WRITTEN TO REPORT'   TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-REJECTED
                    MOVE 'REJECTED'            TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-ERROR
                    MOVE 'PROCESSING ERROR'    TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-EMPTY
                    MOVE 'EMPTY INPUT FILE'    TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-RECYCLED
                    MOVE 'CORRECTED, RECYCLED' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-DELETED
                    MOVE 'DELETED FROM MASTER' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-BYPASSED
                    MOVE 'BYPASSED, DATE RANGE' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-MNT-ADD
                    MOVE 'MAINT SCREEN ADD'    TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-MNT-CHG
                    MOVE 'MAINT SCREEN CHANGE' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-MNT-DEL
                    MOVE 'MAINT SCREEN DELETE' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-VND-REJ
                    MOVE 'REJECTED BY VENDOR'  TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-XFER
                    MOVE 'DEPT MASS TRANSFER'  TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-REKEYED
                    MOVE 'REKEYED (SEE XREF)'  TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-BACKOUT
                    MOVE 'DAY BACKED OUT'      TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-RESEND
                    MOVE 'VENDOR FILE RESENT'  TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-SAL-HELD
                    MOVE 'HELD FOR APPROVAL'   TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-SAL-APPRV
                    MOVE 'SALARY CHG APPROVED' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-SAL-DECLN
                    MOVE 'SALARY CHG DECLINED' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-SAL-APPLD
                    MOVE 'APPROVED CHG POSTED' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-BNK-ADD
                    MOVE 'BANK DTLS ADDED'     TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-BNK-CHG
                    MOVE 'BANK DTLS CHANGED'   TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-BNK-DEL
                    MOVE 'BANK DTLS DELETED'   TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-DENIED
                    MOVE 'ACCESS DENIED'       TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-RTS-SENT
                    MOVE 'RETURNED TO SENDER'  TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-RTS-CLOSED
                    MOVE 'CLOSED, RESUBMITTED' TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-MERIT
                    MOVE 'MERIT RAISE'         TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-ERASED
                    MOVE 'ERASED'              TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-PAID
                    MOVE 'PAID'                TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-PAY-REJ
                    MOVE 'PAYMENT REJECTED'    TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-NOT-DUE
                    MOVE 'NOT DUE'             TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-INACTIVE
                    MOVE 'INACTIVATED'         TO RSR-AUD-OUTCOME-TXT
               WHEN AUD-OUTCM-REACTIVE
                    MOVE 'REACTIVATED'         TO RSR-AUD-OUTCOME-TXT
               WHEN OTHER
                    MOVE 'UNKNOWN OUTCOME'     TO RSR-AUD-OUTCOME-TXT
            END-EVALUATE
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE REPLY PER REQUEST, PUT WITH MQPUT1 STRAIGHT TO THE    *
      * REQUEST'S REPLY-TO QUEUE (AND QUEUE MANAGER) -- EVERY     *
      * CALLER NAMES ITS OWN.  THE OBJECT DESCRIPTOR IS REUSED:   *
      * IT ONLY MATTERS AT OPEN TIME AND THE REQUEST QUEUE IS     *
      * ALREADY OPEN.  A PUT THAT FAILS IS LOGGED AND COUNTED,    *
      * NOT FATAL.                                                *
      *----------------------------------------------------------*
       V0200-PUT-REPLY.

            MOVE MQMT-REPLY      TO MQMD-MSGTYPE
            MOVE MQFMT-STRING    TO MQMD-FORMAT
            MOVE MQRO-NONE       TO MQMD-REPORT
            MOVE MQENC-NATIVE    TO MQMD-ENCODING
            MOVE MQCCSI-Q-MGR    TO MQMD-CODEDCHARSETID
            MOVE MQMI-NONE       TO MQMD-MSGID
            MOVE WS-RPL-CORRELID TO MQMD-CORRELID
            MOVE SPACES          TO MQMD-REPLYTOQ
            MOVE SPACES          TO MQMD-REPLYTOQMGR

            MOVE MQOT-Q          TO MQOD-OBJECTTYPE
            MOVE WS-RPL-QUEUE    TO MQOD-OBJECTNAME
            MOVE WS-RPL-QMGR     TO MQOD-OBJECTQMGRNAME

            CALL 'MQPUT1' USING WS-MQ-HCONN MQM-OBJECT-DESCRIPTOR
                MQM-MESSAGE-DESCRIPTOR MQM-PUT-MESSAGE-OPTIONS
                WS-MQ-RPL-MSGLEN RSV-REPLY-MSG
                WS-MQ-COMPCODE WS-MQ-REASON

            IF WS-MQ-COMPCODE NOT EQUAL MQCC-OK
               ADD 1 TO WS-UNDELIVERED-CTR
               MOVE WS-MQ-REASON    TO WS-MQ-REASON-DISP
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE ZERO           TO WS-OPR-NO
               MOVE 'W'             TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' REPLY NOT DELIVERED TO '
                       WS-RPL-QUEUE
               DISPLAY '  MQ REASON: ' WS-MQ-REASON-DISP
               GO TO V0200-EXIT
            END-IF

            ADD 1 TO WS-RPL-CTR
            EVALUATE TRUE
               WHEN RSR-RC-FOUND
                    ADD 1 TO WS-RPL-FOUND-CTR
               WHEN RSR-RC-NOT-FOUND
                    ADD 1 TO WS-RPL-NOTFND-CTR
               WHEN RSR-RC-BUSY
                    ADD 1 TO WS-RPL-BUSY-CTR
               WHEN OTHER
                    ADD 1 TO WS-RPL-BAD-CTR
            END-EVALUATE
            .
       V0200-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-MR OR WS-MSG-OP-RJ OR WS-MSG-OP-AR
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-BUSYFLAG
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RD-MR OR WS-MSG-RD-RJ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-MQ-ERR
                    SET WS-RC-MQ-ERR TO TRUE
               WHEN WS-MSG-SQL-MR
                    SET WS-RC-SQL-ERR TO TRUE
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

      *----------------------------------------------------------*
      * A FILE OR TABLE FAILURE WHILE ANSWERING: THE CALLER STILL *
      * GETS A '16' REPLY BEFORE THE SERVICE STOPS, SO IT IS NOT  *
      * LEFT WAITING OUT ITS TIMEOUT.  THE CALLER HAS ALREADY SET *
      * THE ERROR MESSAGE AND CODE.                               *
      *----------------------------------------------------------*
       Y0003-SVC-ERROR.

            SET RSR-RC-SVC-ERROR TO TRUE
            MOVE 'SERVICE ERROR - TRY AGAIN LATER' TO RSR-MESSAGE
            PERFORM V0200-PUT-REPLY THRU V0200-EXIT
            SET WS-PROC-READ TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       Y0003-EXIT.
            EXIT.

       Z0001-CLOS-FILES.

            CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-HOBJ
                WS-MQ-CLOSEOPTS WS-MQ-COMPCODE WS-MQ-REASON.

            CALL 'MQDISC' USING WS-MQ-HCONN
                WS-MQ-COMPCODE WS-MQ-REASON.

            CLOSE MSTFILE REJFILE.

            IF WS-XRF-FILE-YES
               CLOSE XRFFILE
            END-IF.

            IF WS-BSY-FILE-YES
               CLOSE BSYFILE
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  RECORD STATUS SERVICE STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  REQUESTS RECEIVED.......: ' WS-REQ-CTR.
            DISPLAY '  REPLIES SENT............: ' WS-RPL-CTR.
            DISPLAY '    RECORD FOUND..........: ' WS-RPL-FOUND-CTR.
            DISPLAY '    NOT ON MASTER.........: ' WS-RPL-NOTFND-CTR.
            DISPLAY '    BATCH WINDOW BUSY.....: ' WS-RPL-BUSY-CTR.
            DISPLAY '    MALFORMED / ERROR.....: ' WS-RPL-BAD-CTR.
            DISPLAY '  REPLIES NOT DELIVERED...: ' WS-UNDELIVERED-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
