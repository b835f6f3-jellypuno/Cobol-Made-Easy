      * The master file is the MSTOUT KSDS keyed on MR-NO; the   *
      * audit trail is written through AUDOUT (the ESDS leg of   *
      * the same dataset AUDINQ01 browses through its AIX path). *
      * Every add, update and delete also writes the before and  *
      * after images to the change journal through JRNOUT (an    *
      * ESDS, written the same way as AUDOUT).                   *
      *                                                          *
      * A SALARY CHANGE OF MORE THAN WS-DC-LIMIT-PCT PERCENT IS  *
      * NOT POSTED: THE OTHER FIELDS ARE UPDATED, THE SALARY IS  *
      * LEFT AS IT WAS, AND THE NEW AMOUNT IS PARKED ON THE      *
      * APRFILE KSDS FOR A SECOND OPERATOR ON SALAPR01.  THE     *
      * NEXT MASTER UPDATE RUN POSTS IT ONCE APPROVED.           *
      *                                                          *
      * A RECORD THE DORMNT01 RUN HAS MARKED INACTIVE CANNOT BE  *
      * UPDATED HERE (IT CAN STILL BE DELETED): PF7 REACTIVATES  *
      * IT, UNDER THE OPERATOR'S UPDATE AUTHORITY, WITH ITS OWN  *
      * AUDIT ENTRY AND JOURNAL IMAGE.                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * returns the RBA it assigned; a keyed write against an ESDS
      * would raise INVREQ.
       01 WS-AUD-RBA            PIC S9(08) COMP.
       01 WS-JRN-RBA            PIC S9(08) COMP.
       01 WS-JRN-USERID         PIC X(08).
       01 WS-MST-NUMERIC-DISP   PIC 9(11).
       01 WS-MST-NUMERIC-SIGN   PIC X(01).
      * dual control on salary changes -- the limit is on DCLCONST,
      * the copybook the batch update run takes it from.
       01 WS-DUAL-CONTROL.
           02 WS-DC-PCT          PIC S9(05)V99.
           02 WS-DC-DIFF         PIC S9(11)V99.
           02 WS-DC-BASE         PIC S9(11)V99.
           02 WS-DC-WORK         PIC S9(13)V99.
           02 WS-DC-OLD-NUMERIC  PIC S9(09)V99.
           02 WS-DC-NEW-NUMERIC  PIC S9(09)V99.
           02 WS-DC-USERID       PIC X(08).
           02 WS-DC-HOLD-SW      PIC X(01).
               88 WS-DC-HOLD-NO      VALUE 'N'.
               88 WS-DC-HOLD-YES     VALUE 'Y'.
               88 WS-DC-HOLD-BLOCKED VALUE 'B'.
      * batch-window quiesce: the shared busy flag is read before
      * any write; updates are refused while a batch run that
      * touches the same KSDS is in flight.
           02 WS-VAL-MAX-DD      PIC 9(02).
           02 WS-VAL-DIV         PIC 9(04).
           02 WS-VAL-REM         PIC 9(04).
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
           02 WS-CA-MST-NO        PIC 9(09).
           COPY MSTREC001.
           COPY AUDREC001.
           COPY BSYREC001.
           COPY APRREC001.
           COPY DCLCONST.
           COPY JRNREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
            MOVE MKNOI               TO WS-MST-KEY
            MOVE MKNOI               TO CA-MST-NO

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            .
       C0001-EXIT.
            MOVE MR-ADDRESS-LINE-1    TO MMADDRO
            MOVE MR-DEPT-CODE         TO MMDEPTO

            IF MR-STAT-INACTIVE
               MOVE 'RECORD INACTIVE - PF7 REACTIVATES'
                                      TO MMMSGO
            ELSE
               MOVE 'EDIT FIELDS - PF5 SAVES, PF6 DELETES'
                                      TO MMMSGO
            END-IF

            EXEC CICS SEND MAP('MSTMMAP')
                MAPSET('MSTMSET')
            END-IF

            IF EIBAID EQUAL DFHPF6
               SET WS-AUTH-FN-DELETE TO TRUE
               PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
               IF WS-AUTH-DENIED
                  PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
                  GO TO F0001-EXIT
               END-IF
               PERFORM H0001-DELETE-MASTER THRU H0001-EXIT
               GO TO F0001-EXIT
            END-IF

            IF EIBAID EQUAL DFHPF7
               SET WS-AUTH-FN-UPDATE TO TRUE
               PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
               IF WS-AUTH-DENIED
                  PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
                  GO TO F0001-EXIT
               END-IF
               PERFORM H0002-REACTIVATE-MASTER THRU H0002-EXIT
               GO TO F0001-EXIT
            END-IF

            IF EIBAID NOT EQUAL DFHPF5
               MOVE 'PF5=SAVE PF6=DELETE PF7=REACT PF3=EXIT'
                 TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            SET WS-AUTH-FN-UPDATE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               PERFORM K0002-SEND-REFUSAL THRU K0002-EXIT
               GO TO F0001-EXIT
            END-IF

            EXEC CICS RECEIVE MAP('MSTMMAP')
                MAPSET('MSTMSET')
                INTO(MSTMMAPI)
            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-MNT-ADD TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE SPACES      TO JRN-BEFORE-IMAGE
               MOVE MASTER-REC  TO JRN-AFTER-IMAGE
               SET JRN-ACT-ADD  TO TRUE
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
               MOVE 'RECORD ADDED -- ENTER NEXT MR-NO' TO MKMSGO
            ELSE
               MOVE 'ADD FAILED -- SEE OPS' TO MKMSGO
               GO TO G0002-EXIT
            END-IF

      *     an inactive record is out of use until it is brought
      *     back -- the rewrite is given up and the lock released
            IF MR-STAT-INACTIVE
               EXEC CICS UNLOCK DATASET('MSTOUT')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'RECORD INACTIVE - REACTIVATE (PF7) FIRST'
                 TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO G0002-EXIT
            END-IF

      *     re-apply the screen fields over the freshly read
      *     record so fields the screen does not carry survive
            MOVE MR-NUMERIC           TO WS-DC-OLD-NUMERIC
            MOVE MASTER-REC           TO JRN-BEFORE-IMAGE
            MOVE MMDATEI              TO MR-DATE
            MOVE MMTSDTI              TO MR-TS-DATE
            MOVE MMNUMI(2:11)         TO WS-MST-NUMERIC-DISP
            MOVE MMADDRI              TO MR-ADDRESS-LINE-1
            MOVE MMDEPTI              TO MR-DEPT-CODE

            PERFORM G0003-CHECK-DUAL-CTL THRU G0003-EXIT

            EXEC CICS REWRITE DATASET('MSTOUT')
                FROM(MASTER-REC)
                RESP(WS-RESP)
            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-MNT-CHG TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE MASTER-REC     TO JRN-AFTER-IMAGE
               SET JRN-ACT-CHANGE  TO TRUE
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
               EVALUATE TRUE
                  WHEN WS-DC-HOLD-YES
                       PERFORM G0004-HOLD-CHANGE THRU G0004-EXIT
                  WHEN WS-DC-HOLD-BLOCKED
                       MOVE 'UPDATED -- SALARY NOT CHANGED, APPROVED'
                         TO MKMSGO
                  WHEN OTHER
                       MOVE 'RECORD UPDATED -- ENTER NEXT MR-NO'
                         TO MKMSGO
               END-EVALUATE
            ELSE
               MOVE 'UPDATE FAILED -- SEE OPS' TO MKMSGO
            END-IF
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SAME TEST AS Q0011-CHECK-DUAL-CTL IN THE UPDATE RUN: THE  *
      * MOVE AS A PERCENTAGE OF THE CURRENT SALARY, ANY MOVE AWAY *
      * FROM ZERO COUNTING AS OVER.  A HELD SALARY IS PUT BACK TO *
      * THE MASTER AMOUNT BEFORE THE REWRITE.  WHILE AN APPROVED  *
      * CHANGE IS WAITING FOR THE UPDATE RUN TO POST IT, NO NEW   *
      * LARGE CHANGE IS TAKEN -- IT WOULD OVERLAY THE APPROVAL.   *
      *----------------------------------------------------------*
       G0003-CHECK-DUAL-CTL.

            SET WS-DC-HOLD-NO TO TRUE

            IF MR-NUMERIC EQUAL WS-DC-OLD-NUMERIC
               GO TO G0003-EXIT
            END-IF

            SUBTRACT WS-DC-OLD-NUMERIC FROM MR-NUMERIC
                GIVING WS-DC-DIFF
            IF WS-DC-DIFF LESS THAN ZERO
               MULTIPLY -1 BY WS-DC-DIFF
            END-IF

            MOVE WS-DC-OLD-NUMERIC TO WS-DC-BASE
            IF WS-DC-BASE LESS THAN ZERO
               MULTIPLY -1 BY WS-DC-BASE
            END-IF

            IF WS-DC-BASE EQUAL ZERO
               MOVE 99999.99 TO WS-DC-PCT
            ELSE
               MULTIPLY WS-DC-DIFF BY 100 GIVING WS-DC-WORK
               DIVIDE WS-DC-WORK BY WS-DC-BASE
                   GIVING WS-DC-PCT ROUNDED
                   ON SIZE ERROR
                      MOVE 99999.99 TO WS-DC-PCT
               END-DIVIDE
            END-IF

            IF WS-DC-PCT NOT GREATER THAN WS-DC-LIMIT-PCT
               GO TO G0003-EXIT
            END-IF

            MOVE MR-NUMERIC        TO WS-DC-NEW-NUMERIC
            MOVE WS-DC-OLD-NUMERIC TO MR-NUMERIC
            SET WS-DC-HOLD-YES     TO TRUE

            MOVE CA-MST-NO TO APR-NO

            EXEC CICS READ DATASET('APRFILE')
                INTO(SALARY-APPROVAL-REC)
                RIDFLD(APR-NO)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               IF APR-STA-APPROVED
                  SET WS-DC-HOLD-BLOCKED TO TRUE
               END-IF
            END-IF
            .
       G0003-EXIT.
            EXIT.

       G0004-HOLD-CHANGE.

            EXEC CICS ASSIGN
                USERID(WS-DC-USERID)
            END-EXEC

            MOVE CA-MST-NO TO APR-NO

            EXEC CICS READ DATASET('APRFILE')
                INTO(SALARY-APPROVAL-REC)
                RIDFLD(APR-NO)
                KEYLENGTH(9)
                UPDATE
                RESP(WS-RESP)
            END-EXEC

            MOVE SPACES             TO SALARY-APPROVAL-REC
            MOVE CA-MST-NO          TO APR-NO
            SET APR-STA-PENDING     TO TRUE
            SET APR-ORIG-ONLINE     TO TRUE
            MOVE WS-DC-OLD-NUMERIC  TO APR-OLD-NUMERIC
            MOVE WS-DC-NEW-NUMERIC  TO APR-NEW-NUMERIC
            MOVE WS-DC-PCT          TO APR-PCT-CHANGE
            MOVE MR-NAME            TO APR-NAME
            MOVE MR-DEPT-CODE       TO APR-DEPT-CODE
            MOVE WS-DC-USERID       TO APR-MAKER-ID
            MOVE 'MSTMNT01'         TO APR-MAKER-PGM
            MOVE SPACES             TO APR-MAKER-SRC
            ACCEPT APR-MAKER-DATE FROM DATE YYYYMMDD
            ACCEPT APR-MAKER-TIME FROM TIME
            MOVE SPACES             TO APR-CHECKER-ID
            MOVE ZERO               TO APR-DECIDE-DATE
            MOVE ZERO               TO APR-DECIDE-TIME
            MOVE ZERO               TO APR-APPLY-DATE

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE DATASET('APRFILE')
                   FROM(SALARY-APPROVAL-REC)
                   RESP(WS-RESP)
               END-EXEC
            ELSE
               EXEC CICS WRITE DATASET('APRFILE')
                   FROM(SALARY-APPROVAL-REC)
                   RIDFLD(APR-NO)
                   KEYLENGTH(9)
                   RESP(WS-RESP)
               END-EXEC
            END-IF

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'UPDATED -- SALARY HOLD FAILED, SEE OPS'
                 TO MKMSGO
               GO TO G0004-EXIT
            END-IF

            SET AUD-OUTCM-SAL-HELD TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            MOVE 'UPDATED -- SALARY HELD FOR APPROVAL' TO MKMSGO
            .
       G0004-EXIT.
            EXIT.

       H0001-DELETE-MASTER.

            IF CA-STATE-ADD

            MOVE CA-MST-NO TO WS-MST-KEY

      *     the image going away is read first for the journal
            EXEC CICS READ DATASET('MSTOUT')
                INTO(MASTER-REC)
                RIDFLD(WS-MST-KEY)
                KEYLENGTH(9)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'MR-NO NO LONGER ON MASTER FILE' TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0001-EXIT
            END-IF

            MOVE MASTER-REC TO JRN-BEFORE-IMAGE

            EXEC CICS DELETE DATASET('MSTOUT')
                RIDFLD(WS-MST-KEY)
                KEYLENGTH(9)
            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-MNT-DEL TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE SPACES         TO JRN-AFTER-IMAGE
               SET JRN-ACT-DELETE  TO TRUE
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
               MOVE 'RECORD DELETED -- ENTER NEXT MR-NO' TO MKMSGO
            ELSE
               MOVE 'DELETE FAILED -- SEE OPS' TO MKMSGO
       H0001-EXIT.
            EXIT.

      *    the status byte is the only thing changed -- the screen
      *    fields are not applied, so what the operator sees on the
      *    record after reactivation is what DORMNT01 left
       H0002-REACTIVATE-MASTER.

            IF CA-STATE-ADD
               MOVE 'NOTHING TO REACTIVATE - NOT ON FILE'
                 TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0002-EXIT
            END-IF

            MOVE CA-MST-NO TO WS-MST-KEY

            EXEC CICS READ DATASET('MSTOUT')
                INTO(MASTER-REC)
                RIDFLD(WS-MST-KEY)
                KEYLENGTH(9)
                UPDATE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'MR-NO NO LONGER ON MASTER FILE' TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0002-EXIT
            END-IF

            IF NOT MR-STAT-INACTIVE
               EXEC CICS UNLOCK DATASET('MSTOUT')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'RECORD IS ALREADY ACTIVE' TO MKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0002-EXIT
            END-IF

            MOVE MASTER-REC TO JRN-BEFORE-IMAGE
            SET MR-STAT-ACTIVE TO TRUE

            EXEC CICS REWRITE DATASET('MSTOUT')
                FROM(MASTER-REC)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET AUD-OUTCM-REACTIVE TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               MOVE MASTER-REC         TO JRN-AFTER-IMAGE
               SET JRN-ACT-REACTIVATE  TO TRUE
               PERFORM X0002-WRITE-JOURNAL THRU X0002-EXIT
               MOVE 'RECORD REACTIVATED -- ENTER NEXT MR-NO'
                 TO MKMSGO
            ELSE
               MOVE 'REACTIVATE FAILED -- SEE OPS' TO MKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       H0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * THE SHARED BUSY FLAG ('BSYFLAG', ONE-RECORD KSDS, KEY     *
      * '1') -- SET BY THE BATCH JOBS AT START OF RUN, CLEARED    *
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

      *    the refusal goes back on the key map; B0001 clears the
      *    map before it sends, so the message is sent from here
       K0002-SEND-REFUSAL.

            MOVE SPACES             TO MSTMKEYO
            MOVE WS-AUTH-MSG        TO MKMSGO

            EXEC CICS SEND MAP('MSTMKEY')
                MAPSET('MSTMSET')
                FROM(MSTMKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('MSER')
                   NODUMP
               END-EXEC
            END-IF

            SET CA-STATE-KEY TO TRUE
            .
       K0002-EXIT.
            EXIT.

       X0001-WRITE-AUDIT.

            MOVE CA-MST-NO          TO AUD-NO
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'MSTMNT01'          TO AUD-PROGRAM-ID
            MOVE SPACES              TO AUD-SOURCE-SYS
            MOVE WS-AUTH-USERID      TO AUD-USER-ID

            MOVE ZERO TO WS-AUD-RBA

            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CHANGE JOURNAL ENTRY -- THE CALLER HAS LOADED BOTH IMAGES *
      * AND THE ACTION.  A FAILED WRITE WARNS THE OPERATOR THE    *
      * SAME WAY A FAILED AUDIT WRITE DOES; THE MASTER CHANGE     *
      * ITSELF HAS ALREADY BEEN MADE.                             *
      *----------------------------------------------------------*
       X0002-WRITE-JOURNAL.

            EXEC CICS ASSIGN
                USERID(WS-JRN-USERID)
            END-EXEC

            MOVE CA-MST-NO          TO JRN-NO
            MOVE CA-MST-NO          TO JRN-OLD-NO
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-TIME FROM TIME
            MOVE 'MSTMNT01'          TO JRN-PROGRAM-ID
            MOVE WS-JRN-USERID       TO JRN-OPERATOR
            MOVE SPACES              TO JRN-SOURCE-SYS

            MOVE ZERO TO WS-JRN-RBA

            EXEC CICS WRITE DATASET('JRNOUT')
                FROM(CHANGE-JOURNAL-REC)
                RIDFLD(WS-JRN-RBA)
                RBA
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'WARNING: JOURNAL ENTRY NOT WRITTEN' TO MKMSGO
            END-IF
            .
       X0002-EXIT.
            EXIT.
