       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT01.
      *----------------------------------------------------------*
      * ONLINE MAINTENANCE SCREEN FOR THE OPERATOR AUTHORITY     *
      * FILE (OPRREC001), FOLLOWING THE MSTMNT01 PATTERN.  THE   *
      * ADMINISTRATOR KEYS A USER ID AND A TRANSACTION ID ON     *
      * OPRMKEY; AN EXISTING ENTRY IS SHOWN ON OPRMMAP FOR       *
      * UPDATE (PF5) OR DELETE (PF6), OTHERWISE THE SCREEN OPENS *
      * EMPTY FOR AN ADD (PF5).                                  *
      *                                                          *
      * EACH FUNCTION FLAG MUST BE Y OR N, AND UPDATE, DELETE OR *
      * APPROVE WITHOUT INQUIRE IS REFUSED -- NO SCREEN CAN BE   *
      * USED WITHOUT FIRST LOOKING A RECORD UP.  NOBODY MAY ADD, *
      * CHANGE OR DELETE THEIR OWN ENTRIES, SO EVERY GRANT IS    *
      * MADE BY A SECOND PERSON.  THE ENTRY IS STAMPED WITH WHO  *
      * CHANGED IT AND WHEN; OPRRVW01 LISTS THE WHOLE FILE FOR   *
      * ACCESS RECERTIFICATION.                                  *
      *                                                          *
      * THIS SCREEN IS GUARDED BY THE SAME FILE AS EVERY OTHER:  *
      * INQUIRE TO LOOK AN ENTRY UP, UPDATE TO SAVE, DELETE TO   *
      * DELETE, ALL FOR THIS SCREEN'S OWN TRANSACTION ID.  THE   *
      * FIRST ADMINISTRATOR'S ENTRY IS THEREFORE LOADED WHEN THE *
      * FILE IS DEFINED (IDCAMS REPRO OF A ONE-RECORD DECK).     *
      *                                                          *
      * The authority file is the OPRFILE KSDS keyed on OPR-KEY; *
      * a refused attempt is written to the audit trail through  *
      * AUDOUT.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-RESP              PIC S9(08) COMP.
       01 WS-OPR-KEY.
           02 WS-OPR-USERID      PIC X(08).
           02 WS-OPR-TRANID      PIC X(04).
      * relative byte address for the audit ESDS write -- CICS
      * returns the RBA it assigned.
       01 WS-AUD-RBA            PIC S9(08) COMP.
      *
      * the entry as keyed, held while the record is re-read for
      * update
       01 WS-NEW-DETAILS.
           02 WS-NEW-NAME        PIC X(30).
           02 WS-NEW-FUNCTIONS.
               05 WS-NEW-FN-INQUIRE  PIC X(01).
               05 WS-NEW-FN-UPDATE   PIC X(01).
               05 WS-NEW-FN-DELETE   PIC X(01).
               05 WS-NEW-FN-APPROVE  PIC X(01).
           02 WS-NEW-FN-FLAGS REDEFINES WS-NEW-FUNCTIONS.
               05 WS-NEW-FN-FLAG     PIC X(01) OCCURS 4 TIMES.
       01 WS-FN-IX              PIC 9(04) COMP.
       01 WS-FLAGS-SW           PIC X(01).
           88 WS-FLAGS-VALID       VALUE 'Y'.
           88 WS-FLAGS-INVALID     VALUE 'N'.
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
           02 WS-CA-OPR-KEY       PIC X(12).
           02 WS-CA-STATE         PIC X(01).
               88 WS-CA-STATE-KEY     VALUE 'K'.
               88 WS-CA-STATE-UPD     VALUE 'U'.
               88 WS-CA-STATE-ADD     VALUE 'A'.
      *
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY OPRMSET.
           COPY AUDREC001.
           COPY OPRREC001.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           02 CA-OPR-KEY.
               05 CA-OPR-USERID   PIC X(08).
               05 CA-OPR-TRANID   PIC X(04).
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
               MOVE SPACES TO OPRMKEYO
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

            EXEC CICS SEND MAP('OPRMKEY')
                MAPSET('OPRMSET')
                FROM(OPRMKEYO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('OPER')
                   NODUMP
               END-EXEC
            END-IF
            .
       B0001-EXIT.
            EXIT.

       C0001-RECEIVE-KEY.

            EXEC CICS RECEIVE MAP('OPRMKEY')
                MAPSET('OPRMSET')
                INTO(OPRMKEYI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO OPRMKEYO
               MOVE 'PLEASE ENTER A USER ID AND TRAN ID' TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            IF OKUSERI EQUAL SPACES OR OKUSERI EQUAL LOW-VALUES
               OR OKTRANI EQUAL SPACES OR OKTRANI EQUAL LOW-VALUES
               MOVE SPACES TO OPRMKEYO
               MOVE 'USER ID AND TRAN ID ARE BOTH REQUIRED'
                 TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            MOVE OKUSERI             TO WS-OPR-USERID
            MOVE OKTRANI             TO WS-OPR-TRANID
            MOVE WS-OPR-KEY          TO CA-OPR-KEY

            SET WS-AUTH-FN-INQUIRE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE SPACES TO OPRMKEYO
               MOVE WS-AUTH-MSG TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO C0001-EXIT
            END-IF

            PERFORM D0001-READ-OPERATOR THRU D0001-EXIT
            .
       C0001-EXIT.
            EXIT.

       D0001-READ-OPERATOR.

            EXEC CICS READ DATASET('OPRFILE')
                INTO(OPERATOR-AUTH-REC)
                RIDFLD(WS-OPR-KEY)
                KEYLENGTH(12)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM E0001-SEND-MAINT-MAP THRU E0001-EXIT
               MOVE 'U' TO CA-STATE
            ELSE
               MOVE SPACES TO OPERATOR-AUTH-REC
               MOVE WS-OPR-KEY TO OPR-KEY
               MOVE 'NNNN' TO OPR-FUNCTIONS
               PERFORM E0001-SEND-MAINT-MAP THRU E0001-EXIT
               MOVE 'A' TO CA-STATE
            END-IF
            .
       D0001-EXIT.
            EXIT.

       E0001-SEND-MAINT-MAP.

            MOVE SPACES              TO OPRMMAPO
            MOVE OPR-USERID           TO OMUSERO
            MOVE OPR-TRANID           TO OMTRANO
            MOVE OPR-NAME             TO OMNAMEO
            MOVE OPR-FN-INQUIRE       TO OMINQO
            MOVE OPR-FN-UPDATE        TO OMUPDO
            MOVE OPR-FN-DELETE        TO OMDELO
            MOVE OPR-FN-APPROVE       TO OMAPRO
            MOVE OPR-CHANGE-ID        TO OMCHIDO
            IF OPR-CHANGE-DATE NUMERIC
               AND OPR-CHANGE-DATE GREATER THAN ZERO
               MOVE OPR-CHANGE-DATE   TO OMCHDTO
            END-IF

            MOVE 'EDIT FIELDS - PF5 SAVES, PF6 DELETES'
                                      TO OMMSGO

            EXEC CICS SEND MAP('OPRMMAP')
                MAPSET('OPRMSET')
                FROM(OPRMMAPO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('OPER')
                   NODUMP
               END-EXEC
            END-IF
            .
       E0001-EXIT.
            EXIT.

       F0001-RECEIVE-UPD.

            MOVE SPACES TO OPRMKEYO

            IF EIBAID EQUAL DFHPF6
               SET WS-AUTH-FN-DELETE TO TRUE
               PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
               IF WS-AUTH-DENIED
                  MOVE WS-AUTH-MSG TO OKMSGO
                  PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
                  SET CA-STATE-KEY TO TRUE
                  GO TO F0001-EXIT
               END-IF
               IF CA-OPR-USERID EQUAL WS-AUTH-USERID
                  MOVE 'CANNOT CHANGE YOUR OWN AUTHORITY' TO OKMSGO
                  PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
                  SET CA-STATE-KEY TO TRUE
                  GO TO F0001-EXIT
               END-IF
               PERFORM H0001-DELETE-OPERATOR THRU H0001-EXIT
               GO TO F0001-EXIT
            END-IF

            IF EIBAID NOT EQUAL DFHPF5
               MOVE 'PF5=SAVE  PF6=DELETE  PF3=EXIT' TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            SET WS-AUTH-FN-UPDATE TO TRUE
            PERFORM K0001-CHECK-AUTHORITY THRU K0001-EXIT
            IF WS-AUTH-DENIED
               MOVE WS-AUTH-MSG TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF CA-OPR-USERID EQUAL WS-AUTH-USERID
               MOVE 'CANNOT CHANGE YOUR OWN AUTHORITY' TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            EXEC CICS RECEIVE MAP('OPRMMAP')
                MAPSET('OPRMSET')
                INTO(OPRMMAPI)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'INPUT ERROR -- PLEASE RE-ENTER USER ID'
                 TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO F0001-EXIT
            END-IF

            IF OMNAMEI EQUAL SPACES OR OMNAMEI EQUAL LOW-VALUES
               MOVE 'OPERATOR NAME IS REQUIRED' TO OMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            MOVE OMNAMEI TO WS-NEW-NAME
            MOVE OMINQI  TO WS-NEW-FN-INQUIRE
            MOVE OMUPDI  TO WS-NEW-FN-UPDATE
            MOVE OMDELI  TO WS-NEW-FN-DELETE
            MOVE OMAPRI  TO WS-NEW-FN-APPROVE

            PERFORM I0001-CHECK-FLAGS THRU I0001-EXIT
            IF WS-FLAGS-INVALID
               MOVE 'EACH FUNCTION MUST BE Y OR N' TO OMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            IF WS-NEW-FN-INQUIRE NOT EQUAL 'Y'
               AND WS-NEW-FUNCTIONS NOT EQUAL 'NNNN'
               MOVE 'UPD/DEL/APPROVE NEED INQUIRE = Y' TO OMMSGO
               PERFORM E0002-RESHOW-BAD THRU E0002-EXIT
               GO TO F0001-EXIT
            END-IF

            IF CA-STATE-ADD
               PERFORM G0001-ADD-OPERATOR THRU G0001-EXIT
            ELSE
               PERFORM G0002-UPDATE-OPERATOR THRU G0002-EXIT
            END-IF
            .
       F0001-EXIT.
            EXIT.

       E0002-RESHOW-BAD.

      *     leave the administrator on the maintenance screen with
      *     the fields exactly as keyed -- the input and output map
      *     layouts redefine the same storage -- and the message
      *     the caller set.  only the key is refreshed.
            MOVE CA-OPR-USERID TO OMUSERO
            MOVE CA-OPR-TRANID TO OMTRANO

            EXEC CICS SEND MAP('OPRMMAP')
                MAPSET('OPRMSET')
                FROM(OPRMMAPO)
                ERASE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('OPER')
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

       G0001-ADD-OPERATOR.

            MOVE SPACES               TO OPERATOR-AUTH-REC
            MOVE CA-OPR-KEY           TO OPR-KEY
            MOVE WS-NEW-NAME          TO OPR-NAME
            MOVE WS-NEW-FUNCTIONS     TO OPR-FUNCTIONS
            PERFORM G0003-STAMP-CHANGE THRU G0003-EXIT

            EXEC CICS WRITE DATASET('OPRFILE')
                FROM(OPERATOR-AUTH-REC)
                RIDFLD(OPR-KEY)
                KEYLENGTH(12)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'ADDED -- ENTER NEXT USER ID' TO OKMSGO
            ELSE
               MOVE 'ADD FAILED -- SEE OPS' TO OKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       G0001-EXIT.
            EXIT.

       G0002-UPDATE-OPERATOR.

            MOVE CA-OPR-KEY TO WS-OPR-KEY

            EXEC CICS READ DATASET('OPRFILE')
                INTO(OPERATOR-AUTH-REC)
                RIDFLD(WS-OPR-KEY)
                KEYLENGTH(12)
                UPDATE
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'ENTRY NO LONGER ON FILE' TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO G0002-EXIT
            END-IF

            IF WS-NEW-NAME EQUAL OPR-NAME
               AND WS-NEW-FUNCTIONS EQUAL OPR-FUNCTIONS
               EXEC CICS UNLOCK DATASET('OPRFILE')
               END-EXEC
               MOVE 'NO CHANGE -- ENTER NEXT USER ID' TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO G0002-EXIT
            END-IF

            MOVE WS-NEW-NAME          TO OPR-NAME
            MOVE WS-NEW-FUNCTIONS     TO OPR-FUNCTIONS
            PERFORM G0003-STAMP-CHANGE THRU G0003-EXIT

            EXEC CICS REWRITE DATASET('OPRFILE')
                FROM(OPERATOR-AUTH-REC)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'CHANGED -- ENTER NEXT USER ID' TO OKMSGO
            ELSE
               MOVE 'UPDATE FAILED -- SEE OPS' TO OKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       G0002-EXIT.
            EXIT.

       G0003-STAMP-CHANGE.

            MOVE WS-AUTH-USERID       TO OPR-CHANGE-ID
            ACCEPT OPR-CHANGE-DATE FROM DATE YYYYMMDD
            ACCEPT OPR-CHANGE-TIME FROM TIME
            .
       G0003-EXIT.
            EXIT.

       H0001-DELETE-OPERATOR.

            IF CA-STATE-ADD
               MOVE 'NOTHING TO DELETE -- NO ENTRY ON FILE'
                 TO OKMSGO
               PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
               SET CA-STATE-KEY TO TRUE
               GO TO H0001-EXIT
            END-IF

            MOVE CA-OPR-KEY TO WS-OPR-KEY

            EXEC CICS DELETE DATASET('OPRFILE')
                RIDFLD(WS-OPR-KEY)
                KEYLENGTH(12)
                RESP(WS-RESP)
            END-EXEC

            IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'ENTRY DELETED -- ENTER NEXT USER ID' TO OKMSGO
            ELSE
               MOVE 'DELETE FAILED -- SEE OPS' TO OKMSGO
            END-IF

            PERFORM B0001-SEND-KEY-MAP THRU B0001-EXIT
            SET CA-STATE-KEY TO TRUE
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EVERY FUNCTION FLAG AS KEYED MUST BE Y OR N.              *
      *----------------------------------------------------------*
       I0001-CHECK-FLAGS.

            SET WS-FLAGS-VALID TO TRUE
            MOVE 1 TO WS-FN-IX
            PERFORM I0002-CHECK-FLAG THRU I0002-EXIT
                UNTIL WS-FN-IX GREATER THAN 4
            .
       I0001-EXIT.
            EXIT.

       I0002-CHECK-FLAG.

            IF WS-NEW-FN-FLAG(WS-FN-IX) NOT EQUAL 'Y'
               AND WS-NEW-FN-FLAG(WS-FN-IX) NOT EQUAL 'N'
               SET WS-FLAGS-INVALID TO TRUE
            END-IF
            ADD 1 TO WS-FN-IX
            .
       I0002-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * OPERATOR AUTHORITY -- THE CALLER SETS WS-AUTH-FUNCTION.   *
      * THE SIGNED-ON USER'S OPRFILE ENTRY FOR THIS TRANSACTION   *
      * MUST CARRY THAT FUNCTION; NO ENTRY, OR A FILE THAT CANNOT *
      * BE READ, IS A REFUSAL.  A REFUSAL IS WRITTEN TO THE AUDIT *
      * TRAIL WITH THE USER ID AND WS-AUTH-MSG IS LEFT READY FOR  *
      * THE CALLER TO SEND.  IT SHARES OPERATOR-AUTH-REC WITH THE *
      * ENTRY BEING MAINTAINED, SO EVERY CALLER RE-READS THAT     *
      * ENTRY AFTERWARDS.                                         *
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

      *----------------------------------------------------------*
      * THE AUTHORITY FILE IS NOT KEYED ON AN MR-NO, SO A REFUSED *
      * ATTEMPT IS WRITTEN WITH AUD-NO ZERO; THE USER ID AND      *
      * PROGRAM IDENTIFY IT.                                      *
      *----------------------------------------------------------*
       X0001-WRITE-AUDIT.

            MOVE ZERO                TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE 'OPRMNT01'          TO AUD-PROGRAM-ID
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
               MOVE 'WARNING: AUDIT ENTRY NOT WRITTEN' TO OKMSGO
            END-IF
            .
       X0001-EXIT.
            EXIT.
