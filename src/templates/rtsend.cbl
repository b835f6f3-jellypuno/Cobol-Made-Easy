       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTSGEN01.
      *----------------------------------------------------------*
      * DAILY RETURN-TO-SENDER REJECT FEED.  READS THE DAY'S      *
      * REJECT FILE (REJIN, THE DAILY RUN'S SEQUENTIAL REJECTS)   *
      * AND RETURNS EVERY REJECT TO THE SOURCE SYSTEM THAT SENT   *
      * IT, ONE OUTBOUND FILE PER SOURCE (RTSOUT1/RTSOUT2/RTSOUT3 *
      * FOR THE SOURCE1=/SOURCE2=/SOURCE3= CONTROL CARDS -- THE   *
      * SAME CARD DECK FEDMRG01 STAMPS THE FEEDS FROM).  EACH     *
      * FILE CARRIES A HEADER, ONE DETAIL PER RETURNED REJECT IN  *
      * INREC001 LAYOUT WITH ITS REASON CODE, RULE ID AND REASON  *
      * TEXT, AND A COUNT / HASH TRAILER (RTSREC001), AND IS CUT  *
      * EVERY DAY, EVEN EMPTY, SO THE SENDER CAN PROVE RECEIPT.   *
      *                                                           *
      * A RETURNED REJECT IS FLIPPED FROM OPEN TO WITH-SENDER ON  *
      * THE OPERATIONAL REJECT KSDS (REJFILE, KEY REJ-NO, THE     *
      * FILE RJCORR01 AND RJRECY01 WORK FROM) AND AUDITED, SO THE *
      * SCREENS AND REJAGE01 STOP TREATING IT AS OURS; THE DAILY  *
      * RUN CLOSES IT WHEN THE SENDER'S RESUBMISSION ARRIVES.     *
      * THE STEP RUNS AFTER THE DAY'S REJECTS ARE LOADED TO THE   *
      * KSDS.  A REJECT IS KEPT HERE, AND LISTED AS KEPT, WHEN    *
      * IT CARRIES NO SOURCE WITH A RETURN ROUTE, IS NOT ON THE   *
      * KSDS (WARNING 8007W -- THE LOAD WAS MISSED), OR HAS GONE  *
      * BEYOND OPEN (SOMEONE HERE IS ALREADY CORRECTING IT), OR   *
      * IS A ONE-OFF PAYMENT REJECT (THERE IS NO INREC001 IMAGE   *
      * TO RETURN; PAYMENTS ARE CORRECTED AND RECYCLED HERE).  AN *
      * ENTRY ALREADY WITH-SENDER IS SENT AGAIN UNCHANGED, SO A   *
      * RERUN OF THE STEP RECUTS THE SAME FILES.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CARDIN ASSIGN TO CARDIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STAT.

            SELECT REJIN ASSIGN TO REJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STAT.

            SELECT REJFILE ASSIGN TO REJFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RJK-NO
                FILE STATUS IS WS-RJK-STAT.

            SELECT RTSOUT1 ASSIGN TO RTSOUT1
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RT1-STAT.

            SELECT RTSOUT2 ASSIGN TO RTSOUT2
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RT2-STAT.

            SELECT RTSOUT3 ASSIGN TO RTSOUT3
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RT3-STAT.

            SELECT AUDFILE ASSIGN TO AUDFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.

            SELECT BSYFILE ASSIGN TO BSYFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BSY-KEY
                FILE STATUS IS WS-BSY-STAT.

            SELECT CYCFILE ASSIGN TO CYCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CYC-KEY
                FILE STATUS IS WS-CYC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDIN.
       01 CONTROL-CARD-REC      PIC X(80).

       FD REJIN.
       COPY REJREC001.

       FD REJFILE.
       COPY RJKREC001.

       FD RTSOUT1.
       01 RTS-OUT1-REC          PIC X(240).

       FD RTSOUT2.
       01 RTS-OUT2-REC          PIC X(240).

       FD RTSOUT3.
       01 RTS-OUT3-REC          PIC X(240).

       FD AUDFILE.
       COPY AUDREC001.

       FD OUTFILE.
       COPY PRTREC001.

       FD BSYFILE.
       COPY BSYREC001.

       FD CYCFILE.
       COPY CYCREC001.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-NAME       PIC X(08) VALUE 'RTSGEN01'.

       COPY CONSTANT.
       COPY RTSREC001.

       01 RTS-REPORT-LAYOUT.
            02 RTS-HEADER-LAYOUT-1.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(31)
                   VALUE 'RETURN-TO-SENDER REJECT FEED  '.
                05 FILLER       PIC X(08) VALUE 'RUN ON  '.
                05 RRH-RUN-DATE PIC 9(08).
                05 FILLER       PIC X(84) VALUE SPACES.
            02 RTS-ITEM-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RIL-ACTION   PIC X(10).
                05 RIL-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'SOURCE '.
                05 RIL-SOURCE   PIC X(02).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RIL-REASON   PIC X(30).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'RULE '.
                05 RIL-RULE-ID  PIC X(04).
                05 FILLER       PIC X(58) VALUE SPACES.
            02 RTS-SOURCE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(07) VALUE 'SOURCE '.
                05 RSL-SOURCE   PIC X(02).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RSL-DDNAME   PIC X(08).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'RETURNED '.
                05 RSL-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'HASH '.
                05 RSL-HASH     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(68) VALUE SPACES.
            02 RTS-COUNT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 RCL-LABEL    PIC X(28).
                05 RCL-COUNT    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER       PIC X(92) VALUE SPACES.

      *    source-system codes off the control cards, in the
      *    order of the outbound files RTSOUT1 / RTSOUT2 / RTSOUT3
       01 WS-SOURCE-CODES.
            02 WS-SRC-CODE-1     PIC X(02) VALUE SPACES.
            02 WS-SRC-CODE-2     PIC X(02) VALUE SPACES.
            02 WS-SRC-CODE-3     PIC X(02) VALUE SPACES.

      *    per outbound file: details written and the hash of
      *    their record numbers, for the trailer
       01 WS-RTS-TOTALS.
            02 WS-RTS-ENTRY OCCURS 3 TIMES.
                05 WS-RTS-CTR    PIC 9(07) COMP-3.
                05 WS-RTS-HASH   PIC 9(15) COMP-3.

       01 WS-RTS-BUFFER         PIC X(240) VALUE SPACES.

       77 WS-RTS-IX             PIC 9(04) COMP VALUE ZERO.
       77 WS-RTS-SOURCE         PIC X(02) VALUE SPACES.
       77 WS-RTS-RUN-DATE       PIC 9(08) VALUE ZERO.
       77 WS-RTS-REASON-TEXT    PIC X(30) VALUE SPACES.
       77 WS-REJ-READ-CTR       PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SENT-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-KEPT-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-NOKEY-CTR          PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            PERFORM C0003-PROC-CTL-CARDS THRU C0003-EXIT
            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            MOVE 'Y' TO WS-BSY-SETTING
            PERFORM K0006-PUT-BUSY-FLAG THRU K0006-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-REJECT THRU D0001-EXIT
            PERFORM E0001-PROC-REJECT THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SOURCE1=XX / SOURCE2=XX / SOURCE3=XX CARDS, ONE PER       *
      * OUTBOUND FILE, READ AND VALIDATED BEFORE ANY FILE IS      *
      * TOUCHED.  ALL THREE ARE REQUIRED AND MUST DIFFER, AS ON   *
      * FEDMRG01.                                                 *
      *----------------------------------------------------------*
       C0003-PROC-CTL-CARDS.

            SET WS-EOF-NO TO TRUE

            OPEN INPUT CARDIN

            IF WS-CRD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            PERFORM C0004-READ-CARD THRU C0004-EXIT
            PERFORM C0005-PROC-CARD THRU C0005-EXIT
                UNTIL WS-EOF-YES

            CLOSE CARDIN

            IF WS-SRC-CODE-1 EQUAL SPACES
               OR WS-SRC-CODE-2 EQUAL SPACES
               OR WS-SRC-CODE-3 EQUAL SPACES
               OR WS-SRC-CODE-1 EQUAL WS-SRC-CODE-2
               OR WS-SRC-CODE-1 EQUAL WS-SRC-CODE-3
               OR WS-SRC-CODE-2 EQUAL WS-SRC-CODE-3
               DISPLAY 'RTSGEN01: SOURCE CODES MISSING OR REPEATED'
               SET WS-MSG-BAD-CARD TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0003-EXIT.
            EXIT.

       C0004-READ-CARD.

            READ CARDIN
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-CRD-STAT NOT EQUAL ZEROES
               AND WS-CRD-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CD TO TRUE
               MOVE WS-CRD-STAT TO WS-ERR-CDE
               SET WS-PROC-CARD TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       C0004-EXIT.
            EXIT.

       C0005-PROC-CARD.

            IF CONTROL-CARD-REC(1:1) EQUAL '*'
               OR CONTROL-CARD-REC EQUAL SPACES
               GO TO C0005-NEXT
            END-IF

            MOVE SPACES TO WS-CARD-KEYWORD
            MOVE SPACES TO WS-CARD-VALUE
            UNSTRING CONTROL-CARD-REC
                DELIMITED BY '='
                INTO WS-CARD-KEYWORD WS-CARD-VALUE
            END-UNSTRING

            EVALUATE WS-CARD-KEYWORD

               WHEN 'SOURCE1'
                    MOVE WS-CARD-VALUE(1:2) TO WS-SRC-CODE-1

               WHEN 'SOURCE2'
                    MOVE WS-CARD-VALUE(1:2) TO WS-SRC-CODE-2

               WHEN 'SOURCE3'
                    MOVE WS-CARD-VALUE(1:2) TO WS-SRC-CODE-3

               WHEN OTHER
                    DISPLAY 'UNUSABLE CONTROL CARD: '
                            CONTROL-CARD-REC(1:40)
                    SET WS-MSG-BAD-CARD TO TRUE
                    MOVE 99 TO WS-ERR-CDE
                    SET WS-PROC-CARD TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

            END-EVALUATE.

       C0005-NEXT.

            PERFORM C0004-READ-CARD THRU C0004-EXIT
            .
       C0005-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT REJIN.

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O REJFILE.

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT RTSOUT1.

            IF WS-RT1-STAT NOT EQUAL ZEROES
               SET WS-MSG-RTSFILE TO TRUE
               MOVE WS-RT1-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT RTSOUT2.

            IF WS-RT2-STAT NOT EQUAL ZEROES
               SET WS-MSG-RTSFILE TO TRUE
               MOVE WS-RT2-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT RTSOUT3.

            IF WS-RT3-STAT NOT EQUAL ZEROES
               SET WS-MSG-RTSFILE TO TRUE
               MOVE WS-RT3-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND AUDFILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
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

       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            INITIALIZE WS-RTS-TOTALS
            ACCEPT WS-START-TIME   FROM TIME
            ACCEPT WS-RTS-RUN-DATE FROM DATE YYYYMMDD

            MOVE WS-RTS-RUN-DATE   TO RRH-RUN-DATE
            MOVE RTS-HEADER-LAYOUT-1 TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 1 TO WS-RTS-IX
            PERFORM V0110-WRITE-HEADER THRU V0110-EXIT
                UNTIL WS-RTS-IX GREATER THAN 3
            .
       C0001-EXIT.
            EXIT.

       D0001-READ-REJECT.

            READ REJIN
              AT END
                 SET WS-EOF-YES TO TRUE
                 GO TO D0001-EXIT
            END-READ

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-REJ-READ-CTR
            .
       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE REJECT OF THE DAY: ROUTE IT BY THE SOURCE SYSTEM      *
      * INSIDE REJ-VARCHAR, PROVE IT IS STILL OURS ON THE KSDS,   *
      * HAND IT TO THE SENDER AND AUDIT THE HAND-OVER.            *
      *----------------------------------------------------------*
       E0001-PROC-REJECT.

      *     REJ-VARCHAR is the IR-VARCHAR image, so the source
      *     system the consolidation step stamped sits at the
      *     same offset here (name 12 + addresses 36 + dept 4)
            MOVE REJ-VARCHAR(53:2) TO WS-RTS-SOURCE
            PERFORM U0001-REASON-TEXT THRU U0001-EXIT

            IF REJ-PAY-REJECT
               MOVE 'KEPT - ONE-OFF PAYMENT' TO RIL-REASON
               PERFORM G0002-PRNT-KEPT THRU G0002-EXIT
               GO TO E0001-NEXT
            END-IF

            EVALUATE WS-RTS-SOURCE
               WHEN SPACES
                    MOVE ZERO TO WS-RTS-IX
               WHEN WS-SRC-CODE-1
                    MOVE 1 TO WS-RTS-IX
               WHEN WS-SRC-CODE-2
                    MOVE 2 TO WS-RTS-IX
               WHEN WS-SRC-CODE-3
                    MOVE 3 TO WS-RTS-IX
               WHEN OTHER
                    MOVE ZERO TO WS-RTS-IX
            END-EVALUATE

            IF WS-RTS-IX EQUAL ZERO
               MOVE 'KEPT - NO RETURN ROUTE' TO RIL-REASON
               PERFORM G0002-PRNT-KEPT THRU G0002-EXIT
               GO TO E0001-NEXT
            END-IF

            MOVE REJ-NO TO RJK-NO
            READ REJFILE
                INVALID KEY
                    ADD 1 TO WS-NOKEY-CTR
                    MOVE 'KEPT - NOT ON KEYED REJECTS'
                      TO RIL-REASON
                    PERFORM G0002-PRNT-KEPT THRU G0002-EXIT
                    GO TO E0001-NEXT
            END-READ

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT RJK-STA-OPEN AND NOT RJK-STA-WITH-SENDER
               MOVE 'KEPT - IN CORRECTION, STATUS'
                 TO RIL-REASON
               MOVE RJK-STATUS TO RIL-REASON(30:1)
               PERFORM G0002-PRNT-KEPT THRU G0002-EXIT
               GO TO E0001-NEXT
            END-IF

            IF RJK-STA-OPEN
               SET RJK-STA-WITH-SENDER TO TRUE
               REWRITE REJECT-KEYED-REC
               IF WS-RJK-STAT NOT EQUAL ZEROES
                  SET WS-MSG-RJKFILE TO TRUE
                  MOVE WS-RJK-STAT TO WS-ERR-CDE
                  SET WS-PROC-WRIT TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF

            PERFORM V0120-WRITE-DETAIL THRU V0120-EXIT

            SET AUD-OUTCM-RTS-SENT TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT

            ADD 1 TO WS-SENT-CTR
            MOVE 'RETURNED  '       TO RIL-ACTION
            MOVE REJ-NO             TO RIL-NO
            MOVE WS-RTS-SOURCE      TO RIL-SOURCE
            MOVE WS-RTS-REASON-TEXT TO RIL-REASON
            MOVE REJ-RULE-ID        TO RIL-RULE-ID
            MOVE RTS-ITEM-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       E0001-NEXT.

            PERFORM D0001-READ-REJECT THRU D0001-EXIT
            .
       E0001-EXIT.
            EXIT.

       U0001-REASON-TEXT.

            EVALUATE REJ-REASON-CDE
               WHEN 01 MOVE 'INVALID DATE'             TO
                            WS-RTS-REASON-TEXT
               WHEN 02 MOVE 'INVALID TIMESTAMP DATE'   TO
                            WS-RTS-REASON-TEXT
               WHEN 03 MOVE 'INVALID SALARY AMOUNT'    TO
                            WS-RTS-REASON-TEXT
               WHEN 04 MOVE 'NO MATCHING MASTER RECORD' TO
                            WS-RTS-REASON-TEXT
               WHEN 05 MOVE 'INVALID ACTION CODE'      TO
                            WS-RTS-REASON-TEXT
               WHEN 06 MOVE 'DUPLICATE RECORD NUMBER'  TO
                            WS-RTS-REASON-TEXT
               WHEN 07 MOVE 'UNKNOWN DEPARTMENT'       TO
                            WS-RTS-REASON-TEXT
               WHEN 08 MOVE 'BEFORE EFFECTIVE DATE'    TO
                            WS-RTS-REASON-TEXT
               WHEN 09 MOVE 'FAILED VALIDATION RULE'   TO
                            WS-RTS-REASON-TEXT
               WHEN 12 MOVE 'UNKNOWN COMPANY'          TO
                            WS-RTS-REASON-TEXT
               WHEN 13 MOVE 'REVERSAL OF UNKNOWN RECORD' TO
                            WS-RTS-REASON-TEXT
               WHEN 14 MOVE 'NO EXCHANGE RATE FOR DATE' TO
                            WS-RTS-REASON-TEXT
               WHEN 15 MOVE 'UNKNOWN PAYMENT TYPE'     TO
                            WS-RTS-REASON-TEXT
               WHEN 16 MOVE 'PAYMENT FOR NO MASTER'    TO
                            WS-RTS-REASON-TEXT
               WHEN 17 MOVE 'INVALID PAYMENT AMOUNT'   TO
                            WS-RTS-REASON-TEXT
               WHEN 18 MOVE 'INVALID PAY DATE'         TO
                            WS-RTS-REASON-TEXT
               WHEN 19 MOVE 'NO APPROVAL REFERENCE'    TO
                            WS-RTS-REASON-TEXT
               WHEN 20 MOVE 'UNKNOWN OVERRIDE DEPT'    TO
                            WS-RTS-REASON-TEXT
               WHEN OTHER MOVE 'REASON NOT CATALOGUED' TO
                            WS-RTS-REASON-TEXT
            END-EVALUATE
            .
       U0001-EXIT.
            EXIT.

       G0002-PRNT-KEPT.

            ADD 1 TO WS-KEPT-CTR
            MOVE 'KEPT      '       TO RIL-ACTION
            MOVE REJ-NO             TO RIL-NO
            MOVE WS-RTS-SOURCE      TO RIL-SOURCE
            MOVE REJ-RULE-ID        TO RIL-RULE-ID
            MOVE RTS-ITEM-LAYOUT    TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0001-PRNT-TOTALS.

            MOVE 1 TO WS-RTS-IX
            PERFORM V0130-WRITE-TRAILER THRU V0130-EXIT
                UNTIL WS-RTS-IX GREATER THAN 3

            MOVE 'REJECTS READ'         TO RCL-LABEL
            MOVE WS-REJ-READ-CTR        TO RCL-COUNT
            MOVE RTS-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'RETURNED TO SENDER'   TO RCL-LABEL
            MOVE WS-SENT-CTR            TO RCL-COUNT
            MOVE RTS-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE 'KEPT FOR CORRECTION HERE' TO RCL-LABEL
            MOVE WS-KEPT-CTR            TO RCL-COUNT
            MOVE RTS-COUNT-LAYOUT       TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            IF WS-NOKEY-CTR GREATER THAN ZERO
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8007 TO WS-OPR-NO
               MOVE 'W' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' ' WS-NOKEY-CTR
                       ' REJECTS NOT ON KEYED REJECT FILE - KEPT'
            END-IF
            .
       G0001-EXIT.
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

       V0110-WRITE-HEADER.

            MOVE SPACES             TO RTS-HEADER-LAYOUT
            MOVE 'H'                TO RTH-RECORD-TYPE
            MOVE WS-PROGRAM-NAME    TO RTH-SENDER-ID
            EVALUATE WS-RTS-IX
               WHEN 1 MOVE WS-SRC-CODE-1 TO RTH-SOURCE-SYS
               WHEN 2 MOVE WS-SRC-CODE-2 TO RTH-SOURCE-SYS
               WHEN 3 MOVE WS-SRC-CODE-3 TO RTH-SOURCE-SYS
            END-EVALUATE
            MOVE WS-RTS-RUN-DATE    TO RTH-CREATE-DATE

            MOVE RTS-HEADER-LAYOUT  TO WS-RTS-BUFFER
            PERFORM V0150-PUT-RTS-REC THRU V0150-EXIT

            ADD 1 TO WS-RTS-IX
            .
       V0110-EXIT.
            EXIT.

       V0120-WRITE-DETAIL.

            MOVE SPACES             TO RTS-DETAIL-LAYOUT
            MOVE 'D'                TO RTD-RECORD-TYPE
            MOVE REJ-NO             TO RTD-NO
            MOVE REJ-TS-DATE        TO RTD-TS-DATE
            MOVE REJ-TS-TIME        TO RTD-TS-TIME
            MOVE REJ-DATE           TO RTD-DATE
      *     a salary that failed the numeric edit cannot be packed
      *     back -- the sender gets zero and the reason says why
            IF REJ-NUMERIC NUMERIC
               MOVE REJ-NUMERIC     TO RTD-NUMERIC
            ELSE
               MOVE ZERO            TO RTD-NUMERIC
            END-IF
            MOVE REJ-VARCHAR        TO RTD-VARCHAR
      *     the reject-kind byte is ours, not the sender's -- it
      *     goes back as the filler it was on the way in
            MOVE SPACE              TO RTD-VARCHAR(100:1)
            MOVE REJ-CHAR           TO RTD-CHAR
            MOVE REJ-REASON-CDE     TO RTD-REASON-CDE
            MOVE REJ-RULE-ID        TO RTD-RULE-ID
            MOVE WS-RTS-REASON-TEXT TO RTD-REASON-TEXT

            MOVE RTS-DETAIL-LAYOUT  TO WS-RTS-BUFFER
            PERFORM V0150-PUT-RTS-REC THRU V0150-EXIT

            ADD 1      TO WS-RTS-CTR(WS-RTS-IX)
            ADD REJ-NO TO WS-RTS-HASH(WS-RTS-IX)
            .
       V0120-EXIT.
            EXIT.

       V0130-WRITE-TRAILER.

            MOVE SPACES             TO RTS-TRAILER-LAYOUT
            MOVE 'T'                TO RTT-RECORD-TYPE
            MOVE WS-RTS-CTR(WS-RTS-IX)  TO RTT-REC-COUNT
            MOVE WS-RTS-HASH(WS-RTS-IX) TO RTT-HASH-TOTAL

            MOVE RTS-TRAILER-LAYOUT TO WS-RTS-BUFFER
            PERFORM V0150-PUT-RTS-REC THRU V0150-EXIT

            EVALUATE WS-RTS-IX
               WHEN 1 MOVE WS-SRC-CODE-1 TO RSL-SOURCE
                      MOVE 'RTSOUT1'     TO RSL-DDNAME
               WHEN 2 MOVE WS-SRC-CODE-2 TO RSL-SOURCE
                      MOVE 'RTSOUT2'     TO RSL-DDNAME
               WHEN 3 MOVE WS-SRC-CODE-3 TO RSL-SOURCE
                      MOVE 'RTSOUT3'     TO RSL-DDNAME
            END-EVALUATE
            MOVE WS-RTS-CTR(WS-RTS-IX)  TO RSL-COUNT
            MOVE WS-RTS-HASH(WS-RTS-IX) TO RSL-HASH
            MOVE RTS-SOURCE-LAYOUT  TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 1 TO WS-RTS-IX
            .
       V0130-EXIT.
            EXIT.

      *    one record to the outbound file WS-RTS-IX selects
       V0150-PUT-RTS-REC.

            EVALUATE WS-RTS-IX
               WHEN 1
                    WRITE RTS-OUT1-REC FROM WS-RTS-BUFFER
                    MOVE WS-RT1-STAT TO WS-ERR-CDE
               WHEN 2
                    WRITE RTS-OUT2-REC FROM WS-RTS-BUFFER
                    MOVE WS-RT2-STAT TO WS-ERR-CDE
               WHEN 3
                    WRITE RTS-OUT3-REC FROM WS-RTS-BUFFER
                    MOVE WS-RT3-STAT TO WS-ERR-CDE
            END-EVALUATE

            IF WS-ERR-CDE NOT EQUAL ZEROES
               SET WS-MSG-RTSFILE TO TRUE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       V0150-EXIT.
            EXIT.

       X0001-WRITE-AUDIT.

            MOVE REJ-NO             TO AUD-NO
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE WS-RTS-SOURCE       TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID

            WRITE AUDIT-REC

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * BATCH-WINDOW QUIESCE FLAG -- THIS RUN REWRITES THE SAME   *
      * REJECT KSDS THE RJCORR01 SCREEN UPDATES, SO IT HOLDS THE  *
      * SHARED BUSY FLAG FOR ITS DURATION, SAME AS RJRECY01.      *
      *----------------------------------------------------------*
       K0006-PUT-BUSY-FLAG.

            OPEN I-O BSYFILE

            IF WS-BSY-STAT EQUAL '35'
               OPEN OUTPUT BSYFILE
               IF WS-BSY-STAT NOT EQUAL ZEROES
                  SET WS-MSG-BUSYFLAG TO TRUE
                  MOVE WS-BSY-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
               WRITE BUSY-FLAG-REC
               CLOSE BSYFILE
               GO TO K0006-EXIT
            END-IF

            IF WS-BSY-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUSYFLAG TO TRUE
               MOVE WS-BSY-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE '1' TO BSY-KEY
            READ BSYFILE
                INVALID KEY
                    PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
                    WRITE BUSY-FLAG-REC
                NOT INVALID KEY
                    PERFORM K0007-BUILD-BUSY-REC THRU K0007-EXIT
                    REWRITE BUSY-FLAG-REC
            END-READ

            IF WS-BSY-STAT NOT EQUAL ZEROES
               SET WS-MSG-BUSYFLAG TO TRUE
               MOVE WS-BSY-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE BSYFILE
            .
       K0006-EXIT.
            EXIT.

       K0007-BUILD-BUSY-REC.

            MOVE '1'             TO BSY-KEY
            MOVE WS-BSY-SETTING  TO BSY-FLAG
            MOVE WS-PROGRAM-NAME TO BSY-PROGRAM
            ACCEPT BSY-SET-DATE FROM DATE YYYYMMDD
            ACCEPT BSY-SET-TIME FROM TIME
            .
       K0007-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-IN, BEFORE ANY FILE IS OPENED.  WITH  *
      * THE CYCLE CONTROL FILE PRESENT THE STEP RUNS ONLY AS PART *
      * OF THE BUSINESS DATE CYCCTL01 OPENED: ITS OWN ENTRY MUST  *
      * BE ON FILE AND EVERY PREDECESSOR MUST HAVE COMPLETED      *
      * CLEAN FOR THAT DATE, ELSE THE STEP IS HELD (RC 98).  A    *
      * STEP ALREADY COMPLETE ENDS RC 0 WITHOUT TOUCHING ANYTHING *
      * SO A RESUBMITTED CYCLE RESUMES AT THE STEP THAT FAILED.   *
      * PREDECESSORS ARE STAMPED AS CONSUMED SO CYCCTL01 WILL NOT *
      * RESET THEM UNDERNEATH THIS STEP'S OUTPUT.  NO CYCLE FILE  *
      * (STATUS 35) IS AN AD-HOC RUN OUTSIDE CYCLE CONTROL.       *
      *----------------------------------------------------------*
       K0008-CYCLE-CHECK-IN.

            OPEN I-O CYCFILE

            IF WS-CYC-STAT EQUAL '35'
               GO TO K0008-EXIT
            END-IF

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE ZERO       TO CYC-BUS-DATE
            MOVE 'CURRENT ' TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NO CYCLE IS OPEN'
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ
            MOVE CYC-CUR-BUS-DATE TO WS-CYC-BUS-DATE

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NOT IN THE CYCLE FOR '
                            WS-CYC-BUS-DATE
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            IF CYC-STA-COMPLETE
               CLOSE CYCFILE
               MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
               MOVE 8004 TO WS-OPR-NO
               MOVE 'I' TO WS-OPR-SEV
               DISPLAY WS-OPR-MESSAGE ' STEP ALREADY COMPLETE FOR '
                       WS-CYC-BUS-DATE ' - SKIPPED'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE CYC-PRED-LIST TO WS-CYC-PRED-LIST
            SET WS-CYC-HOLD-NO TO TRUE
            MOVE 1 TO WS-CYC-PX
            PERFORM K0009-CHECK-PRED THRU K0009-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4 OR WS-CYC-HOLD-YES

            IF WS-CYC-HOLD-YES
               SET WS-MSG-CYC-PRED TO TRUE
               GO TO K0008-REFUSE
            END-IF

            MOVE 1 TO WS-CYC-PX
            PERFORM K0010-STAMP-PRED THRU K0010-EXIT
                UNTIL WS-CYC-PX GREATER THAN 4

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            SET CYC-STA-STARTED TO TRUE
            ACCEPT CYC-START-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-START-TIME FROM TIME
            MOVE ZERO TO CYC-END-DATE CYC-END-TIME CYC-RETURN-CDE
            ADD 1 TO CYC-RUN-CTR
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            CLOSE CYCFILE
            SET WS-CYC-STARTED-YES TO TRUE
            GO TO K0008-EXIT
            .
       K0008-REFUSE.

            CLOSE CYCFILE
            MOVE 99 TO WS-ERR-CDE
            SET WS-PROC-CYCL TO TRUE
            PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            .
       K0008-EXIT.
            EXIT.

       K0009-CHECK-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0009-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    MOVE SPACE TO CYC-STATUS
            END-READ

            IF NOT CYC-STA-COMPLETE
               DISPLAY WS-PROGRAM-NAME ': PREDECESSOR '
                       WS-CYC-PRED-ID(WS-CYC-PX)
                       ' NOT COMPLETE FOR ' WS-CYC-BUS-DATE
                       ' - STATUS ' CYC-STATUS
               SET WS-CYC-HOLD-YES TO TRUE
            END-IF

            ADD 1 TO WS-CYC-PX
            .
       K0009-EXIT.
            EXIT.

       K0010-STAMP-PRED.

            IF WS-CYC-PRED-ID(WS-CYC-PX) EQUAL SPACES
               ADD 1 TO WS-CYC-PX
               GO TO K0010-EXIT
            END-IF

            MOVE WS-CYC-BUS-DATE           TO CYC-BUS-DATE
            MOVE WS-CYC-PRED-ID(WS-CYC-PX) TO CYC-STEP-ID
            ADD 1 TO WS-CYC-PX
            READ CYCFILE
                INVALID KEY GO TO K0010-EXIT
            END-READ

            IF CYC-CONSUMED-BY NOT EQUAL SPACES
               GO TO K0010-EXIT
            END-IF

            MOVE WS-PROGRAM-NAME TO CYC-CONSUMED-BY
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               SET WS-MSG-CYCFILE TO TRUE
               MOVE WS-CYC-STAT TO WS-ERR-CDE
               SET WS-PROC-CYCL TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       K0010-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * NIGHTLY CYCLE CHECK-OUT FROM Z0001-CLOS-FILES, ERROR PATH *
      * INCLUDED: END TIME, FINAL RETURN CODE, AND COMPLETE ONLY  *
      * FOR A CLEAN (RC 0) RUN -- ANYTHING ELSE IS FAILED, SO THE *
      * NEXT STEP HOLDS AND A RESUBMISSION RERUNS THIS ONE.  A    *
      * LEDGER THAT CANNOT BE UPDATED IS REPORTED, NOT FATAL: THE *
      * ENTRY STAYS STARTED AND THE NEXT STEP HOLDS ON IT.        *
      *----------------------------------------------------------*
       K0011-CYCLE-CHECK-OUT.

            SET WS-CYC-STARTED-NO TO TRUE

            OPEN I-O CYCFILE

            IF WS-CYC-STAT NOT EQUAL ZEROES
               GO TO K0011-WARN
            END-IF

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ CYCFILE
                INVALID KEY
                    CLOSE CYCFILE
                    GO TO K0011-WARN
            END-READ

            ACCEPT CYC-END-DATE FROM DATE YYYYMMDD
            ACCEPT CYC-END-TIME FROM TIME
            MOVE WS-RETURN-CDE TO CYC-RETURN-CDE
            IF WS-RC-SUCCESS
               SET CYC-STA-COMPLETE TO TRUE
            ELSE
               SET CYC-STA-FAILED TO TRUE
            END-IF
            REWRITE CYCLE-CONTROL-REC

            IF WS-CYC-STAT NOT EQUAL ZEROES
               CLOSE CYCFILE
               GO TO K0011-WARN
            END-IF

            CLOSE CYCFILE
            GO TO K0011-EXIT
            .
       K0011-WARN.

            MOVE WS-PROGRAM-NAME TO WS-OPR-PGM
            MOVE 8005 TO WS-OPR-NO
            MOVE 'W' TO WS-OPR-SEV
            DISPLAY WS-OPR-MESSAGE ' CYCLE LEDGER NOT UPDATED - '
                    'STATUS ' WS-CYC-STAT
            .
       K0011-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            IF WS-ERR-LOOP-YES
               MOVE WS-RETURN-CDE TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-ERR-LOOP-YES TO TRUE

            EVALUATE TRUE
               WHEN WS-MSG-OP-RJ OR WS-MSG-OP-AU OR WS-MSG-OP-OU
                    OR WS-MSG-OP-CD
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RJKFILE OR WS-MSG-RTSFILE)
                    AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RJKFILE OR WS-MSG-RTSFILE)
                    AND WS-PROC-READ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN (WS-MSG-RJKFILE OR WS-MSG-RTSFILE)
                    AND WS-PROC-CLOS
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-RJKFILE OR WS-MSG-RTSFILE
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-RD-RJ OR WS-MSG-RD-CD
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-MSG-WR-AU
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-BAD-CARD
                    SET WS-RC-CTL-CARD TO TRUE
               WHEN WS-MSG-CYCFILE OR WS-MSG-BUSYFLAG
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
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

       Z0001-CLOS-FILES.

      *     runs on the error path too, so the screens are not
      *     locked out by a run that died
            MOVE 'N' TO WS-BSY-SETTING.
            PERFORM K0006-PUT-BUSY-FLAG THRU K0006-EXIT.

            CLOSE REJIN.

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE REJFILE.

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE RTSOUT1 RTSOUT2 RTSOUT3.

            IF WS-RT1-STAT NOT EQUAL ZEROES
               OR WS-RT2-STAT NOT EQUAL ZEROES
               OR WS-RT3-STAT NOT EQUAL ZEROES
               SET WS-MSG-RTSFILE TO TRUE
               MOVE WS-RT1-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE AUDFILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
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
            DISPLAY '  RETURN-TO-SENDER STATISTICS '.
            DISPLAY '********************************'.
            DISPLAY '  START TIME (HHMMSSCC)...: ' WS-START-TIME.
            DISPLAY '  END TIME   (HHMMSSCC)...: ' WS-END-TIME.
            DISPLAY '  REJECTS READ............: ' WS-REJ-READ-CTR.
            DISPLAY '  RETURNED TO SENDER......: ' WS-SENT-CTR.
            DISPLAY '  KEPT FOR CORRECTION.....: ' WS-KEPT-CTR.
            DISPLAY '  NOT ON KEYED REJECTS....: ' WS-NOKEY-CTR.
            DISPLAY '********************************'.

      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.

       Z0001-EXIT.
            EXIT.
