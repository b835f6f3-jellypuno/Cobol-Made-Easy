      * INSIDE REJ-VARCHAR, AND EVERY ITEM OLDER THAN THE         *
      * ESCALATION AGE IS LISTED WITH ITS RULE ID.  ANYTHING ON   *
      * THE ESCALATION LIST ENDS THE STEP WITH ITS OWN RETURN     *
      * CODE SO THE SCHEDULER CAN PAGE THE ON-CALL.  ITEMS        *
      * RETURNED TO THEIR SENDER BY RTSGEN01 ARE NOT OURS TO AGE: *
      * THEY ARE ONLY COUNTED ON THE TRAILER AS WITH SENDER.      *
      *                                                           *
      * PARM: AS-OF DATE AND ESCALATION AGE IN BUSINESS DAYS,     *
      * 'YYYY-MM-DD,NNN'.                                         *
                05 FILLER       PIC X(10) VALUE 'ESCALATED '.
                05 ATL-ESC-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'WITH SENDER '.
                05 ATL-SENDER-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(70) VALUE SPACES.

      *    open/corrected rejects with the original rejection date
      *    joined in off the audit trail (zero when the trail no
                05 WS-RJT-REJ-DATE PIC 9(08).
                05 WS-RJT-AGE     PIC 9(04) COMP-3.

      *    aging buckets by reason code (1-21) and by department
       01 WS-REASON-BUCKETS.
            02 WS-RSN-ENTRY OCCURS 21 TIMES.
                05 WS-RSN-BUCKET PIC 9(07) COMP-3 OCCURS 4 TIMES.

       01 WS-DEPT-BUCKET-AREA.
       77 WS-AGE-WORK           PIC 9(04) COMP-3 VALUE ZERO.
       77 WS-ESC-CTR            PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-ITEM-CTR           PIC 9(07) COMP-3 VALUE ZERO.
       77 WS-SENDER-CTR         PIC 9(07) COMP-3 VALUE ZERO.
      *    one end-of-file switch per input, declared here the way
      *    the other standalone programs declare their own items
       77 WS-REJ-EOF-SW         PIC X(01) VALUE 'N'.
            END-IF

      *     recycled items have left the correction cycle -- only
      *     open and corrected-but-not-recycled entries age; so has
      *     a returned item its sender has resubmitted, and one
      *     still with the sender is theirs to fix, not ours
            IF REJ-STA-RECYCLED OR REJ-STA-RESUBMITTED
               GO TO C0002-EXIT
            END-IF

            IF REJ-STA-WITH-SENDER
               ADD 1 TO WS-SENDER-CTR
               GO TO C0002-EXIT
            END-IF

               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT AUD-OUTCM-REJECTED AND NOT AUD-OUTCM-PAY-REJ
               GO TO D0001-EXIT
            END-IF


            MOVE WS-RJT-REASON(WS-RJT-IX) TO WS-RSN-IX
            IF WS-RSN-IX GREATER THAN ZERO
               AND WS-RSN-IX LESS THAN OR EQUAL TO 21
               ADD 1 TO WS-RSN-BUCKET(WS-RSN-IX WS-BKT-IX)
            END-IF


            MOVE ZERO TO WS-RSN-IX
            PERFORM G0002-PRNT-REASON-LINE THRU G0002-EXIT
                UNTIL WS-RSN-IX GREATER THAN OR EQUAL TO 21

            MOVE 'AGE BUCKETS BY DEPT   ' TO ABH-GROUP
            MOVE AGE-BUCKET-HDR-LAYOUT TO WS-PRINT-REPORT
               WHEN 09 MOVE 'RULE FAILED'     TO ABL-GROUP
               WHEN 12 MOVE 'UNKNOWN COMPANY' TO ABL-GROUP
               WHEN 13 MOVE 'ORPHAN REVERSAL' TO ABL-GROUP
               WHEN 14 MOVE 'NO EXCHANGE RATE' TO ABL-GROUP
               WHEN 15 MOVE 'BAD PAY TYPE'   TO ABL-GROUP
               WHEN 16 MOVE 'PAY NO MASTER'  TO ABL-GROUP
               WHEN 17 MOVE 'BAD PAY AMOUNT' TO ABL-GROUP
               WHEN 18 MOVE 'BAD PAY DATE'   TO ABL-GROUP
               WHEN 19 MOVE 'NO APPROVAL'    TO ABL-GROUP
               WHEN 20 MOVE 'BAD PAY DEPT'   TO ABL-GROUP
               WHEN 21 MOVE 'INACTIVE RECORD' TO ABL-GROUP
               WHEN OTHER MOVE 'REASON ?'     TO ABL-GROUP
            END-EVALUATE
            .

            MOVE WS-ITEM-CTR TO ATL-ITEM-COUNT
            MOVE WS-ESC-CTR  TO ATL-ESC-COUNT
            MOVE WS-SENDER-CTR TO ATL-SENDER-COUNT
            MOVE AGE-TRAILER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
