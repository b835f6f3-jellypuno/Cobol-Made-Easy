      * THE REJECT FILE IS THE SAME KSDS KEYED ON REJ-NO THAT     *
      * RJCORR01 READS AND REWRITES; REPORT, CSV, AND AUDIT ARE   *
      * OPENED EXTEND AGAINST THE DAY'S OUTPUT DATASETS.          *
      *                                                           *
      * A CORRECTED ONE-OFF PAYMENT REJECT (REJ-PAY-REJECT) GETS  *
      * THE PAYMENT EDITS THAT NEED NO REFERENCE DATA (PAY TYPE   *
      * PRESENT, AMOUNT, PAY DATE, APPROVAL) AND A SURVIVOR IS    *
      * WRITTEN TO PAYRCY IN THE ONE-OFF FEED LAYOUT (OTPREC001)  *
      * RATHER THAN TO THE REPORT: IT IS CONCATENATED BEHIND THE  *
      * NEXT DAY'S PAYMENT FEED, WHERE THE DAILY RUN APPLIES THE  *
      * PAY-TYPE, MASTER AND DEPARTMENT EDITS AND BOOKS IT.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STAT.

            SELECT PAYRCY ASSIGN TO PAYRCY
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REJFILE.

       FD AUDFILE.
       COPY AUDREC001.

       FD PAYRCY.
       COPY OTPREC001.
      *
       WORKING-STORAGE SECTION.
      *
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *     the recycled payments dataset is added to through the
      *     day and emptied when the next feed has taken it in
            OPEN EXTEND PAYRCY.

            IF WS-PRC-STAT EQUAL '35'
               OPEN OUTPUT PAYRCY
            END-IF.

            IF WS-PRC-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTPFILE TO TRUE
               MOVE WS-PRC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

       E0001-PROC-REJECT.

            IF REJ-STA-CORRECTED
               IF REJ-PAY-REJECT
                  PERFORM U0011-VALIDATE-PAYMENT THRU U0011-EXIT
               ELSE
                  PERFORM U0001-VALIDATE-AND-PRINT THRU U0001-EXIT
               END-IF
            END-IF
            PERFORM D0001-READ-REJECT THRU D0001-EXIT
            .
       U0001-EXIT.
            EXIT.

      *    a payment that fails again stays CORRECTED under the
      *    reason that is failing now, the same as J0001 does for a
      *    salary record, with a payment-rejected audit entry
       J0011-PAY-STILL-BAD.

            ADD 1                   TO WS-OTP-REJ-CTR

            PERFORM V0001-REWRITE-REJECT THRU V0001-EXIT

            SET AUD-OUTCM-PAY-REJ   TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            .
       J0011-EXIT.
            EXIT.

       U0011-VALIDATE-PAYMENT.

            IF REJ-PAY-TYPE EQUAL SPACES
               SET REJ-RSN-BAD-PAY-TYPE TO TRUE
               PERFORM J0011-PAY-STILL-BAD THRU J0011-EXIT
               GO TO U0011-EXIT
            END-IF

            IF REJ-NUMERIC NOT NUMERIC
               OR REJ-NUMERIC NOT GREATER THAN ZERO
               SET REJ-RSN-BAD-PAY-AMT TO TRUE
               PERFORM J0011-PAY-STILL-BAD THRU J0011-EXIT
               GO TO U0011-EXIT
            END-IF

            MOVE REJ-DATE           TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT
            IF WS-DATE-INVALID
               SET REJ-RSN-BAD-PAY-DATE TO TRUE
               PERFORM J0011-PAY-STILL-BAD THRU J0011-EXIT
               GO TO U0011-EXIT
            END-IF

            IF REJ-PAY-APPROVAL-REF EQUAL SPACES
               SET REJ-RSN-NO-APPROVAL TO TRUE
               PERFORM J0011-PAY-STILL-BAD THRU J0011-EXIT
               GO TO U0011-EXIT
            END-IF

            MOVE SPACES                TO ONEOFF-PAY-REC
            MOVE REJ-NO                TO OTP-NO
            MOVE REJ-PAY-TYPE          TO OTP-PAY-TYPE
            MOVE REJ-NUMERIC           TO OTP-AMOUNT
            MOVE REJ-DATE              TO OTP-PAY-DATE
            MOVE REJ-PAY-APPROVAL-REF  TO OTP-APPROVAL-REF
            MOVE REJ-PAY-DEPT-OVERRIDE TO OTP-DEPT-OVERRIDE
            MOVE REJ-VARCHAR(53:2)     TO OTP-SOURCE-SYS

            WRITE ONEOFF-PAY-REC

            IF WS-PRC-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTPFILE TO TRUE
               MOVE WS-PRC-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1                   TO WS-OTP-ACC-CTR

            SET AUD-OUTCM-RECYCLED  TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT

            SET REJ-STA-RECYCLED    TO TRUE
            PERFORM V0001-REWRITE-REJECT THRU V0001-EXIT
            .
       U0011-EXIT.
            EXIT.

       V0001-REWRITE-REJECT.

            REWRITE REJECT-REC
      *     system the consolidation step stamped sits at the
      *     same offset here (name 12 + addresses 36 + dept 4)
            MOVE REJ-VARCHAR(53:2)   TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID

            WRITE AUDIT-REC

               WHEN WS-MSG-OP-OU OR WS-MSG-OP-RJ
                    OR WS-MSG-OP-AU OR WS-MSG-OP-CS
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OTPFILE AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OTPFILE AND WS-PROC-WRIT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-OTPFILE
                    SET WS-RC-CLOSE-ERR TO TRUE
               WHEN WS-MSG-RD-RJ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-MSG-WR-RJ OR WS-MSG-WR-AU
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PAYRCY.

            IF WS-PRC-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTPFILE TO TRUE
               MOVE WS-PRC-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ACCEPT WS-END-TIME FROM TIME.

            DISPLAY '********************************'.
            DISPLAY '  REJECTS READ............: ' WS-READ-CTR.
            DISPLAY '  RECORDS RECYCLED........: ' WS-REC-CTR.
            DISPLAY '  STILL FAILING EDITS.....: ' WS-REJ-CTR.
            DISPLAY '  PAYMENTS RECYCLED.......: ' WS-OTP-ACC-CTR.
            DISPLAY '  PAYMENTS STILL FAILING..: ' WS-OTP-REJ-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE
