           EXEC SQL
               DECLARE AUDCUR CURSOR FOR
                   SELECT AUD_NO, AUD_RUN_DATE, AUD_RUN_TIME,
                          AUD_PROGRAM_ID, AUD_OUTCOME_CDE,
                          AUD_USER_ID
                     FROM AUDIT_TRAIL
                    WHERE AUD_NO = :HV-AUD-NO
                    ORDER BY AUD_RUN_DATE, AUD_RUN_TIME
            02 HV-AUD-RUN-TIME   PIC S9(09) COMP.
            02 HV-AUD-PROGRAM    PIC X(08).
            02 HV-AUD-OUTCOME    PIC S9(04) COMP.
            02 HV-AUD-USER       PIC X(08).

       01 WS-SQLCODE-DISP       PIC -(08)9.

                FETCH AUDCUR
                 INTO :HV-AUD-NO, :HV-AUD-RUN-DATE,
                      :HV-AUD-RUN-TIME, :HV-AUD-PROGRAM,
                      :HV-AUD-OUTCOME, :HV-AUD-USER
            END-EXEC

            EVALUATE TRUE
                    MOVE HV-AUD-RUN-TIME TO AUD-RUN-TIME
                    MOVE HV-AUD-PROGRAM  TO AUD-PROGRAM-ID
                    MOVE HV-AUD-OUTCOME  TO AUD-OUTCOME-CDE
                    MOVE HV-AUD-USER     TO AUD-USER-ID
                    PERFORM U0001-FORMAT-LINE THRU U0001-EXIT
                    PERFORM P0001-PRINT-HIST THRU P0001-EXIT

                    MOVE 'DAY BACKED OUT'      TO HDL-OUTCOME
               WHEN AUD-OUTCM-RESEND
                    MOVE 'VENDOR FILE RESENT'  TO HDL-OUTCOME
               WHEN AUD-OUTCM-SAL-HELD
                    MOVE 'HELD FOR APPROVAL'   TO HDL-OUTCOME
               WHEN AUD-OUTCM-SAL-APPRV
                    MOVE 'SALARY CHG APPROVED' TO HDL-OUTCOME
               WHEN AUD-OUTCM-SAL-DECLN
                    MOVE 'SALARY CHG DECLINED' TO HDL-OUTCOME
               WHEN AUD-OUTCM-SAL-APPLD
                    MOVE 'APPROVED CHG POSTED' TO HDL-OUTCOME
               WHEN AUD-OUTCM-BNK-ADD
                    MOVE 'BANK DTLS ADDED'     TO HDL-OUTCOME
               WHEN AUD-OUTCM-BNK-CHG
                    MOVE 'BANK DTLS CHANGED'   TO HDL-OUTCOME
               WHEN AUD-OUTCM-BNK-DEL
                    MOVE 'BANK DTLS DELETED'   TO HDL-OUTCOME
               WHEN AUD-OUTCM-DENIED
                    MOVE 'ACCESS DENIED'       TO HDL-OUTCOME
               WHEN AUD-OUTCM-RTS-SENT
                    MOVE 'RETURNED TO SENDER'  TO HDL-OUTCOME
               WHEN AUD-OUTCM-RTS-CLOSED
                    MOVE 'CLOSED, RESUBMITTED' TO HDL-OUTCOME
               WHEN AUD-OUTCM-MERIT
                    MOVE 'MERIT RAISE'         TO HDL-OUTCOME
               WHEN AUD-OUTCM-ERASED
                    MOVE 'ERASED'              TO HDL-OUTCOME
               WHEN AUD-OUTCM-PAID
                    MOVE 'PAID'                TO HDL-OUTCOME
               WHEN AUD-OUTCM-PAY-REJ
                    MOVE 'PAYMENT REJECTED'    TO HDL-OUTCOME
               WHEN AUD-OUTCM-NOT-DUE
                    MOVE 'NOT DUE'             TO HDL-OUTCOME
               WHEN AUD-OUTCM-INACTIVE
                    MOVE 'INACTIVATED'         TO HDL-OUTCOME
               WHEN AUD-OUTCM-REACTIVE
                    MOVE 'REACTIVATED'         TO HDL-OUTCOME
               WHEN OTHER
                    MOVE 'UNKNOWN OUTCOME'     TO HDL-OUTCOME
            END-EVALUATE
            IF AUD-OUTCM-REJECTED
               PERFORM U0002-LOOKUP-REASON THRU U0002-EXIT
            END-IF

            IF AUD-OUTCM-DENIED
               MOVE 'BY USER'           TO HDL-REASON
               MOVE AUD-USER-ID         TO HDL-REASON(9:8)
            END-IF
            .
       U0001-EXIT.
            EXIT.
                  WHEN 09 MOVE 'RULE FAILED'     TO HDL-REASON
                  WHEN 12 MOVE 'UNKNOWN COMPANY' TO HDL-REASON
                  WHEN 13 MOVE 'ORPHAN REVERSAL' TO HDL-REASON
                  WHEN 14 MOVE 'NO EXCHANGE RATE' TO HDL-REASON
                  WHEN 15 MOVE 'BAD PAY TYPE'   TO HDL-REASON
                  WHEN 16 MOVE 'PAY NO MASTER'  TO HDL-REASON
                  WHEN 17 MOVE 'BAD PAY AMOUNT' TO HDL-REASON
                  WHEN 18 MOVE 'BAD PAY DATE'   TO HDL-REASON
                  WHEN 19 MOVE 'NO APPROVAL'    TO HDL-REASON
                  WHEN 20 MOVE 'BAD PAY DEPT'   TO HDL-REASON
                  WHEN 21 MOVE 'INACTIVE RECORD' TO HDL-REASON
                  WHEN OTHER MOVE 'REASON ?'     TO HDL-REASON
               END-EVALUATE
               IF WS-RJT-STATUS(WS-RJT-IX) EQUAL 'C'
