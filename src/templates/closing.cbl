               WHEN WS-MSG-RD-IN OR WS-MSG-RD-MR OR WS-MSG-RD-RJ
                    OR WS-MSG-RD-DP OR WS-MSG-DPT-FULL
                    OR WS-MSG-RECAP-FULL OR WS-MSG-RD-RL
                    OR WS-MSG-RUL-FULL
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-WR-OU OR WS-MSG-WR-RJ OR WS-MSG-WR-AU
                    OR WS-MSG-WR-CS OR WS-MSG-WR-NM OR WS-MSG-WR-RH
                    SET WS-RC-CHKPT-ERR TO TRUE
               WHEN WS-MSG-CNT-MIS
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN WS-MSG-OUT-OF-SEQ OR WS-MSG-REF-SEQ
                    SET WS-RC-OUT-OF-SEQ TO TRUE
               WHEN WS-MSG-REJ-LIMIT
                    SET WS-RC-REJ-LIMIT TO TRUE
                    SET WS-RC-NOT-BUS-DAY TO TRUE
               WHEN WS-MSG-CALFILE OR WS-MSG-CAL-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-PPCFILE OR WS-MSG-PPC-FULL
                    OR WS-MSG-HLDIN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-HLDOUT
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CMPFILE OR WS-MSG-CMP-FULL
                    OR WS-MSG-CRC-FULL OR WS-MSG-CPD-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-LDSFILE OR WS-MSG-LDS-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-FXRFILE OR WS-MSG-FXR-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-RETRO
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-APRFILE OR WS-MSG-JRNFILE
                    OR WS-MSG-RJKFILE
                    SET WS-RC-WRITE-ERR TO TRUE
               WHEN WS-MSG-CYCFILE
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-CYC-NOT-SCHED OR WS-MSG-CYC-PRED
                    SET WS-RC-CYCLE-HOLD TO TRUE
               WHEN WS-MSG-OTPFILE OR WS-MSG-PTYFILE
                    OR WS-MSG-PTY-FULL
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN WS-MSG-OTAFILE OR WS-MSG-OPD-FULL
                    SET WS-RC-WRITE-ERR TO TRUE
            END-EVALUATE

            MOVE WS-RETURN-CDE TO RETURN-CODE
            END-IF.

            {{/process.master_update}}
            {{#process.dual_control}}
            CLOSE {{process.approval_file_name}}.

            IF WS-APR-STAT NOT EQUAL ZEROES
               SET WS-MSG-APRFILE TO TRUE
               MOVE WS-APR-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.dual_control}}
            {{#process.change_journal}}
            CLOSE {{process.journal_file_name}}.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.change_journal}}
            {{/process.match_merge}}
            CLOSE {{process.audit_file_name}}.

            END-IF.

            {{/process.multi_company}}
            {{#process.multi_currency}}
            CLOSE {{process.fxrate_file_name}}.

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.multi_currency}}
            {{#process.labor_distribution}}
            CLOSE {{process.labor_file_name}}.

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.labor_distribution}}
            {{#process.return_to_sender}}
            CLOSE {{process.rejksds_file_name}}.

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.return_to_sender}}
            {{#process.business_calendar}}
            CLOSE {{process.calendar_file_name}}.

            END-IF.

            {{/process.business_calendar}}
            {{#process.pay_calendar}}
            CLOSE {{process.paycal_file_name}}.

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{^process.mq_input}}
            IF WS-PPC-HLI-OPEN-YES
               CLOSE {{process.held_in_file_name}}
               IF WS-HLI-STAT NOT EQUAL ZEROES
                  SET WS-MSG-HLDIN TO TRUE
                  MOVE WS-HLI-STAT TO WS-ERR-CDE
                  SET WS-PROC-CLOS TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF.

            {{/process.mq_input}}
            CLOSE {{process.held_out_file_name}}.

            IF WS-HLO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HLDOUT TO TRUE
               MOVE WS-HLO-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.pay_calendar}}
            {{#process.dept_validation}}
            CLOSE {{process.dept_file_name}}.

            END-IF.

            {{/process.vendor_extract}}
            {{#process.oneoff_payments}}
            CLOSE {{process.paytype_file_name}}.

            IF WS-PTY-STAT NOT EQUAL ZEROES
               SET WS-MSG-PTYFILE TO TRUE
               MOVE WS-PTY-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE {{process.oneoff_accepted_file_name}}.

            IF WS-OTA-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTAFILE TO TRUE
               MOVE WS-OTA-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.oneoff_payments}}
            ACCEPT WS-END-TIME FROM TIME.

            MULTIPLY WS-START-HH BY 3600 GIVING WS-START-SECS.
            {{#process.date_range_select}}
            DISPLAY '  RECORDS BYPASSED........: ' WS-BYPASS-CTR.
            {{/process.date_range_select}}
            {{#process.pay_calendar}}
            DISPLAY '  RECORDS NOT DUE.........: ' WS-PPC-NOTDUE-CTR.
            DISPLAY '  NOT DUE, NO CALENDAR....: ' WS-PPC-NOCAL-CTR.
            DISPLAY '  HELD FOR NEXT RUN.......: ' WS-PPC-HELD-CTR.
            DISPLAY '  HELD RE-PRESENTED.......: ' WS-PPC-REPRES-CTR.
            DISPLAY '  HELD COPIES SUPERSEDED..: ' WS-PPC-SUPER-CTR.
            {{/process.pay_calendar}}
            DISPLAY '  RECORDS PER SECOND......: ' WS-RECS-PER-SEC.
            {{#process.mq_publish}}
            DISPLAY '  MESSAGES PUBLISHED......: ' WS-MQ-PUB-CTR.
            DISPLAY '  MASTER DELETES..........: ' WS-DEL-CTR.
            DISPLAY '  MASTER CARRIED FORWARD..: ' WS-CARRY-CTR.
            {{/process.master_update}}
            {{#process.dual_control}}
            DISPLAY '  SALARY CHANGES HELD.....: ' WS-HELD-CTR.
            DISPLAY '  APPROVED CHANGES POSTED.: ' WS-APR-POSTED-CTR.
            {{/process.dual_control}}
            {{/process.match_merge}}
            {{#process.return_to_sender}}
            DISPLAY '  RETURNED REJECTS CLOSED.: ' WS-RTS-CLOSED-CTR.
            {{/process.return_to_sender}}
            {{#process.multi_currency}}
            DISPLAY '  SALARIES CONVERTED......: ' WS-FX-CONV-CTR.
            DISPLAY '  REJECTED, NO FX RATE....: ' WS-FX-NORATE-CTR.
            {{/process.multi_currency}}
            {{#process.oneoff_payments}}
            DISPLAY '  ONE-OFF PAYMENTS READ...: ' WS-OTP-READ-CTR.
            DISPLAY '  ONE-OFF PAYMENTS PAID...: ' WS-OTP-ACC-CTR.
            DISPLAY '  ONE-OFF REJECTED........: ' WS-OTP-REJ-CTR.
            {{/process.oneoff_payments}}
            DISPLAY '********************************'.

            {{#process.cycle_control}}
      *     last, so the ledger carries the final return code
            IF WS-CYC-STARTED-YES
               PERFORM K0011-CYCLE-CHECK-OUT THRU K0011-EXIT
            END-IF.

            {{/process.cycle_control}}
            MOVE WS-RETURN-CDE TO RETURN-CODE

            STOP RUN.
            MOVE WS-END-TIME     TO RUN-TIME.
            MOVE WS-PROGRAM-NAME  TO RUN-PROGRAM-ID.
            MOVE WS-READ-CTR      TO RUN-READ-CTR.
            {{#process.pay_calendar}}
      *     the held records taken back in were read too, and each
      *     has its audit disposition like any other
            ADD WS-PPC-REPRES-CTR TO RUN-READ-CTR.
            {{/process.pay_calendar}}
            MOVE WS-REC-CTR       TO RUN-WRITTEN-CTR.
            MOVE WS-REJ-CTR       TO RUN-REJ-CTR.
            MOVE WS-SALARY-TOTAL  TO RUN-SALARY-TOTAL.
            MOVE WS-ELAPSED-SECS  TO RUN-ELAPSED-SECS.
            MOVE WS-RETURN-CDE    TO RUN-RETURN-CDE.
            MOVE WS-OTP-ACC-CTR   TO RUN-ONEOFF-CTR.
            MOVE WS-OTP-TOTAL     TO RUN-ONEOFF-TOTAL.

            WRITE RUN-HIST-REC.

