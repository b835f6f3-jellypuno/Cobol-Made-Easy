            {{.}}
            {{/initialization.file_control.fc_company}}

            {{#initialization.file_control.fc_fxrate}}
            {{.}}
            {{/initialization.file_control.fc_fxrate}}

            {{#initialization.file_control.fc_retro}}
            {{.}}
            {{/initialization.file_control.fc_retro}}
            {{.}}
            {{/initialization.file_control.fc_busy}}

            {{#initialization.file_control.fc_cycle}}
            {{.}}
            {{/initialization.file_control.fc_cycle}}

            {{#initialization.file_control.fc_approval}}
            {{.}}
            {{/initialization.file_control.fc_approval}}

            {{#initialization.file_control.fc_journal}}
            {{.}}
            {{/initialization.file_control.fc_journal}}

            {{#initialization.file_control.fc_labor}}
            {{.}}
            {{/initialization.file_control.fc_labor}}

            {{#initialization.file_control.fc_rejksds}}
            {{.}}
            {{/initialization.file_control.fc_rejksds}}

            {{#initialization.file_control.fc_oneoff}}
            {{.}}
            {{/initialization.file_control.fc_oneoff}}

            {{#initialization.file_control.fc_paytype}}
            {{.}}
            {{/initialization.file_control.fc_paytype}}

            {{#initialization.file_control.fc_oneoff_master}}
            {{.}}
            {{/initialization.file_control.fc_oneoff_master}}

            {{#initialization.file_control.fc_oneoff_accepted}}
            {{.}}
            {{/initialization.file_control.fc_oneoff_accepted}}

            {{#initialization.file_control.fc_oneoff_sort}}
            {{.}}
            {{/initialization.file_control.fc_oneoff_sort}}

            {{#initialization.file_control.fc_paycal}}
            {{.}}
            {{/initialization.file_control.fc_paycal}}

            {{#initialization.file_control.fc_held_in}}
            {{.}}
            {{/initialization.file_control.fc_held_in}}

            {{#initialization.file_control.fc_held_out}}
            {{.}}
            {{/initialization.file_control.fc_held_out}}

       DATA DIVISION.
       FILE SECTION.
       {{#initialization.file_section.fd_input}}
       {{.}}
       {{/initialization.file_section.fd_company}}

       {{#initialization.file_section.fd_fxrate}}
       {{.}}
       {{/initialization.file_section.fd_fxrate}}

       {{#initialization.file_section.fd_retro}}
       {{.}}
       {{/initialization.file_section.fd_retro}}
       {{#initialization.file_section.fd_busy}}
       {{.}}
       {{/initialization.file_section.fd_busy}}

       {{#initialization.file_section.fd_cycle}}
       {{.}}
       {{/initialization.file_section.fd_cycle}}

       {{#initialization.file_section.fd_approval}}
       {{.}}
       {{/initialization.file_section.fd_approval}}

       {{#initialization.file_section.fd_journal}}
       {{.}}
       {{/initialization.file_section.fd_journal}}

       {{#initialization.file_section.fd_labor}}
       {{.}}
       {{/initialization.file_section.fd_labor}}

       {{#initialization.file_section.fd_rejksds}}
       {{.}}
       {{/initialization.file_section.fd_rejksds}}

       {{#initialization.file_section.fd_oneoff}}
       {{.}}
       {{/initialization.file_section.fd_oneoff}}

       {{#initialization.file_section.fd_paytype}}
       {{.}}
       {{/initialization.file_section.fd_paytype}}

       {{#initialization.file_section.fd_oneoff_master}}
       {{.}}
       {{/initialization.file_section.fd_oneoff_master}}

       {{#initialization.file_section.fd_oneoff_accepted}}
       {{.}}
       {{/initialization.file_section.fd_oneoff_accepted}}

       {{#initialization.file_section.sd_oneoff_sort}}
       {{.}}
       {{/initialization.file_section.sd_oneoff_sort}}

       {{#initialization.file_section.fd_paycal}}
       {{.}}
       {{/initialization.file_section.fd_paycal}}

       {{#initialization.file_section.fd_held_in}}
       {{.}}
       {{/initialization.file_section.fd_held_in}}

       {{#initialization.file_section.fd_held_out}}
       {{.}}
       {{/initialization.file_section.fd_held_out}}
      *
       WORKING-STORAGE SECTION.
      *
      * compares against the record the add just built.
       01 WS-SAVE-MASTER-REC    PIC X(192).
       {{/process.master_update}}
       {{#process.pay_calendar}}
       {{^process.mq_input}}
      * the last run's held (not-due) records are merged back into
      * the day's feed in key order by D0010-NEXT-INPUT: the feed
      * record read ahead is parked here while held records with
      * lower keys go through ahead of it.
       COPY INREC001 REPLACING ==INPUT-REC== BY ==PPC-FEED-REC==
                               LEADING ==IR== BY ==PF==.
       {{/process.mq_input}}
       {{/process.pay_calendar}}

       COPY CONSTANT.
       {{#process.dual_control}}
       COPY DCLCONST.
       {{/process.dual_control}}
       COPY OUREC001.
       {{#process.top_n_report}}
       COPY TOPREC001.
       {{/process.keyed_lookup}}
       A0001-MAIN.

            {{#process.cycle_control}}
            PERFORM K0008-CYCLE-CHECK-IN THRU K0008-EXIT
            {{/process.cycle_control}}
            {{#process.control_cards}}
            PERFORM C0003-PROC-CTL-CARDS THRU C0003-EXIT
            {{/process.control_cards}}
            {{/process.input_sort}}
            {{#process.control_break}}
            PERFORM W0001-PRNT-SUBTOTAL THRU W0001-EXIT
            {{#process.labor_distribution}}
            PERFORM W0500-PRNT-LABOR-DIST THRU W0500-EXIT
            {{/process.labor_distribution}}
            {{#process.dept_recap}}
            PERFORM W0002-PRNT-RECAP THRU W0002-EXIT
            {{/process.dept_recap}}
            {{/process.master_update}}
            {{#process.multi_company}}
            PERFORM W0400-PRNT-CMP-RECAP THRU W0400-EXIT
            PERFORM W0403-PRNT-CDP-RECAP THRU W0403-EXIT
            {{/process.multi_company}}
            {{/process.keyed_lookup}}
            PERFORM G0001-PRNT-TOTALS THRU G0001-EXIT
            {{#process.oneoff_payments}}
            PERFORM G0060-PROC-ONEOFF THRU G0060-EXIT
            {{/process.oneoff_payments}}
            {{#process.top_n_report}}
            PERFORM G0003-PRNT-TOPN THRU G0003-EXIT
            {{/process.top_n_report}}
            END-IF.

            {{/process.master_update}}
            {{#process.dual_control}}
            PERFORM B0003-OPEN-APPROVAL THRU B0003-EXIT.

            {{/process.dual_control}}
            {{#process.change_journal}}
      *     the journal accumulates across runs and utilities --
      *     appended to, and created on the first run that finds
      *     none
            OPEN EXTEND {{process.journal_file_name}}.

            IF WS-JRN-STAT EQUAL '35'
               OPEN OUTPUT {{process.journal_file_name}}
            END-IF.

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.change_journal}}
            {{/process.match_merge}}
            OPEN OUTPUT {{process.audit_file_name}}.

            END-IF.

            {{/process.multi_company}}
            {{#process.multi_currency}}
            OPEN INPUT {{process.fxrate_file_name}}.

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.multi_currency}}
            {{#process.business_calendar}}
            OPEN INPUT {{process.calendar_file_name}}.

            END-IF.

            {{/process.business_calendar}}
            {{#process.pay_calendar}}
            OPEN INPUT {{process.paycal_file_name}}.

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{^process.mq_input}}
      *     the last run's held records -- none on the first run
      *     that holds anything
            OPEN INPUT {{process.held_in_file_name}}.

            IF WS-HLI-STAT EQUAL '35'
               SET WS-PPC-HLD-EOF TO TRUE
            ELSE
               IF WS-HLI-STAT NOT EQUAL ZEROES
                  SET WS-MSG-HLDIN TO TRUE
                  MOVE WS-HLI-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-PPC-HLI-OPEN-YES TO TRUE
            END-IF.

            {{/process.mq_input}}
            OPEN OUTPUT {{process.held_out_file_name}}.

            IF WS-HLO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HLDOUT TO TRUE
               MOVE WS-HLO-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.pay_calendar}}
            {{#process.labor_distribution}}
            OPEN INPUT {{process.labor_file_name}}.

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.labor_distribution}}
            {{#process.return_to_sender}}
            OPEN I-O {{process.rejksds_file_name}}.

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.return_to_sender}}
            {{#process.dept_validation}}
            OPEN INPUT {{process.dept_file_name}}.

            END-IF.

            {{/process.vendor_extract}}
            {{#process.oneoff_payments}}
            OPEN INPUT {{process.paytype_file_name}}.

            IF WS-PTY-STAT NOT EQUAL ZEROES
               SET WS-MSG-PTYFILE TO TRUE
               MOVE WS-PTY-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT {{process.oneoff_accepted_file_name}}.

            IF WS-OTA-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTAFILE TO TRUE
               MOVE WS-OTA-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            {{/process.oneoff_payments}}
       B0001-EXIT.
            EXIT.

            EXIT.

       {{/process.mq_input}}
       {{#process.dual_control}}
      *----------------------------------------------------------*
      * THE SALARY APPROVAL FILE IS A KSDS SHARED WITH THE        *
      * MSTMNT01 AND SALAPR01 SCREENS.  A FILE THAT HAS NEVER     *
      * BEEN WRITTEN IS CREATED EMPTY AND REOPENED FOR UPDATE.    *
      *----------------------------------------------------------*
       B0003-OPEN-APPROVAL.

            OPEN I-O {{process.approval_file_name}}

            IF WS-APR-STAT EQUAL '35'
               OPEN OUTPUT {{process.approval_file_name}}
               CLOSE {{process.approval_file_name}}
               OPEN I-O {{process.approval_file_name}}
            END-IF

            IF WS-APR-STAT NOT EQUAL ZEROES
               SET WS-MSG-APRFILE TO TRUE
               MOVE WS-APR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       B0003-EXIT.
            EXIT.

       {{/process.dual_control}}
       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            PERFORM C0040-LOAD-CMP-TABLE THRU C0040-EXIT
                UNTIL WS-CMP-STAT NOT EQUAL ZEROES
            {{/process.multi_company}}
            {{#process.multi_currency}}
            PERFORM C0045-LOAD-FX-RATES THRU C0045-EXIT
                UNTIL WS-FXR-STAT NOT EQUAL ZEROES
            PERFORM C0046-SET-FX-DATE THRU C0046-EXIT
            {{/process.multi_currency}}
            {{#process.labor_distribution}}
            PERFORM C0050-LOAD-LABOR-DIST THRU C0050-EXIT
                UNTIL WS-LDS-STAT NOT EQUAL ZEROES
            {{/process.labor_distribution}}
            {{#process.oneoff_payments}}
            PERFORM C0060-LOAD-PAY-TYPES THRU C0060-EXIT
                UNTIL WS-PTY-STAT NOT EQUAL ZEROES
            {{/process.oneoff_payments}}
            {{#process.pay_calendar}}
            PERFORM C0070-SET-PAY-DATE THRU C0070-EXIT
            PERFORM C0071-LOAD-PAY-PERIODS THRU C0071-EXIT
                UNTIL WS-PPC-STAT NOT EQUAL ZEROES
            DISPLAY 'PAY CALENDAR FOR ' WS-PPC-RUN-DATE
                    ', ' WS-PPC-COUNT ' CALENDARS LOADED, '
                    WS-PPC-DUE-PERIODS ' PAYING TODAY'
            {{/process.pay_calendar}}
            {{#process.rules_engine}}
            PERFORM C0020-LOAD-RULES THRU C0020-EXIT
            {{/process.rules_engine}}
      *   LINESPP=NNN          REPORT LINES PER PAGE             *
      *   REJLIMIT=NNN         REJECT-RATE LIMIT PERCENT         *
      *   REPORT=YES/NO        PRINT DETAIL REPORT LINES         *
      *   FUNCCCY=XXX          FUNCTIONAL CURRENCY (DEFAULT USD) *
      * EVERY CARD IS ECHOED TO THE REPORT BY C0006-ECHO-CARDS.  *
      *----------------------------------------------------------*
       C0003-PROC-CTL-CARDS.
                    SET WS-RANGE-ON TO TRUE

               {{/process.date_range_select}}
               {{#process.multi_currency}}
               WHEN 'FUNCCCY'
                    IF WS-CARD-VAL-LEN NOT EQUAL 3
                       OR WS-CARD-VALUE(1:3) NOT ALPHABETIC-UPPER
                       PERFORM C0009-BAD-CARD THRU C0009-EXIT
                    END-IF
                    MOVE WS-CARD-VALUE(1:3) TO WS-FUNC-CCY

               {{/process.multi_currency}}

               WHEN OTHER
                    PERFORM C0009-BAD-CARD THRU C0009-EXIT
      *----------------------------------------------------------*
      * ONE READ OF THE DEPARTMENT REFERENCE FILE PER PERFORM --  *
      * C0001 DRIVES THIS UNTIL END OF FILE, FILLING THE          *
      * IN-STORAGE TABLE U0002-CHECK-DEPT SEARCHES FOR EVERY      *
      * ACCEPTED RECORD.  DEPTLD01 WRITES THE FILE IN CODE ORDER  *
      * AND THE SEARCH IS A BINARY ONE, SO A FILE OUT OF ORDER    *
      * STOPS THE RUN HERE RATHER THAN MISSING DEPARTMENTS LATER. *
      *----------------------------------------------------------*
       C0002-LOAD-DEPT-TABLE.

               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-DEP-COUNT GREATER THAN ZERO
               AND DEP-CODE NOT GREATER THAN
                   WS-DEP-TBL-CODE(WS-DEP-COUNT)
               DISPLAY 'DEPARTMENT OUT OF SEQUENCE: ' DEP-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-DEP-COUNT
            MOVE DEP-CODE TO WS-DEP-TBL-CODE(WS-DEP-COUNT)
            MOVE DEP-NAME TO WS-DEP-TBL-NAME(WS-DEP-COUNT)

            SET WS-DEPT-FOUND-NO TO TRUE
            MOVE SPACES          TO WS-CUR-DEPT-NAME
            MOVE IR-DEPT-CODE    TO WS-DEP-LOOKUP-CODE
            MOVE 1               TO WS-DEP-LO
            MOVE WS-DEP-COUNT    TO WS-DEP-HI

            PERFORM U0003-SCAN-DEPT THRU U0003-EXIT
                UNTIL WS-DEPT-FOUND-YES
                   OR WS-DEP-LO GREATER THAN WS-DEP-HI
            .
       U0002-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the code cannot be in
       U0003-SCAN-DEPT.

            ADD WS-DEP-LO WS-DEP-HI GIVING WS-DEP-IX
            DIVIDE 2 INTO WS-DEP-IX

            IF WS-DEP-TBL-CODE(WS-DEP-IX) EQUAL WS-DEP-LOOKUP-CODE
               SET WS-DEPT-FOUND-YES TO TRUE
               MOVE WS-DEP-TBL-NAME(WS-DEP-IX) TO WS-CUR-DEPT-NAME
            ELSE
               IF WS-DEP-TBL-CODE(WS-DEP-IX) LESS THAN
                  WS-DEP-LOOKUP-CODE
                  ADD 1 TO WS-DEP-IX GIVING WS-DEP-LO
               ELSE
                  SUBTRACT 1 FROM WS-DEP-IX GIVING WS-DEP-HI
               END-IF
            END-IF
            .
       U0003-EXIT.

       {{/process.dept_validation}}

       {{#process.labor_distribution}}
      *----------------------------------------------------------*
      * ONE READ OF THE LABOR-DISTRIBUTION FILE PER PERFORM --    *
      * C0001 DRIVES THIS UNTIL END OF FILE.  LABRLD01 HAS        *
      * ALREADY PROVED EVERY SET FOOTS TO 100 AND LEFT THE FILE   *
      * IN RECORD NUMBER / EFFECTIVE DATE ORDER, WHICH IS THE     *
      * ORDER U0500-LABOR-SPLIT RELIES ON.                        *
      *----------------------------------------------------------*
       C0050-LOAD-LABOR-DIST.

            READ {{process.labor_file_name}}
              AT END GO TO C0050-EXIT
            END-READ

            IF WS-LDS-STAT NOT EQUAL ZEROES
               SET WS-MSG-LDSFILE TO TRUE
               MOVE WS-LDS-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-LDS-COUNT GREATER THAN OR EQUAL TO WS-LDS-MAX
               SET WS-MSG-LDS-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LDS-COUNT
            MOVE LDS-NO          TO WS-LDS-TBL-NO(WS-LDS-COUNT)
            MOVE LDS-EFF-DATE    TO WS-LDS-TBL-DATE(WS-LDS-COUNT)
            MOVE LDS-COST-CENTER TO WS-LDS-TBL-CC(WS-LDS-COUNT)
            MOVE LDS-PCT         TO WS-LDS-TBL-PCT(WS-LDS-COUNT)
            .
       C0050-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SPLIT WS-LDS-KEY-AMOUNT FOR RECORD WS-LDS-KEY-NO ACROSS   *
      * THE COST CENTERS OF THE SET IN FORCE ON WS-LDS-KEY-DATE   *
      * (THE LATEST EFFECTIVE DATE NOT AFTER IT).  EACH SHARE IS  *
      * ROUNDED TO THE CENT AND THE LAST ONE TAKES THE REMAINDER, *
      * SO THE SHARES ALWAYS FOOT TO THE AMOUNT.  LEAVES THE      *
      * SHARE TABLE, THE HOME DEPARTMENT'S OWN SHARE AND THE      *
      * AMOUNT DISTRIBUTED OUT OF IT; WITH NO SET IN FORCE THE    *
      * WHOLE AMOUNT STAYS HOME AND THE SHARE TABLE IS EMPTY.     *
      *----------------------------------------------------------*
       U0500-LABOR-SPLIT.

            SET WS-LDS-SPLIT-NO      TO TRUE
            MOVE ZERO                TO WS-LDS-SHR-COUNT
            MOVE ZERO                TO WS-LDS-SET-IX
            MOVE SPACES              TO WS-LDS-SET-DATE
            MOVE WS-LDS-KEY-AMOUNT   TO WS-LDS-HOME-SHARE
            MOVE ZERO                TO WS-LDS-OUT-AMT

            MOVE 1 TO WS-LDS-IX
            PERFORM U0501-FIND-SET THRU U0501-EXIT
                UNTIL WS-LDS-IX GREATER THAN WS-LDS-COUNT
                   OR WS-LDS-TBL-NO(WS-LDS-IX) GREATER THAN
                      WS-LDS-KEY-NO

            IF WS-LDS-SET-IX EQUAL ZERO
               GO TO U0500-EXIT
            END-IF

            SET WS-LDS-SPLIT-YES     TO TRUE
            MOVE ZERO                TO WS-LDS-ALLOCATED
            MOVE ZERO                TO WS-LDS-HOME-SHARE
            MOVE WS-LDS-SET-IX       TO WS-LDS-IX
            PERFORM U0502-BUILD-SHARE THRU U0502-EXIT
                UNTIL WS-LDS-IX GREATER THAN WS-LDS-COUNT
                   OR WS-LDS-TBL-NO(WS-LDS-IX) NOT EQUAL
                      WS-LDS-KEY-NO
                   OR WS-LDS-TBL-DATE(WS-LDS-IX) NOT EQUAL
                      WS-LDS-SET-DATE

      *     the last share takes whatever the rounding left over
            SUBTRACT WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)
                FROM WS-LDS-ALLOCATED
            SUBTRACT WS-LDS-ALLOCATED FROM WS-LDS-KEY-AMOUNT
                GIVING WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)

            MOVE ZERO TO WS-LDS-SHR-IX
            PERFORM U0503-HOME-SHARE THRU U0503-EXIT
                UNTIL WS-LDS-SHR-IX GREATER THAN OR EQUAL TO
                      WS-LDS-SHR-COUNT

            SUBTRACT WS-LDS-HOME-SHARE FROM WS-LDS-KEY-AMOUNT
                GIVING WS-LDS-OUT-AMT
            .
       U0500-EXIT.
            EXIT.

      *    the table is in date order within a record number, so
      *    the last date group not after the key date is the set
      *    in force -- remember where that group starts
       U0501-FIND-SET.

            IF WS-LDS-TBL-NO(WS-LDS-IX) EQUAL WS-LDS-KEY-NO
               AND WS-LDS-TBL-DATE(WS-LDS-IX) NOT GREATER THAN
                   WS-LDS-KEY-DATE
               AND WS-LDS-TBL-DATE(WS-LDS-IX) NOT EQUAL
                   WS-LDS-SET-DATE
               MOVE WS-LDS-IX TO WS-LDS-SET-IX
               MOVE WS-LDS-TBL-DATE(WS-LDS-IX) TO WS-LDS-SET-DATE
            END-IF

            ADD 1 TO WS-LDS-IX
            .
       U0501-EXIT.
            EXIT.

       U0502-BUILD-SHARE.

            IF WS-LDS-SHR-COUNT LESS THAN 10
               ADD 1 TO WS-LDS-SHR-COUNT
               MOVE WS-LDS-TBL-CC(WS-LDS-IX)
                 TO WS-LDS-SHR-CC(WS-LDS-SHR-COUNT)
               MULTIPLY WS-LDS-KEY-AMOUNT BY WS-LDS-TBL-PCT(WS-LDS-IX)
                   GIVING WS-LDS-WORK
               DIVIDE WS-LDS-WORK BY 100
                   GIVING WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT) ROUNDED
               ADD WS-LDS-SHR-AMT(WS-LDS-SHR-COUNT)
                 TO WS-LDS-ALLOCATED
            END-IF

            ADD 1 TO WS-LDS-IX
            .
       U0502-EXIT.
            EXIT.

       U0503-HOME-SHARE.

            ADD 1 TO WS-LDS-SHR-IX

            IF WS-LDS-SHR-CC(WS-LDS-SHR-IX) EQUAL WS-LDS-KEY-DEPT
               ADD WS-LDS-SHR-AMT(WS-LDS-SHR-IX) TO WS-LDS-HOME-SHARE
            END-IF
            .
       U0503-EXIT.
            EXIT.

       {{/process.labor_distribution}}
       {{#process.multi_company}}
      *----------------------------------------------------------*
      * ONE READ OF THE COMPANY CONTROL FILE PER PERFORM -- C0001 *
      * DRIVES THIS UNTIL END OF FILE, FILLING THE IN-STORAGE     *
      * TABLE U0400-CHECK-COMPANY SEARCHES FOR EVERY DETAIL       *
      * RECORD.  COMLD01 WRITES THE FILE IN CODE ORDER AND THE    *
      * SEARCH IS A BINARY ONE, SO ORDER IS PROVED AS IT LOADS.   *
      *----------------------------------------------------------*
       C0040-LOAD-CMP-TABLE.

               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CMP-COUNT GREATER THAN ZERO
               AND CMP-CODE NOT GREATER THAN
                   WS-CMP-TBL-CODE(WS-CMP-COUNT)
               DISPLAY 'COMPANY OUT OF SEQUENCE: ' CMP-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CMP-COUNT
            MOVE CMP-CODE      TO WS-CMP-TBL-CODE(WS-CMP-COUNT)
            MOVE CMP-NAME      TO WS-CMP-TBL-NAME(WS-CMP-COUNT)
            MOVE CMP-RPT-TITLE TO WS-CMP-TBL-TITLE(WS-CMP-COUNT)
            MOVE CMP-CURRENCY  TO WS-CMP-TBL-CCY(WS-CMP-COUNT)
            .
       C0040-EXIT.
            EXIT.

       U0400-CHECK-COMPANY.

            MOVE SPACES          TO WS-CUR-CMP-NAME
            MOVE IR-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
            PERFORM U0402-FIND-COMPANY THRU U0402-EXIT

            IF WS-CMP-FOUND-YES
               MOVE WS-CMP-TBL-NAME(WS-CMP-IX) TO WS-CUR-CMP-NAME
            END-IF
            .
       U0400-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the code cannot be in
       U0401-SCAN-COMPANY.

            ADD WS-CMP-LO WS-CMP-HI GIVING WS-CMP-IX
            DIVIDE 2 INTO WS-CMP-IX

            IF WS-CMP-TBL-CODE(WS-CMP-IX) EQUAL WS-CMP-LOOKUP-CODE
               SET WS-CMP-FOUND-YES TO TRUE
            ELSE
               IF WS-CMP-TBL-CODE(WS-CMP-IX) LESS THAN
                  WS-CMP-LOOKUP-CODE
                  ADD 1 TO WS-CMP-IX GIVING WS-CMP-LO
               ELSE
                  SUBTRACT 1 FROM WS-CMP-IX GIVING WS-CMP-HI
               END-IF
            END-IF
            .
       U0401-EXIT.
            EXIT.

      *    WS-CMP-LOOKUP-CODE in, WS-CMP-IX at the entry out when
      *    WS-CMP-FOUND-YES
       U0402-FIND-COMPANY.

            SET WS-CMP-FOUND-NO TO TRUE
            MOVE 1              TO WS-CMP-LO
            MOVE WS-CMP-COUNT   TO WS-CMP-HI

            PERFORM U0401-SCAN-COMPANY THRU U0401-EXIT
                UNTIL WS-CMP-FOUND-YES
                   OR WS-CMP-LO GREATER THAN WS-CMP-HI
            .
       U0402-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * COMPANY RECAP -- RUN-LIFE COUNTS AND SALARY TOTALS PER    *
      * OPERATING COMPANY, KEPT IN CODE ORDER THE SAME WAY THE    *
       V0400-CMP-RECAP-ACCUM.

            SET WS-CRC-FOUND-NO TO TRUE
            MOVE 1            TO WS-CRC-LO
            MOVE WS-CRC-COUNT TO WS-CRC-HI
            PERFORM V0401-CMP-RECAP-SCAN THRU V0401-EXIT
                UNTIL WS-CRC-FOUND-YES
                   OR WS-CRC-LO GREATER THAN WS-CRC-HI

      *     not there: the new entry goes where the search stopped
            IF WS-CRC-FOUND-NO
               MOVE WS-CRC-LO TO WS-CRC-IX
            END-IF

            IF WS-CRC-FOUND-YES
               ADD 1               TO WS-CRC-REC-CTR(WS-CRC-IX)
               ADD WS-CUR-FUNC-AMT TO WS-CRC-SALARY(WS-CRC-IX)
               ADD IR-NUMERIC      TO WS-CRC-LOCAL(WS-CRC-IX)
               GO TO V0400-EXIT
            END-IF

            IF WS-CRC-COUNT GREATER THAN OR EQUAL TO WS-CRC-MAX
               SET WS-MSG-CRC-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

            MOVE IR-COMPANY-CODE TO WS-CRC-CODE(WS-CRC-IX)
            MOVE 1               TO WS-CRC-REC-CTR(WS-CRC-IX)
            MOVE WS-CUR-FUNC-AMT TO WS-CRC-SALARY(WS-CRC-IX)
            MOVE IR-NUMERIC      TO WS-CRC-LOCAL(WS-CRC-IX)
            .
       V0400-EXIT.
            EXIT.

       V0401-CMP-RECAP-SCAN.

            ADD WS-CRC-LO WS-CRC-HI GIVING WS-CRC-IX
            DIVIDE 2 INTO WS-CRC-IX

            IF WS-CRC-CODE(WS-CRC-IX) EQUAL IR-COMPANY-CODE
               SET WS-CRC-FOUND-YES TO TRUE
            ELSE
               IF WS-CRC-CODE(WS-CRC-IX) LESS THAN IR-COMPANY-CODE
                  ADD 1 TO WS-CRC-IX GIVING WS-CRC-LO
               ELSE
                  SUBTRACT 1 FROM WS-CRC-IX GIVING WS-CRC-HI
               END-IF
            END-IF
            .
       V0402-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * COMPANY DEPARTMENT RECAP -- THE SAME ACCUMULATION ONE     *
      * LEVEL DOWN, KEYED ON COMPANY AND DEPARTMENT TOGETHER, SO  *
      * THE MONTH-END GL STEP CAN SEE WHICH COMPANY PAID FOR      *
      * WHICH DEPARTMENT AND RECHARGE THE ONES ANOTHER COMPANY    *
      * OWNS.                                                     *
      *----------------------------------------------------------*
       V0403-CDP-RECAP-ACCUM.

            MOVE IR-COMPANY-CODE TO WS-CPD-WORK-CMP
            MOVE IR-DEPT-CODE    TO WS-CPD-WORK-DEPT

            SET WS-CPD-FOUND-NO TO TRUE
            MOVE 1            TO WS-CPD-LO
            MOVE WS-CPD-COUNT TO WS-CPD-HI
            PERFORM V0404-CDP-RECAP-SCAN THRU V0404-EXIT
                UNTIL WS-CPD-FOUND-YES
                   OR WS-CPD-LO GREATER THAN WS-CPD-HI

      *     not there: the new entry goes where the search stopped
            IF WS-CPD-FOUND-NO
               MOVE WS-CPD-LO TO WS-CPD-IX
            END-IF

            IF WS-CPD-FOUND-YES
               ADD 1               TO WS-CPD-REC-CTR(WS-CPD-IX)
               ADD WS-CUR-FUNC-AMT TO WS-CPD-SALARY(WS-CPD-IX)
               GO TO V0403-EXIT
            END-IF

            IF WS-CPD-COUNT GREATER THAN OR EQUAL TO WS-CPD-MAX
               SET WS-MSG-CPD-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CPD-COUNT
            MOVE WS-CPD-COUNT TO WS-CPD-JX
            PERFORM V0405-CDP-RECAP-SHIFT THRU V0405-EXIT
                UNTIL WS-CPD-JX LESS THAN OR EQUAL TO WS-CPD-IX

            MOVE WS-CPD-WORK-KEY TO WS-CPD-KEY(WS-CPD-IX)
            MOVE 1               TO WS-CPD-REC-CTR(WS-CPD-IX)
            MOVE WS-CUR-FUNC-AMT TO WS-CPD-SALARY(WS-CPD-IX)
            .
       V0403-EXIT.
            EXIT.

       V0404-CDP-RECAP-SCAN.

            ADD WS-CPD-LO WS-CPD-HI GIVING WS-CPD-IX
            DIVIDE 2 INTO WS-CPD-IX

            IF WS-CPD-KEY(WS-CPD-IX) EQUAL WS-CPD-WORK-KEY
               SET WS-CPD-FOUND-YES TO TRUE
            ELSE
               IF WS-CPD-KEY(WS-CPD-IX) LESS THAN WS-CPD-WORK-KEY
                  ADD 1 TO WS-CPD-IX GIVING WS-CPD-LO
               ELSE
                  SUBTRACT 1 FROM WS-CPD-IX GIVING WS-CPD-HI
               END-IF
            END-IF
            .
       V0404-EXIT.
            EXIT.

       V0405-CDP-RECAP-SHIFT.

            IF WS-CPD-JX GREATER THAN WS-CPD-IX
               MOVE WS-CPD-ENTRY(WS-CPD-JX - 1)
                 TO WS-CPD-ENTRY(WS-CPD-JX)
            END-IF
            SUBTRACT 1 FROM WS-CPD-JX
            .
       V0405-EXIT.
            EXIT.

       W0400-PRNT-CMP-RECAP.

            IF WS-CRC-COUNT EQUAL ZERO
            MOVE WS-CRC-CODE(WS-CRC-IX)    TO OCM-CODE
            MOVE SPACES                    TO WS-CUR-CMP-NAME
            MOVE SPACES                    TO WS-CUR-CMP-TITLE
            MOVE WS-CRC-CODE(WS-CRC-IX)    TO WS-CMP-LOOKUP-CODE
            PERFORM U0402-FIND-COMPANY THRU U0402-EXIT
            IF WS-CMP-FOUND-YES
               MOVE WS-CMP-TBL-NAME(WS-CMP-IX)  TO WS-CUR-CMP-NAME
               MOVE WS-CMP-TBL-TITLE(WS-CMP-IX) TO WS-CUR-CMP-TITLE
            END-IF
            MOVE WS-CUR-CMP-NAME           TO OCM-NAME
            MOVE WS-CUR-CMP-TITLE          TO OCM-TITLE
            MOVE WS-CRC-REC-CTR(WS-CRC-IX) TO OCM-REC-COUNT
            MOVE OUTPUT-CMP-LINE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR
            {{#process.multi_currency}}
            PERFORM W0402-PRNT-CMP-FX THRU W0402-EXIT
            {{/process.multi_currency}}
            .
       W0401-EXIT.
            EXIT.

       W0403-PRNT-CDP-RECAP.

            IF WS-CPD-COUNT EQUAL ZERO
               GO TO W0403-EXIT
            END-IF

            MOVE OUTPUT-CDP-TITLE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            MOVE ZERO TO WS-CPD-IX
            PERFORM W0404-PRNT-CDP-LINE THRU W0404-EXIT
                UNTIL WS-CPD-IX GREATER THAN OR EQUAL TO
                      WS-CPD-COUNT
            .
       W0403-EXIT.
            EXIT.

       W0404-PRNT-CDP-LINE.

            ADD 1 TO WS-CPD-IX

            MOVE WS-CPD-CMP(WS-CPD-IX)     TO OCD-CMP-CODE
            MOVE WS-CPD-DEPT(WS-CPD-IX)    TO OCD-DEPT-CODE
            MOVE WS-CPD-REC-CTR(WS-CPD-IX) TO OCD-REC-COUNT
            MOVE WS-CPD-SALARY(WS-CPD-IX)  TO OCD-SALARY-TOTAL

            MOVE OUTPUT-CDP-LINE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR
            .
       W0404-EXIT.
            EXIT.

       {{/process.multi_company}}
       {{#process.multi_currency}}
      *----------------------------------------------------------*
      * ONE READ OF THE EXCHANGE-RATE FILE PER PERFORM -- C0001   *
      * DRIVES THIS UNTIL END OF FILE.  FXRLOD01 WRITES THE FILE  *
      * IN CURRENCY / DATE ORDER AND U0412-FIND-FX-RATE SEARCHES  *
      * IT BINARY, SO ORDER IS PROVED AS IT LOADS.                *
      *----------------------------------------------------------*
       C0045-LOAD-FX-RATES.

            READ {{process.fxrate_file_name}}
              AT END GO TO C0045-EXIT
            END-READ

            IF WS-FXR-STAT NOT EQUAL ZEROES
               SET WS-MSG-FXRFILE TO TRUE
               MOVE WS-FXR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-FXR-COUNT GREATER THAN OR EQUAL TO WS-FXR-MAX
               SET WS-MSG-FXR-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE FXR-CURRENCY  TO WS-FXR-LOOKUP-CCY
            MOVE FXR-RATE-DATE TO WS-FXR-LOOKUP-DATE
            IF WS-FXR-COUNT GREATER THAN ZERO
               AND WS-FXR-LOOKUP-KEY NOT GREATER THAN
                   WS-FXR-TBL-KEY(WS-FXR-COUNT)
               DISPLAY 'RATE OUT OF SEQUENCE: ' FXR-CURRENCY ' '
                       FXR-RATE-DATE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-FXR-COUNT
            MOVE WS-FXR-LOOKUP-KEY TO WS-FXR-TBL-KEY(WS-FXR-COUNT)
            MOVE FXR-RATE          TO WS-FXR-TBL-RATE(WS-FXR-COUNT)
            .
       C0045-EXIT.
            EXIT.

      *    the business date the day's rates are taken for: the
      *    RUNDATE card when supplied, else the date the nightly
      *    cycle checked in under, else the calendar date
       C0046-SET-FX-DATE.

            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-FX-BUS-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO WS-FX-BUS-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO WS-FX-BUS-DATE(7:2)
            ELSE
               IF WS-CYC-BUS-DATE GREATER THAN ZERO
                  MOVE WS-CYC-BUS-DATE TO WS-FX-BUS-DATE
               ELSE
                  ACCEPT WS-FX-BUS-DATE FROM DATE YYYYMMDD
               END-IF
            END-IF

            DISPLAY 'FUNCTIONAL CURRENCY ' WS-FUNC-CCY
                    ', RATES FOR ' WS-FX-BUS-DATE
                    ', ' WS-FXR-COUNT ' RATES LOADED'
            .
       C0046-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * CONVERT THE RECORD'S SALARY FROM ITS COMPANY'S PAY        *
      * CURRENCY (U0400-CHECK-COMPANY HAS LEFT WS-CMP-IX ON THE   *
      * COMPANY) TO THE FUNCTIONAL CURRENCY AT THE RATE FOR THE   *
      * BUSINESS DATE, ROUNDED TO THE CENT.  A COMPANY WITH NO    *
      * PAY CURRENCY, OR PAYING IN THE FUNCTIONAL ONE, NEEDS NO   *
      * RATE.  WS-FXR-FOUND-NO BACK MEANS THERE WAS NO RATE.      *
      *----------------------------------------------------------*
       U0410-CONVERT-SALARY.

            SET WS-FXR-FOUND-YES TO TRUE
            MOVE WS-CMP-TBL-CCY(WS-CMP-IX) TO WS-CUR-CCY
            PERFORM U0413-RATE-FOR-CCY THRU U0413-EXIT

            IF WS-FXR-FOUND-NO
               GO TO U0410-EXIT
            END-IF

            MULTIPLY IR-NUMERIC BY WS-CUR-RATE
                GIVING WS-CUR-FUNC-AMT ROUNDED
            IF WS-CUR-CCY NOT EQUAL WS-FUNC-CCY
               ADD 1 TO WS-FX-CONV-CTR
            END-IF
            .
       U0410-EXIT.
            EXIT.

      *    one probe of the binary search over currency + date
       U0411-SCAN-FX-RATE.

            ADD WS-FXR-LO WS-FXR-HI GIVING WS-FXR-IX
            DIVIDE 2 INTO WS-FXR-IX

            IF WS-FXR-TBL-KEY(WS-FXR-IX) EQUAL WS-FXR-LOOKUP-KEY
               SET WS-FXR-FOUND-YES TO TRUE
            ELSE
               IF WS-FXR-TBL-KEY(WS-FXR-IX) LESS THAN
                  WS-FXR-LOOKUP-KEY
                  ADD 1 TO WS-FXR-IX GIVING WS-FXR-LO
               ELSE
                  SUBTRACT 1 FROM WS-FXR-IX GIVING WS-FXR-HI
               END-IF
            END-IF
            .
       U0411-EXIT.
            EXIT.

      *    WS-FXR-LOOKUP-KEY in, WS-FXR-IX at the entry out when
      *    WS-FXR-FOUND-YES
       U0412-FIND-FX-RATE.

            SET WS-FXR-FOUND-NO TO TRUE
            MOVE 1              TO WS-FXR-LO
            MOVE WS-FXR-COUNT   TO WS-FXR-HI

            PERFORM U0411-SCAN-FX-RATE THRU U0411-EXIT
                UNTIL WS-FXR-FOUND-YES
                   OR WS-FXR-LO GREATER THAN WS-FXR-HI
            .
       U0412-EXIT.
            EXIT.

      *    WS-CUR-CCY in (spaces meaning the functional currency),
      *    WS-CUR-CCY and WS-CUR-RATE out -- a rate of one for the
      *    functional currency itself, else the business date's
      *    rate, WS-FXR-FOUND-NO when there is none
       U0413-RATE-FOR-CCY.

            SET WS-FXR-FOUND-YES TO TRUE
            IF WS-CUR-CCY EQUAL SPACES
               MOVE WS-FUNC-CCY TO WS-CUR-CCY
            END-IF

            IF WS-CUR-CCY EQUAL WS-FUNC-CCY
               MOVE 1 TO WS-CUR-RATE
               GO TO U0413-EXIT
            END-IF

            MOVE WS-CUR-CCY     TO WS-FXR-LOOKUP-CCY
            MOVE WS-FX-BUS-DATE TO WS-FXR-LOOKUP-DATE
            PERFORM U0412-FIND-FX-RATE THRU U0412-EXIT

            IF WS-FXR-FOUND-YES
               MOVE WS-FXR-TBL-RATE(WS-FXR-IX) TO WS-CUR-RATE
            ELSE
               MOVE ZERO TO WS-CUR-RATE
            END-IF
            .
       U0413-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * SECOND RECAP LINE FOR THE COMPANY W0401 HAS JUST PRINTED  *
      * (WS-CRC-IX, WITH WS-CMP-IX ON ITS CONTROL ENTRY): THE PAY *
      * CURRENCY AND RATE, THE TOTAL IN THE PAY CURRENCY, AND THE *
      * ROUNDING DIFFERENCE -- THAT TOTAL CONVERTED IN ONE PIECE  *
      * LESS THE SUM OF THE LINES CONVERTED ONE BY ONE.  THE RUN  *
      * TOTAL OF THE DIFFERENCES GOES TO THE LEDGER ON ITS OWN    *
      * LINE, SO THE SALARY POSTINGS STAY THE SUM OF THE REPORT.  *
      *----------------------------------------------------------*
       W0402-PRNT-CMP-FX.

            MOVE SPACES TO WS-CUR-CCY
            IF WS-CMP-FOUND-YES
               MOVE WS-CMP-TBL-CCY(WS-CMP-IX) TO WS-CUR-CCY
            END-IF
            PERFORM U0413-RATE-FOR-CCY THRU U0413-EXIT

            MULTIPLY WS-CRC-LOCAL(WS-CRC-IX) BY WS-CUR-RATE
                GIVING WS-FX-CONV-AMT ROUNDED
            SUBTRACT WS-CRC-SALARY(WS-CRC-IX) FROM WS-FX-CONV-AMT
                GIVING WS-FX-ROUND-DIFF
            ADD WS-FX-ROUND-DIFF TO WS-FX-ROUND-TOTAL

            MOVE WS-CUR-CCY               TO OCX-CCY
            MOVE WS-CUR-RATE              TO OCX-RATE
            MOVE WS-CRC-LOCAL(WS-CRC-IX)  TO OCX-LOCAL-TOTAL
            MOVE WS-FX-ROUND-DIFF         TO OCX-ROUND-DIFF

            MOVE OUTPUT-CMP-FX-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR
            .
       W0402-EXIT.
            EXIT.

       {{/process.multi_currency}}
       {{#process.business_calendar}}
      *----------------------------------------------------------*
      * ONE READ OF THE BUSINESS-CALENDAR REFERENCE FILE PER      *
      * PERFORM -- C0001 DRIVES THIS UNTIL END OF FILE.  THE      *
      * FILE ARRIVES IN ASCENDING DATE ORDER OFF THE CALDLD01     *
      * LOADER, SO THE NEXT-BUSINESS-DAY SCAN CAN WALK FORWARD    *
      * FROM THE RUN DATE'S SLOT.                                 *
      *----------------------------------------------------------*
       C0030-LOAD-CALENDAR.

            READ {{process.calendar_file_name}}
              AT END GO TO C0030-EXIT
            END-READ

            IF WS-CAL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CALFILE TO TRUE
               MOVE WS-CAL-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-COUNT GREATER THAN OR EQUAL TO WS-CAL-MAX
               SET WS-MSG-CAL-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-CAL-COUNT GREATER THAN ZERO
               AND CAL-DATE NOT GREATER THAN
                   WS-CAL-TBL-DATE(WS-CAL-COUNT)
               DISPLAY 'CALENDAR DATE OUT OF SEQUENCE: ' CAL-DATE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE     TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
       C0031-EXIT.
            EXIT.

      *    binary search for WS-CAL-LOOKUP-DATE.  found: WS-CAL-IX
      *    is its slot.  not found: WS-CAL-IX is the slot of the
      *    last date before it (zero when there is none), so a
      *    forward walk from WS-CAL-IX still starts in the right
      *    place.
       U0300-FIND-CAL-DATE.

            SET WS-CAL-FOUND-NO TO TRUE
            MOVE SPACE          TO WS-CAL-FOUND-TYPE
            MOVE 1              TO WS-CAL-LO
            MOVE WS-CAL-COUNT   TO WS-CAL-HI

            PERFORM U0301-SCAN-CAL THRU U0301-EXIT
                UNTIL WS-CAL-FOUND-YES
                   OR WS-CAL-LO GREATER THAN WS-CAL-HI

            IF WS-CAL-FOUND-NO
               MOVE WS-CAL-HI TO WS-CAL-IX
            END-IF
            .
       U0300-EXIT.
            EXIT.

       U0301-SCAN-CAL.

            ADD WS-CAL-LO WS-CAL-HI GIVING WS-CAL-IX
            DIVIDE 2 INTO WS-CAL-IX

            IF WS-CAL-TBL-DATE(WS-CAL-IX) EQUAL WS-CAL-LOOKUP-DATE
               SET WS-CAL-FOUND-YES TO TRUE
               MOVE WS-CAL-TBL-TYPE(WS-CAL-IX)
                 TO WS-CAL-FOUND-TYPE
            ELSE
               IF WS-CAL-TBL-DATE(WS-CAL-IX) LESS THAN
                  WS-CAL-LOOKUP-DATE
                  ADD 1 TO WS-CAL-IX GIVING WS-CAL-LO
               ELSE
                  SUBTRACT 1 FROM WS-CAL-IX GIVING WS-CAL-HI
               END-IF
            END-IF
            .
       U0301-EXIT.
            EXIT.

       {{/process.business_calendar}}
       {{#process.pay_calendar}}
      *----------------------------------------------------------*
      * THE PAY CALENDAR IS READ FOR THE RUN'S BUSINESS DATE --   *
      * THE RUNDATE CARD WHEN GIVEN, ELSE THE CYCLE'S BUSINESS    *
      * DATE, ELSE THE SYSTEM DATE -- THE SAME DATE THE RATES     *
      * ARE TAKEN FOR.                                            *
      *----------------------------------------------------------*
       C0070-SET-PAY-DATE.

            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-PPC-RUN-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO WS-PPC-RUN-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO WS-PPC-RUN-DATE(7:2)
            ELSE
               IF WS-CYC-BUS-DATE GREATER THAN ZERO
                  MOVE WS-CYC-BUS-DATE TO WS-PPC-RUN-DATE
               ELSE
                  ACCEPT WS-PPC-RUN-DATE FROM DATE YYYYMMDD
               END-IF
            END-IF
            .
       C0070-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE READ OF THE PAY-PERIOD CALENDAR PER PERFORM -- C0001  *
      * DRIVES THIS UNTIL END OF FILE.  ONLY THE COMPANY AND      *
      * FREQUENCY EACH PERIOD BELONGS TO ARE KEPT, MARKED DUE     *
      * WHEN THE PERIOD PAYS ON THE RUN DATE, SO THE FILE NEED    *
      * NOT ARRIVE IN ANY ORDER AND NEXT YEAR'S PERIODS MAY RIDE  *
      * BEHIND THIS YEAR'S.                                       *
      *----------------------------------------------------------*
       C0071-LOAD-PAY-PERIODS.

            READ {{process.paycal_file_name}}
              AT END GO TO C0071-EXIT
            END-READ

            IF WS-PPC-STAT NOT EQUAL ZEROES
               SET WS-MSG-PPCFILE TO TRUE
               MOVE WS-PPC-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE PPC-COMPANY-CODE TO WS-PPC-LOOKUP-CMP
            MOVE PPC-PAY-FREQ     TO WS-PPC-LOOKUP-FREQ
            PERFORM U0701-FIND-PAY-CAL THRU U0701-EXIT

            IF WS-PPC-FOUND-NO
               IF WS-PPC-COUNT GREATER THAN OR EQUAL TO WS-PPC-MAX
                  SET WS-MSG-PPC-FULL TO TRUE
                  MOVE 99 TO WS-ERR-CDE
                  SET WS-PROC-READ TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               ADD 1 TO WS-PPC-COUNT
               MOVE WS-PPC-COUNT       TO WS-PPC-IX
               MOVE WS-PPC-LOOKUP-KEY  TO WS-PPC-TBL-KEY(WS-PPC-IX)
               MOVE 'N'                TO WS-PPC-TBL-DUE(WS-PPC-IX)
            END-IF

            IF PPC-PAY-DATE EQUAL WS-PPC-RUN-DATE
               MOVE 'Y' TO WS-PPC-TBL-DUE(WS-PPC-IX)
               ADD 1 TO WS-PPC-DUE-PERIODS
            END-IF
            .
       C0071-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * IS THE RECORD IN HAND DUE TODAY?  THE FREQUENCY IS THE    *
      * ONE THE RECORD CARRIES -- A CHANGE OF FREQUENCY TAKES     *
      * EFFECT ON THE RUN THAT APPLIES IT -- ELSE THE ONE ON THE  *
      * MATCHED MASTER, SO A FEED THAT LEAVES IT BLANK STILL PAYS *
      * ON THE EMPLOYEE'S OWN CALENDAR.  NO FREQUENCY EITHER WAY  *
      * PAYS ON EVERY RUN, AS IT ALWAYS HAS.  OTHERWISE THE       *
      * COMPANY'S OWN CALENDAR FOR THE FREQUENCY DECIDES,         *
      * FALLING BACK TO THE DEFAULT (COMPANY SPACES) CALENDAR.    *
      * A FREQUENCY NEITHER CALENDAR CARRIES IS HELD AS NOT DUE   *
      * AND COUNTED APART -- IT CANNOT BE PROVED TO PAY TODAY.    *
      *----------------------------------------------------------*
       U0700-CHECK-DUE.

            SET WS-PPC-DUE-YES TO TRUE
            MOVE IR-PAY-FREQ TO WS-PPC-FREQ
            IF WS-PPC-FREQ-NONE
               MOVE WS-PPC-MST-FREQ TO WS-PPC-FREQ
            END-IF
            IF WS-PPC-FREQ-NONE
               GO TO U0700-EXIT
            END-IF

            MOVE IR-COMPANY-CODE TO WS-PPC-LOOKUP-CMP
            MOVE WS-PPC-FREQ     TO WS-PPC-LOOKUP-FREQ
            PERFORM U0701-FIND-PAY-CAL THRU U0701-EXIT

            IF WS-PPC-FOUND-NO
               MOVE SPACES TO WS-PPC-LOOKUP-CMP
               PERFORM U0701-FIND-PAY-CAL THRU U0701-EXIT
            END-IF

            IF WS-PPC-FOUND-NO
               ADD 1 TO WS-PPC-NOCAL-CTR
               SET WS-PPC-DUE-NO TO TRUE
               GO TO U0700-EXIT
            END-IF

            IF WS-PPC-TBL-DUE(WS-PPC-IX) NOT EQUAL 'Y'
               SET WS-PPC-DUE-NO TO TRUE
            END-IF
            .
       U0700-EXIT.
            EXIT.

      *    serial search -- a handful of companies times four
      *    frequencies.  found: WS-PPC-IX is the entry.
       U0701-FIND-PAY-CAL.

            SET WS-PPC-FOUND-NO TO TRUE
            MOVE 1 TO WS-PPC-IX
            PERFORM U0702-SCAN-PAY-CAL THRU U0702-EXIT
                UNTIL WS-PPC-FOUND-YES
                   OR WS-PPC-IX GREATER THAN WS-PPC-COUNT
            .
       U0701-EXIT.
            EXIT.

       U0702-SCAN-PAY-CAL.

            IF WS-PPC-TBL-KEY(WS-PPC-IX) EQUAL WS-PPC-LOOKUP-KEY
               SET WS-PPC-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-PPC-IX
            END-IF
            .
       U0702-EXIT.
            EXIT.

       {{/process.pay_calendar}}
       D0001-READ-FILES.

            {{#process.mq_input}}
            END-EVALUATE
            {{/process.mq_input}}
            {{^process.mq_input}}
            {{#process.pay_calendar}}
            PERFORM D0010-NEXT-INPUT THRU D0010-EXIT
            {{/process.pay_calendar}}
            {{^process.pay_calendar}}
            {{#process.input_sort}}
      *     the pipeline consumes the SORTED stream: same status
      *     protocol as the plain READ so the EVALUATE below works
              AT END SET WS-EOF-YES TO TRUE
            END-READ
            {{/process.input_sort}}
            {{/process.pay_calendar}}
            {{/process.mq_input}}

            EVALUATE TRUE
                       GO TO D0001-EXIT
                    END-IF
                    {{/process.key_range_split}}
                    {{#process.pay_calendar}}
      *             a held record coming round again was counted in
      *             the feed that first sent it
                    IF WS-PPC-REPRES-YES
                       ADD 1 TO WS-PPC-REPRES-CTR
                    ELSE
                       ADD 1 TO WS-READ-CTR
                    END-IF
                    {{/process.pay_calendar}}
                    {{^process.pay_calendar}}
                    ADD 1 TO WS-READ-CTR
                    {{/process.pay_calendar}}
                    {{#process.feed_control}}
                    IF IR-NUMERIC NUMERIC AND WS-PPC-REPRES-NO
                       ADD IR-NUMERIC TO WS-FEED-CONTENT-TOTAL
                    END-IF
                    {{/process.feed_control}}
                    {{/process.multi_record_type}}
                    {{#process.multi_record_type}}
                    IF IR-TYPE-DETAIL
                       {{#process.pay_calendar}}
                       IF WS-PPC-REPRES-YES
                          ADD 1 TO WS-PPC-REPRES-CTR
                       ELSE
                          ADD 1 TO WS-READ-CTR
                       END-IF
                       {{/process.pay_calendar}}
                       {{^process.pay_calendar}}
                       ADD 1 TO WS-READ-CTR
                       {{/process.pay_calendar}}
                       {{#process.feed_control}}
                       IF IR-NUMERIC NUMERIC AND WS-PPC-REPRES-NO
                          ADD IR-NUMERIC TO WS-FEED-CONTENT-TOTAL
                       END-IF
                       {{/process.feed_control}}
       D0002-EXIT.
            EXIT.

       {{#process.pay_calendar}}
       {{^process.mq_input}}
      *----------------------------------------------------------*
      * THE DAY'S FEED MERGED IN KEY ORDER WITH THE RECORDS THE   *
      * LAST RUN HELD AS NOT DUE (F0005-WRITE-HELD).  EACH SIDE   *
      * IS READ ONE RECORD AHEAD AND THE LOWER KEY GOES TO        *
      * INPUT-REC.  A HELD COPY OF A KEY THE FEED HAS SENT AGAIN  *
      * IS READ PAST AND COUNTED AS SUPERSEDED -- THE FRESH       *
      * RECORD REPLACES IT, SO IT NEVER REACHES D0002 AS A        *
      * REPEATED KEY OR THE REJECT FILE.  A FEED HEADER SORTS     *
      * AHEAD OF EVERYTHING AND A TRAILER BEHIND.  THE END OF     *
      * BOTH IS END OF FILE, AND WS-IN-STAT FOLLOWS THE PLAIN     *
      * READ'S STATUS PROTOCOL SO D0001 WORKS UNCHANGED.  A       *
      * RE-PRESENTED RECORD IS FLAGGED SO D0001 KEEPS IT OUT OF   *
      * THE FEED'S OWN COUNTS.                                    *
      *----------------------------------------------------------*
       D0010-NEXT-INPUT.

            SET WS-PPC-REPRES-NO TO TRUE

            IF WS-PPC-FEED-NEED
               PERFORM D0011-READ-FEED THRU D0011-EXIT
            END-IF

      *     still wanting a record means the feed read failed --
      *     WS-IN-STAT carries the status back to D0001
            IF WS-PPC-FEED-NEED
               GO TO D0010-EXIT
            END-IF

            IF WS-PPC-HLD-NEED
               PERFORM D0012-READ-HELD THRU D0012-EXIT
            END-IF

      *     the feed has sent the held key again -- the fresh record
      *     supersedes the held copy, which is read past unrejected
            IF WS-PPC-FEED-PARKED AND WS-PPC-HLD-PARKED
               AND WS-PPC-FEED-KEY EQUAL HI-NO
               ADD 1 TO WS-PPC-SUPER-CTR
               SET WS-PPC-HLD-NEED TO TRUE
               GO TO D0010-NEXT-INPUT
            END-IF

            IF WS-PPC-FEED-EOF AND WS-PPC-HLD-EOF
               SET WS-EOF-YES TO TRUE
               MOVE 10 TO WS-IN-STAT
               GO TO D0010-EXIT
            END-IF

            MOVE ZEROES TO WS-IN-STAT

            IF WS-PPC-HLD-EOF
               OR (WS-PPC-FEED-PARKED
                   AND WS-PPC-FEED-KEY LESS THAN HI-NO)
               MOVE PPC-FEED-REC TO INPUT-REC
               SET WS-PPC-FEED-NEED TO TRUE
            ELSE
               MOVE HELD-IN-REC TO INPUT-REC
               SET WS-PPC-HLD-NEED TO TRUE
               SET WS-PPC-REPRES-YES TO TRUE
            END-IF
            .
       D0010-EXIT.
            EXIT.

       D0011-READ-FEED.

            {{#process.input_sort}}
            MOVE ZEROES TO WS-IN-STAT
            RETURN {{process.sort_file_name}} INTO PPC-FEED-REC
              AT END
                 SET WS-PPC-FEED-EOF TO TRUE
                 GO TO D0011-EXIT
            END-RETURN
            {{/process.input_sort}}
            {{^process.input_sort}}
            READ {{process.input_file_name}} {{#process.input_indexed}}NEXT RECORD {{/process.input_indexed}}
                INTO PPC-FEED-REC
              AT END
                 SET WS-PPC-FEED-EOF TO TRUE
                 GO TO D0011-EXIT
            END-READ

            IF WS-IN-STAT NOT EQUAL ZEROES
               GO TO D0011-EXIT
            END-IF
            {{/process.input_sort}}

            SET WS-PPC-FEED-PARKED TO TRUE
            MOVE PF-NO TO WS-PPC-FEED-KEY
            {{#process.multi_record_type}}
            IF PF-TYPE-HEADER
               MOVE ZERO TO WS-PPC-FEED-KEY
            END-IF
            IF PF-TYPE-TRAILER
               MOVE 999999999 TO WS-PPC-FEED-KEY
            END-IF
            {{/process.multi_record_type}}
            .
       D0011-EXIT.
            EXIT.

       D0012-READ-HELD.

            READ {{process.held_in_file_name}}
              AT END
                 SET WS-PPC-HLD-EOF TO TRUE
                 GO TO D0012-EXIT
            END-READ

            IF WS-HLI-STAT NOT EQUAL ZEROES
               SET WS-MSG-HLDIN TO TRUE
               MOVE WS-HLI-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-PPC-HLD-PARKED TO TRUE
            .
       D0012-EXIT.
            EXIT.

       {{/process.mq_input}}
       {{/process.pay_calendar}}
       E0001-PROC-FILES.

            PERFORM U0001-VALIDATE-AND-PRINT THRU U0001-EXIT
            MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            {{#process.multi_currency}}
            MOVE 'CCY      LOCAL AMOUNT' TO OSH-FX-HEADING
            MOVE ALL '*'               TO OSH-FX-UNDERLINE
            MOVE SPACES                TO OSH-FX-UNDERLINE(4:2)
            {{/process.multi_currency}}
            MOVE OUTPUT-SUB-HEADER-LAYOUT-1 TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            EXIT.

       {{/process.csv_extract}}
       {{#process.pay_calendar}}
       F0005-WRITE-HELD.

            IF WS-TRIAL-RUN-YES
               GO TO F0005-EXIT
            END-IF

            WRITE HELD-OUT-REC FROM INPUT-REC

            IF WS-HLO-STAT NOT EQUAL ZEROES
               SET WS-MSG-HLDOUT TO TRUE
               MOVE WS-HLO-STAT TO WS-ERR-CDE
               SET WS-PROC-HLDW TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PPC-HELD-CTR
            .
       F0005-EXIT.
            EXIT.

       {{/process.pay_calendar}}

       G0001-PRNT-TOTALS.

            END-IF

            {{/process.date_range_select}}
            {{#process.pay_calendar}}
            MOVE WS-PPC-NOTDUE-CTR    TO OND-NOTDUE-COUNT
            MOVE WS-PPC-HELD-CTR      TO OND-HELD-COUNT
            MOVE WS-PPC-REPRES-CTR    TO OND-REPRES-COUNT
            MOVE OUTPUT-NOTDUE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            {{/process.pay_calendar}}
            {{#process.retro_adjust}}
            MOVE WS-RETRO-CTR         TO ORT-COUNT
            MOVE WS-RETRO-TOTAL       TO ORT-TOTAL
            MOVE WS-SALARY-TOTAL      TO OTL-SALARY-TOTAL
            MOVE OUTPUT-TRAILER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            {{#process.multi_currency}}

            MOVE WS-FX-ROUND-TOTAL    TO OFX-ROUND-TOTAL
            MOVE WS-FUNC-CCY          TO OFX-FUNC-CCY
            MOVE WS-FX-NORATE-CTR     TO OFX-NORATE-COUNT
            MOVE OUTPUT-FX-ROUND-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            {{/process.multi_currency}}
            {{#process.business_calendar}}

            MOVE WS-CAL-NONBUS-CTR    TO OCF-COUNT
            MOVE IR-TS-TIME         TO REJ-TS-TIME
            MOVE IR-DATE            TO REJ-DATE
            MOVE IR-NUMERIC         TO REJ-NUMERIC
            {{#process.dual_control}}
      *     a held change rejected on some other edit goes to the
      *     reject file with the amount that was keyed, not the
      *     old salary Q0011 swapped in
            IF WS-DC-HOLD-YES
               MOVE WS-DC-NEW-NUMERIC TO REJ-NUMERIC
            END-IF
            {{/process.dual_control}}
            MOVE IR-VARCHAR         TO REJ-VARCHAR
            SET REJ-SAL-REJECT      TO TRUE
            MOVE IR-CHAR            TO REJ-CHAR
            SET REJ-STA-OPEN        TO TRUE
            MOVE WS-CUR-RULE-ID     TO REJ-RULE-ID
            END-IF

            IF WS-RUL-COUNT GREATER THAN OR EQUAL TO WS-RUL-MAX
               SET WS-MSG-RUL-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            EVALUATE RUC-FIELD
            END-IF

            {{/process.multi_record_type}}
            {{#process.return_to_sender}}
            PERFORM K0012-CLOSE-RETURNED THRU K0012-EXIT

            {{/process.return_to_sender}}
            {{#process.rules_engine}}
            PERFORM U0200-APPLY-RULES THRU U0200-EXIT
            IF WS-TRANS-OK-NO
            END-IF

            {{/process.dept_validation}}
      *     every run total below accumulates the functional-
      *     currency amount; without conversion that is simply
      *     the salary as fed
            MOVE IR-NUMERIC         TO WS-CUR-FUNC-AMT
            {{#process.multi_company}}
            PERFORM U0400-CHECK-COMPANY THRU U0400-EXIT
            IF WS-CMP-FOUND-NO
               GO TO U0001-EXIT
            END-IF

            {{#process.multi_currency}}
      *     no rate for the business date is a reject, never a
      *     conversion at some other day's rate
            PERFORM U0410-CONVERT-SALARY THRU U0410-EXIT
            IF WS-FXR-FOUND-NO
               ADD 1 TO WS-FX-NORATE-CTR
               SET REJ-RSN-NO-FX-RATE TO TRUE
               PERFORM J0001-REJECT-REC THRU J0001-EXIT
               GO TO U0001-EXIT
            END-IF

            {{/process.multi_currency}}
            {{/process.multi_company}}
            {{#process.date_range_select}}
      *     the record has passed its edits -- a date outside the
            END-IF

            {{/process.date_range_select}}
            {{#process.pay_calendar}}
      *     held, not paid early: a record whose pay period does not
      *     pay today is audited as not due and goes no further --
      *     off the report, the extracts and the YTD posting, and
      *     its master change waits for the run that pays it.  it
      *     goes to the held file, which the next run merges back
      *     into its feed.
            PERFORM U0700-CHECK-DUE THRU U0700-EXIT
            IF WS-PPC-DUE-NO
               ADD 1 TO WS-PPC-NOTDUE-CTR
               PERFORM F0005-WRITE-HELD THRU F0005-EXIT
               SET WS-TRANS-BYP-YES TO TRUE
               SET AUD-OUTCM-NOT-DUE TO TRUE
               PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
               GO TO U0001-EXIT
            END-IF

            {{/process.pay_calendar}}

            {{#process.business_calendar}}
      *     flag, never reject: a record legitimately dated on a
            MOVE IR-TS-TIME         TO ORL-TIME
            MOVE IR-NAME            TO ORL-NAME
            MOVE IR-ADDRESS-LINE-1  TO ORL-ADDRESS
            MOVE WS-CUR-FUNC-AMT    TO ORL-SALARY
            {{#process.multi_currency}}
            MOVE WS-CUR-CCY         TO ORL-CCY
            MOVE IR-NUMERIC         TO ORL-LOCAL-SALARY
            {{/process.multi_currency}}

            ADD 1                   TO WS-REC-CTR
            ADD WS-CUR-FUNC-AMT     TO WS-SALARY-TOTAL
            MOVE IR-NO              TO WS-RESTART-KEY

            {{#process.top_n_report}}

            {{#process.multi_company}}
            PERFORM V0400-CMP-RECAP-ACCUM THRU V0400-EXIT
            PERFORM V0403-CDP-RECAP-ACCUM THRU V0403-EXIT
            {{/process.multi_company}}

            {{^process.mq_input}}
            PERFORM T0120-SHIFT-DOWN THRU T0120-EXIT
                UNTIL WS-TOPN-JX LESS THAN OR EQUAL TO WS-TOPN-IX

            MOVE WS-CUR-FUNC-AMT TO WS-TOPN-SALARY(WS-TOPN-IX)
            MOVE IR-NAME       TO WS-TOPN-NAME(WS-TOPN-IX)
            MOVE IR-DEPT-CODE  TO WS-TOPN-DEPT(WS-TOPN-IX)
            .

       T0110-FIND-SLOT.

            IF WS-CUR-FUNC-AMT GREATER THAN
               WS-TOPN-SALARY(WS-TOPN-IX)
               SET WS-TOPN-FOUND-YES TO TRUE
            ELSE
               ADD 1 TO WS-TOPN-IX
            EXIT.

       {{/process.vendor_extract}}
       {{#process.oneoff_payments}}
      *----------------------------------------------------------*
      * ONE READ OF THE PAY-TYPE REFERENCE FILE PER PERFORM --    *
      * C0001 DRIVES THIS UNTIL END OF FILE, FILLING THE TABLE    *
      * U0600-FIND-PAY-TYPE SEARCHES FOR EVERY ONE-OFF PAYMENT.   *
      * THE SEARCH IS A BINARY ONE, SO ORDER IS PROVED AS IT      *
      * LOADS, THE SAME AS THE DEPARTMENT FILE.                   *
      *----------------------------------------------------------*
       C0060-LOAD-PAY-TYPES.

            READ {{process.paytype_file_name}}
              AT END GO TO C0060-EXIT
            END-READ

            IF WS-PTY-STAT NOT EQUAL ZEROES
               SET WS-MSG-PTYFILE TO TRUE
               MOVE WS-PTY-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-PTY-COUNT GREATER THAN OR EQUAL TO WS-PTY-MAX
               SET WS-MSG-PTY-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-PTY-COUNT GREATER THAN ZERO
               AND PTY-CODE NOT GREATER THAN
                   WS-PTY-TBL-CODE(WS-PTY-COUNT)
               DISPLAY 'PAY TYPE OUT OF SEQUENCE: ' PTY-CODE
               SET WS-MSG-REF-SEQ TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PTY-COUNT
            MOVE PTY-CODE TO WS-PTY-TBL-CODE(WS-PTY-COUNT)
            MOVE PTY-DESC TO WS-PTY-TBL-DESC(WS-PTY-COUNT)
            MOVE ZERO     TO WS-PTY-TBL-CTR(WS-PTY-COUNT)
            MOVE ZERO     TO WS-PTY-TBL-AMT(WS-PTY-COUNT)
            .
       C0060-EXIT.
            EXIT.

      *    WS-PTY-LOOKUP-CODE in, WS-PTY-IX at the entry out when
      *    WS-PTY-FOUND-YES
       U0600-FIND-PAY-TYPE.

            SET WS-PTY-FOUND-NO TO TRUE
            MOVE 1              TO WS-PTY-LO
            MOVE WS-PTY-COUNT   TO WS-PTY-HI

            PERFORM U0601-SCAN-PAY-TYPE THRU U0601-EXIT
                UNTIL WS-PTY-FOUND-YES
                   OR WS-PTY-LO GREATER THAN WS-PTY-HI
            .
       U0600-EXIT.
            EXIT.

      *    one probe of the binary search: the middle of what is
      *    left, then throw away the half the code cannot be in
       U0601-SCAN-PAY-TYPE.

            ADD WS-PTY-LO WS-PTY-HI GIVING WS-PTY-IX
            DIVIDE 2 INTO WS-PTY-IX

            IF WS-PTY-TBL-CODE(WS-PTY-IX) EQUAL WS-PTY-LOOKUP-CODE
               SET WS-PTY-FOUND-YES TO TRUE
            ELSE
               IF WS-PTY-TBL-CODE(WS-PTY-IX) LESS THAN
                  WS-PTY-LOOKUP-CODE
                  ADD 1 TO WS-PTY-IX GIVING WS-PTY-LO
               ELSE
                  SUBTRACT 1 FROM WS-PTY-IX GIVING WS-PTY-HI
               END-IF
            END-IF
            .
       U0601-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * ONE-OFF PAYMENTS (BONUS, COMMISSION AND THE LIKE) -- RUN  *
      * AFTER THE SALARY FEED AND ITS TOTALS.  THE PAYMENT FEED   *
      * IS SORTED INTO RECORD NUMBER / PAY DATE ORDER AND THE     *
      * OUTPUT PROCEDURE EDITS EACH PAYMENT, MATCHES IT TO THE    *
      * MASTER ON A SEPARATE PASS OF THE MASTER FILE, AND POSTS   *
      * IT: A DETAIL LINE IN ITS OWN REPORT SECTION, A VENDOR     *
      * DETAIL CARRYING THE PAY TYPE, THE ACCEPTED-PAYMENTS FILE  *
      * YTDUPD01 POSTS FROM, AND AN AUDIT ENTRY.  REJECTS GO TO   *
      * THE REJECT FILE MARKED AS PAYMENTS.  THE SALARY RUN       *
      * TOTALS ARE NOT TOUCHED -- THE SECTION CARRIES ITS OWN.    *
      *----------------------------------------------------------*
       G0060-PROC-ONEOFF.

            SORT {{process.oneoff_sort_file_name}}
                ON ASCENDING KEY OSR-NO OSR-PAY-DATE
                WITH DUPLICATES IN ORDER
                USING {{process.oneoff_file_name}}
                OUTPUT PROCEDURE IS G0061-ONEOFF-OUTPUT
                    THRU G0061-EXIT

            IF SORT-RETURN NOT EQUAL ZERO
               SET WS-MSG-OTPFILE TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       G0060-EXIT.
            EXIT.

       G0061-ONEOFF-OUTPUT.

            OPEN INPUT {{process.oneoff_master_file_name}}

            IF WS-OPM-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MR TO TRUE
               MOVE WS-OPM-STAT TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     rejected payments carry the run date and start time,
      *     the way the salary rejects carry their feed stamp
            {{#process.control_cards}}
            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE TO WS-OTP-RUN-DATE
            ELSE
               ACCEPT WS-OTP-DATE-N FROM DATE YYYYMMDD
               MOVE WS-OTP-DATE-N(1:4) TO WS-OTP-RUN-DATE(1:4)
               MOVE '-'                TO WS-OTP-RUN-DATE(5:1)
               MOVE WS-OTP-DATE-N(5:2) TO WS-OTP-RUN-DATE(6:2)
               MOVE '-'                TO WS-OTP-RUN-DATE(8:1)
               MOVE WS-OTP-DATE-N(7:2) TO WS-OTP-RUN-DATE(9:2)
            END-IF
            {{/process.control_cards}}
            {{^process.control_cards}}
            ACCEPT WS-OTP-DATE-N FROM DATE YYYYMMDD
            MOVE WS-OTP-DATE-N(1:4) TO WS-OTP-RUN-DATE(1:4)
            MOVE '-'                TO WS-OTP-RUN-DATE(5:1)
            MOVE WS-OTP-DATE-N(5:2) TO WS-OTP-RUN-DATE(6:2)
            MOVE '-'                TO WS-OTP-RUN-DATE(8:1)
            MOVE WS-OTP-DATE-N(7:2) TO WS-OTP-RUN-DATE(9:2)
            {{/process.control_cards}}

            SET WS-OTP-EOF-NO TO TRUE
            SET WS-OPM-EOF-NO TO TRUE
            MOVE ZERO         TO WS-OPM-HOLD-NO
            PERFORM G0064-READ-OTP-MAST THRU G0064-EXIT

            PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
            PERFORM H0060-PRNT-OTP-HDRS THRU H0060-EXIT

            PERFORM G0062-RETURN-PAYMENT THRU G0062-EXIT
            PERFORM G0070-PROC-PAYMENT THRU G0070-EXIT
                UNTIL WS-OTP-EOF-YES

            PERFORM G0080-PRNT-OTP-TOTALS THRU G0080-EXIT

            CLOSE {{process.oneoff_master_file_name}}

            IF WS-OPM-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-MR TO TRUE
               MOVE WS-OPM-STAT TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       G0061-EXIT.
            EXIT.

       G0062-RETURN-PAYMENT.

            RETURN {{process.oneoff_sort_file_name}}
              AT END
                 SET WS-OTP-EOF-YES TO TRUE
                 GO TO G0062-EXIT
            END-RETURN

            ADD 1 TO WS-OTP-READ-CTR
            .
       G0062-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * POSITION THE MASTER PASS ON THE PAYMENT IN HAND.  BOTH    *
      * SIDES ARE IN RECORD NUMBER ORDER, SO THE MASTER ONLY EVER *
      * MOVES FORWARD.  THE VERSION TAKEN IS HELD IN THE          *
      * WS-OPM-HOLD- FIELDS, AND THE PAYMENT MATCHED WHEN         *
      * WS-OPM-HOLD-NO IS ITS NUMBER -- SEVERAL PAYMENTS FOR ONE  *
      * RECORD ALL MATCH THE ONE HOLD.                            *
      *----------------------------------------------------------*
       G0063-MATCH-MASTER.

            PERFORM G0064-READ-OTP-MAST THRU G0064-EXIT
                UNTIL WS-OPM-EOF-YES
                   OR OPM-NO NOT LESS THAN OSR-NO

            {{#process.effective_dated_master}}
      *     payments come in pay date order within the number, so
      *     taking every version in force by this pay date leaves
      *     the one that applies, and the next payment carries on
      *     from there
            PERFORM G0065-TAKE-VERSION THRU G0065-EXIT
                UNTIL WS-OPM-EOF-YES
                   OR OPM-NO NOT EQUAL OSR-NO
                   OR OPM-EFF-DATE GREATER THAN OSR-PAY-DATE
            {{/process.effective_dated_master}}
            {{^process.effective_dated_master}}
            IF WS-OPM-EOF-NO
               AND OPM-NO EQUAL OSR-NO
               PERFORM G0065-TAKE-VERSION THRU G0065-EXIT
            END-IF
            {{/process.effective_dated_master}}
            .
       G0063-EXIT.
            EXIT.

       G0064-READ-OTP-MAST.

            READ {{process.oneoff_master_file_name}}
              AT END
                 SET WS-OPM-EOF-YES TO TRUE
                 GO TO G0064-EXIT
            END-READ

            IF WS-OPM-STAT NOT EQUAL ZEROES
               SET WS-MSG-RD-MR TO TRUE
               MOVE WS-OPM-STAT TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       G0064-EXIT.
            EXIT.

       G0065-TAKE-VERSION.

            MOVE OPM-NO           TO WS-OPM-HOLD-NO
            MOVE OPM-NAME         TO WS-OPM-HOLD-NAME
            MOVE OPM-DEPT-CODE    TO WS-OPM-HOLD-DEPT
            MOVE OPM-COMPANY-CODE TO WS-OPM-HOLD-CMP
            MOVE OPM-STATUS       TO WS-OPM-HOLD-STATUS
            PERFORM G0064-READ-OTP-MAST THRU G0064-EXIT
            .
       G0065-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * EDIT, THEN POST, ONE PAYMENT.  THE FIRST EDIT THAT FAILS  *
      * REJECTS IT: PAY TYPE NOT ON THE REFERENCE FILE, AMOUNT    *
      * NOT NUMERIC OR ZERO, PAY DATE NOT A DATE, NO APPROVAL     *
      * REFERENCE, NO MASTER RECORD OR ONE MARKED INACTIVE, AN    *
      * OVERRIDE DEPARTMENT NOT ON THE DEPARTMENT FILE, THEN THE  *
      * COMPANY AND RATE EDITS THE SALARY RECORDS GET.            *
      *----------------------------------------------------------*
       G0070-PROC-PAYMENT.

            MOVE SPACES          TO WS-OTP-POST-DEPT
            MOVE OSR-PAY-TYPE    TO WS-PTY-LOOKUP-CODE
            PERFORM U0600-FIND-PAY-TYPE THRU U0600-EXIT
            IF WS-PTY-FOUND-NO
               SET REJ-RSN-BAD-PAY-TYPE TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            IF OSR-AMOUNT NOT NUMERIC
               OR OSR-AMOUNT EQUAL ZERO
               SET REJ-RSN-BAD-PAY-AMT TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            MOVE OSR-PAY-DATE    TO WS-VAL-DATE
            PERFORM I0001-VALID-DATE THRU I0001-EXIT
            IF WS-DATE-INVALID
               SET REJ-RSN-BAD-PAY-DATE TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            IF OSR-APPROVAL-REF EQUAL SPACES
               SET REJ-RSN-NO-APPROVAL TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            PERFORM G0063-MATCH-MASTER THRU G0063-EXIT
            IF WS-OPM-HOLD-NO NOT EQUAL OSR-NO
               SET REJ-RSN-PAY-NO-MASTR TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            IF WS-OPM-HOLD-INACTIVE
               SET REJ-RSN-INACTIVE TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            MOVE WS-OPM-HOLD-DEPT TO WS-OTP-POST-DEPT
            IF OSR-DEPT-OVERRIDE NOT EQUAL SPACES
               MOVE OSR-DEPT-OVERRIDE TO WS-OTP-POST-DEPT
               {{#process.dept_validation}}
               SET WS-DEPT-FOUND-NO  TO TRUE
               MOVE OSR-DEPT-OVERRIDE TO WS-DEP-LOOKUP-CODE
               MOVE 1                TO WS-DEP-LO
               MOVE WS-DEP-COUNT     TO WS-DEP-HI
               PERFORM U0003-SCAN-DEPT THRU U0003-EXIT
                   UNTIL WS-DEPT-FOUND-YES
                      OR WS-DEP-LO GREATER THAN WS-DEP-HI
               IF WS-DEPT-FOUND-NO
                  SET REJ-RSN-BAD-PAY-DEPT TO TRUE
                  PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
                  GO TO G0070-NEXT
               END-IF
               {{/process.dept_validation}}
            END-IF

      *     the section totals, like the salary totals, are kept
      *     in the functional currency
            MOVE OSR-AMOUNT      TO WS-CUR-FUNC-AMT
            {{#process.multi_company}}
            MOVE WS-OPM-HOLD-CMP TO WS-CMP-LOOKUP-CODE
            PERFORM U0402-FIND-COMPANY THRU U0402-EXIT
            IF WS-CMP-FOUND-NO
               SET REJ-RSN-BAD-COMPANY TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF

            {{#process.multi_currency}}
            MOVE WS-CMP-TBL-CCY(WS-CMP-IX) TO WS-CUR-CCY
            PERFORM U0413-RATE-FOR-CCY THRU U0413-EXIT
            IF WS-FXR-FOUND-NO
               SET REJ-RSN-NO-FX-RATE TO TRUE
               PERFORM J0060-REJECT-PAYMENT THRU J0060-EXIT
               GO TO G0070-NEXT
            END-IF
            MULTIPLY OSR-AMOUNT BY WS-CUR-RATE
                GIVING WS-CUR-FUNC-AMT ROUNDED

            {{/process.multi_currency}}
            {{/process.multi_company}}
            MOVE OSR-NO           TO OOD-NO
            MOVE OSR-PAY-TYPE     TO OOD-PAY-TYPE
            MOVE WS-PTY-TBL-DESC(WS-PTY-IX) TO OOD-TYPE-DESC
            MOVE WS-OTP-POST-DEPT TO OOD-DEPT
            MOVE WS-OPM-HOLD-NAME TO OOD-NAME
            MOVE OSR-PAY-DATE     TO OOD-PAY-DATE
            MOVE OSR-APPROVAL-REF TO OOD-APPROVAL-REF
            MOVE WS-CUR-FUNC-AMT  TO OOD-AMOUNT
            {{#process.multi_currency}}
            MOVE WS-CUR-CCY       TO OOD-CCY
            MOVE OSR-AMOUNT       TO OOD-LOCAL-AMOUNT
            {{/process.multi_currency}}

            IF WS-LINE-CTR GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               PERFORM H0060-PRNT-OTP-HDRS THRU H0060-EXIT
            END-IF
            MOVE OUTPUT-OTP-DETAIL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                 TO WS-LINE-CTR

            ADD 1                 TO WS-OTP-ACC-CTR
            ADD WS-CUR-FUNC-AMT   TO WS-OTP-TOTAL
            ADD 1                 TO WS-PTY-TBL-CTR(WS-PTY-IX)
            ADD WS-CUR-FUNC-AMT   TO WS-PTY-TBL-AMT(WS-PTY-IX)
            PERFORM G0072-OPD-ACCUM THRU G0072-EXIT

            {{#process.vendor_extract}}
            PERFORM V0160-WRITE-PAY-DETAIL THRU V0160-EXIT
            {{/process.vendor_extract}}
            PERFORM G0071-WRITE-ACCEPTED THRU G0071-EXIT

            SET AUD-OUTCM-PAID    TO TRUE
            PERFORM X0060-WRITE-PAY-AUDIT THRU X0060-EXIT.

       G0070-NEXT.

            PERFORM G0062-RETURN-PAYMENT THRU G0062-EXIT
            .
       G0070-EXIT.
            EXIT.

      *    the accepted payment, with the department it was booked
      *    to and its company filled in, for YTDUPD01
       G0071-WRITE-ACCEPTED.

            IF WS-TRIAL-RUN-YES
               GO TO G0071-EXIT
            END-IF

            MOVE OTP-SORT-REC     TO OTP-ACCEPT-REC
            MOVE WS-OTP-POST-DEPT TO OTA-POST-DEPT
            MOVE WS-OPM-HOLD-CMP  TO OTA-COMPANY-CODE

            WRITE OTP-ACCEPT-REC

            IF WS-OTA-STAT NOT EQUAL ZEROES
               SET WS-MSG-OTAFILE TO TRUE
               MOVE WS-OTA-STAT TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       G0071-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * RUN-LIFE TOTALS PER BOOKED DEPARTMENT, IN CODE ORDER --   *
      * THE ONE-OFF DEPT LINES GLPOST01 POSTS TO THE ONE-OFF      *
      * EXPENSE ACCOUNT.  SAME ORDERED INSERT AS THE DEPARTMENT   *
      * RECAP.                                                    *
      *----------------------------------------------------------*
       G0072-OPD-ACCUM.

            SET WS-OPD-FOUND-NO TO TRUE
            MOVE 1            TO WS-OPD-LO
            MOVE WS-OPD-COUNT TO WS-OPD-HI
            PERFORM G0073-OPD-SCAN THRU G0073-EXIT
                UNTIL WS-OPD-FOUND-YES
                   OR WS-OPD-LO GREATER THAN WS-OPD-HI

      *     not there: the new entry goes where the search stopped
            IF WS-OPD-FOUND-NO
               MOVE WS-OPD-LO TO WS-OPD-IX
            END-IF

            IF WS-OPD-FOUND-YES
               ADD 1               TO WS-OPD-CTR(WS-OPD-IX)
               ADD WS-CUR-FUNC-AMT TO WS-OPD-AMT(WS-OPD-IX)
               GO TO G0072-EXIT
            END-IF

            IF WS-OPD-COUNT GREATER THAN OR EQUAL TO WS-OPD-MAX
               SET WS-MSG-OPD-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-OPD-COUNT
            MOVE WS-OPD-COUNT TO WS-OPD-JX
            PERFORM G0074-OPD-SHIFT THRU G0074-EXIT
                UNTIL WS-OPD-JX LESS THAN OR EQUAL TO WS-OPD-IX

            MOVE WS-OTP-POST-DEPT TO WS-OPD-CODE(WS-OPD-IX)
            MOVE 1                TO WS-OPD-CTR(WS-OPD-IX)
            MOVE WS-CUR-FUNC-AMT  TO WS-OPD-AMT(WS-OPD-IX)
            .
       G0072-EXIT.
            EXIT.

       G0073-OPD-SCAN.

            ADD WS-OPD-LO WS-OPD-HI GIVING WS-OPD-IX
            DIVIDE 2 INTO WS-OPD-IX

            IF WS-OPD-CODE(WS-OPD-IX) EQUAL WS-OTP-POST-DEPT
               SET WS-OPD-FOUND-YES TO TRUE
            ELSE
               IF WS-OPD-CODE(WS-OPD-IX) LESS THAN WS-OTP-POST-DEPT
                  ADD 1 TO WS-OPD-IX GIVING WS-OPD-LO
               ELSE
                  SUBTRACT 1 FROM WS-OPD-IX GIVING WS-OPD-HI
               END-IF
            END-IF
            .
       G0073-EXIT.
            EXIT.

       G0074-OPD-SHIFT.

            IF WS-OPD-JX GREATER THAN WS-OPD-IX
               MOVE WS-OPD-ENTRY(WS-OPD-JX - 1)
                 TO WS-OPD-ENTRY(WS-OPD-JX)
            END-IF
            SUBTRACT 1 FROM WS-OPD-JX
            .
       G0074-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * END OF THE SECTION: A LINE PER PAY TYPE PAID TODAY, A     *
      * LINE PER BOOKED DEPARTMENT, THEN THE SECTION TOTAL WITH   *
      * THE PAYMENTS REJECTED.                                    *
      *----------------------------------------------------------*
       G0080-PRNT-OTP-TOTALS.

            MOVE ZERO TO WS-PTY-IX
            PERFORM G0081-PRNT-TYPE-LINE THRU G0081-EXIT
                UNTIL WS-PTY-IX GREATER THAN OR EQUAL TO
                      WS-PTY-COUNT

            MOVE ZERO TO WS-OPD-IX
            PERFORM G0082-PRNT-DEPT-LINE THRU G0082-EXIT
                UNTIL WS-OPD-IX GREATER THAN OR EQUAL TO
                      WS-OPD-COUNT

            IF WS-LINE-CTR GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               PERFORM H0060-PRNT-OTP-HDRS THRU H0060-EXIT
            END-IF
            MOVE WS-OTP-ACC-CTR   TO OOP-COUNT
            MOVE WS-OTP-TOTAL     TO OOP-AMOUNT
            MOVE WS-OTP-REJ-CTR   TO OOP-REJ-COUNT
            MOVE OUTPUT-OTP-TOTAL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                 TO WS-LINE-CTR
            .
       G0080-EXIT.
            EXIT.

       G0081-PRNT-TYPE-LINE.

            ADD 1 TO WS-PTY-IX

            IF WS-PTY-TBL-CTR(WS-PTY-IX) EQUAL ZERO
               GO TO G0081-EXIT
            END-IF

            IF WS-LINE-CTR GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               PERFORM H0060-PRNT-OTP-HDRS THRU H0060-EXIT
            END-IF
            MOVE WS-PTY-TBL-CODE(WS-PTY-IX) TO OOT-PAY-TYPE
            MOVE WS-PTY-TBL-DESC(WS-PTY-IX) TO OOT-TYPE-DESC
            MOVE WS-PTY-TBL-CTR(WS-PTY-IX)  TO OOT-COUNT
            MOVE WS-PTY-TBL-AMT(WS-PTY-IX)  TO OOT-AMOUNT
            MOVE OUTPUT-OTP-TYPE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR
            .
       G0081-EXIT.
            EXIT.

       G0082-PRNT-DEPT-LINE.

            ADD 1 TO WS-OPD-IX

            IF WS-LINE-CTR GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
               PERFORM H0001-PRNT-HDRS THRU H0001-EXIT
               PERFORM H0060-PRNT-OTP-HDRS THRU H0060-EXIT
            END-IF
            MOVE WS-OPD-CODE(WS-OPD-IX) TO OOS-DEPT-CODE
            MOVE WS-OPD-CTR(WS-OPD-IX)  TO OOS-COUNT
            MOVE WS-OPD-AMT(WS-OPD-IX)  TO OOS-AMOUNT
            MOVE OUTPUT-OTP-DEPT-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1 TO WS-LINE-CTR
            .
       G0082-EXIT.
            EXIT.

      *    section title and column headings, under the page
      *    headings H0001 has just printed
       H0060-PRNT-OTP-HDRS.

            MOVE OUTPUT-OTP-TITLE-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            {{#process.multi_currency}}
            MOVE 'CCY      LOCAL AMOUNT' TO OOH-FX-HEADING
            {{/process.multi_currency}}
            MOVE OUTPUT-OTP-HEADER-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT

            ADD 2 TO WS-LINE-CTR
            .
       H0060-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * A REJECTED PAYMENT GOES TO THE REJECT FILE IN THE SALARY  *
      * IMAGE SO RJCORR01 AND RJRECY01 WORK IT LIKE ANY OTHER     *
      * REJECT: THE PAY DATE AS REJ-DATE, THE AMOUNT AS FED, THE  *
      * NAME, DEPARTMENT, SOURCE SYSTEM AND COMPANY AT THEIR      *
      * INREC001 POSITIONS, AND THE PAYMENT FIELDS IN REJ-CHAR,   *
      * MARKED AS A PAYMENT.  THE CALLER HAS SET THE REASON.      *
      * PAYMENT REJECTS HAVE THEIR OWN COUNT AND DO NOT FEED THE  *
      * SALARY REJECT-RATE BREAKER.                               *
      *----------------------------------------------------------*
       J0060-REJECT-PAYMENT.

            MOVE OSR-NO             TO REJ-NO
            MOVE WS-OTP-RUN-DATE    TO REJ-TS-DATE
            MOVE SPACES             TO REJ-TS-TIME
            MOVE WS-START-HH        TO REJ-TS-TIME(1:2)
            MOVE ':'                TO REJ-TS-TIME(3:1)
            MOVE WS-START-MM        TO REJ-TS-TIME(4:2)
            MOVE OSR-PAY-DATE       TO REJ-DATE
            IF OSR-AMOUNT NUMERIC
               MOVE OSR-AMOUNT      TO REJ-NUMERIC
            ELSE
               MOVE ZERO            TO REJ-NUMERIC
            END-IF

            MOVE SPACES             TO REJ-VARCHAR
            IF WS-OPM-HOLD-NO EQUAL OSR-NO
               MOVE WS-OPM-HOLD-NAME TO REJ-VARCHAR(1:12)
               MOVE WS-OPM-HOLD-DEPT TO REJ-VARCHAR(49:4)
               MOVE WS-OPM-HOLD-CMP  TO REJ-VARCHAR(55:3)
            END-IF
            IF OSR-DEPT-OVERRIDE NOT EQUAL SPACES
               MOVE OSR-DEPT-OVERRIDE TO REJ-VARCHAR(49:4)
            END-IF
            MOVE OSR-SOURCE-SYS     TO REJ-VARCHAR(53:2)
            SET REJ-PAY-REJECT      TO TRUE

            MOVE SPACES             TO REJ-CHAR
            MOVE OSR-PAY-TYPE       TO REJ-PAY-TYPE
            MOVE OSR-APPROVAL-REF   TO REJ-PAY-APPROVAL-REF
            MOVE OSR-DEPT-OVERRIDE  TO REJ-PAY-DEPT-OVERRIDE
            SET REJ-STA-OPEN        TO TRUE
            MOVE SPACES             TO REJ-RULE-ID

            ADD 1                   TO WS-OTP-REJ-CTR

            WRITE REJECT-REC

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET AUD-OUTCM-PAY-REJ   TO TRUE
            PERFORM X0060-WRITE-PAY-AUDIT THRU X0060-EXIT
            .
       J0060-EXIT.
            EXIT.

       {{#process.vendor_extract}}
      *    vendor detail for an accepted payment -- the salary
      *    detail layout with the pay type set, so the vendor pays
      *    it as a one-off; it counts and hashes into the trailer
      *    like any other detail
       V0160-WRITE-PAY-DETAIL.

            IF WS-TRIAL-RUN-YES
               GO TO V0160-EXIT
            END-IF

            MOVE SPACES             TO VENDOR-DETAIL-LAYOUT
            MOVE 'D'                TO VND-RECORD-TYPE
            MOVE OSR-NO             TO VND-NO
            MOVE OSR-PAY-DATE       TO VND-DATE
            MOVE WS-OPM-HOLD-NAME   TO VND-NAME
            MOVE WS-OTP-POST-DEPT   TO VND-DEPT
            MOVE OSR-AMOUNT         TO VND-SALARY
            {{#process.multi_company}}
            MOVE WS-OPM-HOLD-CMP    TO VND-COMPANY
            {{/process.multi_company}}
            MOVE OSR-PAY-TYPE       TO VND-PAY-TYPE

            WRITE VENDOR-REC FROM VENDOR-DETAIL-LAYOUT

            IF WS-VND-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-VN TO TRUE
               MOVE WS-VND-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1          TO WS-VND-CTR
            ADD VND-SALARY TO WS-VND-HASH
            .
       V0160-EXIT.
            EXIT.

       {{/process.vendor_extract}}
      *    audit entry keyed on the payment's record number, with
      *    the payment's own source system
       X0060-WRITE-PAY-AUDIT.

            IF WS-TRIAL-RUN-YES
               GO TO X0060-EXIT
            END-IF

            MOVE OSR-NO             TO AUD-NO
            {{#process.control_cards}}
            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO AUD-RUN-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO AUD-RUN-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO AUD-RUN-DATE(7:2)
            ELSE
               ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            {{/process.control_cards}}
            {{^process.control_cards}}
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            {{/process.control_cards}}
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE OSR-SOURCE-SYS      TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID

            WRITE AUDIT-REC

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0060-EXIT.
            EXIT.

       {{/process.oneoff_payments}}
       X0001-WRITE-AUDIT.

            IF WS-TRIAL-RUN-YES
               GO TO X0001-EXIT
            END-IF

            MOVE IR-NO              TO AUD-NO
            END-IF
            {{/process.control_cards}}
            {{^process.control_cards}}
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            {{/process.control_cards}}
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE IR-SOURCE-SYS       TO AUD-SOURCE-SYS
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

       {{#process.master_update}}
      *----------------------------------------------------------*
      * AUDIT ENTRY KEYED ON THE MASTER RECORD RATHER THAN THE    *
      * CURRENT TRANSACTION -- FOR EVENTS RAISED WHILE THE MASTER *
      * SIDE OF THE MERGE IS BEING READ, WHEN IR-NO BELONGS TO A  *
      * DIFFERENT RECORD.                                         *
      *----------------------------------------------------------*
       X0002-WRITE-MST-AUDIT.

            IF WS-TRIAL-RUN-YES
               GO TO X0002-EXIT
            END-IF

            MOVE MR-NO              TO AUD-NO
            {{#process.control_cards}}
            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO AUD-RUN-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO AUD-RUN-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO AUD-RUN-DATE(7:2)
            ELSE
               ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            {{/process.control_cards}}
            {{^process.control_cards}}
            ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
            {{/process.control_cards}}
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE MR-SOURCE-SYS       TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID

            WRITE AUDIT-REC

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0002-EXIT.
            EXIT.

       {{#process.change_journal}}
      *----------------------------------------------------------*
      * BEFORE/AFTER IMAGE OF A MASTER CHANGE.  THE CALLER LOADS  *
      * THE TWO IMAGES, JRN-NO, JRN-SOURCE-SYS AND THE ACTION;    *
      * THE STAMP IS THE SAME PROCESSING DATE THE AUDIT TRAIL     *
      * USES.  A TRIAL RUN CHANGES NO MASTER AND JOURNALS NOTHING.*
      *----------------------------------------------------------*
       X0003-WRITE-JOURNAL.

            IF WS-TRIAL-RUN-YES
               GO TO X0003-EXIT
            END-IF

            MOVE JRN-NO             TO JRN-OLD-NO
            {{#process.control_cards}}
            IF WS-RUN-DATE NOT EQUAL SPACES
               MOVE WS-RUN-DATE(1:4) TO JRN-DATE(1:4)
               MOVE WS-RUN-DATE(6:2) TO JRN-DATE(5:2)
               MOVE WS-RUN-DATE(9:2) TO JRN-DATE(7:2)
            ELSE
               ACCEPT JRN-DATE FROM DATE YYYYMMDD
            END-IF
            {{/process.control_cards}}
            {{^process.control_cards}}
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            {{/process.control_cards}}
            ACCEPT JRN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO JRN-PROGRAM-ID
            MOVE SPACES              TO JRN-OPERATOR

            WRITE CHANGE-JOURNAL-REC

            IF WS-JRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-JRNFILE TO TRUE
               MOVE WS-JRN-STAT TO WS-ERR-CDE
               SET WS-PROC-AUDT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0003-EXIT.
            EXIT.

       {{/process.change_journal}}
       {{/process.master_update}}

       {{#process.feed_control}}
      *----------------------------------------------------------*
      * DOUBLE-RUN GUARD -- BEFORE ANY OTHER FILE IS TOUCHED THE  *
            EXIT.

       {{/process.batch_quiesce}}
       {{#process.cycle_control}}
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

            OPEN I-O {{process.cycle_file_name}}

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
            READ {{process.cycle_file_name}}
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NO CYCLE IS OPEN'
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ
            MOVE CYC-CUR-BUS-DATE TO WS-CYC-BUS-DATE

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ {{process.cycle_file_name}}
                INVALID KEY
                    DISPLAY WS-PROGRAM-NAME ': NOT IN THE CYCLE FOR '
                            WS-CYC-BUS-DATE
                    SET WS-MSG-CYC-NOT-SCHED TO TRUE
                    GO TO K0008-REFUSE
            END-READ

            IF CYC-STA-COMPLETE
               CLOSE {{process.cycle_file_name}}
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
            READ {{process.cycle_file_name}}
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

            CLOSE {{process.cycle_file_name}}
            SET WS-CYC-STARTED-YES TO TRUE
            GO TO K0008-EXIT
            .
       K0008-REFUSE.

            CLOSE {{process.cycle_file_name}}
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
            READ {{process.cycle_file_name}}
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
            READ {{process.cycle_file_name}}
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

            OPEN I-O {{process.cycle_file_name}}

            IF WS-CYC-STAT NOT EQUAL ZEROES
               GO TO K0011-WARN
            END-IF

            MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
            MOVE WS-PROGRAM-NAME TO CYC-STEP-ID
            READ {{process.cycle_file_name}}
                INVALID KEY
                    CLOSE {{process.cycle_file_name}}
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
               CLOSE {{process.cycle_file_name}}
               GO TO K0011-WARN
            END-IF

            CLOSE {{process.cycle_file_name}}
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

       {{/process.cycle_control}}
       {{#process.return_to_sender}}
      *----------------------------------------------------------*
      * A RECORD NUMBER RTSGEN01 RETURNED TO ITS SENDER IS BACK:  *
      * THE SENDER'S RESUBMISSION CLOSES THE OLD REJECT ON THE    *
      * OPERATIONAL REJECT KSDS (WITH-SENDER TO RESUBMITTED) AND  *
      * THE CLOSURE IS AUDITED, WHATEVER BECOMES OF THE RECORD    *
      * IN THIS RUN -- IF IT FAILS AGAIN IT REJECTS AFRESH.  A    *
      * NUMBER NOT ON THE KSDS, OR NOT WITH THE SENDER, IS NEW    *
      * WORK AND IS LEFT ALONE.  A TRIAL RUN CHANGES NOTHING.     *
      *----------------------------------------------------------*
       K0012-CLOSE-RETURNED.

            IF WS-TRIAL-RUN-YES
               GO TO K0012-EXIT
            END-IF

            MOVE IR-NO TO RJK-NO
            READ {{process.rejksds_file_name}}
                INVALID KEY GO TO K0012-EXIT
            END-READ

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT RJK-STA-WITH-SENDER
               GO TO K0012-EXIT
            END-IF

            SET RJK-STA-RESUBMITTED TO TRUE
            REWRITE REJECT-KEYED-REC

            IF WS-RJK-STAT NOT EQUAL ZEROES
               SET WS-MSG-RJKFILE TO TRUE
               MOVE WS-RJK-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET AUD-OUTCM-RTS-CLOSED TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            ADD 1 TO WS-RTS-CLOSED-CTR
            .
       K0012-EXIT.
            EXIT.

       {{/process.return_to_sender}}
       K0001-CHECK-RESTART.

      *     a trial must cover the whole feed -- a checkpoint a
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            {{/process.db2_master}}
            {{#process.dual_control}}

            IF WS-MR-EOF-NO
               PERFORM Q0012-POST-APPROVED THRU Q0012-EXIT
            END-IF
            {{/process.dual_control}}
            .
       O0001-EXIT.
            EXIT.

       Q0001-PROC-MATCHED.

            {{#process.pay_calendar}}
      *     U0700 falls back on the master's frequency when the
      *     transaction carries none
            MOVE MR-PAY-FREQ TO WS-PPC-MST-FREQ

            {{/process.pay_calendar}}
      *     a matched transaction that does not survive its edits
      *     must never cost us the master record -- everything but
      *     a clean delete or a clean change carries the old master
      *     image forward into the new generation via Q0003.
      *     a master record DORMNT01 has marked inactive takes no
      *     transaction until MSTMNT01 reactivates it; a delete
      *     still goes through -- that is how most of them leave.
            {{#process.master_update}}
            IF MR-STAT-INACTIVE AND NOT IR-ACT-DELETE
               SET REJ-RSN-INACTIVE TO TRUE
               PERFORM J0001-REJECT-REC THRU J0001-EXIT
               PERFORM Q0003-CARRY-MASTER THRU Q0003-EXIT
               GO TO Q0001-EXIT
            END-IF

            EVALUATE TRUE

               WHEN IR-ACT-ADD
                    ADD 1 TO WS-DEL-CTR
                    SET AUD-OUTCM-DELETED TO TRUE
                    PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
                    {{#process.change_journal}}
                    MOVE MASTER-REC   TO JRN-BEFORE-IMAGE
                    MOVE SPACES       TO JRN-AFTER-IMAGE
                    MOVE IR-NO        TO JRN-NO
                    MOVE IR-SOURCE-SYS TO JRN-SOURCE-SYS
                    SET JRN-ACT-DELETE TO TRUE
                    PERFORM X0003-WRITE-JOURNAL THRU X0003-EXIT
                    {{/process.change_journal}}

               WHEN IR-ACT-CHANGE
                    {{#process.dual_control}}
                    PERFORM Q0011-CHECK-DUAL-CTL THRU Q0011-EXIT
                    {{/process.dual_control}}
                    PERFORM U0001-VALIDATE-AND-PRINT THRU U0001-EXIT
      *             a rejected OR date-range-bypassed change never
      *             reached the business output, so the old master
      *             image carries forward untouched
                    IF WS-TRANS-OK-YES AND WS-TRANS-BYP-NO
                       {{#process.dual_control}}
                       IF WS-DC-HOLD-YES
                          PERFORM Q0013-HOLD-CHANGE THRU Q0013-EXIT
                       END-IF
                       {{/process.dual_control}}
                       PERFORM Q0002-APPLY-CHANGE THRU Q0002-EXIT
                    ELSE
                       PERFORM Q0003-CARRY-MASTER THRU Q0003-EXIT
                    END-IF
                    {{#process.dual_control}}
                    SET WS-DC-HOLD-NO TO TRUE
                    {{/process.dual_control}}

               WHEN OTHER
                    SET REJ-RSN-BAD-ACTION TO TRUE
            END-EVALUATE
            {{/process.master_update}}
            {{^process.master_update}}
            IF MR-STAT-INACTIVE
               SET REJ-RSN-INACTIVE TO TRUE
               PERFORM J0001-REJECT-REC THRU J0001-EXIT
               GO TO Q0001-EXIT
            END-IF

            PERFORM U0001-VALIDATE-AND-PRINT THRU U0001-EXIT
            {{/process.master_update}}
            .
       {{#process.master_update}}
       Q0002-APPLY-CHANGE.

            {{#process.change_journal}}
            MOVE MASTER-REC         TO JRN-BEFORE-IMAGE
            {{/process.change_journal}}
            MOVE IR-NUMERIC         TO MR-NUMERIC
            MOVE IR-VARCHAR         TO MR-VARCHAR
            MOVE IR-DATE            TO MR-DATE
            {{#process.pay_calendar}}
      *     a change that leaves the frequency blank keeps the one
      *     on file
            IF IR-FREQ-NONE
               MOVE WS-PPC-MST-FREQ TO MR-PAY-FREQ
            END-IF
            {{/process.pay_calendar}}

            ADD 1                   TO WS-CHG-CTR
            PERFORM F0003-WRITE-NEWMAST THRU F0003-EXIT
            {{#process.change_journal}}

            MOVE MASTER-REC         TO JRN-AFTER-IMAGE
            MOVE IR-NO              TO JRN-NO
            MOVE IR-SOURCE-SYS      TO JRN-SOURCE-SYS
            SET JRN-ACT-CHANGE      TO TRUE
            PERFORM X0003-WRITE-JOURNAL THRU X0003-EXIT
            {{/process.change_journal}}
            .
       Q0002-EXIT.
            EXIT.

            ADD 1                   TO WS-ADD-CTR
            PERFORM F0003-WRITE-NEWMAST THRU F0003-EXIT
            {{#process.change_journal}}

            MOVE SPACES             TO JRN-BEFORE-IMAGE
            MOVE MASTER-REC         TO JRN-AFTER-IMAGE
            MOVE IR-NO              TO JRN-NO
            MOVE IR-SOURCE-SYS      TO JRN-SOURCE-SYS
            SET JRN-ACT-ADD         TO TRUE
            PERFORM X0003-WRITE-JOURNAL THRU X0003-EXIT
            {{/process.change_journal}}

            MOVE WS-SAVE-MASTER-REC TO MASTER-REC
            .
            MOVE WS-CHG-CTR         TO OUL-CHG-COUNT
            MOVE WS-DEL-CTR         TO OUL-DEL-COUNT
            MOVE WS-CARRY-CTR       TO OUL-CARRY-COUNT
            MOVE WS-HELD-CTR        TO OUL-HELD-COUNT
            MOVE WS-APR-POSTED-CTR TO OUL-APPLIED-COUNT
            MOVE OUTPUT-UPDATE-RECAP-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       {{#process.dual_control}}
      *----------------------------------------------------------*
      * DUAL CONTROL ON LARGE SALARY CHANGES.  A CHANGE MOVING    *
      * THE SALARY BY MORE THAN WS-DC-LIMIT-PCT PERCENT OF THE    *
      * MASTER AMOUNT (ANY MOVE AWAY FROM A ZERO SALARY COUNTS)   *
      * IS NOT POSTED: THE TRANSACTION RUNS THROUGH ITS EDITS AND *
      * OUTPUTS AT THE OLD SALARY, AND THE NEW AMOUNT IS PARKED   *
      * ON THE SALARY APPROVAL FILE FOR A SECOND OPERATOR ON THE  *
      * SALAPR01 SCREEN.  BAD PACKED DATA IS LEFT FOR U0001 TO    *
      * REJECT.  THIS OPTION NEEDS MASTER_UPDATE -- IT IS THE NEW *
      * GENERATION THAT POSTS THE APPROVED AMOUNT LATER.          *
      *----------------------------------------------------------*
       Q0011-CHECK-DUAL-CTL.

            SET WS-DC-HOLD-NO TO TRUE

            IF IR-NUMERIC NOT NUMERIC OR MR-NUMERIC NOT NUMERIC
               GO TO Q0011-EXIT
            END-IF

            IF IR-NUMERIC EQUAL MR-NUMERIC
               GO TO Q0011-EXIT
            END-IF

            SUBTRACT MR-NUMERIC FROM IR-NUMERIC GIVING WS-DC-DIFF
            IF WS-DC-DIFF LESS THAN ZERO
               MULTIPLY -1 BY WS-DC-DIFF
            END-IF

            MOVE MR-NUMERIC TO WS-DC-BASE
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
               GO TO Q0011-EXIT
            END-IF

            SET WS-DC-HOLD-YES    TO TRUE
            MOVE IR-NUMERIC       TO WS-DC-NEW-NUMERIC
            MOVE MR-NUMERIC       TO IR-NUMERIC
            .
       Q0011-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * AN APPROVED CHANGE FROM AN EARLIER RUN (OR FROM MSTMNT01) *
      * IS POSTED AS THE MASTER RECORD IS READ, BEFORE ANY OF     *
      * TODAY'S TRANSACTIONS ARE MATCHED AGAINST IT, AND THE      *
      * ENTRY IS MARKED APPLIED SO IT POSTS EXACTLY ONCE.         *
      * PENDING AND DECLINED ENTRIES LEAVE THE MASTER ALONE.      *
      *----------------------------------------------------------*
       Q0012-POST-APPROVED.

            MOVE MR-NO TO APR-NO
            READ {{process.approval_file_name}}
                INVALID KEY
                   GO TO Q0012-EXIT
            END-READ

            IF WS-APR-STAT NOT EQUAL ZEROES
               SET WS-MSG-APRFILE TO TRUE
               MOVE WS-APR-STAT TO WS-ERR-CDE
               SET WS-PROC-MSTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF NOT APR-STA-APPROVED
               GO TO Q0012-EXIT
            END-IF

            {{#process.change_journal}}
            MOVE MASTER-REC      TO JRN-BEFORE-IMAGE
            {{/process.change_journal}}
            MOVE APR-NEW-NUMERIC TO MR-NUMERIC
            ADD 1                TO WS-APR-POSTED-CTR
            {{#process.change_journal}}
            MOVE MASTER-REC      TO JRN-AFTER-IMAGE
            MOVE MR-NO           TO JRN-NO
            MOVE MR-SOURCE-SYS   TO JRN-SOURCE-SYS
            SET JRN-ACT-CHANGE   TO TRUE
            PERFORM X0003-WRITE-JOURNAL THRU X0003-EXIT
            {{/process.change_journal}}

            IF WS-TRIAL-RUN-YES
               GO TO Q0012-EXIT
            END-IF

            SET APR-STA-APPLIED  TO TRUE
            ACCEPT APR-APPLY-DATE FROM DATE YYYYMMDD

            REWRITE SALARY-APPROVAL-REC

            IF WS-APR-STAT NOT EQUAL ZEROES
               SET WS-MSG-APRFILE TO TRUE
               MOVE WS-APR-STAT TO WS-ERR-CDE
               SET WS-PROC-NMWR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET AUD-OUTCM-SAL-APPLD TO TRUE
            PERFORM X0002-WRITE-MST-AUDIT THRU X0002-EXIT
            .
       Q0012-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * PARK THE HELD CHANGE.  ONE ENTRY PER RECORD: A NEWER HELD *
      * CHANGE REPLACES WHATEVER IS ON FILE FOR THE KEY (AN       *
      * APPROVED ONE WAS ALREADY POSTED BY Q0012 ON THE READ).    *
      *----------------------------------------------------------*
       Q0013-HOLD-CHANGE.

            ADD 1 TO WS-HELD-CTR

            IF WS-TRIAL-RUN-YES
               GO TO Q0013-EXIT
            END-IF

            MOVE IR-NO TO APR-NO
            READ {{process.approval_file_name}}
                INVALID KEY
                   PERFORM Q0014-BUILD-APPROVAL THRU Q0014-EXIT
                   WRITE SALARY-APPROVAL-REC
                NOT INVALID KEY
                   PERFORM Q0014-BUILD-APPROVAL THRU Q0014-EXIT
                   REWRITE SALARY-APPROVAL-REC
            END-READ

            IF WS-APR-STAT NOT EQUAL ZEROES
               SET WS-MSG-APRFILE TO TRUE
               MOVE WS-APR-STAT TO WS-ERR-CDE
               SET WS-PROC-NMWR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET AUD-OUTCM-SAL-HELD TO TRUE
            PERFORM X0001-WRITE-AUDIT THRU X0001-EXIT
            .
       Q0013-EXIT.
            EXIT.

       Q0014-BUILD-APPROVAL.

            MOVE SPACES             TO SALARY-APPROVAL-REC
            MOVE IR-NO              TO APR-NO
            SET APR-STA-PENDING     TO TRUE
            SET APR-ORIG-BATCH      TO TRUE
            MOVE MR-NUMERIC         TO APR-OLD-NUMERIC
            MOVE WS-DC-NEW-NUMERIC  TO APR-NEW-NUMERIC
            MOVE WS-DC-PCT          TO APR-PCT-CHANGE
            MOVE IR-NAME            TO APR-NAME
            MOVE IR-DEPT-CODE       TO APR-DEPT-CODE
      *     a feed has no operator behind it -- the maker is the
      *     program and the sending system, which no checker can
      *     ever sign on as
            MOVE WS-PROGRAM-NAME    TO APR-MAKER-ID
            MOVE WS-PROGRAM-NAME    TO APR-MAKER-PGM
            MOVE IR-SOURCE-SYS      TO APR-MAKER-SRC
            ACCEPT APR-MAKER-DATE FROM DATE YYYYMMDD
            ACCEPT APR-MAKER-TIME FROM TIME
            MOVE SPACES             TO APR-CHECKER-ID
            MOVE ZERO               TO APR-DECIDE-DATE
            MOVE ZERO               TO APR-DECIDE-TIME
            MOVE ZERO               TO APR-APPLY-DATE
            .
       Q0014-EXIT.
            EXIT.

       {{/process.dual_control}}
       {{/process.master_update}}

       R0001-MATCH-MERGE.
       {{/process.effective_dated_master}}
       S0001-PROC-TRANS-ONLY.

            {{#process.pay_calendar}}
            MOVE SPACE TO WS-PPC-MST-FREQ

            {{/process.pay_calendar}}
            {{#process.master_update}}
            IF IR-ACT-ADD
               PERFORM U0001-VALIDATE-AND-PRINT THRU U0001-EXIT
               END-IF
            END-IF

            {{#process.labor_distribution}}
            MOVE IR-NO              TO WS-LDS-KEY-NO
            MOVE IR-DATE            TO WS-LDS-KEY-DATE
            MOVE IR-DEPT-CODE       TO WS-LDS-KEY-DEPT
            MOVE WS-CUR-FUNC-AMT    TO WS-LDS-KEY-AMOUNT
            PERFORM U0500-LABOR-SPLIT THRU U0500-EXIT

            {{/process.labor_distribution}}
            {{#process.dept_recap}}
            MOVE IR-DEPT-CODE       TO WS-DRC-WORK-CODE
            MOVE WS-CUR-FUNC-AMT    TO WS-DRC-WORK-AMT
            {{#process.labor_distribution}}
            MOVE WS-LDS-HOME-SHARE  TO WS-DRC-WORK-AMT
            {{/process.labor_distribution}}
            MOVE 1                  TO WS-DRC-WORK-CNT
            PERFORM V0002-RECAP-ACCUM THRU V0002-EXIT

            {{/process.dept_recap}}
            {{#process.labor_distribution}}
            PERFORM V0500-POST-SHARES THRU V0500-EXIT

            {{/process.labor_distribution}}
            SET WS-CTL-PRIMED-YES   TO TRUE
            MOVE IR-DEPT-CODE       TO WS-PREV-DEPT-CODE
            {{#process.dept_validation}}
            MOVE WS-CUR-DEPT-NAME   TO WS-PREV-DEPT-NAME
            {{/process.dept_validation}}
            ADD 1                   TO WS-CTL-REC-CTR
            {{^process.labor_distribution}}
            ADD WS-CUR-FUNC-AMT     TO WS-CTL-SALARY-TOTAL
            {{/process.labor_distribution}}
            {{#process.labor_distribution}}
            ADD WS-LDS-HOME-SHARE   TO WS-CTL-SALARY-TOTAL
            ADD WS-LDS-OUT-AMT      TO WS-CTL-DIST-OUT
            {{/process.labor_distribution}}
            .
       V0001-EXIT.
            EXIT.
            {{/process.dept_validation}}
            MOVE WS-CTL-REC-CTR        TO OSL-REC-COUNT
            MOVE WS-CTL-SALARY-TOTAL   TO OSL-SALARY-TOTAL
            {{#process.labor_distribution}}
            MOVE SPACES                TO OSL-DIST-LABEL
            IF WS-CTL-DIST-OUT NOT EQUAL ZERO
               MOVE 'DIST OUT'         TO OSL-DIST-LABEL
            END-IF
            MOVE WS-CTL-DIST-OUT       TO OSL-DIST-OUT
            {{/process.labor_distribution}}
            MOVE OUTPUT-SUBTOTAL-LAYOUT TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                      TO WS-LINE-CTR

            MOVE ZERO                  TO WS-CTL-REC-CTR
            MOVE ZERO                  TO WS-CTL-SALARY-TOTAL
            MOVE ZERO                  TO WS-CTL-DIST-OUT
            .
       W0001-EXIT.
            EXIT.
       V0002-RECAP-ACCUM.

            SET WS-DRC-FOUND-NO TO TRUE
            MOVE 1            TO WS-DRC-LO
            MOVE WS-DRC-COUNT TO WS-DRC-HI
            PERFORM V0003-RECAP-SCAN THRU V0003-EXIT
                UNTIL WS-DRC-FOUND-YES
                   OR WS-DRC-LO GREATER THAN WS-DRC-HI

      *     not there: the new entry goes where the search stopped
            IF WS-DRC-FOUND-NO
               MOVE WS-DRC-LO TO WS-DRC-IX
            END-IF

            IF WS-DRC-FOUND-YES
               ADD WS-DRC-WORK-CNT TO WS-DRC-REC-CTR(WS-DRC-IX)
               ADD WS-DRC-WORK-AMT TO WS-DRC-SALARY(WS-DRC-IX)
               GO TO V0002-EXIT
            END-IF

            IF WS-DRC-COUNT GREATER THAN OR EQUAL TO WS-DRC-MAX
               SET WS-MSG-RECAP-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
            PERFORM V0004-RECAP-SHIFT THRU V0004-EXIT
                UNTIL WS-DRC-JX LESS THAN OR EQUAL TO WS-DRC-IX

            MOVE WS-DRC-WORK-CODE TO WS-DRC-CODE(WS-DRC-IX)
            MOVE WS-DRC-WORK-CNT  TO WS-DRC-REC-CTR(WS-DRC-IX)
            MOVE WS-DRC-WORK-AMT  TO WS-DRC-SALARY(WS-DRC-IX)
            .
       V0002-EXIT.
            EXIT.

       V0003-RECAP-SCAN.

            ADD WS-DRC-LO WS-DRC-HI GIVING WS-DRC-IX
            DIVIDE 2 INTO WS-DRC-IX

            IF WS-DRC-CODE(WS-DRC-IX) EQUAL WS-DRC-WORK-CODE
               SET WS-DRC-FOUND-YES TO TRUE
            ELSE
               IF WS-DRC-CODE(WS-DRC-IX) LESS THAN WS-DRC-WORK-CODE
                  ADD 1 TO WS-DRC-IX GIVING WS-DRC-LO
               ELSE
                  SUBTRACT 1 FROM WS-DRC-IX GIVING WS-DRC-HI
               END-IF
            END-IF
            .
            EXIT.

       {{/process.dept_recap}}
       {{#process.labor_distribution}}
      *----------------------------------------------------------*
      * EVERY SHARE OF A SPLIT RECORD THAT LEAVES ITS HOME        *
      * DEPARTMENT: INTO THE RECEIVING DEPARTMENT'S RECAP LINE    *
      * (MONEY ONLY -- THE HEAD STAYS HOME) AND INTO THE RUN-LIFE *
      * DISTRIBUTED-IN TABLE W0500 PRINTS AT END OF REPORT.       *
      *----------------------------------------------------------*
       V0500-POST-SHARES.

            MOVE ZERO TO WS-LDS-SHR-IX
            PERFORM V0501-POST-ONE-SHARE THRU V0501-EXIT
                UNTIL WS-LDS-SHR-IX GREATER THAN OR EQUAL TO
                      WS-LDS-SHR-COUNT
            .
       V0500-EXIT.
            EXIT.

       V0501-POST-ONE-SHARE.

            ADD 1 TO WS-LDS-SHR-IX

            IF WS-LDS-SHR-CC(WS-LDS-SHR-IX) EQUAL WS-LDS-KEY-DEPT
               GO TO V0501-EXIT
            END-IF

            {{#process.dept_recap}}
            MOVE WS-LDS-SHR-CC(WS-LDS-SHR-IX)  TO WS-DRC-WORK-CODE
            MOVE WS-LDS-SHR-AMT(WS-LDS-SHR-IX) TO WS-DRC-WORK-AMT
            MOVE ZERO                          TO WS-DRC-WORK-CNT
            PERFORM V0002-RECAP-ACCUM THRU V0002-EXIT

            {{/process.dept_recap}}
            PERFORM V0502-DIST-IN-ACCUM THRU V0502-EXIT
            .
       V0501-EXIT.
            EXIT.

       V0502-DIST-IN-ACCUM.

            SET WS-LDI-FOUND-NO TO TRUE
            MOVE 1 TO WS-LDI-IX
            PERFORM V0503-DIST-IN-SCAN THRU V0503-EXIT
                UNTIL WS-LDI-FOUND-YES
                   OR WS-LDI-IX GREATER THAN WS-LDI-COUNT
                   OR WS-LDI-CODE(WS-LDI-IX) GREATER THAN
                      WS-LDS-SHR-CC(WS-LDS-SHR-IX)

            IF WS-LDI-FOUND-YES
               ADD WS-LDS-SHR-AMT(WS-LDS-SHR-IX)
                 TO WS-LDI-AMOUNT(WS-LDI-IX)
               GO TO V0502-EXIT
            END-IF

            IF WS-LDI-COUNT GREATER THAN OR EQUAL TO WS-LDI-MAX
               SET WS-MSG-LDS-FULL TO TRUE
               MOVE 99 TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-LDI-COUNT
            MOVE WS-LDI-COUNT TO WS-LDI-JX
            PERFORM V0504-DIST-IN-SHIFT THRU V0504-EXIT
                UNTIL WS-LDI-JX LESS THAN OR EQUAL TO WS-LDI-IX

            MOVE WS-LDS-SHR-CC(WS-LDS-SHR-IX)  TO WS-LDI-CODE(WS-LDI-IX)
            MOVE WS-LDS-SHR-AMT(WS-LDS-SHR-IX)
              TO WS-LDI-AMOUNT(WS-LDI-IX)
            .
       V0502-EXIT.
            EXIT.

       V0503-DIST-IN-SCAN.

            IF WS-LDI-CODE(WS-LDI-IX) EQUAL WS-LDS-SHR-CC(WS-LDS-SHR-IX)
               SET WS-LDI-FOUND-YES TO TRUE
            ELSE
               IF WS-LDI-CODE(WS-LDI-IX) LESS THAN
                  WS-LDS-SHR-CC(WS-LDS-SHR-IX)
                  ADD 1 TO WS-LDI-IX
               END-IF
            END-IF
            .
       V0503-EXIT.
            EXIT.

       V0504-DIST-IN-SHIFT.

            IF WS-LDI-JX GREATER THAN WS-LDI-IX
               MOVE WS-LDI-ENTRY(WS-LDI-JX - 1)
                 TO WS-LDI-ENTRY(WS-LDI-JX)
            END-IF
            SUBTRACT 1 FROM WS-LDI-JX
            .
       V0504-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * AFTER THE LAST DEPARTMENT SUBTOTAL, ONE SUBTOTAL-FORMAT   *
      * LINE PER RECEIVING DEPARTMENT FOR THE MONEY DISTRIBUTED   *
      * IN TO IT (NO RECORDS OF ITS OWN).  THE SUBTOTAL LINES     *
      * THEN FOOT TO THE RUN TOTAL, AND CONSOL01/GLPOST01 PICK    *
      * THE INFLOWS UP AS ORDINARY DEPARTMENT LINES.              *
      *----------------------------------------------------------*
       W0500-PRNT-LABOR-DIST.

            IF WS-LDI-COUNT EQUAL ZERO
               GO TO W0500-EXIT
            END-IF

            MOVE ZERO TO WS-LDI-IX
            PERFORM W0501-PRNT-DIST-LINE THRU W0501-EXIT
                UNTIL WS-LDI-IX GREATER THAN OR EQUAL TO
                      WS-LDI-COUNT
            .
       W0500-EXIT.
            EXIT.

       W0501-PRNT-DIST-LINE.

            ADD 1 TO WS-LDI-IX

            MOVE WS-LDI-CODE(WS-LDI-IX)   TO OSL-DEPT-CODE
            MOVE 'LABOR DISTRIBUTED IN'   TO OSL-DEPT-NAME
            MOVE ZERO                     TO OSL-REC-COUNT
            MOVE WS-LDI-AMOUNT(WS-LDI-IX) TO OSL-SALARY-TOTAL
            MOVE SPACES                   TO OSL-DIST-LABEL
            MOVE ZERO                     TO OSL-DIST-OUT
            MOVE OUTPUT-SUBTOTAL-LAYOUT   TO WS-PRINT-REPORT
            PERFORM F0001-WRITE-FILES THRU F0001-EXIT
            ADD 1                         TO WS-LINE-CTR
            .
       W0501-EXIT.
            EXIT.

       {{/process.labor_distribution}}
       {{/process.control_break}}

