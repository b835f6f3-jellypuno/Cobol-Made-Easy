                05 FILLER       PIC X(07) VALUE 'ADDRESS'.
                05 FILLER       PIC X(11) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'SALARY'.
                05 FILLER       PIC X(27) VALUE SPACES.
      *         pay-currency columns, headed only in a run that
      *         converts salaries (H0001-PRNT-HDRS fills them)
                05 OSH-FX-HEADING
                                PIC X(21) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE SPACES.
            02 OUTPUT-SUB-HEADER-LAYOUT-2.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE ALL '*'.
                05 FILLER       PIC X(20) VALUE ALL '*'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE ALL '*'.
                05 FILLER       PIC X(24) VALUE SPACES.
                05 OSH-FX-UNDERLINE
                                PIC X(21) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE SPACES.
            02 OUTPUT-RECORD-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ORL-DATE     PIC X(10).
      *         when IR-DATE falls on a non-business day; spaces
      *         on every other line.
                05 ORL-CAL-FLAG PIC X(17) VALUE SPACES.
                05 FILLER       PIC X(02) VALUE SPACES.
      *         pay currency and the amount in it, when the run
      *         converts salaries -- ORL-SALARY is then the
      *         functional-currency amount.  spaces otherwise.
                05 ORL-CCY      PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 ORL-LOCAL-SALARY
                                PIC ZZZ,ZZZ,ZZ9.99CR
                                BLANK WHEN ZERO VALUE SPACES.
                05 FILLER       PIC X(15) VALUE SPACES.
            02 OUTPUT-SUBTOTAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'DEPT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OSL-SALARY-TOTAL
                                PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OSL-DIST-LABEL
                                PIC X(08) VALUE SPACES.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OSL-DIST-OUT PIC ZZZ,ZZZ,ZZ9.99CR
                                BLANK WHEN ZERO VALUE SPACES.
                05 FILLER       PIC X(10) VALUE SPACES.
            02 OUTPUT-UPDATE-RECAP-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(14) VALUE 'MASTER UPDATES'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OUL-CARRY-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'HELD'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OUL-HELD-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'APPROVED'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OUL-APPLIED-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(14) VALUE SPACES.
            02 OUTPUT-RECAP-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OCM-TITLE    PIC X(40).
                05 FILLER       PIC X(20) VALUE SPACES.
      *     second recap line per company when salaries are
      *     converted: the pay currency, the day's rate, the total
      *     in the pay currency, and what converting that total at
      *     once differs from the sum of the converted lines
            02 OUTPUT-CMP-FX-LAYOUT.
                05 FILLER       PIC X(07) VALUE SPACES.
                05 FILLER       PIC X(09) VALUE 'CURRENCY '.
                05 OCX-CCY      PIC X(03).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(05) VALUE 'RATE '.
                05 OCX-RATE     PIC ZZ,ZZ9.999999.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'LOCAL TOTAL '.
                05 OCX-LOCAL-TOTAL
                                PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(20)
                   VALUE 'ROUNDING DIFFERENCE '.
                05 OCX-ROUND-DIFF
                                PIC ZZ,ZZ9.99CR.
                05 FILLER       PIC X(31) VALUE SPACES.
      *     company department recap, after the company recap:
      *     one line per operating company and department the
      *     run paid salary to.  GLPOST01 cuts the intercompany
      *     recharges off these lines (the label at column 3, the
      *     company at 12-14, the department at 16-19, the amount
      *     and its CR at 33-48).
            02 OUTPUT-CDP-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(24)
                   VALUE 'COMPANY DEPARTMENT RECAP'.
                05 FILLER       PIC X(107) VALUE SPACES.
            02 OUTPUT-CDP-LINE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'CMP/DEPT'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OCD-CMP-CODE PIC X(03).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OCD-DEPT-CODE
                                PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OCD-REC-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 OCD-SALARY-TOTAL
                                PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(85) VALUE SPACES.
            02 OUTPUT-TRIAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(42) VALUE
                   VALUE 'NEXT BUSINESS DAY '.
                05 ONB-DATE     PIC X(10).
                05 FILLER       PIC X(103) VALUE SPACES.
      *     salary records held because their pay period does not
      *     pay on the run date -- audited, never printed or paid,
      *     and written to the held file the next run takes back
      *     in -- with the last run's held records re-presented.
            02 OUTPUT-NOTDUE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(29)
                   VALUE 'RECORDS NOT DUE, PAY CALENDAR'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OND-NOTDUE-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(18) VALUE 'HELD FOR NEXT RUN '.
                05 OND-HELD-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(13) VALUE 'RE-PRESENTED '.
                05 OND-REPRES-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(42) VALUE SPACES.
      *     run total of the company rounding differences, with
      *     the functional currency and the no-rate rejects.
      *     GLPOST01 posts the difference off this line (the label
      *     at column 3, the amount and its CR at 27-42).
            02 OUTPUT-FX-ROUND-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(22)
                   VALUE 'FX ROUNDING DIFFERENCE'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OFX-ROUND-TOTAL
                                PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(15) VALUE 'FUNCTIONAL CCY '.
                05 OFX-FUNC-CCY PIC X(03).
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(16) VALUE 'NO-RATE REJECTS '.
                05 OFX-NORATE-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(44) VALUE SPACES.
      *     one-off payments section, printed after the run
      *     totals when the one-off payments option is generated:
      *     a detail line per accepted payment, then a line per
      *     payment type, a line per booked department and the
      *     section total.  the detail line starts with the
      *     payment number, not a date, so CONSOL01 and RPTDST01
      *     do not take it for a salary line.  GLPOST01 posts off
      *     the department lines (code at 16-19, amount and its CR
      *     at 51-66) and BALNCE01 proves off the total line (the
      *     amount and its CR at 46-61).
            02 OUTPUT-OTP-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(16) VALUE 'ONE-OFF PAYMENTS'.
                05 FILLER       PIC X(115) VALUE SPACES.
            02 OUTPUT-OTP-HEADER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE 'PAYMENT NO'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'TYPE'.
                05 FILLER       PIC X(21) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'DEPT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(04) VALUE 'NAME'.
                05 FILLER       PIC X(10) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PAY DATE'.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'APPROVAL REF'.
                05 FILLER       PIC X(12) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'AMOUNT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOH-FX-HEADING
                                PIC X(21) VALUE SPACES.
                05 FILLER       PIC X(10) VALUE SPACES.
            02 OUTPUT-OTP-DETAIL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-NO       PIC 9(09).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-PAY-TYPE PIC X(02).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OOD-TYPE-DESC
                                PIC X(20).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-DEPT     PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-NAME     PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-PAY-DATE PIC X(10).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-APPROVAL-REF
                                PIC X(12).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(02) VALUE SPACES.
      *         pay currency and the amount in it, as on the
      *         salary detail line
                05 OOD-CCY      PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOD-LOCAL-AMOUNT
                                PIC ZZZ,ZZZ,ZZ9.99CR
                                BLANK WHEN ZERO VALUE SPACES.
                05 FILLER       PIC X(10) VALUE SPACES.
            02 OUTPUT-OTP-TYPE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PAY TYPE'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OOT-PAY-TYPE PIC X(02).
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OOT-TYPE-DESC
                                PIC X(20).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PAYMENTS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOT-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'AMOUNT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(52) VALUE SPACES.
            02 OUTPUT-OTP-DEPT-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'ONE-OFF DEPT'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OOS-DEPT-CODE
                                PIC X(04).
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'PAYMENTS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOS-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'AMOUNT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOS-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(67) VALUE SPACES.
            02 OUTPUT-OTP-TOTAL-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(22)
                   VALUE 'TOTAL ONE-OFF PAYMENTS'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOP-COUNT    PIC ZZZ,ZZ9.
                05 FILLER       PIC X(04) VALUE SPACES.
                05 FILLER       PIC X(06) VALUE 'AMOUNT'.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 OOP-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99CR.
                05 FILLER       PIC X(03) VALUE SPACES.
                05 FILLER       PIC X(08) VALUE 'REJECTED'.
                05 FILLER       PIC X(01) VALUE SPACES.
                05 OOP-REJ-COUNT
                                PIC ZZZ,ZZ9.
                05 FILLER       PIC X(53) VALUE SPACES.
            02 OUTPUT-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(13) VALUE 'TOTAL RECORDS'.
