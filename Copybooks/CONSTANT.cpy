               05 WS-CMP-STAT       PIC 9(02).
               05 WS-RTA-STAT       PIC 9(02).
               05 WS-BSY-STAT       PIC 9(02).
               05 WS-APR-STAT       PIC 9(02).
               05 WS-JRN-STAT       PIC 9(02).
               05 WS-LDS-STAT       PIC 9(02).
               05 WS-BUD-STAT       PIC 9(02).
               05 WS-HCH-STAT       PIC 9(02).
               05 WS-HCO-STAT       PIC 9(02).
               05 WS-WFC-STAT       PIC 9(02).
               05 WS-WGF-STAT       PIC 9(02).
               05 WS-DLW-STAT       PIC 9(02).
               05 WS-BNK-STAT       PIC 9(02).
               05 WS-ACH-STAT       PIC 9(02).
               05 WS-ATH-STAT       PIC 9(02).
               05 WS-CYC-STAT       PIC 9(02).
               05 WS-SQH-STAT       PIC 9(02).
               05 WS-SQO-STAT       PIC 9(02).
               05 WS-RJK-STAT       PIC 9(02).
               05 WS-RT1-STAT       PIC 9(02).
               05 WS-RT2-STAT       PIC 9(02).
               05 WS-RT3-STAT       PIC 9(02).
               05 WS-RAR-STAT       PIC 9(02).
               05 WS-RAX-STAT       PIC 9(02).
               05 WS-BND-STAT       PIC 9(02).
               05 WS-FXR-STAT       PIC 9(02).
               05 WS-ERS-STAT       PIC 9(02).
               05 WS-JNO-STAT       PIC 9(02).
               05 WS-VNO-STAT       PIC 9(02).
               05 WS-OTP-STAT       PIC 9(02).
               05 WS-PTY-STAT       PIC 9(02).
               05 WS-OPM-STAT       PIC 9(02).
               05 WS-OTA-STAT       PIC 9(02).
               05 WS-PRC-STAT       PIC 9(02).
               05 WS-PPC-STAT       PIC 9(02).
               05 WS-ACW-STAT       PIC 9(02).
               05 WS-HLI-STAT       PIC 9(02).
               05 WS-HLO-STAT       PIC 9(02).
           02 WS-ERROR-HANDLING.
               05 WS-ERR-MSG    PIC X(40).
                   88 WS-MSG-OP-IN
                   VALUE 'ERROR WRITING TOP-N REPORT FILE!'.
                   88 WS-MSG-CL-TP
                   VALUE 'ERROR CLOSING TOP-N REPORT FILE!'.
                   88 WS-MSG-APRFILE
                   VALUE 'ERROR ON SALARY APPROVAL FILE!'.
                   88 WS-MSG-JRNFILE
                   VALUE 'ERROR ON CHANGE JOURNAL FILE!'.
                   88 WS-MSG-LDSFILE
                   VALUE 'ERROR ON LABOR DISTRIBUTION FILE!'.
                   88 WS-MSG-LDS-FULL
                   VALUE 'LABOR DISTRIBUTION TABLE FULL!'.
                   88 WS-MSG-BUDFILE
                   VALUE 'ERROR ON DEPARTMENT BUDGET FILE!'.
                   88 WS-MSG-HCHFILE
                   VALUE 'ERROR ON HEADCOUNT HISTORY FILE!'.
                   88 WS-MSG-WFCTL
                   VALUE 'ERROR ON WAGE FILING CONTROL FILE!'.
                   88 WS-MSG-WAGEFILE
                   VALUE 'ERROR ON WAGE FILING FILE!'.
                   88 WS-MSG-DLWFILE
                   VALUE 'ERROR ON LEAVER IDENTITY WORK FILE!'.
                   88 WS-MSG-DUP-FILING
                   VALUE 'WAGE FILING ALREADY PRODUCED FOR YEAR!'.
                   88 WS-MSG-NOT-FILED
                   VALUE 'NO WAGE FILING FOR YEAR - ROLL REFUSED!'.
                   88 WS-MSG-FILING-DIFF
                   VALUE 'WAGE FILING DOES NOT TIE TO YTD FILE!'.
                   88 WS-MSG-BNKFILE
                   VALUE 'ERROR ON BANK DETAILS FILE!'.
                   88 WS-MSG-ACHFILE
                   VALUE 'ERROR ON ACH PAYMENT FILE!'.
                   88 WS-MSG-REFFILE
                   VALUE 'ERROR ON OLD/NEW REFERENCE FILE!'.
                   88 WS-MSG-OPRFILE
                   VALUE 'ERROR ON OPERATOR AUTHORITY FILE!'.
                   88 WS-MSG-RUL-FULL
                   VALUE 'RULES TABLE FULL!'.
                   88 WS-MSG-CRC-FULL
                   VALUE 'COMPANY RECAP TABLE FULL!'.
                   88 WS-MSG-REF-SEQ
                   VALUE 'REFERENCE FILE OUT OF KEY SEQUENCE!'.
                   88 WS-MSG-RJT-FULL
                   VALUE 'REJECT TABLE FULL!'.
                   88 WS-MSG-IDX-FULL
                   VALUE 'BUNDLE INDEX TABLE FULL!'.
                   88 WS-MSG-CYCFILE
                   VALUE 'ERROR ON CYCLE CONTROL FILE!'.
                   88 WS-MSG-CYC-NOT-SCHED
                   VALUE 'STEP NOT SCHEDULED IN OPEN CYCLE!'.
                   88 WS-MSG-CYC-PRED
                   VALUE 'PREDECESSOR STEP NOT COMPLETE!'.
                   88 WS-MSG-CYC-CONSUMED
                   VALUE 'RERUN REFUSED - OUTPUT ALREADY USED!'.
                   88 WS-MSG-SQHFILE
                   VALUE 'ERROR ON DATA QUALITY HISTORY FILE!'.
                   88 WS-MSG-RJKFILE
                   VALUE 'ERROR ON KEYED REJECT FILE!'.
                   88 WS-MSG-RTSFILE
                   VALUE 'ERROR ON RETURN-TO-SENDER FILE!'.
                   88 WS-MSG-RPTARC
                   VALUE 'ERROR ON REPORT ARCHIVE FILE!'.
                   88 WS-MSG-RPTAIX
                   VALUE 'ERROR ON REPORT ARCHIVE INDEX!'.
                   88 WS-MSG-FXRFILE
                   VALUE 'ERROR ON EXCHANGE-RATE FILE!'.
                   88 WS-MSG-FXR-FULL
                   VALUE 'EXCHANGE-RATE TABLE FULL!'.
                   88 WS-MSG-ERSWORK
                   VALUE 'ERROR ON ERASURE WORK FILE!'.
                   88 WS-MSG-ERS-FULL
                   VALUE 'ERASURE TABLE FULL!'.
                   88 WS-MSG-OTPFILE
                   VALUE 'ERROR ON ONE-OFF PAYMENT FILE!'.
                   88 WS-MSG-OTAFILE
                   VALUE 'ERROR ON ACCEPTED PAYMENTS FILE!'.
                   88 WS-MSG-PTYFILE
                   VALUE 'ERROR ON PAY-TYPE REFERENCE FILE!'.
                   88 WS-MSG-PTY-FULL
                   VALUE 'PAY-TYPE TABLE FULL!'.
                   88 WS-MSG-OPD-FULL
                   VALUE 'ONE-OFF DEPARTMENT TABLE FULL!'.
                   88 WS-MSG-CPD-FULL
                   VALUE 'COMPANY DEPARTMENT TABLE FULL!'.
                   88 WS-MSG-ICO-FULL
                   VALUE 'INTERCOMPANY TABLE FULL!'.
                   88 WS-MSG-PPCFILE
                   VALUE 'ERROR ON PAY-PERIOD CALENDAR FILE!'.
                   88 WS-MSG-PPC-FULL
                   VALUE 'PAY-PERIOD TABLE FULL!'.
                   88 WS-MSG-CAL-SHORT
                   VALUE 'CALENDAR DOES NOT COVER PAY DATES!'.
                   88 WS-MSG-ACTWORK
                   VALUE 'ERROR ON ACTIVITY WORK FILE!'.
                   88 WS-MSG-HLDIN
                   VALUE 'ERROR READING HELD RECORD FILE!'.
                   88 WS-MSG-HLDOUT
                   VALUE 'ERROR WRITING HELD RECORD FILE!'.
                   88 WS-MSG-VER-FULL
                   VALUE 'MASTER VERSION TABLE FULL!'.
                   88 WS-MSG-PEER-FULL
                   VALUE 'PEER SALARY TABLE FULL!'.
                   88 WS-MSG-STAT-FULL
                   VALUE 'PEER STATISTICS TABLE FULL!'.
               05 WS-ERR-CDE    PIC 9(02).
               05 WS-RETURN-CDE PIC 9(02) VALUE ZERO.
                   88 WS-RC-SUCCESS      VALUE 00.
                   88 WS-RC-BACKOUT-REF  VALUE 92.
                   88 WS-RC-PROFILE-GATE VALUE 18.
                   88 WS-RC-RESEND-REF   VALUE 96.
                   88 WS-RC-OVER-BUDGET  VALUE 06.
                   88 WS-RC-FILING-EXCP  VALUE 02.
                   88 WS-RC-NOT-FILED    VALUE 97.
                   88 WS-RC-ACH-EXCP     VALUE 03.
                   88 WS-RC-INTEGRITY    VALUE 05.
                   88 WS-RC-REF-IMPACT   VALUE 07.
                   88 WS-RC-CYCLE-HOLD   VALUE 98.
                   88 WS-RC-SAL-OUTLIER  VALUE 09.
               05 WS-ERR-PROC   PIC X(20).
                   88 WS-PROC-OPEN VALUE 'B0001-OPEN-FILES'.
                   88 WS-PROC-READ VALUE 'D0001-READ-FILES'.
                   88 WS-PROC-RNHW  VALUE 'Z0002-WRITE-RUN-HIST'.
                   88 WS-PROC-CARD  VALUE 'C0003-PROC-CTL-CARDS'.
                   88 WS-PROC-FEED  VALUE 'K0002-CHECK-FEED-CTL'.
                   88 WS-PROC-CYCL  VALUE 'K0008-CYCLE-CHECK-IN'.
                   88 WS-PROC-OTP   VALUE 'G0060-PROC-ONEOFF'.
                   88 WS-PROC-HLDW  VALUE 'F0005-WRITE-HELD'.
      *    numbered operator message id, issued in one fixed format
      *    (<program>-<nnnn><severity>) ahead of every operator-
      *    visible event so console automation keys on stable ids
               05 WS-CHG-CTR        PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-DEL-CTR        PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-CARRY-CTR      PIC 9(07) COMP-3 VALUE ZERO.
      *        dual-control counters -- salary changes parked on the
      *        approval file this run, and approved changes posted
      *        to the new generation from earlier runs.
               05 WS-HELD-CTR       PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-APR-POSTED-CTR PIC 9(07) COMP-3 VALUE ZERO.
      *        returned rejects closed by the sender's resubmission
               05 WS-RTS-CLOSED-CTR PIC 9(07) COMP-3 VALUE ZERO.
      *    runtime control cards (KEYWORD=VALUE, '*' comments):
      *    RUNDATE, CHKPOINT, LINESPP, REJLIMIT, REPORT=YES/NO.
      *    parsed by C0003-PROC-CTL-CARDS before any other file
               05 WS-ECHO-IX         PIC 9(04) COMP VALUE ZERO.
               05 WS-ECHO-COUNT      PIC 9(04) COMP VALUE ZERO.
               05 WS-ECHO-CARD       PIC X(72) OCCURS 20 TIMES.
      *    dual control on large salary changes: a change that
      *    moves the salary by more than WS-DC-LIMIT-PCT percent of
      *    the master amount is parked on the salary approval file
      *    instead of posted (the limit itself is on DCLCONST,
      *    shared with MSTMNT01).  the held amount rides in
      *    WS-DC-NEW-NUMERIC while the transaction posts at the
      *    old salary.
           02 WS-DUAL-CONTROL-AREA.
               05 WS-DC-PCT          PIC S9(05)V99 COMP-3 VALUE ZERO.
               05 WS-DC-DIFF         PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-DC-BASE         PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-DC-WORK         PIC S9(13)V99 COMP-3 VALUE ZERO.
               05 WS-DC-NEW-NUMERIC  PIC S9(09)V99 COMP-3 VALUE ZERO.
               05 WS-DC-HOLD-SW      PIC X(01) VALUE 'N'.
                   88 WS-DC-HOLD-NO      VALUE 'N'.
                   88 WS-DC-HOLD-YES     VALUE 'Y'.
      *    business-date range selection (FROMDATE=/TODATE=
      *    control cards): when the switch is on, U0001 bypasses
      *    records whose IR-DATE falls outside the range, counting
      *    order by V0002-RECAP-ACCUM so the recap page prints in
      *    department order without a sort.
           02 WS-DEPT-RECAP-AREA.
               05 WS-DRC-MAX         PIC 9(04) COMP VALUE 1000.
               05 WS-DRC-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
               05 WS-DRC-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-DRC-JX          PIC 9(04) COMP VALUE ZERO.
               05 WS-DRC-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-DRC-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-DRC-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-DRC-FOUND-NO    VALUE 'N'.
                   88 WS-DRC-FOUND-YES   VALUE 'Y'.
               05 WS-DRC-PCT-WORK    PIC 9(18) COMP-3 VALUE ZERO.
               05 WS-DRC-PCT         PIC 9(05)V99 COMP-3 VALUE ZERO.
      *        what V0002-RECAP-ACCUM posts: the department, the
      *        amount, and the records it counts for (zero for a
      *        share distributed in from another department)
               05 WS-DRC-WORK-CODE   PIC X(04) VALUE SPACES.
               05 WS-DRC-WORK-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-DRC-WORK-CNT    PIC 9(01) VALUE ZERO.
               05 WS-DRC-ENTRY OCCURS 1000 TIMES.
                   10 WS-DRC-CODE    PIC X(04).
                   10 WS-DRC-REC-CTR PIC 9(07) COMP-3.
                   10 WS-DRC-SALARY  PIC S9(11)V99 COMP-3.
      *    hardcoded edits.  the id of a firing reject rule rides
      *    in WS-CUR-RULE-ID onto REJECT-REC.
           02 WS-RULES-AREA.
               05 WS-RUL-MAX        PIC 9(04) COMP VALUE 200.
               05 WS-RUL-COUNT      PIC 9(04) COMP VALUE ZERO.
               05 WS-RUL-IX         PIC 9(04) COMP VALUE ZERO.
               05 WS-RUL-VALUE      PIC X(30) VALUE SPACES.
               05 WS-RUL-FAIL-SW    PIC X(01) VALUE 'N'.
                   88 WS-RUL-FAIL-NO    VALUE 'N'.
                   88 WS-RUL-FAIL-YES   VALUE 'Y'.
               05 WS-RULE-ENTRY OCCURS 200 TIMES.
                   10 WS-RUL-ID     PIC X(04).
                   10 WS-RUL-FIELD  PIC X(12).
                   10 WS-RUL-CHECK  PIC X(08).
      *    check refuses it (the calendar cannot vouch for it),
      *    the IR-DATE flagging leaves it alone.
           02 WS-CALENDAR-AREA.
               05 WS-CAL-MAX         PIC 9(04) COMP VALUE 4000.
               05 WS-CAL-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-CAL-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CAL-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-CAL-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-CAL-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-CAL-FOUND-NO    VALUE 'N'.
                   88 WS-CAL-FOUND-YES   VALUE 'Y'.
               05 WS-CAL-FOUND-TYPE  PIC X(01) VALUE SPACE.
               05 WS-CAL-NEXT-BUS    PIC 9(08) VALUE ZERO.
               05 WS-CAL-NONBUS-CTR  PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-CAL-ENTRY OCCURS 4000 TIMES.
                   10 WS-CAL-TBL-DATE PIC 9(08).
                   10 WS-CAL-TBL-TYPE PIC X(01).
      *    in-storage company control table loaded at startup by
      *    department recap is) so the balancing step can prove the
      *    run company by company.
           02 WS-COMPANY-TABLE-AREA.
               05 WS-CMP-MAX         PIC 9(04) COMP VALUE 200.
               05 WS-CMP-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-CMP-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CMP-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-CMP-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-CMP-LOOKUP-CODE PIC X(03) VALUE SPACES.
               05 WS-CMP-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-CMP-FOUND-NO    VALUE 'N'.
                   88 WS-CMP-FOUND-YES   VALUE 'Y'.
               05 WS-CUR-CMP-NAME    PIC X(35) VALUE SPACES.
               05 WS-CUR-CMP-TITLE   PIC X(40) VALUE SPACES.
               05 WS-CMP-ENTRY OCCURS 200 TIMES.
                   10 WS-CMP-TBL-CODE  PIC X(03).
                   10 WS-CMP-TBL-NAME  PIC X(35).
                   10 WS-CMP-TBL-TITLE PIC X(40).
                   10 WS-CMP-TBL-CCY   PIC X(03).
           02 WS-COMPANY-RECAP-AREA.
               05 WS-CRC-MAX         PIC 9(04) COMP VALUE 200.
               05 WS-CRC-COUNT       PIC 9(03) COMP-3 VALUE ZERO.
               05 WS-CRC-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CRC-JX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CRC-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-CRC-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-CRC-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-CRC-FOUND-NO    VALUE 'N'.
                   88 WS-CRC-FOUND-YES   VALUE 'Y'.
               05 WS-CRC-ENTRY OCCURS 200 TIMES.
                   10 WS-CRC-CODE    PIC X(03).
                   10 WS-CRC-REC-CTR PIC 9(07) COMP-3.
                   10 WS-CRC-SALARY  PIC S9(11)V99 COMP-3.
                   10 WS-CRC-LOCAL   PIC S9(11)V99 COMP-3.
      *    run-life salary totals per operating company and
      *    department, kept in company/department order the same
      *    way, printed as the company department recap GLPOST01
      *    cuts the month's intercompany recharges from.
           02 WS-COMPANY-DEPT-AREA.
               05 WS-CPD-MAX         PIC 9(04) COMP VALUE 2000.
               05 WS-CPD-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
               05 WS-CPD-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CPD-JX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CPD-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-CPD-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-CPD-WORK-KEY.
                   10 WS-CPD-WORK-CMP  PIC X(03).
                   10 WS-CPD-WORK-DEPT PIC X(04).
               05 WS-CPD-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-CPD-FOUND-NO    VALUE 'N'.
                   88 WS-CPD-FOUND-YES   VALUE 'Y'.
               05 WS-CPD-ENTRY OCCURS 2000 TIMES.
                   10 WS-CPD-KEY.
                       15 WS-CPD-CMP     PIC X(03).
                       15 WS-CPD-DEPT    PIC X(04).
                   10 WS-CPD-REC-CTR     PIC 9(07) COMP-3.
                   10 WS-CPD-SALARY      PIC S9(11)V99 COMP-3.
      *    pay calendar: one entry per company and pay frequency
      *    on the PAYCAL01-built period file, flagged due when one
      *    of its periods pays on WS-PPC-RUN-DATE.  company spaces
      *    is the default calendar a company without periods of its
      *    own falls back to.  the file is read whole, so the year
      *    ahead can be concatenated behind this year's periods.
           02 WS-PAY-PERIOD-AREA.
               05 WS-PPC-MAX         PIC 9(04) COMP VALUE 400.
               05 WS-PPC-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-PPC-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-PPC-RUN-DATE    PIC 9(08) VALUE ZERO.
               05 WS-PPC-LOOKUP-KEY.
                   10 WS-PPC-LOOKUP-CMP  PIC X(03) VALUE SPACES.
                   10 WS-PPC-LOOKUP-FREQ PIC X(01) VALUE SPACE.
               05 WS-PPC-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-PPC-FOUND-NO    VALUE 'N'.
                   88 WS-PPC-FOUND-YES   VALUE 'Y'.
               05 WS-PPC-DUE-SW      PIC X(01) VALUE 'Y'.
                   88 WS-PPC-DUE-NO      VALUE 'N'.
                   88 WS-PPC-DUE-YES     VALUE 'Y'.
               05 WS-PPC-NOTDUE-CTR  PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-PPC-NOCAL-CTR   PIC 9(07) COMP-3 VALUE ZERO.
      *        the matched master's pay frequency -- space when the
      *        transaction has no master behind it
               05 WS-PPC-MST-FREQ    PIC X(01) VALUE SPACE.
               05 WS-PPC-FREQ        PIC X(01) VALUE SPACE.
                   88 WS-PPC-FREQ-NONE   VALUE SPACE.
      *        held records: not-due records written to the held
      *        file for the next run, and the last run's held
      *        records presented again today, merged into the feed
      *        in key order -- each side read one record ahead.
      *        a held record whose key the feed sends again is
      *        superseded by the fresh one and only counted.
               05 WS-PPC-HELD-CTR    PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-PPC-REPRES-CTR  PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-PPC-SUPER-CTR   PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-PPC-REPRES-SW   PIC X(01) VALUE 'N'.
                   88 WS-PPC-REPRES-NO   VALUE 'N'.
                   88 WS-PPC-REPRES-YES  VALUE 'Y'.
               05 WS-PPC-HLI-OPEN-SW PIC X(01) VALUE 'N'.
                   88 WS-PPC-HLI-OPEN-NO  VALUE 'N'.
                   88 WS-PPC-HLI-OPEN-YES VALUE 'Y'.
               05 WS-PPC-FEED-KEY    PIC 9(09) VALUE ZERO.
               05 WS-PPC-FEED-SW     PIC X(01) VALUE 'R'.
                   88 WS-PPC-FEED-NEED   VALUE 'R'.
                   88 WS-PPC-FEED-PARKED VALUE 'P'.
                   88 WS-PPC-FEED-EOF    VALUE 'E'.
               05 WS-PPC-HLD-SW      PIC X(01) VALUE 'R'.
                   88 WS-PPC-HLD-NEED    VALUE 'R'.
                   88 WS-PPC-HLD-PARKED  VALUE 'P'.
                   88 WS-PPC-HLD-EOF     VALUE 'E'.
               05 WS-PPC-DUE-PERIODS PIC 9(04) COMP VALUE ZERO.
               05 WS-PPC-ENTRY OCCURS 400 TIMES.
                   10 WS-PPC-TBL-KEY.
                       15 WS-PPC-TBL-CMP  PIC X(03).
                       15 WS-PPC-TBL-FREQ PIC X(01).
                   10 WS-PPC-TBL-DUE     PIC X(01).
      *    multi-currency conversion: the functional (ledger)
      *    currency the report, subtotals and recap are kept in
      *    (FUNCCCY= card, default USD), the business date the
      *    day's rates are taken for, the exchange-rate table
      *    C0045-LOAD-FX-RATES fills in currency/date order, and
      *    what U0410-CONVERT-SALARY leaves for the record in
      *    hand.  WS-CUR-FUNC-AMT is the amount every run total
      *    accumulates -- IR-NUMERIC itself when the option is not
      *    generated or the company pays in the functional
      *    currency.  a rate is the functional units one unit of
      *    the pay currency buys.
           02 WS-CURRENCY-AREA.
               05 WS-FUNC-CCY        PIC X(03) VALUE 'USD'.
               05 WS-FX-BUS-DATE     PIC 9(08) VALUE ZERO.
               05 WS-FXR-MAX         PIC 9(04) COMP VALUE 2000.
               05 WS-FXR-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-FXR-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-FXR-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-FXR-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-FXR-LOOKUP-KEY.
                   10 WS-FXR-LOOKUP-CCY  PIC X(03) VALUE SPACES.
                   10 WS-FXR-LOOKUP-DATE PIC 9(08) VALUE ZERO.
               05 WS-FXR-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-FXR-FOUND-NO    VALUE 'N'.
                   88 WS-FXR-FOUND-YES   VALUE 'Y'.
               05 WS-CUR-CCY         PIC X(03) VALUE SPACES.
               05 WS-CUR-RATE        PIC 9(05)V9(06) COMP-3
                                     VALUE ZERO.
               05 WS-CUR-FUNC-AMT    PIC S9(09)V99 COMP-3
                                     VALUE ZERO.
               05 WS-FX-CONV-AMT     PIC S9(11)V99 COMP-3
                                     VALUE ZERO.
               05 WS-FX-ROUND-DIFF   PIC S9(11)V99 COMP-3
                                     VALUE ZERO.
               05 WS-FX-ROUND-TOTAL  PIC S9(11)V99 COMP-3
                                     VALUE ZERO.
               05 WS-FX-CONV-CTR     PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-FX-NORATE-CTR   PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-FXR-ENTRY OCCURS 2000 TIMES.
                   10 WS-FXR-TBL-KEY.
                       15 WS-FXR-TBL-CCY  PIC X(03).
                       15 WS-FXR-TBL-DATE PIC 9(08).
                   10 WS-FXR-TBL-RATE PIC 9(05)V9(06) COMP-3.
      *    one-off payments: the pay-type table C0060-LOAD-PAY-TYPES
      *    fills in code order, with the run's count and amount per
      *    type beside each entry; the totals per booked department
      *    G0072-OPD-ACCUM keeps in code order; the section counts;
      *    and the master side of the G0063-MATCH-MASTER match --
      *    the number, name, department and company of the master
      *    version last taken, which the payment in hand matched
      *    only when WS-OPM-HOLD-NO is its own number.
           02 WS-ONEOFF-AREA.
               05 WS-PTY-MAX         PIC 9(04) COMP VALUE 100.
               05 WS-PTY-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-PTY-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-PTY-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-PTY-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-PTY-LOOKUP-CODE PIC X(02) VALUE SPACES.
               05 WS-PTY-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-PTY-FOUND-NO    VALUE 'N'.
                   88 WS-PTY-FOUND-YES   VALUE 'Y'.
               05 WS-OPD-MAX         PIC 9(04) COMP VALUE 500.
               05 WS-OPD-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-OPD-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-OPD-JX          PIC 9(04) COMP VALUE ZERO.
               05 WS-OPD-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-OPD-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-OPD-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-OPD-FOUND-NO    VALUE 'N'.
                   88 WS-OPD-FOUND-YES   VALUE 'Y'.
               05 WS-OTP-READ-CTR    PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-OTP-ACC-CTR     PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-OTP-REJ-CTR     PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-OTP-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-OTP-EOF-SW      PIC X(01) VALUE 'N'.
                   88 WS-OTP-EOF-NO      VALUE 'N'.
                   88 WS-OTP-EOF-YES     VALUE 'Y'.
               05 WS-OPM-EOF-SW      PIC X(01) VALUE 'N'.
                   88 WS-OPM-EOF-NO      VALUE 'N'.
                   88 WS-OPM-EOF-YES     VALUE 'Y'.
               05 WS-OPM-HOLD-NO     PIC 9(09) VALUE ZERO.
               05 WS-OPM-HOLD-NAME   PIC X(12) VALUE SPACES.
               05 WS-OPM-HOLD-DEPT   PIC X(04) VALUE SPACES.
               05 WS-OPM-HOLD-CMP    PIC X(03) VALUE SPACES.
               05 WS-OPM-HOLD-STATUS PIC X(01) VALUE SPACES.
                   88 WS-OPM-HOLD-INACTIVE VALUE 'I'.
               05 WS-OTP-POST-DEPT   PIC X(04) VALUE SPACES.
               05 WS-OTP-RUN-DATE    PIC X(10) VALUE SPACES.
               05 WS-OTP-DATE-N      PIC 9(08) VALUE ZERO.
               05 WS-PTY-ENTRY OCCURS 100 TIMES.
                   10 WS-PTY-TBL-CODE PIC X(02).
                   10 WS-PTY-TBL-DESC PIC X(20).
                   10 WS-PTY-TBL-CTR  PIC 9(07) COMP-3.
                   10 WS-PTY-TBL-AMT  PIC S9(11)V99 COMP-3.
               05 WS-OPD-ENTRY OCCURS 500 TIMES.
                   10 WS-OPD-CODE     PIC X(04).
                   10 WS-OPD-CTR      PIC 9(07) COMP-3.
                   10 WS-OPD-AMT      PIC S9(11)V99 COMP-3.
      *    batch-window quiesce: the flag value K0006-PUT-BUSY-FLAG
      *    is asked to leave on the shared busy-flag KSDS ('Y' at
      *    start of run, 'N' in close-down).
           02 WS-BUSY-FLAG-CONTROL.
               05 WS-BSY-SETTING     PIC X(01) VALUE 'N'.
      *    nightly cycle ledger: the business date the step
      *    checked in under, whether it did (so close-down only
      *    records an end for a step that really started), and the
      *    predecessor list K0009-CHECK-PRED walks.
           02 WS-CYCLE-CONTROL.
               05 WS-CYC-BUS-DATE    PIC 9(08) VALUE ZERO.
               05 WS-CYC-PX          PIC 9(04) COMP VALUE ZERO.
               05 WS-CYC-STARTED-SW  PIC X(01) VALUE 'N'.
                   88 WS-CYC-STARTED-NO  VALUE 'N'.
                   88 WS-CYC-STARTED-YES VALUE 'Y'.
               05 WS-CYC-HOLD-SW     PIC X(01) VALUE 'N'.
                   88 WS-CYC-HOLD-NO     VALUE 'N'.
                   88 WS-CYC-HOLD-YES    VALUE 'Y'.
               05 WS-CYC-PRED-LIST.
                   10 WS-CYC-PRED-ID PIC X(08) OCCURS 4 TIMES.
      *    retro-adjustment state for the effective-dated match:
      *    the pending switch arms while the versions of a key are
      *    being consumed after a back-dated salary change, and
               05 WS-PREV-DEPT-CODE  PIC X(04) VALUE SPACES.
               05 WS-CTL-REC-CTR     PIC 9(07) COMP-3 VALUE ZERO.
               05 WS-CTL-SALARY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-CTL-DIST-OUT    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    labor distribution: the LDSREC001 sets loaded at startup
      *    (ascending record number / effective date / cost
      *    center), the split U0500-LABOR-SPLIT leaves behind for
      *    the record in hand -- one share per cost center, the
      *    last absorbing the rounding so the shares always foot
      *    to the amount -- and the run-life totals distributed
      *    in to each receiving cost center, kept in code order.
           02 WS-LABOR-DIST-AREA.
               05 WS-LDS-MAX         PIC 9(04) COMP VALUE 500.
               05 WS-LDS-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-LDS-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-LDS-SET-IX      PIC 9(04) COMP VALUE ZERO.
               05 WS-LDS-SET-DATE    PIC X(10) VALUE SPACES.
               05 WS-LDS-KEY-NO      PIC 9(09) VALUE ZERO.
               05 WS-LDS-KEY-DATE    PIC X(10) VALUE SPACES.
               05 WS-LDS-KEY-DEPT    PIC X(04) VALUE SPACES.
               05 WS-LDS-KEY-AMOUNT  PIC S9(09)V99 COMP-3 VALUE ZERO.
               05 WS-LDS-WORK        PIC S9(13)V9(4) COMP-3 VALUE ZERO.
               05 WS-LDS-ALLOCATED   PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-LDS-HOME-SHARE  PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-LDS-OUT-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
               05 WS-LDS-SPLIT-SW    PIC X(01) VALUE 'N'.
                   88 WS-LDS-SPLIT-NO    VALUE 'N'.
                   88 WS-LDS-SPLIT-YES   VALUE 'Y'.
               05 WS-LDS-SHR-COUNT   PIC 9(04) COMP VALUE ZERO.
               05 WS-LDS-SHR-IX      PIC 9(04) COMP VALUE ZERO.
               05 WS-LDS-SHARE OCCURS 10 TIMES.
                   10 WS-LDS-SHR-CC  PIC X(04).
                   10 WS-LDS-SHR-AMT PIC S9(11)V99 COMP-3.
               05 WS-LDS-ENTRY OCCURS 500 TIMES.
                   10 WS-LDS-TBL-NO   PIC 9(09).
                   10 WS-LDS-TBL-DATE PIC X(10).
                   10 WS-LDS-TBL-CC   PIC X(04).
                   10 WS-LDS-TBL-PCT  PIC 9(03)V99.
           02 WS-LABOR-DIST-IN-AREA.
      *        one entry per receiving department, so sized to the
      *        department table (WS-DEP-MAX)
               05 WS-LDI-MAX         PIC 9(04) COMP VALUE 1000.
               05 WS-LDI-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-LDI-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-LDI-JX          PIC 9(04) COMP VALUE ZERO.
               05 WS-LDI-FOUND-SW    PIC X(01) VALUE 'N'.
                   88 WS-LDI-FOUND-NO    VALUE 'N'.
                   88 WS-LDI-FOUND-YES   VALUE 'Y'.
               05 WS-LDI-ENTRY OCCURS 1000 TIMES.
                   10 WS-LDI-CODE    PIC X(04).
                   10 WS-LDI-AMOUNT  PIC S9(11)V99 COMP-3.
      *    in-storage department reference table loaded by
      *    C0002-LOAD-DEPT-TABLE in code order; U0002-CHECK-DEPT
      *    binary-searches it for the current IR-DEPT-CODE and
      *    leaves the department name behind for the subtotal
      *    line.  the owning company rides along for GLPOST01's
      *    intercompany recharges.
           02 WS-DEPT-TABLE-AREA.
               05 WS-DEP-MAX         PIC 9(04) COMP VALUE 1000.
               05 WS-DEP-COUNT       PIC 9(04) COMP VALUE ZERO.
               05 WS-DEP-IX          PIC 9(04) COMP VALUE ZERO.
               05 WS-DEP-LO          PIC 9(04) COMP VALUE ZERO.
               05 WS-DEP-HI          PIC 9(04) COMP VALUE ZERO.
               05 WS-DEP-LOOKUP-CODE PIC X(04) VALUE SPACES.
               05 WS-DEPT-FOUND-SW   PIC X(01) VALUE 'N'.
                   88 WS-DEPT-FOUND-NO   VALUE 'N'.
                   88 WS-DEPT-FOUND-YES  VALUE 'Y'.
               05 WS-CUR-DEPT-NAME   PIC X(30) VALUE SPACES.
               05 WS-PREV-DEPT-NAME  PIC X(30) VALUE SPACES.
               05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
                   10 WS-DEP-TBL-CODE PIC X(04).
                   10 WS-DEP-TBL-NAME PIC X(30).
                   10 WS-DEP-TBL-CMP  PIC X(03).
           02 WS-CSV-CONTROL.
               05 WS-CSV-SALARY-EDIT PIC -(9)9.99.
      *        staging copies of the name/address columns so the
