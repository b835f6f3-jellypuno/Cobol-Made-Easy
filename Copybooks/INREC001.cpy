      *        COMPLD01-built company control file when the
      *        multi-company option is generated.
               05 IR-COMPANY-CODE     PIC X(03).
      *        pay-frequency code -- W weekly, B biweekly, S semi-
      *        monthly, M monthly -- keying the PAYCAL01 pay-period
      *        calendar when the pay-calendar option is generated;
      *        spaces pays on every run.
               05 IR-PAY-FREQ         PIC X(01).
                   88 IR-FREQ-WEEKLY      VALUE 'W'.
                   88 IR-FREQ-BIWEEKLY    VALUE 'B'.
                   88 IR-FREQ-SEMIMONTHLY VALUE 'S'.
                   88 IR-FREQ-MONTHLY     VALUE 'M'.
                   88 IR-FREQ-NONE        VALUE SPACE.
               05 FILLER              PIC X(42).
            02 FILLER       PIC X(03).
            02 IR-CHAR      PIC X(30).
      {{#process.master_update}}
      *        COMPLD01-built company control file when the
      *        multi-company option is generated.
               05 IR-COMPANY-CODE     PIC X(03).
      *        pay-frequency code -- W weekly, B biweekly, S semi-
      *        monthly, M monthly -- keying the PAYCAL01 pay-period
      *        calendar when the pay-calendar option is generated;
      *        spaces pays on every run.
               05 IR-PAY-FREQ         PIC X(01).
                   88 IR-FREQ-WEEKLY      VALUE 'W'.
                   88 IR-FREQ-BIWEEKLY    VALUE 'B'.
                   88 IR-FREQ-SEMIMONTHLY VALUE 'S'.
                   88 IR-FREQ-MONTHLY     VALUE 'M'.
                   88 IR-FREQ-NONE        VALUE SPACE.
               05 FILLER              PIC X(42).
            02 FILLER       PIC X(03).
            02 IR-CHAR      PIC X(30).
      {{#process.master_update}}
