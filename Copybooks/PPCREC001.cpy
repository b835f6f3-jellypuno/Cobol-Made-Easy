      *----------------------------------------------------------*
      * PAY-PERIOD-REC -- pay-period calendar file entry, one    *
      * record per pay period, built by PAYCAL01 from the        *
      * CALDLD01 business calendar for a calendar year. Keyed    *
      * by company, pay frequency (== IR-PAY-FREQ) and period    *
      * end, in ascending order.  PPC-COMPANY-CODE spaces is the *
      * default calendar, used by any company without its own.   *
      * PPC-PAY-DATE is the period end's scheduled pay day moved *
      * back to the prior business day when it falls on a        *
      * holiday or weekend.  Loaded into the in-storage period   *
      * table at startup when the pay-calendar option is         *
      * generated; a record is paid only on its period's pay day *
      * and held as not due on every other run.                  *
      *----------------------------------------------------------*
       01 PAY-PERIOD-REC.
            02 PPC-COMPANY-CODE PIC X(03).
            02 PPC-PAY-FREQ     PIC X(01).
                88 PPC-FREQ-WEEKLY      VALUE 'W'.
                88 PPC-FREQ-BIWEEKLY    VALUE 'B'.
                88 PPC-FREQ-SEMIMONTHLY VALUE 'S'.
                88 PPC-FREQ-MONTHLY     VALUE 'M'.
            02 PPC-PERIOD-START PIC 9(08).
            02 PPC-PERIOD-END   PIC 9(08).
            02 PPC-PAY-DATE     PIC 9(08).
            02 FILLER           PIC X(12).
