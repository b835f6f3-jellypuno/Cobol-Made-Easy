      *----------------------------------------------------------*
      * BANK-DETAIL-REC -- direct-deposit bank details, one entry *
      * per record number, held on the BNKFILE KSDS keyed on      *
      * BNK-NO and maintained on the BNKMNT01 screen (which edits *
      * the routing check digit before any write).  An account    *
      * keyed new or changed on the screen goes back to prenote   *
      * due: the next ACHGEN01 run sends a zero-dollar prenote    *
      * instead of paying, and the record is paid only once the   *
      * prenote period has passed, when ACHGEN01 marks it live.   *
      *----------------------------------------------------------*
       01 BANK-DETAIL-REC.
            02 BNK-NO           PIC 9(09).
      *     ABA routing number: 8-digit receiving institution id
      *     plus the check digit (weights 3-7-1, modulus 10)
            02 BNK-ROUTING      PIC 9(09).
            02 BNK-ROUTING-PARTS REDEFINES BNK-ROUTING.
                05 BNK-RDFI-ID      PIC 9(08).
                05 BNK-CHECK-DIGIT  PIC 9(01).
            02 BNK-ROUTING-DIGITS REDEFINES BNK-ROUTING.
                05 BNK-ROUTING-DIGIT PIC 9(01) OCCURS 9 TIMES.
            02 BNK-ACCOUNT      PIC X(17).
            02 BNK-ACCT-TYPE    PIC X(01).
                88 BNK-ACCT-CHECKING VALUE 'C'.
                88 BNK-ACCT-SAVINGS  VALUE 'S'.
            02 BNK-STATUS       PIC X(01).
                88 BNK-STA-PRENOTE-DUE  VALUE 'N'.
                88 BNK-STA-PRENOTE-SENT VALUE 'P'.
                88 BNK-STA-LIVE         VALUE 'L'.
      *     who last keyed the account, and when
            02 BNK-CHANGE-ID    PIC X(08).
            02 BNK-CHANGE-DATE  PIC 9(08).
            02 BNK-CHANGE-TIME  PIC 9(08).
      *     effective entry date of the ACH file that carried the
      *     prenote, and of the first file that paid the account
            02 BNK-PRENOTE-DATE PIC 9(08).
            02 BNK-LIVE-DATE    PIC 9(08).
            02 FILLER           PIC X(20).
