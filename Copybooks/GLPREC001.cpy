      * 'D' debit/credit detail pairs per department cost center, *
      * and one 'T' trailer carrying the record count and a hash  *
      * total of the amounts for the ledger side to verify.       *
      * GLD-COMPANY-CODE / GLD-PARTNER-CODE are spaces except on  *
      * intercompany recharge lines, which carry the company the  *
      * line is booked in and the company on the other side.     *
      *----------------------------------------------------------*
       01 GL-HEADER-LAYOUT.
            02 GLH-RECORD-TYPE  PIC X(01).
                88 GLD-CREDIT      VALUE 'C'.
            02 GLD-AMOUNT       PIC 9(11)V99.
            02 GLD-PERIOD       PIC 9(06).
            02 GLD-COMPANY-CODE PIC X(03).
            02 GLD-PARTNER-CODE PIC X(03).
            02 FILLER           PIC X(41).

       01 GL-TRAILER-LAYOUT.
            02 GLT-RECORD-TYPE  PIC X(01).
