      * COMPLD01 loader.  The name and report title let the       *
      * company recap and downstream bundling label each          *
      * operating company without another generation-time bake.   *
      * CMP-CURRENCY is the currency the company's salaries are   *
      * paid in (ISO code); spaces mean the functional currency,  *
      * so a control file loaded before currencies were carried   *
      * still reads as single-currency.                           *
      *----------------------------------------------------------*
       01 COMPANY-REC.
            02 CMP-CODE        PIC X(03).
            02 CMP-NAME        PIC X(35).
            02 CMP-RPT-TITLE   PIC X(40).
            02 CMP-CURRENCY    PIC X(03).
