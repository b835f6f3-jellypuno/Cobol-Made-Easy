      *----------------------------------------------------------*
      * BUDGET-REC -- department budget file entry: the salary    *
      * budget for one department (== IR-DEPT-CODE / YTD-DEPT)    *
      * for one accounting period (YYYYMM, the GLPOST01 period).  *
      * Held in ascending BUD-DEPT / BUD-PERIOD order with no     *
      * duplicates, built by the BUDGLD01 loader from the         *
      * controller's budget cards and read by BUDVAR01 for the    *
      * monthly budget-versus-actual report.  A period with no    *
      * entry has a budget of zero.                               *
      *----------------------------------------------------------*
       01 BUDGET-REC.
            02 BUD-DEPT        PIC X(04).
            02 BUD-PERIOD      PIC 9(06).
            02 BUD-AMOUNT      PIC S9(11)V99.
            02 FILLER          PIC X(17).
