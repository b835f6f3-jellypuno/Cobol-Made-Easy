      *----------------------------------------------------------*
      * DUAL-CONTROL-LIMIT -- the one setting of the dual-control *
      * limit on salary changes: a change moving the salary by    *
      * more than WS-DC-LIMIT-PCT percent of the master amount is *
      * parked for a second operator instead of posted.  Copied   *
      * by both the master update run (Q0011-CHECK-DUAL-CTL) and  *
      * the MSTMNT01 screen (G0003-CHECK-DUAL-CTL) so the two     *
      * apply the same test; a change to the limit is made here   *
      * and both are recompiled together.                         *
      *----------------------------------------------------------*
       01 DUAL-CONTROL-LIMIT.
            02 WS-DC-LIMIT-PCT    PIC 9(03) COMP-3 VALUE 10.
