      *        INREC001 -- keep the two carved fillers in sync.
               05 MR-SOURCE-SYS       PIC X(02).
               05 MR-COMPANY-CODE     PIC X(03).
               05 MR-PAY-FREQ         PIC X(01).
               05 FILLER              PIC X(42).
      *     record status, set outside MR-VARCHAR so a change
      *     transaction cannot carry it: DORMNT01 marks a record
      *     idle past its limit inactive, MSTMNT01 reactivates it.
      *     no INREC001 counterpart -- the feed never sends it.
            02 MR-STATUS    PIC X(01).
                88 MR-STAT-ACTIVE   VALUE SPACE.
                88 MR-STAT-INACTIVE VALUE 'I'.
            02 FILLER       PIC X(02).
            02 MR-CHAR      PIC X(30).
            02 FILLER       PIC X(03).
      {{#process.effective_dated_master}}
