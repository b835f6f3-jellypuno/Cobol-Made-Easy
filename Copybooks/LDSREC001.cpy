      *----------------------------------------------------------*
      * LABOR-DIST-REC -- labor-distribution reference file       *
      * entry: the share of one record's salary charged to one    *
      * cost center (department code) from an effective date.    *
      * A "set" is every entry for the same LDS-NO and            *
      * LDS-EFF-DATE and always totals 100.00 percent -- the      *
      * LABRLD01 loader refuses any set that does not.  The file  *
      * is in ascending LDS-NO / LDS-EFF-DATE / LDS-COST-CENTER   *
      * order; the set in force for a transaction is the one      *
      * with the latest LDS-EFF-DATE not after IR-DATE.  A record *
      * with no set in force charges 100% to IR-DEPT-CODE as      *
      * before.  Loaded into the in-storage labor-distribution    *
      * table by the daily run and by YTDUPD01.                   *
      *----------------------------------------------------------*
       01 LABOR-DIST-REC.
            02 LDS-NO          PIC 9(09).
            02 LDS-EFF-DATE    PIC X(10).
            02 LDS-COST-CENTER PIC X(04).
            02 LDS-PCT         PIC 9(03)V99.
            02 FILLER          PIC X(12).
