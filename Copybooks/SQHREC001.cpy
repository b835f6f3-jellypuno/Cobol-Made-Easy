      *----------------------------------------------------------*
      * SRC-QUAL-HIST-REC -- source-system data quality history,  *
      * cut each month by the SRCQLT01 scorecard step so the next *
      * month can trend against it.  Per accounting period        *
      * (YYYYMM) and source system there is one SUMMARY entry --  *
      * records sent / accepted / rejected, duplicate keys lost   *
      * on FEDMRG01 precedence, and rejects corrected (recycled)  *
      * with their business days to correct -- preceded by one    *
      * DEFECT entry per reject reason / rules-engine rule id     *
      * rejected that month, count in SQH-REJECTED.  Held in      *
      * ascending period / source / type / reason / rule order;   *
      * a rerun of a period replaces that period.                 *
      *----------------------------------------------------------*
       01 SRC-QUAL-HIST-REC.
            02 SQH-PERIOD      PIC 9(06).
            02 SQH-SOURCE-SYS  PIC X(02).
            02 SQH-ENTRY-TYPE  PIC X(01).
                88 SQH-TYPE-DEFECT     VALUE 'D'.
                88 SQH-TYPE-SUMMARY    VALUE 'S'.
            02 SQH-REASON-CDE  PIC 9(02).
            02 SQH-RULE-ID     PIC X(04).
            02 SQH-SENT        PIC 9(07).
            02 SQH-ACCEPTED    PIC 9(07).
            02 SQH-REJECTED    PIC 9(07).
            02 SQH-DUP-LOST    PIC 9(07).
            02 SQH-CORRECTED   PIC 9(07).
            02 SQH-CORR-DAYS   PIC 9(09).
            02 FILLER          PIC X(10).
