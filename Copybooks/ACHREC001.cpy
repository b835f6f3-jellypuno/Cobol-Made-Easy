      *----------------------------------------------------------*
      * ACH PAYMENT FILE LAYOUTS -- the fixed 94-byte NACHA       *
      * records ACHGEN01 sends to the originating bank: one '1'   *
      * file header, one '5' batch header for the paying company, *
      * one '6' entry detail per payment or prenote, the '8'      *
      * batch control and the '9' file control, the file padded   *
      * to a whole block of ten with all-nines records.  Entry    *
      * hash = the sum of the 8-digit receiving institution ids,  *
      * rightmost ten digits kept.                                *
      *----------------------------------------------------------*
       01 ACH-FILE-HEADER-LAYOUT.
            02 AFH-RECORD-TYPE  PIC X(01).
            02 AFH-PRIORITY     PIC 9(02).
            02 AFH-IMMED-DEST   PIC X(10).
            02 AFH-IMMED-ORIGIN PIC X(10).
            02 AFH-CREATE-DATE  PIC 9(06).
            02 AFH-CREATE-TIME  PIC 9(04).
            02 AFH-FILE-ID-MOD  PIC X(01).
            02 AFH-RECORD-SIZE  PIC 9(03).
            02 AFH-BLOCKING     PIC 9(02).
            02 AFH-FORMAT-CODE  PIC X(01).
            02 AFH-DEST-NAME    PIC X(23).
            02 AFH-ORIGIN-NAME  PIC X(23).
            02 AFH-REFERENCE    PIC X(08).

       01 ACH-BATCH-HEADER-LAYOUT.
            02 ABH-RECORD-TYPE  PIC X(01).
            02 ABH-SERVICE-CLASS
                                PIC 9(03).
            02 ABH-COMPANY-NAME PIC X(16).
            02 ABH-DISCRETIONARY
                                PIC X(20).
            02 ABH-COMPANY-ID   PIC X(10).
            02 ABH-SEC-CODE     PIC X(03).
            02 ABH-ENTRY-DESC   PIC X(10).
            02 ABH-DESCRIPTIVE-DATE
                                PIC X(06).
            02 ABH-EFFECTIVE-DATE
                                PIC 9(06).
            02 ABH-SETTLEMENT-DATE
                                PIC X(03).
            02 ABH-ORIGINATOR-STATUS
                                PIC X(01).
            02 ABH-ODFI-ID      PIC 9(08).
            02 ABH-BATCH-NO     PIC 9(07).

       01 ACH-ENTRY-DETAIL-LAYOUT.
            02 AED-RECORD-TYPE  PIC X(01).
      *     22 checking credit, 23 checking prenote,
      *     32 savings credit,  33 savings prenote
            02 AED-TRAN-CODE    PIC 9(02).
            02 AED-RDFI-ID      PIC 9(08).
            02 AED-CHECK-DIGIT  PIC 9(01).
            02 AED-DFI-ACCOUNT  PIC X(17).
            02 AED-AMOUNT       PIC 9(08)V99.
            02 AED-INDIVIDUAL-ID
                                PIC X(15).
            02 AED-INDIVIDUAL-NAME
                                PIC X(22).
            02 AED-DISCRETIONARY
                                PIC X(02).
            02 AED-ADDENDA-IND  PIC 9(01).
            02 AED-TRACE-ODFI   PIC 9(08).
            02 AED-TRACE-SEQ    PIC 9(07).

       01 ACH-BATCH-CONTROL-LAYOUT.
            02 ABC-RECORD-TYPE  PIC X(01).
            02 ABC-SERVICE-CLASS
                                PIC 9(03).
            02 ABC-ENTRY-COUNT  PIC 9(06).
            02 ABC-ENTRY-HASH   PIC 9(10).
            02 ABC-DEBIT-TOTAL  PIC 9(10)V99.
            02 ABC-CREDIT-TOTAL PIC 9(10)V99.
            02 ABC-COMPANY-ID   PIC X(10).
            02 ABC-AUTH-CODE    PIC X(19).
            02 ABC-RESERVED     PIC X(06).
            02 ABC-ODFI-ID      PIC 9(08).
            02 ABC-BATCH-NO     PIC 9(07).

       01 ACH-FILE-CONTROL-LAYOUT.
            02 AFC-RECORD-TYPE  PIC X(01).
            02 AFC-BATCH-COUNT  PIC 9(06).
            02 AFC-BLOCK-COUNT  PIC 9(06).
            02 AFC-ENTRY-COUNT  PIC 9(08).
            02 AFC-ENTRY-HASH   PIC 9(10).
            02 AFC-DEBIT-TOTAL  PIC 9(10)V99.
            02 AFC-CREDIT-TOTAL PIC 9(10)V99.
            02 AFC-RESERVED     PIC X(39).
