      *----------------------------------------------------------*
      * YEAR-END STATUTORY WAGE FILING LAYOUTS -- the fixed       *
      * 80-byte file WAGEFL01 cuts from the closing YTD           *
      * accumulator before YTDRST01 rolls it:                     *
      *   'A' submitter, once, first;                             *
      *   'E' employer, one per company (CMPREC001), each         *
      *       followed by its 'W' employee records in YTD-NO      *
      *       order and closed by a 'T' employer total;           *
      *   'F' file total, once, last.                             *
      * Wage amounts carry a leading separate sign so a net       *
      * negative year (reversals exceeding pay) is visible to the *
      * receiving agency rather than silently unsigned.           *
      *----------------------------------------------------------*
       01 WF-SUBMITTER-LAYOUT.
            02 WFA-RECORD-TYPE  PIC X(01).
            02 WFA-TAX-YEAR     PIC 9(04).
            02 WFA-SUBMITTER-ID PIC X(09).
            02 WFA-SUBMITTER-NAME
                                PIC X(35).
            02 WFA-CREATE-DATE  PIC 9(08).
            02 FILLER           PIC X(23).

       01 WF-EMPLOYER-LAYOUT.
            02 WFE-RECORD-TYPE  PIC X(01).
            02 WFE-TAX-YEAR     PIC 9(04).
            02 WFE-COMPANY-CODE PIC X(03).
            02 WFE-COMPANY-NAME PIC X(35).
            02 FILLER           PIC X(37).

       01 WF-EMPLOYEE-LAYOUT.
            02 WFW-RECORD-TYPE  PIC X(01).
            02 WFW-COMPANY-CODE PIC X(03).
            02 WFW-NO           PIC 9(09).
            02 WFW-NAME         PIC X(12).
            02 WFW-ADDRESS-LINE-1
                                PIC X(18).
            02 WFW-ADDRESS-LINE-2
                                PIC X(18).
            02 WFW-WAGES        PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
            02 FILLER           PIC X(05).

       01 WF-EMPLOYER-TOTAL-LAYOUT.
            02 WFT-RECORD-TYPE  PIC X(01).
            02 WFT-COMPANY-CODE PIC X(03).
            02 WFT-EMPLOYEE-CTR PIC 9(07).
            02 WFT-WAGE-TOTAL   PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
            02 FILLER           PIC X(53).

       01 WF-FILE-TOTAL-LAYOUT.
            02 WFF-RECORD-TYPE  PIC X(01).
            02 WFF-EMPLOYER-CTR PIC 9(05).
            02 WFF-EMPLOYEE-CTR PIC 9(07).
            02 WFF-WAGE-TOTAL   PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
            02 FILLER           PIC X(51).
