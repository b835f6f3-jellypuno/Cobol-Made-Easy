      *----------------------------------------------------------*
      * PAY-TYPE-REC -- one-off payment type reference file, one *
      * entry per payment type in ascending code order.  Loaded  *
      * into the in-storage pay-type table at startup when the   *
      * one-off payments option is generated, the same           *
      * arrangement as the department reference file; a payment  *
      * whose OTP-PAY-TYPE is not on the file is rejected.       *
      *----------------------------------------------------------*
       01 PAY-TYPE-REC.
            02 PTY-CODE        PIC X(02).
            02 PTY-DESC        PIC X(20).
            02 FILLER          PIC X(58).
