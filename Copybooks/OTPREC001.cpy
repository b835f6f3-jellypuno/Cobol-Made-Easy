      *----------------------------------------------------------*
      * ONEOFF-PAY-REC -- one-off payment feed (bonus,           *
      * commission and the like), 80 bytes, processed by the     *
      * daily run alongside the salary feed when the one-off     *
      * payments option is generated.  OTP-NO must match an      *
      * active record on the master and OTP-PAY-TYPE must be on  *
      * the pay-type reference file (PTYREC001).                 *
      * OTP-DEPT-OVERRIDE, when not spaces, books the payment to *
      * that department instead of the master's own.  The run    *
      * sorts the feed into record number / pay date order       *
      * itself.  The accepted payments are written back out in   *
      * this same layout with OTP-POST-DEPT (the department the  *
      * payment was booked to) and OTP-COMPANY-CODE filled in -- *
      * YTDUPD01 posts the year-to-date buckets off that file.   *
      * RJRECY01 writes recycled payment rejects in this layout  *
      * too, to be concatenated behind the next day's feed.      *
      *----------------------------------------------------------*
       01 ONEOFF-PAY-REC.
            02 OTP-NO           PIC 9(09).
            02 OTP-PAY-TYPE     PIC X(02).
            02 OTP-AMOUNT       PIC 9(9)V99.
            02 OTP-PAY-DATE     PIC X(10).
            02 OTP-APPROVAL-REF PIC X(12).
            02 OTP-DEPT-OVERRIDE
                                PIC X(04).
            02 OTP-SOURCE-SYS   PIC X(02).
            02 OTP-POST-DEPT    PIC X(04).
            02 OTP-COMPANY-CODE PIC X(03).
            02 FILLER           PIC X(23).
