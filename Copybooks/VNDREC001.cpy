      *     backout (layout change coordinated with the vendor;
      *     space on a normal detail)
            02 VND-REVERSAL-IND PIC X(01).
      *     one-off payment type (PTYREC001 code) on a detail for
      *     a bonus, commission or other one-off payment, the
      *     amount then in VND-SALARY (layout change coordinated
      *     with the vendor; spaces on a salary detail)
            02 VND-PAY-TYPE     PIC X(02).
            02 FILLER           PIC X(27).

       01 VENDOR-TRAILER-LAYOUT.
            02 VNT-RECORD-TYPE  PIC X(01).
