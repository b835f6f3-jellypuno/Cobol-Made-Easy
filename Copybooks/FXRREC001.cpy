      *----------------------------------------------------------*
      * FX-RATE-REC -- exchange-rate reference file entry, one    *
      * per pay currency per rate date, in ascending currency /   *
      * date order.  Built by the FXRLOD01 loader from the rate   *
      * cards and read into the in-storage rate table at startup  *
      * when the multi-currency option is generated, the same     *
      * arrangement as the company control file.  FXR-RATE is    *
      * the functional-currency units one unit of FXR-CURRENCY    *
      * buys on FXR-RATE-DATE; the daily run converts at the rate *
      * for its business date and no other.                       *
      *----------------------------------------------------------*
       01 FX-RATE-REC.
            02 FXR-CURRENCY    PIC X(03).
            02 FXR-RATE-DATE   PIC 9(08).
            02 FXR-RATE        PIC 9(05)V9(06).
            02 FILLER          PIC X(08).
