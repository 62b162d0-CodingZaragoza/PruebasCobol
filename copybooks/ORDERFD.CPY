      * currency and the rate the goods value was converted at, so
      * finance can see what rate VAT-AMOUNT-FA was computed at;
      * pounds orders carry "IEP" at a rate of one.
      * SOURCE-MANF-CODE-FA and SOURCE-REASON-FA record which supplier
      * the line was placed with and why it was chosen - "SOLE
      * SOURCE" when the item has no approved-supplier list, "LOWEST
      * COST" when it won on landed cost against other approved
      * suppliers, "ONLY ELIGIBLE" when the others were passed over.
      * Lines written before these were carried read as spaces.
      * ORDHSTFD.CPY carries this layout for the yearly order
      * histories ACMEPG moves a purged PO's lines to, and is
      * changed with it.
       FD  ORDER-FILE.
       01  ORDER-REC-FA.
           02 ITEM-DESC-FA                 PIC X(30).
           02 RUN-DATE-FA                  PIC 9(8).
           02 CURRENCY-FA                  PIC X(3).
           02 EXCH-RATE-FA                 PIC 9(3)V9(6).
           02 SOURCE-MANF-CODE-FA          PIC X(4).
           02 SOURCE-REASON-FA             PIC X(14).
