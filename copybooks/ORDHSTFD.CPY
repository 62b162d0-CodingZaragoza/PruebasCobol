      * ORDHSTFD.CPY - ORDER-HIST-FILE record description, common to
      * every program in the ACME suite that writes or reads the
      * yearly ORDHIST-YYYY.DAT order-history archives.  When ACMEPG
      * archives a PO its ORDERS.DAT lines move here, into the
      * archive for the same year as the PO's OPENPO-YYYY.DAT, so
      * the two archives always match.  The layout is ORDER-REC-FA
      * field for field; change both together.
       FD  ORDER-HIST-FILE.
       01  ORDER-HIST-REC-JB.
           02 OHA-ITEM-DESC-JB             PIC X(30).
           02 OHA-MANF-NAME-JB             PIC X(30).
           02 OHA-QTY-REQUIRED-JB          PIC 9(6).
           02 OHA-COST-OF-ITEMS-JB         PIC 9(5)V99.
           02 OHA-POSTAGE-JB               PIC 99V99.
           02 OHA-VAT-AMOUNT-JB            PIC 9(5)V99.
           02 OHA-PO-NUMBER-JB             PIC 9(7).
           02 OHA-RUN-DATE-JB              PIC 9(8).
           02 OHA-CURRENCY-JB              PIC X(3).
           02 OHA-EXCH-RATE-JB             PIC 9(3)V9(6).
           02 OHA-SOURCE-MANF-CODE-JB      PIC X(4).
           02 OHA-SOURCE-REASON-JB         PIC X(14).
