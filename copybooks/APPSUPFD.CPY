      * APPSUPFD.CPY - APPROVED-SUPPLIER-FILE record description,
      * common to every program in the ACME suite that chooses a
      * source from APPSUP.DAT.  One record per stock item and
      * supplier approved to supply it, keyed by stock number and
      * the buyers' ranking of that supplier - rank 1 is the
      * preferred source.  When an item is ordered every approved
      * supplier is priced at its landed cost - goods at the
      * quantity-break price from PRICES.DAT converted through
      * EXCHRATE.DAT, plus postage and VAT from POSTRATE.DAT - and
      * the cheapest is used, the better-ranked supplier winning a
      * tie.  A supplier with a PO for the item cancelled within the
      * last few weeks, or whose code no longer reads on MANF.DAT,
      * is passed over.  An item with no records here, or a missing
      * file, is ordered from its own MANF-CODE-FB as always.
       FD  APPROVED-SUPPLIER-FILE.
       01  APPROVED-SUPPLIER-REC-FP.
           02 APS-KEY-FP.
              03 APS-STOCK-NUM-FP          PIC 9(5).
              03 APS-RANK-FP               PIC 99.
           02 APS-MANF-CODE-FP             PIC X(4).
