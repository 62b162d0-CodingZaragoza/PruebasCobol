      * COSTFD.CPY - COST-FILE record description, common to every
      * program in the ACME suite that keeps the weighted-average
      * actual cost of stock in ITEMCOST.DAT.  One record per stock
      * number holding the quantity the cost covers, the average
      * unit cost in pounds and the total value of that quantity.
      * ACMEGR adds each receipt at the price paid on the matched
      * PO, re-averaging the unit cost; issues, backorder releases,
      * returns to supplier and stocktake adjustments relieve the
      * value at the average, leaving the unit cost unchanged.  An
      * item is taken on at ITEM-COST-FB the first time it moves.
      * The movement fields accumulate the value received, returned,
      * issued and adjusted since COST-PERIOD-START-FQ, from the
      * opening quantity and value held at that date, so ACMECM can
      * tie opening to closing value at month end before it starts
      * the next period.
       FD  COST-FILE.
       01  COST-REC-FQ.
           02 COST-STOCK-NUM-FQ            PIC 9(5).
           02 COST-QTY-FQ                  PIC 9(6).
           02 COST-AVG-UNIT-FQ             PIC 9(5)V9(4).
           02 COST-VALUE-FQ                PIC 9(9)V99.
           02 COST-PERIOD-START-FQ         PIC 9(8).
           02 COST-OPEN-QTY-FQ             PIC 9(6).
           02 COST-OPEN-VALUE-FQ           PIC 9(9)V99.
           02 COST-RECEIPT-VALUE-FQ        PIC 9(9)V99.
           02 COST-RETURN-VALUE-FQ         PIC 9(9)V99.
           02 COST-ISSUE-VALUE-FQ          PIC 9(9)V99.
           02 COST-ADJUST-VALUE-FQ         PIC S9(9)V99.
