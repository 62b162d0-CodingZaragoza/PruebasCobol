      * BUDGETFD.CPY - BUDGET-FILE record description, common to
      * every program in the ACME suite that checks purchasing
      * commitment against BUDGET.DAT.  One record per month and
      * supplier carries finance's purchasing limit for that
      * supplier in that month; the record with BUD-MANF-CODE-FU
      * set to spaces is the overall limit for the month across
      * every supplier.  The limit covers goods, postage and VAT in
      * pounds, as valued on the ORDERS.DAT line.  A supplier with
      * no record for the month, or a month with no overall record,
      * is not limited; a missing file means no PO is held for
      * budget.
       FD  BUDGET-FILE.
       01  BUDGET-REC-FU.
           02 BUD-KEY-FU.
              03 BUD-MONTH-FU              PIC 9(6).
              03 BUD-MANF-CODE-FU          PIC X(4).
           02 BUD-LIMIT-FU                 PIC 9(8)V99.
