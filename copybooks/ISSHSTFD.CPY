      * ISSHSTFD.CPY - ISSUE-HIST-FILE record description, common to
      * every program in the ACME suite that issues stock to a
      * department. One line is appended for every quantity that
      * actually leaves the stores - an issue by ACMEIS or a
      * backorder release by ACMEBF - carrying the department it
      * went to, the warehouse it left from, and the weighted-average
      * unit cost and value it was relieved from ITEMCOST.DAT at, so
      * ACMECB can recharge each department for its consumption at
      * month end.
       FD  ISSUE-HIST-FILE.
       01  ISSUE-HIST-REC-FR.
           02 HIST-DATE-FR                 PIC 9(8).
           02 HIST-DEPT-FR                 PIC X(20).
           02 HIST-STOCK-NUM-FR            PIC 9(5).
           02 HIST-LOC-FR                  PIC X(2).
           02 HIST-QTY-FR                  PIC 9(6).
           02 HIST-UNIT-COST-FR            PIC 9(5)V9(4).
           02 HIST-VALUE-FR                PIC 9(9)V99.
           02 HIST-PROGRAM-FR              PIC X(6).
