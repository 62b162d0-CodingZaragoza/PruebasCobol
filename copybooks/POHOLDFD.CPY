      * POHOLDFD.CPY - PO-HOLD-FILE record description, common to
      * every program in the ACME suite that holds order lines over
      * budget for approval in POHOLD.DAT.  ACME99, ACMERX and
      * ACMERQ write one record, instead of an ORDERS.DAT line and a
      * PO, for an order whose value would take its supplier's or
      * the overall month's commitment past the limit on BUDGET.DAT.
      * The key is the run stamp of the program that held the line
      * and a sequence within that run.  HLD-MANF-CODE-FV is the
      * supplier chosen for the order and HLD-ORDER-LINE-FV the
      * ORDERS.DAT line exactly as it would have been written, less
      * its PO number; HLD-LIMIT-FV and HLD-COMMITTED-FV are the
      * limit that was broken and what was already committed
      * against it at the time.  The line stays HLD-AWAITING until
      * the purchasing manager decides it in ACMEHR - an approved
      * line is given its PO number there, a rejected one is kept
      * as the record of the decision.
       FD  PO-HOLD-FILE.
       01  PO-HOLD-REC-FV.
           02 HLD-KEY-FV.
              03 HLD-HELD-DATE-FV          PIC 9(8).
              03 HLD-HELD-TIME-FV          PIC 9(8).
              03 HLD-SEQ-FV                PIC 9(4).
           02 HLD-PROGRAM-FV               PIC X(8).
           02 HLD-STOCK-NUM-FV             PIC 9(5).
           02 HLD-MANF-CODE-FV             PIC X(4).
           02 HLD-REQ-DEPT-FV              PIC X(20).
           02 HLD-ORDER-VALUE-FV           PIC 9(7)V99.
           02 HLD-REASON-FV                PIC X(8).
              88 HLD-OVER-SUPPLIER-LIMIT   VALUE "SUPPLIER".
              88 HLD-OVER-OVERALL-LIMIT    VALUE "OVERALL".
           02 HLD-LIMIT-FV                 PIC 9(8)V99.
           02 HLD-COMMITTED-FV             PIC 9(8)V99.
           02 HLD-STATUS-FV                PIC X.
              88 HLD-AWAITING              VALUE "H".
              88 HLD-APPROVED              VALUE "A".
              88 HLD-REJECTED              VALUE "R".
           02 HLD-DECIDED-DATE-FV          PIC 9(8).
           02 HLD-PO-NUMBER-FV             PIC 9(7).
           02 HLD-ORDER-LINE-FV            PIC X(129).
