      * batch programs rely on stays intact, and checks the supplier
      * code against MANF-FILE before accepting it so a mistyped code
      * is caught here rather than weeks later in MANF-EXCEPT.DAT.
      * Delete refuses an item that is currently ON-ORDER, whose
      * reorder is awaiting budget approval on POHOLD.DAT, or whose
      * record on ITEMCOST.DAT still carries a quantity or value;
      * an item deleted takes its emptied cost record with it, so
      * ACMECM is not left a cost record with no stock behind it. A
      * change to the quantity in stock is a stock movement like any
      * other, so it is logged to AUDIT.DAT as an "ADJUST" action
      * with the before and after quantities, keeping the month-end
      * reconciliation able to tie the trail to the file, and is
      * valued into ITEMCOST.DAT exactly as ACMESA values a counted
      * quantity - the item's cost record is brought to the new
      * quantity at its weighted-average cost and the difference
      * booked as an adjustment for the month-end cost summary. The
      * session registers itself on RUNCTL.DAT and refuses to start
      * while the nightly cycle is marked in progress, so a
      * maintenance session can no longer collide with ACMEDRV.

           COPY "STKJNLSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "RUNCTLSEL.CPY".



           COPY "STKJNLFD.CPY".

           COPY "COSTFD.CPY".

           COPY "RUNCTLFD.CPY".


              03 JNL-STAMP-DATE-WQ         PIC 9(8).
              03 JNL-STAMP-TIME-WQ         PIC 9(8).

       01  COST-DATA-WV.
           02 COST-STATUS-WB               PIC XX.
           02 COST-REC-SW-WV               PIC X.
              88 COST-REC-NEW              VALUE "N".
              88 COST-REC-ON-FILE          VALUE "Y".
           02 COST-BASE-QTY-WV             PIC 9(6).
           02 COST-MOVE-QTY-WV             PIC 9(6).
           02 COST-MOVE-VALUE-WV           PIC 9(9)V99.
           02 COST-HELD-SW-WV              PIC X.
              88 COST-VALUE-HELD           VALUE "Y".

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
          OPEN INPUT MANF-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR MANF-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             DISPLAY "SM STOCK OPEN FAILED, STATUS = " STOCK-STATUS-WB
                     " MANF STATUS = " MANF-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
             DISPLAY "SM JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO SESSION WITHOUT BEFORE IMAGES"
                PERFORM GET-FUNCTION-CHOICE
             END-PERFORM
          END-IF.
          CLOSE STOCK-FILE, MANF-FILE, AUDIT-FILE, STOCK-JNL-FILE,
                COST-FILE.

       OPEN-AUDIT-FILE.
          OPEN EXTEND AUDIT-FILE.
             OPEN OUTPUT AUDIT-FILE
          END-IF.

       OPEN-COST-FILE.
          OPEN I-O COST-FILE.
          IF COST-STATUS-WB = "35"
             OPEN OUTPUT COST-FILE
             CLOSE COST-FILE
             OPEN I-O COST-FILE
          END-IF.

      * The run identifier is stamped once at open so every journal
      * line of the session can be rolled back together by ACMERB.
       OPEN-STOCK-JNL-FILE.
                     DISPLAY "ITEM " STOCK-NUM-FB " CHANGED"
                     IF QTY-CHANGED
                        PERFORM WRITE-ADJUST-AUDIT
                        PERFORM ADJUST-AT-COST
                     END-IF
          END-REWRITE.

          MOVE QTY-DIFF-WD        TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.

      * The new quantity is set against the quantity the cost record
      * carries, not the old stock quantity, so the change also
      * clears any drift between the two. Stock over it is added at
      * the average the item already carries - or at ITEM-COST-FB
      * when nothing is held to average from - and stock short of it
      * is relieved at the average.
       ADJUST-AT-COST.
          MOVE QTY-BEFORE-WD TO COST-BASE-QTY-WV.
          PERFORM GET-COST-RECORD.
          IF QTY-IN-STOCK-FB GREATER THAN COST-QTY-FQ
             SUBTRACT COST-QTY-FQ FROM QTY-IN-STOCK-FB
                      GIVING COST-MOVE-QTY-WV
             IF COST-AVG-UNIT-FQ = ZERO
                MOVE ITEM-COST-FB TO COST-AVG-UNIT-FQ
             END-IF
             COMPUTE COST-MOVE-VALUE-WV ROUNDED =
                     COST-MOVE-QTY-WV * COST-AVG-UNIT-FQ
                     ON SIZE ERROR
                        DISPLAY "SM COST VALUE OVERFLOW, STOCK NUM = "
                                STOCK-NUM-FB
                        MOVE ZEROS TO COST-MOVE-VALUE-WV
             END-COMPUTE
             ADD COST-MOVE-QTY-WV TO COST-QTY-FQ
             ADD COST-MOVE-VALUE-WV TO COST-VALUE-FQ,
                                       COST-ADJUST-VALUE-FQ
          ELSE
          IF QTY-IN-STOCK-FB LESS THAN COST-QTY-FQ
             SUBTRACT QTY-IN-STOCK-FB FROM COST-QTY-FQ
                      GIVING COST-MOVE-QTY-WV
             PERFORM RELIEVE-AVERAGE-COST
             SUBTRACT COST-MOVE-VALUE-WV FROM COST-ADJUST-VALUE-FQ
          END-IF
          END-IF.
          PERFORM PUT-COST-RECORD.

      * The stock record is in its buffer and COST-BASE-QTY-WV holds
      * the quantity before this movement, so an item moving for the
      * first time is taken on for the stock it already held.
       GET-COST-RECORD.
          MOVE STOCK-NUM-FB TO COST-STOCK-NUM-FQ.
          READ COST-FILE
               KEY IS COST-STOCK-NUM-FQ
               INVALID KEY
                  PERFORM TAKE-ON-COST-RECORD
               NOT INVALID KEY
                  SET COST-REC-ON-FILE TO TRUE
          END-READ.

      * An item with no cost record yet is taken on at ITEM-COST-FB,
      * the figure it was valued at before average costing, and its
      * first period opens at that value.
       TAKE-ON-COST-RECORD.
          SET COST-REC-NEW TO TRUE.
          MOVE STOCK-NUM-FB     TO COST-STOCK-NUM-FQ.
          MOVE COST-BASE-QTY-WV TO COST-QTY-FQ, COST-OPEN-QTY-FQ.
          MOVE ITEM-COST-FB     TO COST-AVG-UNIT-FQ.
          MULTIPLY COST-BASE-QTY-WV BY ITEM-COST-FB
                   GIVING COST-VALUE-FQ.
          MOVE COST-VALUE-FQ    TO COST-OPEN-VALUE-FQ.
          ACCEPT COST-PERIOD-START-FQ FROM DATE YYYYMMDD.
          MOVE ZEROS TO COST-RECEIPT-VALUE-FQ, COST-RETURN-VALUE-FQ,
                        COST-ISSUE-VALUE-FQ, COST-ADJUST-VALUE-FQ.

       PUT-COST-RECORD.
          IF COST-REC-NEW
             WRITE COST-REC-FQ
                   INVALID KEY
                      DISPLAY "SM COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "SM COST REWRITE STATUS = "
                                COST-STATUS-WB
             END-REWRITE
          END-IF.

      * Relief is at the average unit cost, which a relief leaves
      * unchanged. The last units out take whatever value is left,
      * so rounding never strands pence against a zero quantity.
       RELIEVE-AVERAGE-COST.
          IF COST-MOVE-QTY-WV NOT LESS THAN COST-QTY-FQ
             MOVE COST-VALUE-FQ TO COST-MOVE-VALUE-WV
             MOVE ZEROS TO COST-QTY-FQ, COST-VALUE-FQ
          ELSE
             COMPUTE COST-MOVE-VALUE-WV ROUNDED =
                     COST-MOVE-QTY-WV * COST-AVG-UNIT-FQ
             IF COST-MOVE-VALUE-WV GREATER THAN COST-VALUE-FQ
                MOVE COST-VALUE-FQ TO COST-MOVE-VALUE-WV
             END-IF
             SUBTRACT COST-MOVE-QTY-WV FROM COST-QTY-FQ
             SUBTRACT COST-MOVE-VALUE-WV FROM COST-VALUE-FQ
          END-IF.

       ACCEPT-NEW-MANF-CODE.
          DISPLAY "ENTER NEW CODE : " WITH NO ADVANCING.
          ACCEPT HOLD-MANF-CODE-WC.
          IF ON-ORDER
             DISPLAY "ITEM " STOCK-NUM-FB " IS ON ORDER, NOT DELETED"
          ELSE
          IF AWAITING-APPROVAL
             DISPLAY "ITEM " STOCK-NUM-FB
                     " IS AWAITING APPROVAL, NOT DELETED"
          ELSE
             PERFORM READ-ITEM-COST
             IF COST-VALUE-HELD
                DISPLAY "ITEM " STOCK-NUM-FB
                        " STILL CARRIES COST VALUE, NOT DELETED"
             ELSE
                PERFORM CONFIRM-STOCK-DELETE
             END-IF
          END-IF
          END-IF.

       CONFIRM-STOCK-DELETE.
          PERFORM DISPLAY-STOCK-RECORD.
          DISPLAY "DELETE THIS ONE? (Y/N) : " WITH NO ADVANCING.
          ACCEPT REPLY-WA.
          IF REPLY-WA = "Y" OR REPLY-WA = "y"
             MOVE STOCK-REC-FB TO JNL-HOLD-IMAGE-WQ
             PERFORM WRITE-STOCK-JOURNAL
             DELETE STOCK-FILE
                    INVALID KEY
                       DISPLAY "DELETE FAILED, STATUS = "
                               STOCK-STATUS-WB
                    NOT INVALID KEY
                       DISPLAY "ITEM " STOCK-NUM-FB " DELETED"
                       IF COST-REC-ON-FILE
                          PERFORM DELETE-COST-RECORD
                       END-IF
             END-DELETE
          END-IF.

      * An item that has never moved has no cost record, and one
      * whose stock has all gone out at cost is left with a record
      * of zero quantity and value.
       READ-ITEM-COST.
          MOVE SPACE TO COST-HELD-SW-WV.
          MOVE STOCK-NUM-FB TO COST-STOCK-NUM-FQ.
          READ COST-FILE
               KEY IS COST-STOCK-NUM-FQ
               INVALID KEY
                  SET COST-REC-NEW TO TRUE
               NOT INVALID KEY
                  SET COST-REC-ON-FILE TO TRUE
                  IF COST-QTY-FQ NOT = ZERO
                     OR COST-VALUE-FQ NOT = ZERO
                     SET COST-VALUE-HELD TO TRUE
                  END-IF
          END-READ.

       DELETE-COST-RECORD.
          DELETE COST-FILE
                 INVALID KEY
                    DISPLAY "SM COST DELETE STATUS = " COST-STATUS-WB
          END-DELETE.

       ENQUIRE-STOCK-RECORD.
          DISPLAY "STOCK NUMBER : " WITH NO ADVANCING.
          ACCEPT STOCK-REC-POINTER-WB.
