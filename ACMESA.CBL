      * logged to AUDIT.DAT carrying the before and after quantities
      * exactly as ACMESM logs a keyed change, so the month-end
      * reconciliation in ACMEME still ties the trail to the file
      * after the count. The item's cost record is brought to the
      * counted quantity at its weighted-average cost - stock found
      * over what ITEMCOST.DAT holds is added at the average, stock
      * found short of it is relieved at it - and booked as an
      * adjustment for the month-end cost summary, so any drift
      * between the two files is taken out by the count. A count
      * that already agrees with the file is passed over without an
      * audit line, so rerunning the apply after an interruption
      * does not double-log. The run registers itself on RUNCTL.DAT
      * and refuses to start while the nightly cycle is marked in
      * progress, so an evening apply can no longer collide with
      * ACMEDRV. The annual count stops being keyed through ACMESM
      * one item at a time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

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

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
          OPEN I-O STOCK-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             DISPLAY "SA OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " AUDIT STATUS = " AUDIT-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
             DISPLAY "SA JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO RUN WITHOUT BEFORE IMAGES"
                     " SKIPPED = " SKIPPED-COUNT-WM
          END-IF.
          CLOSE APPROVED-FILE, STOCK-FILE, AUDIT-FILE,
                STOCK-JNL-FILE, COST-FILE.

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
      * line of the run can be rolled back together by ACMERB.
       OPEN-STOCK-JNL-FILE.
                     NOT INVALID KEY
                        ADD 1 TO APPLIED-COUNT-WM
                        PERFORM WRITE-ADJUST-AUDIT
                        PERFORM ADJUST-AT-COST
             END-REWRITE
          END-IF.

          END-IF.
          MOVE QTY-DIFF-WD        TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.

      * The counted quantity is set against the quantity the cost
      * record carries, not the stock record's, so the count also
      * clears any drift between the two. Stock found over it is
      * added at the average the item already carries - or at
      * ITEM-COST-FB when nothing is held to average from - and
      * stock found short of it is relieved at the average.
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
                        DISPLAY "SA COST VALUE OVERFLOW, STOCK NUM = "
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
                      DISPLAY "SA COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "SA COST REWRITE STATUS = "
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
