      * changes the quantity is logged to AUDIT.DAT as an "ADJUST"
      * action with the before and after quantities, so the
      * month-end reconciliation in ACMEME still ties the trail to
      * the file after the rollback, and is valued into ITEMCOST.DAT
      * as ACMESA values a counted quantity - the item's cost record
      * is brought to the restored quantity at its weighted-average
      * cost and the difference booked as an adjustment, so the
      * month-end cost summary follows the stock file back. What was
      * undone is reported to ROLLBACK.DAT. When the keyed
      * identifier matches nothing the run identifiers actually on
      * the journal are listed, so the operator is never left
      * guessing at a timestamp. The journal itself is left in
      * place - a rollback can be repeated and lands on the same
      * images. The session registers itself on RUNCTL.DAT and
      * refuses to start while the nightly cycle is marked in
      * progress, so a rollback can no longer collide with ACMEDRV.
      * Run on demand after a program has died mid-file or applied
      * a mispunched batch twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "AUDITSEL.CPY".

           COPY "COSTSEL.CPY".

               SELECT ROLLBACK-FILE ASSIGN TO "ROLLBACK.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ROLLBACK-STATUS-WB.

           COPY "AUDITFD.CPY".

           COPY "COSTFD.CPY".

       FD  ROLLBACK-FILE.
       01  ROLLBACK-LINE-RB                PIC X(80).

              03 HOLD-QTY-WE               PIC 9(6).
              03 FILLER                    PIC X(20).

       01  COST-DATA-WV.
           02 COST-STATUS-WB               PIC XX.
           02 COST-REC-SW-WV               PIC X.
              88 COST-REC-NEW              VALUE "N".
              88 COST-REC-ON-FILE          VALUE "Y".
           02 COST-BASE-QTY-WV             PIC 9(6).
           02 COST-MOVE-QTY-WV             PIC 9(6).
           02 COST-MOVE-VALUE-WV           PIC 9(9)V99.

       01  RUN-DATE-WF                     PIC 9(8).

       01  RUN-CONTROL-DATA-WR.
       RESTORE-WHOLE-RUN.
          OPEN I-O STOCK-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-COST-FILE.
          OPEN OUTPUT ROLLBACK-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR ROLLBACK-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             DISPLAY "RB OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " AUDIT STATUS = " AUDIT-STATUS-WB
                     " REPORT STATUS = " ROLLBACK-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-REPORT-HEADINGS
             DISPLAY "RB IMAGES RESTORED = " RESTORED-COUNT-WE
                     " RECORDS RECREATED = " RECREATED-COUNT-WE
          END-IF.
          CLOSE STOCK-FILE, AUDIT-FILE, ROLLBACK-FILE, COST-FILE.

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

       RESTORE-ONE-IMAGE.
          MOVE JT-SLOT-WL(JNL-IDX-WL) TO STOCK-REC-POINTER-WB.
          MOVE JT-IMAGE-WL(JNL-IDX-WL) TO HOLD-IMAGE-WE.
                     PERFORM WRITE-REPORT-LINE
                     IF QTY-NOW-WE NOT = HOLD-QTY-WE
                        PERFORM WRITE-ADJUST-AUDIT
                        PERFORM ADJUST-AT-COST
                     END-IF
          END-REWRITE.

                   MOVE "RECREATED " TO DL-OUTCOME-WH
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-ADJUST-AUDIT
                   PERFORM ADJUST-AT-COST
          END-WRITE.

      * The restore is a stock movement like any other, so it is
          END-IF.
          WRITE AUDIT-REC-FD.

      * The restored quantity is set against the quantity the cost
      * record carries, so the cost record comes back to the same
      * quantity as the stock record whatever the rolled-back run
      * did to either. Stock put back is added at the average the
      * item carries - or at ITEM-COST-FB when nothing is held to
      * average from - and stock taken back out is relieved at the
      * average.
       ADJUST-AT-COST.
          MOVE QTY-NOW-WE TO COST-BASE-QTY-WV.
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
                        DISPLAY "RB COST VALUE OVERFLOW, STOCK NUM = "
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
                      DISPLAY "RB COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "RB COST REWRITE STATUS = "
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

       WRITE-REPORT-LINE.
          MOVE JT-SLOT-WL(JNL-IDX-WL) TO DL-SLOT-WH.
          MOVE QTY-NOW-WE             TO DL-QTY-NOW-WH.
