      * issue line names the warehouse it is drawn from and the
      * matching LOCBAL-FILE balance is walked down alongside the
      * company-wide QTY-IN-STOCK-FB; a line keyed without a
      * location is taken as the main store. The value issued is
      * relieved from ITEMCOST.DAT at the item's weighted-average
      * cost, and every quantity issued is written to ISSUEHST.DAT
      * with the department it went to and its value, for the
      * month-end chargeback in ACMECB. Lot-tracked stock is drawn
      * from LOTBAL.DAT earliest expiry first, and each lot drawn is
      * logged to LOTMOVE.DAT against the department it went to, so
      * a recalled lot can be followed to where it was used. Runs
      * ahead of ACME99 in the nightly cycle so tonight's issues can
      * trigger tonight's reorders.
      * ISSUES.DAT is keyed as one batch between a header and a
      * trailer line (BATCHCTL.CPY) and proved whole by ACMEBV
      * before the nightly cycle applies any of it; once applied the
      * batch is entered on BATCHREG.DAT, so the same file fed in
      * twice is turned away rather than doubling every issue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "STKJNLSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "ISSHSTSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "LOTMOVSEL.CPY".

           COPY "BATREGSEL.CPY".



       DATA DIVISION.
           02 ISSUE-QTY-IA                 PIC 9(6).
           02 ISSUE-DEPT-IA                PIC X(20).
           02 ISSUE-LOC-IA                 PIC X(2).
       01  ISSUE-BATCH-REC-IA.
           02 ISSUE-LINE-TYPE-IA           PIC X(2).
              88 ISSUE-BATCH-CONTROL       VALUES "BH" "BT".
           02 FILLER                       PIC X(22).

       FD  BACKORDER-FILE.
       01  BACKORDER-REC-IB.

           COPY "STKJNLFD.CPY".

           COPY "COSTFD.CPY".

           COPY "ISSHSTFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "LOTMOVFD.CPY".

           COPY "BATREGFD.CPY".



       WORKING-STORAGE SECTION.
           02 BACKORDER-STATUS-WB          PIC XX.
           02 AUDIT-STATUS-WB              PIC XX.
           02 LOCBAL-STATUS-WB             PIC XX.
           02 ISSUE-HIST-STATUS-WB         PIC XX.
           02 FILLER                       PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.

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

       01  LOT-DATA-WX.
           02 LOTBAL-STATUS-WB             PIC XX.
           02 LOT-MOVE-STATUS-WB           PIC XX.
           02 LOT-EOF-SW-WX                PIC 9.
              88 END-OF-LOTS               VALUE 1.
              88 NOT-END-OF-LOTS           VALUE 0.
           02 LOT-TIER-SW-WX               PIC X.
              88 PICK-UNEXPIRED            VALUE "U".
              88 PICK-EXPIRED              VALUE "E".
           02 LOT-TODAY-WX                 PIC 9(8).
           02 LOT-STOCK-NUM-WX             PIC 9(5).
           02 LOT-LOC-WX                   PIC X(2).
           02 LOT-REMAINING-WX             PIC 9(6).
           02 LOT-TAKE-QTY-WX              PIC 9(6).
           02 LOT-SORT-EXPIRY-WX           PIC 9(8).
           02 LOT-PICK-EXPIRY-WX           PIC 9(8).
           02 LOT-COUNT-WX                 PIC 9(3) COMP.
           02 LOT-IDX-WX                   PIC 9(3) COMP.
           02 LOT-PICK-WX                  PIC 9(3) COMP.
           02 LOT-ENTRY-WX OCCURS 50 TIMES.
              03 LT-NUMBER-WX              PIC X(12).
              03 LT-EXPIRY-WX              PIC 9(8).
              03 LT-QTY-WX                 PIC 9(6).
              03 LT-PO-NUMBER-WX           PIC 9(7).
              03 LT-MANF-CODE-WX           PIC X(4).

           COPY "BATCHCTL.CPY".

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       PROCESS-ISSUES.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          MOVE "ISSUES" TO BATCH-SELECT-FW.
          SET NO-BATCH-HEADER-SEEN TO TRUE.
          OPEN INPUT ISSUE-FILE.
          OPEN I-O STOCK-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-BACKORDER-FILE.
          PERFORM OPEN-LOCBAL-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          PERFORM OPEN-ISSUE-HIST-FILE.
          PERFORM OPEN-LOTBAL-FILE.
          PERFORM OPEN-LOT-MOVE-FILE.
          IF STOCK-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             OR ISSUE-HIST-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR LOT-MOVE-STATUS-WB NOT = "00"
             DISPLAY "IS STOCK OPEN FAILED, STATUS = " STOCK-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
                     " HISTORY STATUS = " ISSUE-HIST-STATUS-WB
             DISPLAY "IS LOTBAL STATUS = " LOTBAL-STATUS-WB
                     " LOTMOVE STATUS = " LOT-MOVE-STATUS-WB
             DISPLAY "IS JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO RUN WITHOUT BEFORE IMAGES"
                       AT END SET END-OF-FILE TO TRUE
                END-READ
                PERFORM UNTIL END-OF-FILE
                   IF ISSUE-BATCH-CONTROL
                      PERFORM NOTE-BATCH-CONTROL
                   ELSE
                      PERFORM APPLY-ISSUE
                   END-IF
                   READ ISSUE-FILE
                            AT END SET END-OF-FILE TO TRUE
                   END-READ
                END-PERFORM
                IF BATCH-HEADER-SEEN
                   PERFORM REGISTER-APPLIED-BATCH
                END-IF
             END-IF
          END-IF.
          CLOSE ISSUE-FILE, STOCK-FILE, AUDIT-FILE, BACKORDER-FILE,
                LOCBAL-FILE, STOCK-JNL-FILE, COST-FILE,
                ISSUE-HIST-FILE, LOTBAL-FILE, LOT-MOVE-FILE.
          GOBACK.

       OPEN-AUDIT-FILE.
             OPEN OUTPUT STOCK-JNL-FILE
          END-IF.

       OPEN-COST-FILE.
          OPEN I-O COST-FILE.
          IF COST-STATUS-WB = "35"
             OPEN OUTPUT COST-FILE
             CLOSE COST-FILE
             OPEN I-O COST-FILE
          END-IF.

       OPEN-ISSUE-HIST-FILE.
          OPEN EXTEND ISSUE-HIST-FILE.
          IF ISSUE-HIST-STATUS-WB = "35"
             OPEN OUTPUT ISSUE-HIST-FILE
          END-IF.

      * The day is taken once at open, so a lot is judged in or out
      * of date the same way for the whole run.
       OPEN-LOTBAL-FILE.
          ACCEPT LOT-TODAY-WX FROM DATE YYYYMMDD.
          OPEN I-O LOTBAL-FILE.
          IF LOTBAL-STATUS-WB = "35"
             OPEN OUTPUT LOTBAL-FILE
             CLOSE LOTBAL-FILE
             OPEN I-O LOTBAL-FILE
          END-IF.

       OPEN-LOT-MOVE-FILE.
          OPEN EXTEND LOT-MOVE-FILE.
          IF LOT-MOVE-STATUS-WB = "35"
             OPEN OUTPUT LOT-MOVE-FILE
          END-IF.

       APPLY-ISSUE.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          MOVE ISSUE-LOC-IA TO HOLD-LOC-WD.
          IF HOLD-LOC-WD = SPACES
             MOVE "MS" TO HOLD-LOC-WD
             END-REWRITE
             PERFORM WRITE-AUDIT-RECORD
             PERFORM TAKE-FROM-LOCATION-BALANCE
             MOVE ISSUE-STOCK-NUM-IA TO LOT-STOCK-NUM-WX
             MOVE HOLD-LOC-WD        TO LOT-LOC-WX
             MOVE QTY-ISSUED-WC      TO LOT-REMAINING-WX
             PERFORM DRAW-FROM-LOTS
             PERFORM RELIEVE-ISSUE-AT-COST
             PERFORM WRITE-ISSUE-HISTORY
          END-IF.

       WRITE-STOCK-JOURNAL.
                  END-REWRITE
          END-READ.

      * Lot-tracked stock leaves earliest expiry first, so the
      * oldest goods are used before they go off. A lot already past
      * its expiry is drawn only when the lots still in date cannot
      * cover the quantity, and is reported, so out-of-date goods
      * go out only when nothing else is on the shelf. Whatever the
      * lots cannot cover is stock that is not lot tracked. The
      * caller sets the item, warehouse and quantity.
       DRAW-FROM-LOTS.
          PERFORM LOAD-LOT-TABLE.
          PERFORM PICK-EARLIEST-LOT.
          PERFORM TAKE-FROM-EARLIEST-LOT
                  UNTIL LOT-REMAINING-WX = ZERO OR LOT-PICK-WX = ZERO.
          IF LOT-REMAINING-WX NOT = ZERO AND LOT-COUNT-WX NOT = ZERO
             DISPLAY "IS LOTS DO NOT COVER ISSUE, STOCK NUM = "
                     LOT-STOCK-NUM-WX " LOC = " LOT-LOC-WX
                     " QTY WITHOUT LOT = " LOT-REMAINING-WX
          END-IF.

       LOAD-LOT-TABLE.
          MOVE ZERO TO LOT-COUNT-WX.
          MOVE LOT-STOCK-NUM-WX TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX       TO LOT-LOC-FS.
          MOVE LOW-VALUES       TO LOT-NUMBER-FS.
          SET NOT-END-OF-LOTS TO TRUE.
          START LOTBAL-FILE
                KEY IS NOT LESS THAN LOT-KEY-FS
                INVALID KEY SET END-OF-LOTS TO TRUE
          END-START.
          PERFORM EXAMINE-NEXT-LOT UNTIL END-OF-LOTS.

       EXAMINE-NEXT-LOT.
          READ LOTBAL-FILE NEXT RECORD
               AT END SET END-OF-LOTS TO TRUE
          END-READ.
          IF NOT-END-OF-LOTS
             IF LOT-STOCK-NUM-FS = LOT-STOCK-NUM-WX
                AND LOT-LOC-FS = LOT-LOC-WX
                IF LOT-QTY-FS NOT = ZERO
                   PERFORM STORE-LOT-ENTRY
                END-IF
             ELSE
                SET END-OF-LOTS TO TRUE
             END-IF
          END-IF.

       STORE-LOT-ENTRY.
          IF LOT-COUNT-WX NOT LESS THAN 50
             DISPLAY "IS LOT TABLE FULL, LOT " LOT-NUMBER-FS
                     " NOT DRAWN, STOCK NUM = " LOT-STOCK-NUM-WX
          ELSE
             ADD 1 TO LOT-COUNT-WX
             MOVE LOT-NUMBER-FS      TO LT-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-EXPIRY-DATE-FS TO LT-EXPIRY-WX(LOT-COUNT-WX)
             MOVE LOT-QTY-FS         TO LT-QTY-WX(LOT-COUNT-WX)
             MOVE LOT-PO-NUMBER-FS   TO LT-PO-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-MANF-CODE-FS   TO LT-MANF-CODE-WX(LOT-COUNT-WX)
          END-IF.

       PICK-EARLIEST-LOT.
          MOVE ZERO TO LOT-PICK-WX.
          SET PICK-UNEXPIRED TO TRUE.
          PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                  UNTIL LOT-IDX-WX > LOT-COUNT-WX.
          IF LOT-PICK-WX = ZERO
             SET PICK-EXPIRED TO TRUE
             PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                     UNTIL LOT-IDX-WX > LOT-COUNT-WX
          END-IF.

      * A lot with no expiry sorts after every dated lot, and a lot
      * dated today is still in date.
       SCAN-LOT-ENTRY.
          IF LT-QTY-WX(LOT-IDX-WX) NOT = ZERO
             IF LT-EXPIRY-WX(LOT-IDX-WX) = ZEROS
                MOVE 99999999 TO LOT-SORT-EXPIRY-WX
             ELSE
                MOVE LT-EXPIRY-WX(LOT-IDX-WX) TO LOT-SORT-EXPIRY-WX
             END-IF
             IF (PICK-UNEXPIRED
                 AND LOT-SORT-EXPIRY-WX NOT LESS THAN LOT-TODAY-WX)
                OR (PICK-EXPIRED
                 AND LOT-SORT-EXPIRY-WX LESS THAN LOT-TODAY-WX)
                IF LOT-PICK-WX = ZERO
                   OR LOT-SORT-EXPIRY-WX LESS THAN LOT-PICK-EXPIRY-WX
                   MOVE LOT-IDX-WX TO LOT-PICK-WX
                   MOVE LOT-SORT-EXPIRY-WX TO LOT-PICK-EXPIRY-WX
                END-IF
             END-IF
          END-IF.

       TAKE-FROM-EARLIEST-LOT.
          IF LT-QTY-WX(LOT-PICK-WX) LESS THAN LOT-REMAINING-WX
             MOVE LT-QTY-WX(LOT-PICK-WX) TO LOT-TAKE-QTY-WX
          ELSE
             MOVE LOT-REMAINING-WX TO LOT-TAKE-QTY-WX
          END-IF.
          SUBTRACT LOT-TAKE-QTY-WX FROM LT-QTY-WX(LOT-PICK-WX),
                                        LOT-REMAINING-WX.
          IF PICK-EXPIRED
             DISPLAY "IS EXPIRED LOT " LT-NUMBER-WX(LOT-PICK-WX)
                     " ISSUED, STOCK NUM = " LOT-STOCK-NUM-WX
          END-IF.
          MOVE LOT-STOCK-NUM-WX          TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX                TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX) TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  DISPLAY "IS LOTBAL READ STATUS = " LOTBAL-STATUS-WB
                          " LOT = " LT-NUMBER-WX(LOT-PICK-WX)
               NOT INVALID KEY
                  PERFORM REDUCE-LOT-BALANCE
          END-READ.
          PERFORM WRITE-LOT-MOVEMENT.
          PERFORM PICK-EARLIEST-LOT.

       REDUCE-LOT-BALANCE.
          SUBTRACT LOT-TAKE-QTY-WX FROM LOT-QTY-FS.
          REWRITE LOTBAL-REC-FS
                  INVALID KEY
                     DISPLAY "IS LOTBAL REWRITE STATUS = "
                             LOTBAL-STATUS-WB
          END-REWRITE.

       WRITE-LOT-MOVEMENT.
          ACCEPT LMV-DATE-FT FROM DATE YYYYMMDD.
          SET LMV-ISSUE TO TRUE.
          MOVE LOT-STOCK-NUM-WX             TO LMV-STOCK-NUM-FT.
          MOVE LOT-LOC-WX                   TO LMV-LOC-FT.
          MOVE LT-NUMBER-WX(LOT-PICK-WX)    TO LMV-LOT-NUMBER-FT.
          MOVE LT-EXPIRY-WX(LOT-PICK-WX)    TO LMV-EXPIRY-DATE-FT.
          MOVE LOT-TAKE-QTY-WX              TO LMV-QTY-FT.
          MOVE LT-PO-NUMBER-WX(LOT-PICK-WX) TO LMV-PO-NUMBER-FT.
          MOVE LT-MANF-CODE-WX(LOT-PICK-WX) TO LMV-MANF-CODE-FT.
          MOVE ISSUE-DEPT-IA                TO LMV-DEPT-FT.
          MOVE "ACMEIS"                     TO LMV-PROGRAM-FT.
          WRITE LOT-MOVE-REC-FT.

       RELIEVE-ISSUE-AT-COST.
          MOVE AUDIT-QTY-BEFORE-WC TO COST-BASE-QTY-WV.
          PERFORM GET-COST-RECORD.
          MOVE QTY-ISSUED-WC TO COST-MOVE-QTY-WV.
          PERFORM RELIEVE-AVERAGE-COST.
          ADD COST-MOVE-VALUE-WV TO COST-ISSUE-VALUE-FQ.
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
                      DISPLAY "IS COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "IS COST REWRITE STATUS = "
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

       WRITE-BACKORDER-RECORD.
          ACCEPT BACK-DATE-IB FROM DATE YYYYMMDD.
          MOVE ISSUE-STOCK-NUM-IA TO BACK-STOCK-NUM-IB.
          MOVE HOLD-LOC-WD        TO BACK-LOC-IB.
          WRITE BACKORDER-REC-IB.

      * The value is the one just relieved from ITEMCOST.DAT, so the
      * departments are charged exactly what left the stock value.
       WRITE-ISSUE-HISTORY.
          ACCEPT HIST-DATE-FR FROM DATE YYYYMMDD.
          MOVE ISSUE-DEPT-IA      TO HIST-DEPT-FR.
          MOVE STOCK-NUM-FB       TO HIST-STOCK-NUM-FR.
          MOVE HOLD-LOC-WD        TO HIST-LOC-FR.
          MOVE QTY-ISSUED-WC      TO HIST-QTY-FR.
          MOVE COST-AVG-UNIT-FQ   TO HIST-UNIT-COST-FR.
          MOVE COST-MOVE-VALUE-WV TO HIST-VALUE-FR.
          MOVE "ACMEIS"           TO HIST-PROGRAM-FR.
          WRITE ISSUE-HIST-REC-FR.

       WRITE-AUDIT-RECORD.
          ACCEPT AUDIT-DATE-FD FROM DATE YYYYMMDD.
          ACCEPT AUDIT-TIME-FD FROM TIME.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-AFTER-FD.
          MOVE QTY-ISSUED-WC       TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.
          ADD 1 TO STEP-RECORDS-OUT-FZ.

      * The header and trailer lines move no stock; what they say is
      * kept for the batch register.
       NOTE-BATCH-CONTROL.
          MOVE ISSUE-BATCH-REC-IA TO BATCH-CONTROL-REC-FW.
          IF BCH-HEADER
             SET BATCH-HEADER-SEEN TO TRUE
             MOVE BCH-BATCH-NUM-FW  TO APPLY-BATCH-NUM-FW
             MOVE BCH-BATCH-DATE-FW TO APPLY-BATCH-DATE-FW
             MOVE BCH-KEYER-FW      TO APPLY-KEYER-FW
          ELSE
             MOVE BCH-LINE-COUNT-FW TO APPLY-LINE-COUNT-FW
             MOVE BCH-HASH-TOTAL-FW TO APPLY-HASH-TOTAL-FW
          END-IF.

      * Once the batch has been through it goes on BATCHREG.DAT, so
      * ACMEBV turns it away if the same file is fed in again.
       REGISTER-APPLIED-BATCH.
          OPEN I-O BATCH-REGISTER-FILE.
          IF BATCH-REG-STATUS-WB = "35"
             OPEN OUTPUT BATCH-REGISTER-FILE
             CLOSE BATCH-REGISTER-FILE
             OPEN I-O BATCH-REGISTER-FILE
          END-IF.
          IF BATCH-REG-STATUS-WB NOT = "00"
             DISPLAY "IS BATCH REGISTER OPEN FAILED, STATUS = "
                     BATCH-REG-STATUS-WB
             DISPLAY "IS BATCH " APPLY-BATCH-NUM-FW
                     " NOT REGISTERED - ENTER IT BEFORE THE FILE IS "
                     "REPLACED"
          ELSE
             MOVE BATCH-SELECT-FW     TO REG-BATCH-FILE-FX
             MOVE APPLY-BATCH-NUM-FW  TO REG-BATCH-NUM-FX
             MOVE APPLY-BATCH-DATE-FW TO REG-BATCH-DATE-FX
             MOVE APPLY-KEYER-FW      TO REG-KEYER-FX
             MOVE APPLY-LINE-COUNT-FW TO REG-LINE-COUNT-FX
             MOVE APPLY-HASH-TOTAL-FW TO REG-HASH-TOTAL-FX
             ACCEPT REG-APPLIED-DATE-FX FROM DATE YYYYMMDD
             ACCEPT REG-APPLIED-TIME-FX FROM TIME
             MOVE "ACMEIS"            TO REG-PROGRAM-FX
             WRITE BATCH-REG-REC-FX
                   INVALID KEY
                      DISPLAY "IS BATCH " APPLY-BATCH-NUM-FW
                              " ALREADY ON THE BATCH REGISTER"
             END-WRITE
             CLOSE BATCH-REGISTER-FILE
          END-IF.
