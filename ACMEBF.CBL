      * cover - logging each release to AUDIT.DAT as an "ISSUE"
      * action exactly as ACMEIS does, and walking down the
      * LOCBAL-FILE balance of the warehouse the shortfall was
      * raised against and relieving ITEMCOST.DAT at the item's
      * weighted-average cost, and writing the release to
      * ISSUEHST.DAT against the department that was short so it is
      * charged in ACMECB, and drawing lot-tracked stock from
      * LOTBAL.DAT earliest expiry first with each lot logged to
      * LOTMOVE.DAT against that department - then rewrites
      * BACKORDR.DAT keeping only the still-unfilled balances, and
      * reports each release and each balance still short to
      * BACKREL.DAT so the departments can see what was freed
      * without chasing the storeman by phone. Runs right after
      * the goods-receipt step in the nightly cycle so tonight's
      * deliveries clear tonight's backorders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "STKJNLSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "ISSHSTSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "LOTMOVSEL.CPY".



       DATA DIVISION.

           COPY "STKJNLFD.CPY".

           COPY "COSTFD.CPY".

           COPY "ISSHSTFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "LOTMOVFD.CPY".



       WORKING-STORAGE SECTION.
           02 RELEASE-STATUS-WB            PIC XX.
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

       01  RUN-DATE-WD                     PIC 9(8).

       01  RELEASE-HEADING-WE.
           02 CL-LABEL-WG                  PIC X(34).
           02 CL-COUNT-WG                  PIC ZZZZ9.

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       FULFIL-BACKORDERS.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          MOVE SPACE TO TABLE-SW-WL.
          MOVE ZERO TO BACK-COUNT-WL.
          ACCEPT RUN-DATE-WD FROM DATE YYYYMMDD.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-LOCBAL-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          PERFORM OPEN-ISSUE-HIST-FILE.
          PERFORM OPEN-LOTBAL-FILE.
          PERFORM OPEN-LOT-MOVE-FILE.
          OPEN OUTPUT RELEASE-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR RELEASE-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             OR ISSUE-HIST-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR LOT-MOVE-STATUS-WB NOT = "00"
             DISPLAY "BF OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " AUDIT STATUS = " AUDIT-STATUS-WB
                     " RELEASE STATUS = " RELEASE-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
                     " HISTORY STATUS = " ISSUE-HIST-STATUS-WB
             DISPLAY "BF LOTBAL STATUS = " LOTBAL-STATUS-WB
                     " LOTMOVE STATUS = " LOT-MOVE-STATUS-WB
             DISPLAY "BF JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO RUN WITHOUT BEFORE IMAGES"
                     " DROPPED = " DROPPED-COUNT-WM
          END-IF.
          CLOSE STOCK-FILE, AUDIT-FILE, RELEASE-FILE, LOCBAL-FILE,
                STOCK-JNL-FILE, COST-FILE, ISSUE-HIST-FILE,
                LOTBAL-FILE, LOT-MOVE-FILE.

       OPEN-AUDIT-FILE.
          OPEN EXTEND AUDIT-FILE.
             OPEN I-O LOCBAL-FILE
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

      * The run identifier is stamped once at open so every journal
      * line of the run can be rolled back together by ACMERB.
       OPEN-STOCK-JNL-FILE.
      * A backorder whose stock record has gone is dropped rather
      * than held forever - the item cannot be issued again.
       FULFIL-ONE-BACKORDER.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          MOVE BO-STOCK-NUM-WL(BACK-IDX-WL) TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
             END-REWRITE
             PERFORM WRITE-AUDIT-RECORD
             PERFORM TAKE-FROM-LOCATION-BALANCE
             MOVE BO-STOCK-NUM-WL(BACK-IDX-WL) TO LOT-STOCK-NUM-WX
             MOVE BO-LOC-WL(BACK-IDX-WL)       TO LOT-LOC-WX
             MOVE QTY-ISSUED-WC                TO LOT-REMAINING-WX
             PERFORM DRAW-FROM-LOTS
             PERFORM RELIEVE-RELEASE-AT-COST
             PERFORM WRITE-ISSUE-HISTORY
          END-IF.
          PERFORM WRITE-RELEASE-LINE.

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
             DISPLAY "BF LOTS DO NOT COVER RELEASE, STOCK NUM = "
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
             DISPLAY "BF LOT TABLE FULL, LOT " LOT-NUMBER-FS
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
             DISPLAY "BF EXPIRED LOT " LT-NUMBER-WX(LOT-PICK-WX)
                     " RELEASED, STOCK NUM = " LOT-STOCK-NUM-WX
          END-IF.
          MOVE LOT-STOCK-NUM-WX          TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX                TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX) TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  DISPLAY "BF LOTBAL READ STATUS = " LOTBAL-STATUS-WB
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
                     DISPLAY "BF LOTBAL REWRITE STATUS = "
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
          MOVE BO-DEPT-WL(BACK-IDX-WL)      TO LMV-DEPT-FT.
          MOVE "ACMEBF"                     TO LMV-PROGRAM-FT.
          WRITE LOT-MOVE-REC-FT.

       RELIEVE-RELEASE-AT-COST.
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
                      DISPLAY "BF COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "BF COST REWRITE STATUS = "
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

      * The value is the one just relieved from ITEMCOST.DAT, so the
      * departments are charged exactly what left the stock value.
       WRITE-ISSUE-HISTORY.
          ACCEPT HIST-DATE-FR FROM DATE YYYYMMDD.
          MOVE BO-DEPT-WL(BACK-IDX-WL) TO HIST-DEPT-FR.
          MOVE STOCK-NUM-FB            TO HIST-STOCK-NUM-FR.
          MOVE BO-LOC-WL(BACK-IDX-WL)  TO HIST-LOC-FR.
          MOVE QTY-ISSUED-WC           TO HIST-QTY-FR.
          MOVE COST-AVG-UNIT-FQ        TO HIST-UNIT-COST-FR.
          MOVE COST-MOVE-VALUE-WV      TO HIST-VALUE-FR.
          MOVE "ACMEBF"                TO HIST-PROGRAM-FR.
          WRITE ISSUE-HIST-REC-FR.

       WRITE-AUDIT-RECORD.
          ACCEPT AUDIT-DATE-FD FROM DATE YYYYMMDD.
          ACCEPT AUDIT-TIME-FD FROM TIME.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-AFTER-FD.
          MOVE QTY-ISSUED-WC       TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.
          ADD 1 TO STEP-RECORDS-OUT-FZ.

       WRITE-RELEASE-LINE.
          MOVE BO-STOCK-NUM-WL(BACK-IDX-WL) TO RD-STOCK-NUM-WF.
