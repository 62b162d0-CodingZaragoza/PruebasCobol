      * warehouse the goods went into and the matching LOCBAL-FILE
      * balance is walked up alongside the company-wide
      * QTY-IN-STOCK-FB; a line keyed without a location is taken
      * as the main store. Each applied receipt is costed into
      * ITEMCOST.DAT at the price actually paid on the matched PO -
      * the goods value in pounds on its ORDERS.DAT line over the
      * quantity ordered, or for a line from outside the EEC, which
      * carries no values, the goods value OPENPO-FILE holds for the
      * PO - and the item's weighted-average unit cost recalculated.
      * Only a PO with no value on either file is priced from
      * PRICE-FILE at the rate on its ORDERS.DAT line, falling back
      * to ITEM-COST-FB, as ACMEIM matches the invoice. The order
      * lines of the open POs are tabled once at the start of the
      * run.
      * A receipt line for goods with a shelf life carries the
      * supplier's lot number and expiry date; the lot's balance at
      * the receiving warehouse is opened or added to on
      * LOTBAL.DAT, remembering the PO and supplier it came on, and
      * a "RECEIPT" line written to LOTMOVE.DAT so the lot can be
      * traced. A line keyed without a lot is stock that is not lot
      * tracked.
      * RECEIPTS.DAT is keyed as one batch between a header and a
      * trailer line (BATCHCTL.CPY) and proved whole by ACMEBV
      * before the nightly cycle applies any of it; once applied the
      * batch is entered on BATCHREG.DAT, so the same file fed in
      * twice is turned away rather than doubling every receipt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "STKJNLSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "PRICESEL.CPY".

           COPY "ORDERSEL.CPY".

           COPY "EXCHSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "LOTMOVSEL.CPY".

           COPY "BATREGSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
      * RECEIPT-LOT-GA and RECEIPT-EXPIRY-GA are keyed from the
      * supplier's label; both are left blank for goods that are not
      * lot tracked, and a zero expiry means the lot does not go off.
       FD  RECEIPT-FILE.
       01  RECEIPT-REC-GA.
           02 RECEIPT-STOCK-NUM-GA         PIC 9(5).
           02 RECEIPT-QTY-GA               PIC 9(6).
           02 RECEIPT-PO-NUM-GA            PIC 9(7).
           02 RECEIPT-LOC-GA               PIC X(2).
           02 RECEIPT-LOT-GA               PIC X(12).
           02 RECEIPT-EXPIRY-GA            PIC 9(8).
       01  RECEIPT-BATCH-REC-GA.
           02 RECEIPT-LINE-TYPE-GA         PIC X(2).
              88 RECEIPT-BATCH-CONTROL     VALUES "BH" "BT".
           02 FILLER                       PIC X(22).

       FD  GR-DISC-FILE.
       01  GR-DISC-REC-GC.

           COPY "STKJNLFD.CPY".

           COPY "COSTFD.CPY".

           COPY "PRICEFD.CPY".

           COPY "ORDERFD.CPY".

           COPY "EXCHFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "LOTMOVFD.CPY".

           COPY "BATREGFD.CPY".



       WORKING-STORAGE SECTION.
           02 GR-DISC-STATUS-WB            PIC XX.
           02 OPENPO-STATUS-WB             PIC XX.
           02 LOCBAL-STATUS-WB             PIC XX.
           02 ORDER-STATUS-WB              PIC XX.
           02 LOTBAL-STATUS-WB             PIC XX.
           02 LOT-MOVE-STATUS-WB           PIC XX.
           02 FILLER                       PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.


       01  LOCATION-DATA-WE.
           02 HOLD-LOC-WE                  PIC X(2).
           02 HOLD-EXPIRY-WE               PIC 9(8).
           02 HOLD-EXPIRY-DATE-WE REDEFINES HOLD-EXPIRY-WE.
              03 HE-YEAR-WE                PIC 9(4).
              03 HE-MONTH-WE               PIC 99.
              03 HE-DAY-WE                 PIC 99.

       01  PO-SCAN-DATA-WF.
           02 SCAN-EOF-SW-WF               PIC 9.
           02 OTHER-PO-SW-WF               PIC X.
              88 OTHER-OPEN-PO             VALUE "Y".
              88 NO-OTHER-OPEN-PO          VALUE "N".
           02 HOLD-OPENPO-REC-WF           PIC X(91).

       01  JOURNAL-DATA-WQ.
           02 STOCK-JNL-STATUS-WB          PIC XX.
              03 JNL-STAMP-DATE-WQ         PIC 9(8).
              03 JNL-STAMP-TIME-WQ         PIC 9(8).

       01  PRICE-DATA-WK.
           02 PRICE-STATUS-WB              PIC XX.
           02 PRICE-FILE-SW-WK             PIC X.
              88 PRICE-FILE-AVAILABLE      VALUE "Y".
           02 UNIT-PRICE-WK                PIC 9(5)V99.
           02 BEST-MIN-QTY-WK              PIC 9(6).
           02 BAND-IDX-WK                  PIC 9 COMP.

       01  ORDER-SCAN-DATA-WO.
           02 ORDER-EOF-SW-WO              PIC 9.
              88 END-OF-ORDERS             VALUE 1.
              88 NOT-END-OF-ORDERS         VALUE 0.
           02 ORDER-RATE-SW-WO             PIC X.
              88 ORDER-RATE-FOUND          VALUE "Y".
           02 HOLD-ORDER-RATE-WO           PIC 9(3)V9(6).
           02 PO-GOODS-WO                  PIC 9(7)V99.
           02 PO-QTY-WO                    PIC 9(6).
           02 ORDER-COUNT-WO               PIC 9(4) COMP.
           02 ORDER-IDX-WO                 PIC 9(4) COMP.
           02 MATCH-IDX-WO                 PIC 9(4) COMP.
           02 ORDER-ENTRY-WO OCCURS 2000 TIMES.
              03 OT-PO-NUMBER-WO           PIC 9(7).
              03 OT-GOODS-WO               PIC 9(5)V99.
              03 OT-QTY-WO                 PIC 9(6).
              03 OT-CURRENCY-WO            PIC X(3).
              03 OT-RATE-WO                PIC 9(3)V9(6).

       01  EXCHANGE-DATA-WN.
           02 EXCH-STATUS-WN               PIC XX.
           02 EXCH-EOF-SW-WN               PIC 9 VALUE 0.
              88 END-OF-EXCH               VALUE 1.
              88 NOT-END-OF-EXCH           VALUE 0.
           02 EXCH-COUNT-WN                PIC 9(3) COMP.
           02 EXCH-IDX-WN                  PIC 9(3) COMP.
           02 RATE-FOUND-SW-WN             PIC X.
              88 RATE-FOUND                VALUE "Y".
           02 HOLD-RATE-WN                 PIC 9(3)V9(6).
           02 EXCH-TABLE-WN.
              03 EXCH-ENTRY-WN OCCURS 20 TIMES.
                 04 EXCH-CCY-WN            PIC X(3).
                 04 EXCH-RATE-WN           PIC 9(3)V9(6).

       01  COST-DATA-WV.
           02 COST-STATUS-WB               PIC XX.
           02 COST-REC-SW-WV               PIC X.
              88 COST-REC-NEW              VALUE "N".
              88 COST-REC-ON-FILE          VALUE "Y".
           02 COST-BASE-QTY-WV             PIC 9(6).
           02 COST-MOVE-QTY-WV             PIC 9(6).
           02 COST-MOVE-VALUE-WV           PIC 9(9)V99.

           COPY "BATCHCTL.CPY".

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       PROCESS-RECEIPTS.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          MOVE "RECEIPTS" TO BATCH-SELECT-FW.
          SET NO-BATCH-HEADER-SEEN TO TRUE.
          OPEN INPUT RECEIPT-FILE.
          OPEN I-O STOCK-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-OPENPO-FILE.
          PERFORM OPEN-LOCBAL-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          PERFORM OPEN-PRICE-FILE.
          PERFORM LOAD-EXCHANGE-TABLE.
          PERFORM OPEN-LOTBAL-FILE.
          PERFORM OPEN-LOT-MOVE-FILE.
          IF STOCK-STATUS-WB NOT = "00"
             OR OPENPO-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR LOT-MOVE-STATUS-WB NOT = "00"
             DISPLAY "GR STOCK OPEN FAILED, STATUS = " STOCK-STATUS-WB
                     " OPENPO STATUS = " OPENPO-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
             DISPLAY "GR LOT OPEN FAILED, LOTBAL STATUS = "
                     LOTBAL-STATUS-WB
                     " LOTMOVE STATUS = " LOT-MOVE-STATUS-WB
             DISPLAY "GR JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO RUN WITHOUT BEFORE IMAGES"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM LOAD-ORDER-TABLE
             IF RECEIPT-STATUS-WB NOT = "00"
                DISPLAY "GR NO RECEIPTS FILE FOUND, STATUS = "
                        RECEIPT-STATUS-WB
                       AT END SET END-OF-FILE TO TRUE
                END-READ
                PERFORM UNTIL END-OF-FILE
                   IF RECEIPT-BATCH-CONTROL
                      PERFORM NOTE-BATCH-CONTROL
                   ELSE
                      PERFORM MATCH-RECEIPT-TO-PO
                   END-IF
                   READ RECEIPT-FILE
                            AT END SET END-OF-FILE TO TRUE
                   END-READ
                END-PERFORM
                IF BATCH-HEADER-SEEN
                   PERFORM REGISTER-APPLIED-BATCH
                END-IF
             END-IF
          END-IF.
          CLOSE RECEIPT-FILE, STOCK-FILE, AUDIT-FILE, GR-DISC-FILE,
                OPENPO-FILE, LOCBAL-FILE, STOCK-JNL-FILE, COST-FILE,
                LOTBAL-FILE, LOT-MOVE-FILE.
          IF PRICE-FILE-AVAILABLE
             CLOSE PRICE-FILE
          END-IF.
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

       OPEN-LOTBAL-FILE.
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

      * The price list is optional - a missing file just means every
      * receipt is costed at ITEM-COST-FB, as ACMEIM would match it.
       OPEN-PRICE-FILE.
          MOVE SPACE TO PRICE-FILE-SW-WK.
          OPEN INPUT PRICE-FILE.
          IF PRICE-STATUS-WB = "00"
             SET PRICE-FILE-AVAILABLE TO TRUE
          ELSE
             DISPLAY "GR NO PRICE FILE, STATUS = " PRICE-STATUS-WB
                     ", ITEM COST USED THROUGHOUT"
          END-IF.

       MATCH-RECEIPT-TO-PO.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          SET PO-NOT-MATCHED TO TRUE.
          MOVE RECEIPT-LOC-GA TO HOLD-LOC-WE.
          IF HOLD-LOC-WE = SPACES
                  MOVE QTY-IN-STOCK-FB TO AUDIT-QTY-BEFORE-WC
                  PERFORM UPDATE-RECEIVED-STOCK
                  PERFORM ADD-TO-LOCATION-BALANCE
                  IF RECEIPT-LOT-GA NOT = SPACES
                     PERFORM ADD-TO-LOT-BALANCE
                  END-IF
                  PERFORM UPDATE-OPENPO-RECORD
                  PERFORM ADD-RECEIPT-AT-COST
                  PERFORM WRITE-AUDIT-RECORD
          END-READ.

                  END-REWRITE
          END-READ.

      * A second delivery of a lot already held at the warehouse is
      * added to it; the expiry and PO it first arrived with stand,
      * and a different expiry keyed this time is reported so the
      * label can be checked. An expiry that is not a real month and
      * day is taken as no expiry, as one not keyed in figures is.
      * The matched PO is still in its buffer.
       ADD-TO-LOT-BALANCE.
          IF RECEIPT-EXPIRY-GA NUMERIC
             MOVE RECEIPT-EXPIRY-GA TO HOLD-EXPIRY-WE
             IF HOLD-EXPIRY-WE NOT = ZEROS
                AND (HE-MONTH-WE LESS THAN 1
                     OR HE-MONTH-WE GREATER THAN 12
                     OR HE-DAY-WE LESS THAN 1
                     OR HE-DAY-WE GREATER THAN 31)
                DISPLAY "GR EXPIRY " HOLD-EXPIRY-WE " NOT A DATE, LOT "
                        RECEIPT-LOT-GA " TAKEN AS NO EXPIRY"
                MOVE ZEROS TO HOLD-EXPIRY-WE
             END-IF
          ELSE
             DISPLAY "GR EXPIRY NOT NUMERIC, LOT " RECEIPT-LOT-GA
                     " TAKEN AS NO EXPIRY"
             MOVE ZEROS TO HOLD-EXPIRY-WE
          END-IF.
          MOVE RECEIPT-STOCK-NUM-GA TO LOT-STOCK-NUM-FS.
          MOVE HOLD-LOC-WE          TO LOT-LOC-FS.
          MOVE RECEIPT-LOT-GA       TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  PERFORM OPEN-NEW-LOT
               NOT INVALID KEY
                  PERFORM ADD-TO-EXISTING-LOT
          END-READ.
          PERFORM WRITE-LOT-MOVEMENT.

       OPEN-NEW-LOT.
          MOVE RECEIPT-STOCK-NUM-GA TO LOT-STOCK-NUM-FS.
          MOVE HOLD-LOC-WE          TO LOT-LOC-FS.
          MOVE RECEIPT-LOT-GA       TO LOT-NUMBER-FS.
          MOVE HOLD-EXPIRY-WE       TO LOT-EXPIRY-DATE-FS.
          MOVE RECEIPT-QTY-GA       TO LOT-QTY-FS.
          ACCEPT LOT-RECEIVED-DATE-FS FROM DATE YYYYMMDD.
          MOVE RECEIPT-PO-NUM-GA    TO LOT-PO-NUMBER-FS.
          MOVE OPO-MANF-CODE-FJ     TO LOT-MANF-CODE-FS.
          WRITE LOTBAL-REC-FS
                INVALID KEY
                   DISPLAY "GR LOTBAL WRITE STATUS = "
                           LOTBAL-STATUS-WB
          END-WRITE.

       ADD-TO-EXISTING-LOT.
          IF LOT-EXPIRY-DATE-FS NOT = HOLD-EXPIRY-WE
             DISPLAY "GR LOT " RECEIPT-LOT-GA " EXPIRY "
                     HOLD-EXPIRY-WE " DIFFERS FROM "
                     LOT-EXPIRY-DATE-FS " ON FILE, STOCK NUM = "
                     RECEIPT-STOCK-NUM-GA
          END-IF.
          ADD RECEIPT-QTY-GA TO LOT-QTY-FS
              ON SIZE ERROR
                 DISPLAY "GR LOT QTY OVERFLOW, STOCK NUM = "
                         RECEIPT-STOCK-NUM-GA
          END-ADD.
          REWRITE LOTBAL-REC-FS
                  INVALID KEY
                     DISPLAY "GR LOTBAL REWRITE STATUS = "
                             LOTBAL-STATUS-WB
          END-REWRITE.

       WRITE-LOT-MOVEMENT.
          ACCEPT LMV-DATE-FT FROM DATE YYYYMMDD.
          SET LMV-RECEIPT TO TRUE.
          MOVE RECEIPT-STOCK-NUM-GA TO LMV-STOCK-NUM-FT.
          MOVE HOLD-LOC-WE          TO LMV-LOC-FT.
          MOVE RECEIPT-LOT-GA       TO LMV-LOT-NUMBER-FT.
          MOVE LOT-EXPIRY-DATE-FS   TO LMV-EXPIRY-DATE-FT.
          MOVE RECEIPT-QTY-GA       TO LMV-QTY-FT.
          MOVE RECEIPT-PO-NUM-GA    TO LMV-PO-NUMBER-FT.
          MOVE OPO-MANF-CODE-FJ     TO LMV-MANF-CODE-FT.
          MOVE SPACES               TO LMV-DEPT-FT.
          MOVE "ACMEGR"             TO LMV-PROGRAM-FT.
          WRITE LOT-MOVE-REC-FT.

      * A short delivery leaves the PO open and the item ON ORDER so
      * the outstanding balance can be chased; only a full or over
      * delivery closes the PO and frees the item for reordering.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-AFTER-FD.
          MOVE RECEIPT-QTY-GA      TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.
          ADD 1 TO STEP-RECORDS-OUT-FZ.

      * The matched PO is still in its buffer. The receipt is valued
      * at the price paid on the PO and the unit cost re-averaged
      * over everything now held.
       ADD-RECEIPT-AT-COST.
          MOVE AUDIT-QTY-BEFORE-WC TO COST-BASE-QTY-WV.
          PERFORM GET-COST-RECORD.
          PERFORM FIND-ORDER-ENTRY.
          PERFORM GET-PO-GOODS-VALUE.
          IF PO-GOODS-WO NOT = ZERO AND PO-QTY-WO NOT = ZERO
             COMPUTE COST-MOVE-VALUE-WV ROUNDED =
                     RECEIPT-QTY-GA * PO-GOODS-WO / PO-QTY-WO
                     ON SIZE ERROR
                        DISPLAY "GR COST VALUE OVERFLOW, STOCK NUM = "
                                RECEIPT-STOCK-NUM-GA
                        MOVE ZEROS TO COST-MOVE-VALUE-WV
             END-COMPUTE
          ELSE
             PERFORM GET-UNIT-PRICE
             IF UNIT-PRICE-WK = ZERO
                MOVE ITEM-COST-FB TO UNIT-PRICE-WK
             END-IF
             COMPUTE COST-MOVE-VALUE-WV ROUNDED =
                     RECEIPT-QTY-GA * UNIT-PRICE-WK
                     ON SIZE ERROR
                        DISPLAY "GR COST VALUE OVERFLOW, STOCK NUM = "
                                RECEIPT-STOCK-NUM-GA
                        MOVE ZEROS TO COST-MOVE-VALUE-WV
             END-COMPUTE
          END-IF.
          ADD RECEIPT-QTY-GA TO COST-QTY-FQ
              ON SIZE ERROR
                 DISPLAY "GR COST QTY OVERFLOW, STOCK NUM = "
                         RECEIPT-STOCK-NUM-GA
          END-ADD.
          ADD COST-MOVE-VALUE-WV TO COST-VALUE-FQ,
                                    COST-RECEIPT-VALUE-FQ.
          IF COST-QTY-FQ NOT = ZERO
             COMPUTE COST-AVG-UNIT-FQ ROUNDED =
                     COST-VALUE-FQ / COST-QTY-FQ
                     ON SIZE ERROR
                        DISPLAY "GR AVERAGE COST OVERFLOW, STOCK NUM = "
                                RECEIPT-STOCK-NUM-GA
             END-COMPUTE
          END-IF.
          PERFORM PUT-COST-RECORD.

      * The goods on the ORDERS.DAT line are already in pounds. A
      * line from outside the EEC carries none, and its goods in
      * pounds are taken from OPO-ORDER-VALUE-FJ instead, which for
      * such a PO holds the goods alone. Zero is left when neither
      * has a value, or the line was not tabled.
       GET-PO-GOODS-VALUE.
          MOVE ZEROS TO PO-GOODS-WO, PO-QTY-WO.
          IF MATCH-IDX-WO NOT = ZERO
             MOVE OT-GOODS-WO(MATCH-IDX-WO) TO PO-GOODS-WO
             MOVE OT-QTY-WO(MATCH-IDX-WO)   TO PO-QTY-WO
             IF PO-GOODS-WO = ZERO
                MOVE OPO-ORDER-VALUE-FJ  TO PO-GOODS-WO
                MOVE OPO-QTY-REQUIRED-FJ TO PO-QTY-WO
             END-IF
          END-IF.

       GET-UNIT-PRICE.
          MOVE ZEROS TO UNIT-PRICE-WK.
          IF PRICE-FILE-AVAILABLE
             MOVE OPO-MANF-CODE-FJ TO PRICE-MANF-CODE-FK
             MOVE RECEIPT-STOCK-NUM-GA TO PRICE-STOCK-NUM-FK
             READ PRICE-FILE
                  KEY IS PRICE-KEY-FK
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     PERFORM PICK-PRICE-BAND
                     PERFORM CONVERT-UNIT-PRICE
             END-READ
          END-IF.

       PICK-PRICE-BAND.
          MOVE ZEROS TO BEST-MIN-QTY-WK.
          PERFORM SCAN-PRICE-BAND VARYING BAND-IDX-WK FROM 1 BY 1
                  UNTIL BAND-IDX-WK > 5.

      * The band is picked on the quantity the PO was raised for,
      * as ACMEIM does, so a part delivery is costed at the price
      * the goods were bought at however few of them arrive.
       SCAN-PRICE-BAND.
          IF PRICE-BAND-UNIT-FK(BAND-IDX-WK) NOT = ZERO
             AND OPO-QTY-REQUIRED-FJ NOT LESS THAN
                 PRICE-BAND-MIN-QTY-FK(BAND-IDX-WK)
             AND PRICE-BAND-MIN-QTY-FK(BAND-IDX-WK) NOT LESS THAN
                 BEST-MIN-QTY-WK
             MOVE PRICE-BAND-MIN-QTY-FK(BAND-IDX-WK)
               TO BEST-MIN-QTY-WK
             MOVE PRICE-BAND-UNIT-FK(BAND-IDX-WK) TO UNIT-PRICE-WK
          END-IF.

      * A price quoted in a foreign currency is converted to pounds
      * at the rate the order itself was valued at, today's rate
      * only when no order line carries one, and a quote whose
      * currency has no rate at all falls back to ITEM-COST-FB -
      * the same rules ACMEIM matches the invoice by.
       CONVERT-UNIT-PRICE.
          IF UNIT-PRICE-WK NOT = ZERO
             AND PRICE-CURRENCY-FK NOT = SPACES
             AND PRICE-CURRENCY-FK NOT = "IEP"
             PERFORM FIND-ORDER-RATE
             IF ORDER-RATE-FOUND
                MOVE HOLD-ORDER-RATE-WO TO HOLD-RATE-WN
                SET RATE-FOUND TO TRUE
             ELSE
                PERFORM FIND-EXCHANGE-RATE
             END-IF
             IF RATE-FOUND
                COMPUTE UNIT-PRICE-WK ROUNDED =
                        UNIT-PRICE-WK * HOLD-RATE-WN
                        ON SIZE ERROR
                           DISPLAY "GR CONVERTED PRICE OVERFLOW, "
                                   "STOCK NUM = " RECEIPT-STOCK-NUM-GA
                           MOVE ZEROS TO UNIT-PRICE-WK
                END-COMPUTE
             ELSE
                DISPLAY "GR NO EXCHANGE RATE FOR " PRICE-CURRENCY-FK
                        ", ITEM " RECEIPT-STOCK-NUM-GA
                        ", ITEM COST USED"
                MOVE ZEROS TO UNIT-PRICE-WK
             END-IF
          END-IF.

       FIND-ORDER-RATE.
          MOVE SPACE TO ORDER-RATE-SW-WO.
          MOVE ZEROS TO HOLD-ORDER-RATE-WO.
          IF MATCH-IDX-WO NOT = ZERO
             IF OT-CURRENCY-WO(MATCH-IDX-WO) = PRICE-CURRENCY-FK
                AND OT-RATE-WO(MATCH-IDX-WO) NOT = ZERO
                MOVE OT-RATE-WO(MATCH-IDX-WO) TO HOLD-ORDER-RATE-WO
                SET ORDER-RATE-FOUND TO TRUE
             END-IF
          END-IF.

      * Only the lines of POs still open can be received against, so
      * only they are tabled; ORDERS.DAT is read once a run rather
      * than once a receipt. A PO that does not fit the table is
      * priced from PRICE-FILE as before.
       LOAD-ORDER-TABLE.
          MOVE ZERO TO ORDER-COUNT-WO.
          OPEN INPUT ORDER-FILE.
          IF ORDER-STATUS-WB = "00"
             SET NOT-END-OF-ORDERS TO TRUE
             READ ORDER-FILE
                  AT END SET END-OF-ORDERS TO TRUE
             END-READ
             PERFORM STORE-ORDER-ENTRY UNTIL END-OF-ORDERS
             CLOSE ORDER-FILE
          END-IF.

       STORE-ORDER-ENTRY.
          IF PO-NUMBER-FA NUMERIC AND PO-NUMBER-FA NOT = ZEROS
             MOVE PO-NUMBER-FA TO OPO-PO-NUMBER-FJ
             READ OPENPO-FILE
                  KEY IS OPO-PO-NUMBER-FJ
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF OPO-OPEN
                        PERFORM ADD-ORDER-ENTRY
                     END-IF
             END-READ
          END-IF.
          READ ORDER-FILE
               AT END SET END-OF-ORDERS TO TRUE
          END-READ.

       ADD-ORDER-ENTRY.
          IF ORDER-COUNT-WO NOT LESS THAN 2000
             DISPLAY "GR ORDER TABLE FULL, PO " PO-NUMBER-FA
                     " PRICED FROM PRICE FILE"
          ELSE
             ADD 1 TO ORDER-COUNT-WO
             MOVE PO-NUMBER-FA TO OT-PO-NUMBER-WO(ORDER-COUNT-WO)
             MOVE ZEROS TO OT-GOODS-WO(ORDER-COUNT-WO),
                           OT-QTY-WO(ORDER-COUNT-WO),
                           OT-RATE-WO(ORDER-COUNT-WO)
             IF COST-OF-ITEMS-FA NUMERIC
                AND QTY-REQUIRED-FA NUMERIC
                MOVE COST-OF-ITEMS-FA
                  TO OT-GOODS-WO(ORDER-COUNT-WO)
                MOVE QTY-REQUIRED-FA TO OT-QTY-WO(ORDER-COUNT-WO)
             END-IF
             MOVE CURRENCY-FA TO OT-CURRENCY-WO(ORDER-COUNT-WO)
             IF EXCH-RATE-FA NUMERIC
                MOVE EXCH-RATE-FA TO OT-RATE-WO(ORDER-COUNT-WO)
             END-IF
          END-IF.

       FIND-ORDER-ENTRY.
          MOVE ZERO TO MATCH-IDX-WO.
          PERFORM MATCH-ORDER-ENTRY
                  VARYING ORDER-IDX-WO FROM 1 BY 1
                  UNTIL ORDER-IDX-WO > ORDER-COUNT-WO
                     OR MATCH-IDX-WO NOT = ZERO.

       MATCH-ORDER-ENTRY.
          IF OT-PO-NUMBER-WO(ORDER-IDX-WO) = RECEIPT-PO-NUM-GA
             MOVE ORDER-IDX-WO TO MATCH-IDX-WO
          END-IF.

       FIND-EXCHANGE-RATE.
          MOVE SPACE TO RATE-FOUND-SW-WN.
          MOVE ZEROS TO HOLD-RATE-WN.
          PERFORM SCAN-EXCHANGE-ENTRY VARYING EXCH-IDX-WN FROM 1 BY 1
                  UNTIL EXCH-IDX-WN > EXCH-COUNT-WN.

       SCAN-EXCHANGE-ENTRY.
          IF EXCH-CCY-WN(EXCH-IDX-WN) = PRICE-CURRENCY-FK
             MOVE EXCH-RATE-WN(EXCH-IDX-WN) TO HOLD-RATE-WN
             SET RATE-FOUND TO TRUE
          END-IF.

      * The rate file is optional - a missing file just means no
      * foreign-currency price can be used to cost a receipt.
       LOAD-EXCHANGE-TABLE.
          MOVE ZERO TO EXCH-COUNT-WN.
          SET END-OF-EXCH TO TRUE.
          OPEN INPUT EXCH-RATE-FILE.
          IF EXCH-STATUS-WN = "00"
             SET NOT-END-OF-EXCH TO TRUE
             READ EXCH-RATE-FILE
                  AT END SET END-OF-EXCH TO TRUE
             END-READ
             PERFORM STORE-EXCHANGE-ENTRY UNTIL END-OF-EXCH
             CLOSE EXCH-RATE-FILE
          END-IF.

       STORE-EXCHANGE-ENTRY.
          IF EXCH-COUNT-WN NOT LESS THAN 20
             DISPLAY "GR EXCHANGE TABLE FULL, ENTRY IGNORED, "
                     "CURRENCY = " EXCH-CURRENCY-FM
          ELSE
             ADD 1 TO EXCH-COUNT-WN
             MOVE EXCH-CURRENCY-FM TO EXCH-CCY-WN(EXCH-COUNT-WN)
             MOVE EXCH-RATE-FM     TO EXCH-RATE-WN(EXCH-COUNT-WN)
          END-IF.
          READ EXCH-RATE-FILE
               AT END SET END-OF-EXCH TO TRUE
          END-READ.

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
                      DISPLAY "GR COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "GR COST REWRITE STATUS = "
                                COST-STATUS-WB
             END-REWRITE
          END-IF.

      * The header and trailer lines move no stock; what they say is
      * kept for the batch register.
       NOTE-BATCH-CONTROL.
          MOVE RECEIPT-BATCH-REC-GA TO BATCH-CONTROL-REC-FW.
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
             DISPLAY "GR BATCH REGISTER OPEN FAILED, STATUS = "
                     BATCH-REG-STATUS-WB
             DISPLAY "GR BATCH " APPLY-BATCH-NUM-FW
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
             MOVE "ACMEGR"            TO REG-PROGRAM-FX
             WRITE BATCH-REG-REC-FX
                   INVALID KEY
                      DISPLAY "GR BATCH " APPLY-BATCH-NUM-FW
                              " ALREADY ON THE BATCH REGISTER"
             END-WRITE
             CLOSE BATCH-REGISTER-FILE
          END-IF.
