       AUTHOR. Michael Coughlan.
      * Nightly stock valuation and reorder-status report - lists
      * every STOCK-FILE item with its extended value and whether it
      * is OK, due for reorder, already ON ORDER, or HELD with its
      * reorder awaiting budget approval, then totals the
      * valuation across the whole file. Items are valued from the
      * supplier price list where an entry exists, using the same
      * quantity-break unit price the reorder run would pay -
      * STOCKVAL.DAT total agrees with the order values finance sees
      * as rates move; items without a price entry, or whose
      * currency has no rate on file, fall back to ITEM-COST-FB.
      * That replacement value is printed beside the item's actual
      * cost - the weighted-average value carried on ITEMCOST.DAT,
      * or ITEM-COST-FB for an item that has not moved since average
      * costing began - and both columns are totalled, so finance
      * can see what the stock cost as well as what it would cost to
      * buy again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "EXCHSEL.CPY".

           COPY "COSTSEL.CPY".



       DATA DIVISION.

           COPY "EXCHFD.CPY".

           COPY "COSTFD.CPY".



       WORKING-STORAGE SECTION.
       01  VALUATION-DATA-WB.
           02 ITEM-VALUE-WB             PIC 9(11)V99.
           02 TOTAL-VALUE-WB            PIC 9(13)V99 VALUE ZEROS.
           02 COST-VALUE-WB             PIC 9(11)V99.
           02 TOTAL-COST-VALUE-WB       PIC 9(13)V99 VALUE ZEROS.
           02 ITEM-WEIGHT-ON-HAND-WB    PIC 9(11).
           02 TOTAL-WEIGHT-WB           PIC 9(13) VALUE ZEROS.
           02 STATUS-TEXT-WB            PIC X(9).
           02 BEST-MIN-QTY-WH           PIC 9(6).
           02 BAND-IDX-WH               PIC 9 COMP.

       01  COST-DATA-WV.
           02 COST-STATUS-WB            PIC XX.
           02 COST-FILE-SW-WV           PIC X.
              88 COST-FILE-AVAILABLE    VALUE "Y".

       01  EXCHANGE-DATA-WN.
           02 EXCH-STATUS-WN            PIC XX.
           02 EXCH-EOF-SW-WN            PIC 9 VALUE 0.
                 04 EXCH-CCY-WN         PIC X(3).
                 04 EXCH-RATE-WN        PIC 9(3)V9(6).

       01  COLUMN-HEADING-WD.
           02 FILLER                    PIC X(7)  VALUE "STOCK".
           02 FILLER                    PIC X(22) VALUE "DESCRIPTION".
           02 FILLER                    PIC X(9)  VALUE "QUANTITY".
           02 FILLER                    PIC X(16)
              VALUE "   REPLACEMENT".
           02 FILLER                    PIC X(16)
              VALUE "       AT COST".
           02 FILLER                    PIC X(9)  VALUE "STATUS".

       01  DETAIL-LINE-WD.
           02 DL-STOCK-NUM-WD           PIC ZZZZ9.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DL-ITEM-DESC-WD           PIC X(20).
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DL-QTY-IN-STOCK-WD        PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DL-ITEM-VALUE-WD          PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DL-COST-VALUE-WD          PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(2)  VALUE SPACES.
           02 DL-STATUS-WD              PIC X(9).

              VALUE "TOTAL STOCK VALUATION          : ".
           02 TL-TOTAL-VALUE-WE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  COST-TOTAL-LINE-WE.
           02 FILLER                    PIC X(34)
              VALUE "TOTAL VALUATION AT ACTUAL COST : ".
           02 TL-TOTAL-COST-WE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WEIGHT-LINE-WF.
           02 FILLER                    PIC X(34)
              VALUE "TOTAL WEIGHT ON HAND           : ".
           02 CL-LABEL-WG               PIC X(34).
           02 CL-COUNT-WG                PIC ZZZZ9.

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       PRODUCE-STOCK-VALUATION.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          OPEN INPUT STOCK-FILE.
          OPEN OUTPUT REPORT-FILE.
          PERFORM OPEN-PRICE-FILE.
          PERFORM LOAD-EXCHANGE-TABLE.
          PERFORM OPEN-COST-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR REPORT-STATUS-WB NOT = "00"
             DISPLAY "SV STOCK OPEN FAILED, STATUS = " STOCK-STATUS-WB
             DISPLAY "SV REPORT OPEN FAILED, STATUS = " REPORT-STATUS-WB
          IF PRICE-FILE-AVAILABLE
             CLOSE PRICE-FILE
          END-IF.
          IF COST-FILE-AVAILABLE
             CLOSE COST-FILE
          END-IF.
          GOBACK.

      * The price list is optional - a missing file just means every
             SET PRICE-FILE-AVAILABLE TO TRUE
          END-IF.

      * The cost file is optional too - without it every item is
      * shown at ITEM-COST-FB in the actual cost column.
       OPEN-COST-FILE.
          MOVE SPACE TO COST-FILE-SW-WV.
          OPEN INPUT COST-FILE.
          IF COST-STATUS-WB = "00"
             SET COST-FILE-AVAILABLE TO TRUE
          END-IF.

       WRITE-REPORT-HEADINGS.
          ACCEPT REPORT-DATE-TODAY-WC FROM DATE YYYYMMDD.
          MOVE SPACES TO REPORT-LINE-HA.
          WRITE REPORT-LINE-HA.
          MOVE SPACES TO REPORT-LINE-HA.
          WRITE REPORT-LINE-HA.
          WRITE REPORT-LINE-HA FROM COLUMN-HEADING-WD.

       PROCESS-STOCK-ITEM.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          PERFORM GET-UNIT-PRICE.
          IF UNIT-PRICE-WH NOT = ZERO
             COMPUTE ITEM-VALUE-WB ROUNDED =
                      GIVING ITEM-VALUE-WB
          END-IF.
          ADD ITEM-VALUE-WB TO TOTAL-VALUE-WB.
          PERFORM GET-ACTUAL-COST.
          ADD COST-VALUE-WB TO TOTAL-COST-VALUE-WB.
          MULTIPLY QTY-IN-STOCK-FB BY ITEM-WEIGHT-FB
                   GIVING ITEM-WEIGHT-ON-HAND-WB.
          ADD ITEM-WEIGHT-ON-HAND-WB TO TOTAL-WEIGHT-WB.
             END-READ
          END-IF.

       GET-ACTUAL-COST.
          MULTIPLY QTY-IN-STOCK-FB BY ITEM-COST-FB
                   GIVING COST-VALUE-WB.
          IF COST-FILE-AVAILABLE
             MOVE STOCK-NUM-FB TO COST-STOCK-NUM-FQ
             READ COST-FILE
                  KEY IS COST-STOCK-NUM-FQ
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE COST-VALUE-FQ TO COST-VALUE-WB
             END-READ
          END-IF.

      * A price quoted in a foreign currency is converted to pounds
      * at today's rate, the same way the reorder run converts it,
      * so the valuation and the order values move together. A
          EVALUATE TRUE
             WHEN ON-ORDER
                MOVE "ON ORDER " TO STATUS-TEXT-WB
             WHEN AWAITING-APPROVAL
                MOVE "HELD     " TO STATUS-TEXT-WB
             WHEN QTY-IN-STOCK-FB NOT GREATER THAN REORDER-LEVEL-FB
                MOVE "REORDER  " TO STATUS-TEXT-WB
             WHEN OTHER
          MOVE ITEM-DESC-FB    TO DL-ITEM-DESC-WD.
          MOVE QTY-IN-STOCK-FB TO DL-QTY-IN-STOCK-WD.
          MOVE ITEM-VALUE-WB   TO DL-ITEM-VALUE-WD.
          MOVE COST-VALUE-WB   TO DL-COST-VALUE-WD.
          MOVE STATUS-TEXT-WB  TO DL-STATUS-WD.
          WRITE REPORT-LINE-HA FROM DETAIL-LINE-WD.
          ADD 1 TO STEP-RECORDS-OUT-FZ.

       WRITE-REPORT-TOTAL.
          MOVE SPACES TO REPORT-LINE-HA.
          WRITE REPORT-LINE-HA.
          MOVE TOTAL-VALUE-WB TO TL-TOTAL-VALUE-WE.
          WRITE REPORT-LINE-HA FROM TOTAL-LINE-WE.
          MOVE TOTAL-COST-VALUE-WB TO TL-TOTAL-COST-WE.
          WRITE REPORT-LINE-HA FROM COST-TOTAL-LINE-WE.
          MOVE TOTAL-WEIGHT-WB TO WL-TOTAL-WEIGHT-WF.
          WRITE REPORT-LINE-HA FROM WEIGHT-LINE-WF.

