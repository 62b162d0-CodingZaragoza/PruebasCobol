      * keeping only the still-unresolved lines, each with its retry
      * count stepped, so codes that have been failing for weeks
      * stand out. Lines whose stock record has gone, or whose item
      * is no longer due for reorder, are dropped as overtaken. The
      * supplier is chosen from the item's approved-supplier list
      * exactly as ACME99 chooses it, so a line can be resolved by
      * an approved alternate even while the failed code is still
      * broken.
      * An order that would break its supplier's or the month's
      * overall purchasing limit on BUDGET.DAT is held on POHOLD.DAT
      * for approval in ACMEHR instead, and the item marked awaiting
      * approval, exactly as ACME99 holds it.
      * The run registers itself on RUNCTL.DAT and refuses to start
      * while the nightly cycle is marked in progress, so an evening
      * recycle can no longer collide with ACMEDRV. Run on demand

           COPY "RUNCTLSEL.CPY".

           COPY "APPSUPSEL.CPY".

           COPY "BUDGETSEL.CPY".

           COPY "POHOLDSEL.CPY".



       DATA DIVISION.

           COPY "RUNCTLFD.CPY".

           COPY "APPSUPFD.CPY".

           COPY "BUDGETFD.CPY".

           COPY "POHOLDFD.CPY".



       WORKING-STORAGE SECTION.
          02 ORDER-WRITTEN-SW-WE          PIC X.
             88 ORDER-WRITTEN             VALUE "Y".
             88 ORDER-NOT-WRITTEN         VALUE "N".
             88 ORDER-HELD                VALUE "H".

       01 POSTAGE-TABLES-WG.
          02 POSTRATE-STATUS-WG           PIC XX.
             88 LOCK-OK                   VALUE "Y".
             88 LOCK-NOT-OK               VALUE "N".

       01 APPSUP-STATUS-WB                PIC XX.

       01 BUDGET-STATUS-WB                PIC XX.

       01 PO-HOLD-STATUS-WB               PIC XX.

      * This month's purchasing limits from BUDGET.DAT, each with
      * what is already committed against it on OPENPO.DAT - the
      * entry whose BT-MANF-CODE-WU is spaces is the overall limit.
       01 BUDGET-DATA-WU.
          02 BUDGET-EOF-SW-WU             PIC X.
             88 END-OF-BUDGETS            VALUE "Y".
          02 OPENPO-EOF-SW-WU             PIC X.
             88 END-OF-OPENPO             VALUE "Y".
          02 BUDGET-SW-WU                 PIC X.
             88 WITHIN-BUDGET             VALUE "Y".
             88 OVER-BUDGET               VALUE "N".
          02 BUDGET-DATE-WU               PIC 9(8).
          02 BUDGET-DATE-SPLIT-WU REDEFINES BUDGET-DATE-WU.
             03 BUDGET-MONTH-WU           PIC 9(6).
             03 FILLER                    PIC 99.
          02 THIS-MONTH-WU                PIC 9(6).
          02 BUDGET-MANF-CODE-WU          PIC X(4).
          02 LOOKUP-CODE-WU               PIC X(4).
          02 ORDER-VALUE-WU               PIC 9(7)V99.
          02 NON-EEC-GOODS-WU             PIC 9(7)V99.
          02 HOLD-REASON-WU               PIC X(8).
          02 HOLD-LIMIT-WU                PIC 9(8)V99.
          02 HOLD-COMMITTED-WU            PIC 9(8)V99.
          02 HOLD-SEQ-WU                  PIC 9(4).
          02 HELD-COUNT-WU                PIC 9(3).
          02 HOLD-STAMP-WU.
             03 HOLD-STAMP-DATE-WU        PIC 9(8).
             03 HOLD-STAMP-TIME-WU        PIC 9(8).
          02 BUDGET-COUNT-WU              PIC 9(3) COMP.
          02 BUDGET-IDX-WU                PIC 9(3) COMP.
          02 MATCH-IDX-WU                 PIC 9(3) COMP.
          02 BUDGET-ENTRY-WU OCCURS 100 TIMES.
             03 BT-MANF-CODE-WU           PIC X(4).
             03 BT-LIMIT-WU               PIC 9(8)V99.
             03 BT-COMMITTED-WU           PIC 9(8)V99.

       01 SOURCE-DATA-WS.
          02 APPSUP-FILE-SW-WS            PIC X.
             88 APPSUP-FILE-AVAILABLE     VALUE "Y".
          02 APPSUP-SCAN-SW-WS            PIC X.
             88 END-OF-APPROVED-LIST      VALUE "Y".
          02 SOLE-SOURCE-SW-WS            PIC X.
             88 SOLE-SOURCE               VALUE "Y".
          02 SOURCE-MANF-CODE-WS          PIC X(4).
          02 SOURCE-REASON-WS             PIC X(14).
          02 CANDIDATE-COUNT-WS           PIC 9(3) COMP.
          02 CANDIDATE-IDX-WS             PIC 9(3) COMP.
          02 BEST-IDX-WS                  PIC 9(3) COMP.
          02 ELIGIBLE-COUNT-WS            PIC 9(3) COMP.
          02 LOOKUP-FAIL-COUNT-WS         PIC 9(3) COMP.
          02 LANDED-COST-WS               PIC 9(7)V99.
          02 BEST-LANDED-COST-WS          PIC 9(7)V99.
          02 CANDIDATE-ENTRY-WS OCCURS 10 TIMES.
             03 CAND-MANF-CODE-WS         PIC X(4).
             03 CAND-MANF-STATUS-WS       PIC XX.
             03 CAND-STATE-WS             PIC X.
                88 CAND-ELIGIBLE          VALUE "E".
                88 CAND-LOOKUP-FAILED     VALUE "L".
                88 CAND-CANCELLED         VALUE "X".
          02 CANCEL-COUNT-WS              PIC 9(3) COMP.
          02 CANCEL-IDX-WS                PIC 9(3) COMP.
          02 CANCEL-FOUND-SW-WS           PIC X.
             88 CANCEL-FOUND              VALUE "Y".
          02 OPENPO-SCAN-SW-WS            PIC X.
             88 END-OF-ITEM-POS           VALUE "Y".
          02 CANCELLED-MANF-WS OCCURS 20 TIMES
                                          PIC X(4).

      * A supplier whose PO for the item was cancelled within this
      * many days of today is not offered the item again.
       01 DATE-WORK-WT.
          02 CANCEL-WINDOW-WT             PIC 9(3) VALUE 60.
          02 CANCEL-CUTOFF-WT             PIC 9(7)  COMP.
          02 DATE-IN-WT                   PIC 9(8).
          02 DATE-SPLIT-WT REDEFINES DATE-IN-WT.
             03 DW-YEAR-WT                PIC 9(4).
             03 DW-MONTH-WT               PIC 99.
             03 DW-DAY-WT                 PIC 99.
          02 DAYS-OUT-WT                  PIC 9(7)  COMP.
          02 PRIOR-YEAR-WT                PIC 9(4)  COMP.
          02 LEAP-QUOT-WT                 PIC 9(4)  COMP.
          02 LEAP-REM-WT                  PIC 9(4)  COMP.
          02 LEAP-DAY-WT                  PIC 9     COMP.
          02 MONTH-OFFSET-TABLE-WT.
             03 FILLER                    PIC 9(3) VALUE 000.
             03 FILLER                    PIC 9(3) VALUE 031.
             03 FILLER                    PIC 9(3) VALUE 059.
             03 FILLER                    PIC 9(3) VALUE 090.
             03 FILLER                    PIC 9(3) VALUE 120.
             03 FILLER                    PIC 9(3) VALUE 151.
             03 FILLER                    PIC 9(3) VALUE 181.
             03 FILLER                    PIC 9(3) VALUE 212.
             03 FILLER                    PIC 9(3) VALUE 243.
             03 FILLER                    PIC 9(3) VALUE 273.
             03 FILLER                    PIC 9(3) VALUE 304.
             03 FILLER                    PIC 9(3) VALUE 334.
          02 MONTH-OFFSETS-WT REDEFINES MONTH-OFFSET-TABLE-WT.
             03 MONTH-OFFSET-WT OCCURS 12 TIMES PIC 9(3).



       PROCEDURE DIVISION.
          PERFORM OPEN-OPENPO-FILE.
          PERFORM OPEN-PRICE-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-APPSUP-FILE.
          PERFORM OPEN-PO-HOLD-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR MANF-STATUS-WB NOT = "00"
             OR ORDER-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR OPENPO-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR PO-HOLD-STATUS-WB NOT = "00"
             DISPLAY "RX OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " MANF STATUS = " MANF-STATUS-WB
             DISPLAY "RX OPEN FAILED, ORDER STATUS = " ORDER-STATUS-WB
             DISPLAY "RX JOURNAL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
                     ", NO RUN WITHOUT BEFORE IMAGES"
             DISPLAY "RX POHOLD STATUS = " PO-HOLD-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM LOAD-BUDGET-TABLE
             PERFORM RETRY-ONE-EXCEPTION
                     VARYING EXCEPT-IDX-WL FROM 1 BY 1
                     UNTIL EXCEPT-IDX-WL > EXCEPT-COUNT-WL
             PERFORM REWRITE-EXCEPTIONS-FILE
             DISPLAY "RX EXCEPTIONS RESOLVED = " RESOLVED-COUNT-WM
                     " RETAINED = " RETAINED-COUNT-WM
                     " HELD FOR APPROVAL = " HELD-COUNT-WU
          END-IF.
          CLOSE STOCK-FILE, MANF-FILE, ORDER-FILE, AUDIT-FILE,
                OPENPO-FILE, STOCK-JNL-FILE, PO-HOLD-FILE.
          IF PRICE-FILE-AVAILABLE
             CLOSE PRICE-FILE
          END-IF.
          IF APPSUP-FILE-AVAILABLE
             CLOSE APPROVED-SUPPLIER-FILE
          END-IF.

       OPEN-ORDER-FILE.
          OPEN EXTEND ORDER-FILE.
                     ", ITEM COST USED THROUGHOUT"
          END-IF.

      * The approved-supplier list is optional - a missing file just
      * means every item is ordered from its own supplier as before.
       OPEN-APPSUP-FILE.
          MOVE SPACE TO APPSUP-FILE-SW-WS.
          OPEN INPUT APPROVED-SUPPLIER-FILE.
          IF APPSUP-STATUS-WB = "00"
             SET APPSUP-FILE-AVAILABLE TO TRUE
          ELSE
             DISPLAY "RX NO APPROVED SUPPLIER FILE, STATUS = "
                     APPSUP-STATUS-WB ", ITEM SUPPLIER USED THROUGHOUT"
          END-IF.
          ACCEPT DATE-IN-WT FROM DATE YYYYMMDD.
          PERFORM CONVERT-DATE-TO-DAYS.
          SUBTRACT CANCEL-WINDOW-WT FROM DAYS-OUT-WT
                   GIVING CANCEL-CUTOFF-WT.

      * The supplier lookup is retried inside SELECT-BEST-SUPPLIER,
      * across every supplier approved for the item.
       RETRY-ONE-EXCEPTION.
          PERFORM GENERATE-RECYCLED-ORDER.

      * An exception whose stock record has gone, or whose item is
      * no longer below reorder level, is already ON ORDER or is
      * awaiting approval, has been overtaken by events - it is
      * dropped rather than ordered twice. An order held over budget
      * resolves the exception too; the held line now waits in
      * POHOLD.DAT instead.
       GENERATE-RECYCLED-ORDER.
          MOVE EX-STOCK-NUM-WL(EXCEPT-IDX-WL)
            TO STOCK-REC-POINTER-WB.
          END-READ.

       ORDER-IF-STILL-DUE.
          IF ON-ORDER OR AWAITING-APPROVAL
             OR QTY-IN-STOCK-FB GREATER THAN REORDER-LEVEL-FB
             DISPLAY "RX STOCK NUM " STOCK-NUM-FB
                     " NO LONGER DUE, EXCEPTION DROPPED"
          ELSE
             MOVE STOCK-REC-FB TO JNL-HOLD-IMAGE-WQ
             MOVE QTY-IN-STOCK-FB TO AUDIT-QTY-BEFORE-WE
             SET ORDER-NOT-WRITTEN TO TRUE
             PERFORM SELECT-BEST-SUPPLIER
             IF BEST-IDX-WS NOT = ZERO
                PERFORM BUILD-REORDER-RECORD
             END-IF
             IF ORDER-WRITTEN
                PERFORM UPDATE-STOCK-RECORD
                PERFORM WRITE-AUDIT-RECORD
                SET EX-RESOLVED(EXCEPT-IDX-WL) TO TRUE
             END-IF
             IF ORDER-HELD
                PERFORM HOLD-STOCK-RECORD
                SET EX-RESOLVED(EXCEPT-IDX-WL) TO TRUE
             END-IF
          END-IF.

      * Every approved supplier for the item is costed and the one
      * with the lowest landed cost is taken, the better-ranked one
      * on a tie. A supplier with a PO for the item cancelled inside
      * the cancellation window, or whose code no longer reads on
      * MANF-FILE, is passed over. BEST-IDX-WS is left at zero when
      * no supplier can be used; otherwise MANF-REC-FC holds the
      * chosen supplier and SOURCE-REASON-WS says why it was chosen.
       SELECT-BEST-SUPPLIER.
          MOVE ZERO TO BEST-IDX-WS, ELIGIBLE-COUNT-WS,
                       LOOKUP-FAIL-COUNT-WS.
          MOVE ZEROS TO BEST-LANDED-COST-WS.
          PERFORM LOAD-SUPPLIER-CANDIDATES.
          PERFORM LOAD-RECENT-CANCELLATIONS.
          PERFORM EVALUATE-CANDIDATE
                  VARYING CANDIDATE-IDX-WS FROM 1 BY 1
                  UNTIL CANDIDATE-IDX-WS > CANDIDATE-COUNT-WS.
          IF BEST-IDX-WS NOT = ZERO
             MOVE CAND-MANF-CODE-WS(BEST-IDX-WS) TO SOURCE-MANF-CODE-WS
             EVALUATE TRUE
                WHEN SOLE-SOURCE
                   MOVE "SOLE SOURCE"   TO SOURCE-REASON-WS
                WHEN ELIGIBLE-COUNT-WS = 1
                   MOVE "ONLY ELIGIBLE" TO SOURCE-REASON-WS
                WHEN OTHER
                   MOVE "LOWEST COST"   TO SOURCE-REASON-WS
             END-EVALUATE
             MOVE SOURCE-MANF-CODE-WS TO MANF-CODE-FC
             READ MANF-FILE
                  KEY IS MANF-CODE-FC
                  INVALID KEY MOVE ZERO TO BEST-IDX-WS
             END-READ
          END-IF.

       LOAD-SUPPLIER-CANDIDATES.
          MOVE ZERO TO CANDIDATE-COUNT-WS.
          MOVE SPACE TO SOLE-SOURCE-SW-WS.
          IF APPSUP-FILE-AVAILABLE
             MOVE SPACE TO APPSUP-SCAN-SW-WS
             MOVE STOCK-NUM-FB TO APS-STOCK-NUM-FP
             MOVE ZEROS        TO APS-RANK-FP
             START APPROVED-SUPPLIER-FILE
                   KEY IS NOT LESS THAN APS-KEY-FP
                   INVALID KEY SET END-OF-APPROVED-LIST TO TRUE
             END-START
             PERFORM STORE-SUPPLIER-CANDIDATE
                     UNTIL END-OF-APPROVED-LIST
          END-IF.
          IF CANDIDATE-COUNT-WS = ZERO
             SET SOLE-SOURCE TO TRUE
             MOVE 1            TO CANDIDATE-COUNT-WS
             MOVE MANF-CODE-FB TO CAND-MANF-CODE-WS(1)
          END-IF.

       STORE-SUPPLIER-CANDIDATE.
          READ APPROVED-SUPPLIER-FILE NEXT RECORD
               AT END SET END-OF-APPROVED-LIST TO TRUE
          END-READ.
          IF NOT END-OF-APPROVED-LIST
             IF APS-STOCK-NUM-FP NOT = STOCK-NUM-FB
                SET END-OF-APPROVED-LIST TO TRUE
             ELSE
             IF CANDIDATE-COUNT-WS NOT LESS THAN 10
                DISPLAY "RX APPROVED SUPPLIER LIST FULL, ITEM "
                        STOCK-NUM-FB " MANF " APS-MANF-CODE-FP
                        " IGNORED"
             ELSE
                ADD 1 TO CANDIDATE-COUNT-WS
                MOVE APS-MANF-CODE-FP
                  TO CAND-MANF-CODE-WS(CANDIDATE-COUNT-WS)
             END-IF
             END-IF
          END-IF.

      * The PO history for the item is read once and the supplier of
      * every PO cancelled inside the window is noted, so each
      * candidate can be checked against the list.
       LOAD-RECENT-CANCELLATIONS.
          MOVE ZERO TO CANCEL-COUNT-WS.
          MOVE SPACE TO OPENPO-SCAN-SW-WS.
          MOVE STOCK-NUM-FB TO OPO-STOCK-NUM-FJ.
          START OPENPO-FILE
                KEY IS = OPO-STOCK-NUM-FJ
                INVALID KEY SET END-OF-ITEM-POS TO TRUE
          END-START.
          PERFORM NOTE-RECENT-CANCELLATION UNTIL END-OF-ITEM-POS.

       NOTE-RECENT-CANCELLATION.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-ITEM-POS TO TRUE
          END-READ.
          IF NOT END-OF-ITEM-POS
             IF OPO-STOCK-NUM-FJ NOT = STOCK-NUM-FB
                SET END-OF-ITEM-POS TO TRUE
             ELSE
                IF OPO-CANCELLED AND OPO-CLOSED-DATE-FJ NOT = ZEROS
                   MOVE OPO-CLOSED-DATE-FJ TO DATE-IN-WT
                   PERFORM CONVERT-DATE-TO-DAYS
                   IF DAYS-OUT-WT NOT LESS THAN CANCEL-CUTOFF-WT
                      AND CANCEL-COUNT-WS LESS THAN 20
                      ADD 1 TO CANCEL-COUNT-WS
                      MOVE OPO-MANF-CODE-FJ
                        TO CANCELLED-MANF-WS(CANCEL-COUNT-WS)
                   END-IF
                END-IF
             END-IF
          END-IF.

       EVALUATE-CANDIDATE.
          MOVE SPACE TO CANCEL-FOUND-SW-WS.
          PERFORM MATCH-CANCELLED-SUPPLIER
                  VARYING CANCEL-IDX-WS FROM 1 BY 1
                  UNTIL CANCEL-IDX-WS > CANCEL-COUNT-WS.
          IF CANCEL-FOUND
             SET CAND-CANCELLED(CANDIDATE-IDX-WS) TO TRUE
             DISPLAY "RX MANF " CAND-MANF-CODE-WS(CANDIDATE-IDX-WS)
                     " PASSED OVER FOR ITEM " STOCK-NUM-FB
                     ", RECENT CANCELLATION"
          ELSE
             MOVE CAND-MANF-CODE-WS(CANDIDATE-IDX-WS) TO MANF-CODE-FC
             READ MANF-FILE
                  KEY IS MANF-CODE-FC
                  INVALID KEY
                     SET CAND-LOOKUP-FAILED(CANDIDATE-IDX-WS) TO TRUE
                     MOVE MANF-STATUS-WB
                       TO CAND-MANF-STATUS-WS(CANDIDATE-IDX-WS)
                     ADD 1 TO LOOKUP-FAIL-COUNT-WS
                  NOT INVALID KEY
                     PERFORM COST-CANDIDATE-SUPPLIER
             END-READ
          END-IF.

       MATCH-CANCELLED-SUPPLIER.
          IF CANCELLED-MANF-WS(CANCEL-IDX-WS)
             = CAND-MANF-CODE-WS(CANDIDATE-IDX-WS)
             SET CANCEL-FOUND TO TRUE
          END-IF.

      * Landed cost is what the order line would carry - goods,
      * postage and VAT - except that goods are priced for every
      * supplier, so one outside the EEC, whose lines carry no
      * values, cannot win on a cost of nothing. A lone candidate
      * needs no costing.
       COST-CANDIDATE-SUPPLIER.
          SET CAND-ELIGIBLE(CANDIDATE-IDX-WS) TO TRUE.
          ADD 1 TO ELIGIBLE-COUNT-WS.
          MOVE ZEROS TO LANDED-COST-WS.
          IF CANDIDATE-COUNT-WS GREATER THAN 1
             MOVE CAND-MANF-CODE-WS(CANDIDATE-IDX-WS)
               TO SOURCE-MANF-CODE-WS
             PERFORM EXTRACT-ADDRESS-ITEMS
             MOVE ZEROS TO POSTAGE-FA, COST-OF-ITEMS-FA, VAT-AMOUNT-FA
             PERFORM PRICE-ORDER-ITEMS
             IF EEC-COUNTRY
                PERFORM GET-POSTAGE
                MOVE POST-CHARGE-WA TO POSTAGE-FA
                COMPUTE VAT-AMOUNT-FA ROUNDED =
                        COST-OF-ITEMS-FA * VAT-RATE-WH / 100
             END-IF
             COMPUTE LANDED-COST-WS = COST-OF-ITEMS-FA + POSTAGE-FA
                                      + VAT-AMOUNT-FA
          END-IF.
          IF BEST-IDX-WS = ZERO
             OR LANDED-COST-WS LESS THAN BEST-LANDED-COST-WS
             MOVE CANDIDATE-IDX-WS TO BEST-IDX-WS
             MOVE LANDED-COST-WS   TO BEST-LANDED-COST-WS
          END-IF.

       REWRITE-EXCEPTIONS-FILE.
             WRITE MANF-EXCEPT-REC-FH
          END-IF.

      * The held lines of a run share the run stamp taken at open and
      * are told apart by a sequence number.
       OPEN-PO-HOLD-FILE.
          ACCEPT HOLD-STAMP-DATE-WU FROM DATE YYYYMMDD.
          ACCEPT HOLD-STAMP-TIME-WU FROM TIME.
          MOVE ZEROS TO HOLD-SEQ-WU.
          OPEN I-O PO-HOLD-FILE.
          IF PO-HOLD-STATUS-WB = "35"
             OPEN OUTPUT PO-HOLD-FILE
             CLOSE PO-HOLD-FILE
             OPEN I-O PO-HOLD-FILE
          END-IF.

      * The month's limits are loaded once and what is already
      * committed against them totalled from the POs raised this
      * month that have not been cancelled - a PO already received
      * is money spent against the month just the same. A missing
      * BUDGET.DAT means no order is held.
       LOAD-BUDGET-TABLE.
          MOVE ZERO  TO BUDGET-COUNT-WU.
          MOVE ZEROS TO HELD-COUNT-WU.
          ACCEPT BUDGET-DATE-WU FROM DATE YYYYMMDD.
          MOVE BUDGET-MONTH-WU TO THIS-MONTH-WU.
          OPEN INPUT BUDGET-FILE.
          IF BUDGET-STATUS-WB NOT = "00"
             DISPLAY "RX NO BUDGET FILE, STATUS = " BUDGET-STATUS-WB
                     ", ORDERS NOT BUDGET CHECKED"
          ELSE
             MOVE SPACE TO BUDGET-EOF-SW-WU
             MOVE THIS-MONTH-WU TO BUD-MONTH-FU
             MOVE SPACES TO BUD-MANF-CODE-FU
             START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY-FU
                   INVALID KEY SET END-OF-BUDGETS TO TRUE
             END-START
             PERFORM STORE-BUDGET-ENTRY UNTIL END-OF-BUDGETS
             CLOSE BUDGET-FILE
          END-IF.
          IF BUDGET-COUNT-WU NOT = ZERO
             PERFORM TOTAL-MONTH-COMMITMENT
          END-IF.

       STORE-BUDGET-ENTRY.
          READ BUDGET-FILE NEXT RECORD
               AT END SET END-OF-BUDGETS TO TRUE
          END-READ.
          IF NOT END-OF-BUDGETS
             IF BUD-MONTH-FU NOT = THIS-MONTH-WU
                SET END-OF-BUDGETS TO TRUE
             ELSE
             IF BUDGET-COUNT-WU LESS THAN 100
                ADD 1 TO BUDGET-COUNT-WU
                MOVE BUD-MANF-CODE-FU
                  TO BT-MANF-CODE-WU(BUDGET-COUNT-WU)
                MOVE BUD-LIMIT-FU TO BT-LIMIT-WU(BUDGET-COUNT-WU)
                MOVE ZEROS TO BT-COMMITTED-WU(BUDGET-COUNT-WU)
             ELSE
                DISPLAY "RX BUDGET TABLE FULL, SUPPLIER "
                        BUD-MANF-CODE-FU " NOT LIMITED"
             END-IF
             END-IF
          END-IF.

       TOTAL-MONTH-COMMITMENT.
          MOVE SPACE TO OPENPO-EOF-SW-WU.
          MOVE ZEROS TO OPO-PO-NUMBER-FJ.
          START OPENPO-FILE KEY IS NOT LESS THAN OPO-PO-NUMBER-FJ
                INVALID KEY SET END-OF-OPENPO TO TRUE
          END-START.
          PERFORM ADD-PO-COMMITMENT UNTIL END-OF-OPENPO.

       ADD-PO-COMMITMENT.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-OPENPO TO TRUE
          END-READ.
          IF NOT END-OF-OPENPO
             MOVE OPO-RUN-DATE-FJ TO BUDGET-DATE-WU
             IF BUDGET-MONTH-WU = THIS-MONTH-WU AND NOT OPO-CANCELLED
                MOVE OPO-MANF-CODE-FJ   TO BUDGET-MANF-CODE-WU
                MOVE OPO-ORDER-VALUE-FJ TO ORDER-VALUE-WU
                PERFORM COMMIT-ORDER-VALUE
             END-IF
          END-IF.

      * An order is held when its goods, postage and VAT would take
      * either its supplier's commitment or the month's overall
      * commitment past the limit. A line from outside the EEC
      * carries no values, so it is valued at its goods in pounds,
      * priced as the line would have been. The supplier's limit is
      * tried first and the limit broken is carried to the hold
      * record.
       CHECK-PURCHASE-BUDGET.
          SET WITHIN-BUDGET TO TRUE.
          COMPUTE ORDER-VALUE-WU =
                  COST-OF-ITEMS-FA + POSTAGE-FA + VAT-AMOUNT-FA
                  + NON-EEC-GOODS-WU.
          MOVE SOURCE-MANF-CODE-WS TO BUDGET-MANF-CODE-WU.
          IF BUDGET-COUNT-WU NOT = ZERO
             PERFORM FIND-SUPPLIER-BUDGET
             IF MATCH-IDX-WU NOT = ZERO
                MOVE "SUPPLIER" TO HOLD-REASON-WU
                PERFORM TEST-BUDGET-ENTRY
             END-IF
             IF WITHIN-BUDGET
                PERFORM FIND-OVERALL-BUDGET
                IF MATCH-IDX-WU NOT = ZERO
                   MOVE "OVERALL" TO HOLD-REASON-WU
                   PERFORM TEST-BUDGET-ENTRY
                END-IF
             END-IF
          END-IF.

       TEST-BUDGET-ENTRY.
          IF BT-COMMITTED-WU(MATCH-IDX-WU) + ORDER-VALUE-WU
             GREATER THAN BT-LIMIT-WU(MATCH-IDX-WU)
             SET OVER-BUDGET TO TRUE
             MOVE BT-LIMIT-WU(MATCH-IDX-WU)     TO HOLD-LIMIT-WU
             MOVE BT-COMMITTED-WU(MATCH-IDX-WU) TO HOLD-COMMITTED-WU
          END-IF.

      * A PO raised counts at once against its supplier's limit and
      * the overall limit, so later orders in the same run see it.
       COMMIT-ORDER-VALUE.
          PERFORM FIND-SUPPLIER-BUDGET.
          IF MATCH-IDX-WU NOT = ZERO
             ADD ORDER-VALUE-WU TO BT-COMMITTED-WU(MATCH-IDX-WU)
          END-IF.
          PERFORM FIND-OVERALL-BUDGET.
          IF MATCH-IDX-WU NOT = ZERO
             ADD ORDER-VALUE-WU TO BT-COMMITTED-WU(MATCH-IDX-WU)
          END-IF.

       FIND-SUPPLIER-BUDGET.
          MOVE ZERO TO MATCH-IDX-WU.
          IF BUDGET-MANF-CODE-WU NOT = SPACES
             MOVE BUDGET-MANF-CODE-WU TO LOOKUP-CODE-WU
             PERFORM FIND-BUDGET-ENTRY
          END-IF.

       FIND-OVERALL-BUDGET.
          MOVE SPACES TO LOOKUP-CODE-WU.
          PERFORM FIND-BUDGET-ENTRY.

       FIND-BUDGET-ENTRY.
          MOVE ZERO TO MATCH-IDX-WU.
          PERFORM MATCH-BUDGET-ENTRY
                  VARYING BUDGET-IDX-WU FROM 1 BY 1
                  UNTIL BUDGET-IDX-WU > BUDGET-COUNT-WU.

       MATCH-BUDGET-ENTRY.
          IF BT-MANF-CODE-WU(BUDGET-IDX-WU) = LOOKUP-CODE-WU
             MOVE BUDGET-IDX-WU TO MATCH-IDX-WU
          END-IF.

      * The line goes to POHOLD.DAT exactly as it would have gone to
      * ORDERS.DAT, less its PO number, to wait for ACMEHR.
       WRITE-HOLD-RECORD.
          MOVE ZEROS TO PO-NUMBER-FA.
          ADD 1 TO HOLD-SEQ-WU.
          MOVE HOLD-STAMP-DATE-WU TO HLD-HELD-DATE-FV.
          MOVE HOLD-STAMP-TIME-WU TO HLD-HELD-TIME-FV.
          MOVE HOLD-SEQ-WU        TO HLD-SEQ-FV.
          MOVE "ACMERX"           TO HLD-PROGRAM-FV.
          MOVE STOCK-NUM-FB       TO HLD-STOCK-NUM-FV.
          MOVE SOURCE-MANF-CODE-WS TO HLD-MANF-CODE-FV.
          MOVE SPACES             TO HLD-REQ-DEPT-FV.
          MOVE ORDER-VALUE-WU     TO HLD-ORDER-VALUE-FV.
          MOVE HOLD-REASON-WU     TO HLD-REASON-FV.
          MOVE HOLD-LIMIT-WU      TO HLD-LIMIT-FV.
          MOVE HOLD-COMMITTED-WU  TO HLD-COMMITTED-FV.
          SET HLD-AWAITING TO TRUE.
          MOVE ZEROS              TO HLD-DECIDED-DATE-FV.
          MOVE ZEROS              TO HLD-PO-NUMBER-FV.
          MOVE ORDER-REC-FA       TO HLD-ORDER-LINE-FV.
          WRITE PO-HOLD-REC-FV
                INVALID KEY DISPLAY "POHOLD WRITE STATUS = "
                                    PO-HOLD-STATUS-WB
                                    " STOCK NUM = " STOCK-NUM-FB
          END-WRITE.
          DISPLAY "RX ITEM " STOCK-NUM-FB " HELD FOR APPROVAL, OVER "
                  HOLD-REASON-WU " LIMIT".
          ADD 1 TO HELD-COUNT-WU.

      * The item is marked awaiting approval so the reorder run does
      * not hold it again every night until ACMEHR decides the line.
       HOLD-STOCK-RECORD.
          SET AWAITING-APPROVAL TO TRUE.
          PERFORM WRITE-STOCK-JOURNAL.
          REWRITE STOCK-REC-FB
                  INVALID KEY DISPLAY "STOCK REWRITE STATUS = "
                                      STOCK-STATUS-WB
          END-REWRITE.

       DETERMINE-NEXT-PO-NUMBER.
          MOVE ZEROS TO NEXT-PO-NUMBER-WJ.
          OPEN INPUT PONUM-FILE.
          MOVE "IEP" TO CURRENCY-WK.
          MOVE 1     TO RATE-USED-WK.
          MOVE ZEROS TO POSTAGE-FA, COST-OF-ITEMS-FA, VAT-AMOUNT-FA.
          MOVE ZEROS TO NON-EEC-GOODS-WU.
          IF EEC-COUNTRY
             PERFORM GET-POSTAGE
             PERFORM PRICE-ORDER-ITEMS
             MOVE POST-CHARGE-WA TO POSTAGE-FA
             COMPUTE VAT-AMOUNT-FA ROUNDED =
                     COST-OF-ITEMS-FA * VAT-RATE-WH / 100
          ELSE
             PERFORM PRICE-ORDER-ITEMS
             MOVE COST-OF-ITEMS-FA TO NON-EEC-GOODS-WU
             MOVE ZEROS TO COST-OF-ITEMS-FA
             MOVE "IEP" TO CURRENCY-WK
             MOVE 1     TO RATE-USED-WK
          END-IF.

          MOVE ITEM-DESC-FB TO ITEM-DESC-FA.
          MOVE REORDER-QTY-FB TO QTY-REQUIRED-FA.
          MOVE CURRENCY-WK  TO CURRENCY-FA.
          MOVE RATE-USED-WK TO EXCH-RATE-FA.
          MOVE SOURCE-MANF-CODE-WS TO SOURCE-MANF-CODE-FA.
          MOVE SOURCE-REASON-WS    TO SOURCE-REASON-FA.
          ACCEPT RUN-DATE-FA FROM DATE YYYYMMDD.
          PERFORM CHECK-PURCHASE-BUDGET.
          IF OVER-BUDGET
             PERFORM WRITE-HOLD-RECORD
             SET ORDER-HELD TO TRUE
          ELSE
             ADD 1 TO NEXT-PO-NUMBER-WJ
             MOVE NEXT-PO-NUMBER-WJ TO PO-NUMBER-FA
             WRITE ORDER-REC-FA
             PERFORM SAVE-PO-COUNTER
             PERFORM WRITE-OPENPO-RECORD
             PERFORM COMMIT-ORDER-VALUE
             SET ORDER-WRITTEN TO TRUE
          END-IF.

       WRITE-OPENPO-RECORD.
          MOVE NEXT-PO-NUMBER-WJ TO OPO-PO-NUMBER-FJ.
          MOVE STOCK-NUM-FB      TO OPO-STOCK-NUM-FJ.
          MOVE SOURCE-MANF-CODE-WS TO OPO-MANF-CODE-FJ.
          MOVE REORDER-QTY-FB    TO OPO-QTY-REQUIRED-FJ.
          MOVE ZEROS             TO OPO-QTY-RECEIVED-FJ.
          MOVE RUN-DATE-FA       TO OPO-RUN-DATE-FJ.
          SET OPO-OPEN TO TRUE.
          MOVE ZEROS             TO OPO-CLOSED-DATE-FJ.
          MOVE SOURCE-REASON-WS  TO OPO-SOURCE-REASON-FJ.
          MOVE ZEROS             TO OPO-PROMISED-DATE-FJ.
          MOVE ZEROS             TO OPO-ACK-QTY-FJ.
          MOVE ZEROS             TO OPO-ACK-DATE-FJ.
          SET OPO-NOT-ACKNOWLEDGED TO TRUE.
          MOVE ORDER-VALUE-WU    TO OPO-ORDER-VALUE-FJ.
          WRITE OPENPO-REC-FJ
                INVALID KEY DISPLAY "OPENPO WRITE STATUS = "
                                    OPENPO-STATUS-WB
             END-COMPUTE
          ELSE
             IF PRICE-FILE-AVAILABLE
                DISPLAY "NO PRICE ENTRY FOR MANF " SOURCE-MANF-CODE-WS
                        " ITEM " STOCK-NUM-FB ", ITEM COST USED"
             END-IF
             MULTIPLY ITEM-COST-FB BY REORDER-QTY-FB
          MOVE "IEP" TO CURRENCY-WK.
          MOVE 1     TO RATE-USED-WK.
          IF PRICE-FILE-AVAILABLE
             MOVE SOURCE-MANF-CODE-WS TO PRICE-MANF-CODE-FK
             MOVE STOCK-NUM-FB TO PRICE-STOCK-NUM-FK
             READ PRICE-FILE
                  KEY IS PRICE-KEY-FK
          ACCEPT AUDIT-TIME-FD FROM TIME.
          MOVE "REORDER"          TO AUDIT-ACTION-FD.
          MOVE STOCK-NUM-FB       TO AUDIT-STOCK-NUM-FD.
          MOVE SOURCE-MANF-CODE-WS TO AUDIT-MANF-CODE-FD.
          MOVE AUDIT-QTY-BEFORE-WE TO AUDIT-QTY-BEFORE-FD.
          MOVE QTY-IN-STOCK-FB    TO AUDIT-QTY-AFTER-FD.
          MOVE REORDER-QTY-FB     TO AUDIT-REORDER-QTY-FD.
          IF PLACE-IS-COUNTRY-WG(PLACE-IDX-WG)
             MOVE PLACE-VAT-RATE-WG(PLACE-IDX-WG) TO COUNTRY-VAT-RATE-WH
          END-IF.

      * Serial day count from a YYYYMMDD date - whole years of 365
      * days plus the leap days up to the end of the prior year,
      * plus the offset to the start of the month, plus one more
      * when this year is itself a leap year and the date is past
      * February.
       CONVERT-DATE-TO-DAYS.
          SUBTRACT 1 FROM DW-YEAR-WT GIVING PRIOR-YEAR-WT.
          COMPUTE DAYS-OUT-WT = DW-YEAR-WT * 365 + DW-DAY-WT.
          DIVIDE PRIOR-YEAR-WT BY 4 GIVING LEAP-QUOT-WT.
          ADD LEAP-QUOT-WT TO DAYS-OUT-WT.
          DIVIDE PRIOR-YEAR-WT BY 100 GIVING LEAP-QUOT-WT.
          SUBTRACT LEAP-QUOT-WT FROM DAYS-OUT-WT.
          DIVIDE PRIOR-YEAR-WT BY 400 GIVING LEAP-QUOT-WT.
          ADD LEAP-QUOT-WT TO DAYS-OUT-WT.
          ADD MONTH-OFFSET-WT(DW-MONTH-WT) TO DAYS-OUT-WT.
          PERFORM SET-LEAP-DAY.
          IF DW-MONTH-WT GREATER THAN 2
             ADD LEAP-DAY-WT TO DAYS-OUT-WT
          END-IF.

       SET-LEAP-DAY.
          MOVE ZERO TO LEAP-DAY-WT.
          DIVIDE DW-YEAR-WT BY 4 GIVING LEAP-QUOT-WT
                 REMAINDER LEAP-REM-WT.
          IF LEAP-REM-WT = ZERO
             MOVE 1 TO LEAP-DAY-WT
             DIVIDE DW-YEAR-WT BY 100 GIVING LEAP-QUOT-WT
                    REMAINDER LEAP-REM-WT
             IF LEAP-REM-WT = ZERO
                MOVE ZERO TO LEAP-DAY-WT
                DIVIDE DW-YEAR-WT BY 400 GIVING LEAP-QUOT-WT
                       REMAINDER LEAP-REM-WT
                IF LEAP-REM-WT = ZERO
                   MOVE 1 TO LEAP-DAY-WT
                END-IF
             END-IF
          END-IF.
