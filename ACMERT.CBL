       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMERT.
       AUTHOR. Michael Coughlan.
      * Return-to-supplier run - sends rejected or faulty goods back
      * against the PO they arrived on, instead of the stock figure
      * being fiddled down in ACMESM. Each RETURN-FILE line names
      * the PO, the stock item, the quantity going back, the
      * warehouse it is leaving from and a reason code, with a flag
      * saying whether the supplier is to send a replacement. The
      * quantity is taken out of QTY-IN-STOCK-FB and the LOCBAL-FILE
      * balance, and out of OPO-QTY-RECEIVED-FJ so the PO no longer
      * shows the goods as received - ACMEIM then holds back payment
      * on an invoice billing for them. Where a replacement is due
      * a PO that ACMEGR had closed is reopened and the item marked
      * on order again, so the replacement is booked in against it
      * and the reorder run does not order the item a second time.
      * Every return is logged to AUDIT.DAT as a "RETURN" action,
      * carrying the supplier the goods went back to, and the before
      * image journalled to STOCKJNL.DAT like any other stock update.
      * The goods come off ITEMCOST.DAT at the item's weighted-average
      * cost and are booked as returns in the month-end cost summary.
      * Lot-tracked goods are drawn from LOTBAL.DAT at the warehouse
      * they leave from - the lots that arrived on the PO first,
      * then earliest expiry - and each lot drawn is logged to
      * LOTMOVE.DAT as a "RETURN", so a lot sent back no longer
      * shows on the shelf and its trace still adds up.
      * A line that does not tie up to its PO, or asks to send back
      * more than was received or is on the shelf at that warehouse,
      * is rejected whole and reported rather than applied short.
      * The lines sent back are printed on DEBITNTE.DAT as one debit
      * note per supplier, priced at the unit price ACMEIM would
      * have matched the invoice at - the quantity-break price on
      * PRICE-FILE for the quantity the PO was raised for, in pounds
      * at the rate on the ORDERS.DAT line, falling back to
      * ITEM-COST-FB. The run registers itself on RUNCTL.DAT like
      * the other on-demand updaters. Run on demand when the goods
      * have been packed for collection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RETURN-FILE ASSIGN TO "RETURNS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RETURN-STATUS-WB.

               SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBITNTE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DEBIT-NOTE-STATUS-WB.

           COPY "STOCKSEL.CPY".

           COPY "OPENPOSEL.CPY".

           COPY "MANFSEL.CPY".

           COPY "AUDITSEL.CPY".

           COPY "LOCBALSEL.CPY".

           COPY "STKJNLSEL.CPY".

           COPY "ORDERSEL.CPY".

           COPY "PRICESEL.CPY".

           COPY "EXCHSEL.CPY".

           COPY "RUNCTLSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "LOTMOVSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
      * RET-REASON-RA is the code the storeman keys from the reject
      * ticket; RET-REPLACE-RA is "Y" when the supplier is to send
      * replacement goods, anything else for a credit only.
       FD  RETURN-FILE.
       01  RETURN-REC-RA.
           02 RET-PO-NUMBER-RA             PIC 9(7).
           02 RET-STOCK-NUM-RA             PIC 9(5).
           02 RET-QTY-RA                   PIC 9(6).
           02 RET-LOC-RA                   PIC X(2).
           02 RET-REASON-RA                PIC X(2).
              88 RET-FAULTY                VALUE "FY".
              88 RET-DAMAGED               VALUE "DM".
              88 RET-WRONG-ITEM            VALUE "WI".
              88 RET-OVER-SUPPLIED         VALUE "OS".
              88 RET-QUALITY-REJECT        VALUE "QR".
              88 RET-REASON-VALID          VALUE "FY" "DM" "WI"
                                                 "OS" "QR".
           02 RET-REPLACE-RA               PIC X.
              88 RET-REPLACEMENT-DUE       VALUE "Y".

       FD  DEBIT-NOTE-FILE.
       01  DEBIT-NOTE-LINE-RB              PIC X(80).

           COPY "STOCKFD.CPY".

           COPY "OPENPOFD.CPY".

           COPY "MANFFD.CPY".

           COPY "AUDITFD.CPY".

           COPY "LOCBALFD.CPY".

           COPY "STKJNLFD.CPY".

           COPY "ORDERFD.CPY".

           COPY "PRICEFD.CPY".

           COPY "EXCHFD.CPY".

           COPY "RUNCTLFD.CPY".

           COPY "COSTFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "LOTMOVFD.CPY".



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 RETURN-STATUS-WB             PIC XX.
           02 DEBIT-NOTE-STATUS-WB         PIC XX.
           02 OPENPO-STATUS-WB             PIC XX.
           02 MANF-STATUS-WB               PIC XX.
           02 AUDIT-STATUS-WB              PIC XX.
           02 LOCBAL-STATUS-WB             PIC XX.
           02 ORDER-STATUS-WB              PIC XX.
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.

       01  RETURN-DATA-WC.
           02 RETURN-OK-SW-WC              PIC X.
              88 RETURN-OK                 VALUE "Y".
              88 RETURN-NOT-OK             VALUE "N".
           02 AUDIT-QTY-BEFORE-WC          PIC 9(6).
           02 REJECT-REASON-WC             PIC X(30).
           02 REOPENED-SW-WC               PIC X.
              88 PO-REOPENED               VALUE "Y".

       01  LOCATION-DATA-WD.
           02 HOLD-LOC-WD                  PIC X(2).

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

       01  RETURN-COUNTS-WM.
           02 RETURNED-COUNT-WM            PIC 9(5) VALUE ZEROS.
           02 REJECTED-COUNT-WM            PIC 9(5) VALUE ZEROS.
           02 REOPENED-COUNT-WM            PIC 9(5) VALUE ZEROS.
           02 NOTE-COUNT-WM                PIC 9(3) VALUE ZEROS.

       01  JOURNAL-DATA-WQ.
           02 STOCK-JNL-STATUS-WB          PIC XX.
           02 JNL-HOLD-IMAGE-WQ            PIC X(65).
           02 JNL-STAMP-WQ.
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
              88 PICK-FROM-PO              VALUE "P".
              88 PICK-ANY-LOT              VALUE "A".
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

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
           02 LOCK-OK-SW-WR                PIC X.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  DEBIT-TABLE-WE.
           02 DEBIT-COUNT-WE               PIC 9(3) COMP.
           02 DEBIT-IDX-WE                 PIC 9(3) COMP.
           02 SCAN-IDX-WE                  PIC 9(3) COMP.
           02 TABLE-SW-WE                  PIC X.
              88 DEBIT-TABLE-FULL          VALUE "F".
           02 DEBIT-LINE-WE OCCURS 200 TIMES.
              03 DT-MANF-CODE-WE           PIC X(4).
              03 DT-PO-NUMBER-WE           PIC 9(7).
              03 DT-STOCK-NUM-WE           PIC 9(5).
              03 DT-ITEM-DESC-WE           PIC X(30).
              03 DT-QTY-WE                 PIC 9(6).
              03 DT-REASON-WE              PIC X(2).
              03 DT-UNIT-PRICE-WE          PIC 9(5)V99.
              03 DT-VALUE-WE               PIC 9(8)V99.
              03 DT-PRINTED-SW-WE          PIC X.
                 88 DT-PRINTED             VALUE "Y".

       01  NOTE-TOTALS-WF.
           02 NOTE-TOTAL-WF                PIC 9(8)V99.
           02 RUN-TOTAL-WF                 PIC 9(9)V99 VALUE ZEROS.
           02 RUN-DATE-WF                  PIC 9(8).

       01  SEPARATOR-LINE-WG               PIC X(80) VALUE ALL "=".

       01  NOTE-HEADER-WH.
           02 FILLER                       PIC X(13)
              VALUE "DEBIT NOTE - ".
           02 NH-RUN-DATE-WH               PIC 9(8).

       01  SUPPLIER-LINE-WI.
           02 FILLER                       PIC X(11)
              VALUE "SUPPLIER : ".
           02 SL-MANF-CODE-WI              PIC X(4).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 SL-MANF-NAME-WI              PIC X(30).

       01  ADDRESS-LINE-WJ.
           02 FILLER                       PIC X(10)
              VALUE "ADDRESS : ".
           02 AL-MANF-ADDRESS-WJ           PIC X(70).

       01  ITEM-HEADING-WL.
           02 FILLER                       PIC X(10) VALUE "PO NUMBER".
           02 FILLER                       PIC X(24)
              VALUE "DESCRIPTION".
           02 FILLER                       PIC X(4)  VALUE "RSN".
           02 FILLER                       PIC X(9)  VALUE "QUANTITY".
           02 FILLER                       PIC X(12) VALUE "UNIT PRICE".
           02 FILLER                       PIC X(12) VALUE "VALUE".

       01  ITEM-LINE-WP.
           02 IL-PO-NUMBER-WP              PIC ZZZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 IL-ITEM-DESC-WP              PIC X(22).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-REASON-WP                 PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-QTY-WP                    PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 IL-UNIT-PRICE-WP             PIC ZZ,ZZ9.99.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 IL-VALUE-WP                  PIC Z,ZZZ,ZZ9.99.

       01  TOTAL-LINE-WS.
           02 TL-LABEL-WS                  PIC X(20).
           02 TL-AMOUNT-WS                 PIC ZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE-WT.
           02 CL-LABEL-WT                  PIC X(34).
           02 CL-COUNT-WT                  PIC ZZZZ9.



       PROCEDURE DIVISION.
       PROCESS-RETURNS.
          MOVE 0 TO RETURN-CODE.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "RT RUN NOT STARTED, RUN CONTROL LOCK HELD"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM REGISTER-MAINT-SESSION
             PERFORM RUN-RETURN-PASS
             PERFORM CLEAR-RUN-CONTROL
          END-IF.
          GOBACK.

      * A missing or empty RUNCTL.DAT means nothing is running. A
      * lock already set is shown with its holder and age; only the
      * operator can decide it is stale and override it.
       CHECK-RUN-CONTROL.
          SET LOCK-OK TO TRUE.
          OPEN INPUT RUN-CONTROL-FILE.
          IF RUN-CONTROL-STATUS-WB = "00"
             READ RUN-CONTROL-FILE
                  AT END MOVE SPACE TO RUN-LOCK-STATE-FO
             END-READ
             CLOSE RUN-CONTROL-FILE
             IF CYCLE-RUNNING OR MAINT-SESSION
                DISPLAY "RUN CONTROL LOCK SET BY " RUN-LOCK-HOLDER-FO
                        " ON " RUN-LOCK-DATE-FO
                        " AT " RUN-LOCK-TIME-FO
                DISPLAY "OVERRIDE STALE LOCK? (Y/N) : "
                   WITH NO ADVANCING
                ACCEPT LOCK-REPLY-WR
                IF LOCK-REPLY-WR NOT = "Y" AND LOCK-REPLY-WR NOT = "y"
                   SET LOCK-NOT-OK TO TRUE
                END-IF
             END-IF
          END-IF.

       REGISTER-MAINT-SESSION.
          OPEN OUTPUT RUN-CONTROL-FILE.
          MOVE "M"      TO RUN-LOCK-STATE-FO.
          MOVE "ACMERT" TO RUN-LOCK-HOLDER-FO.
          ACCEPT RUN-LOCK-DATE-FO FROM DATE YYYYMMDD.
          ACCEPT RUN-LOCK-TIME-FO FROM TIME.
          WRITE RUN-CONTROL-REC-FO.
          CLOSE RUN-CONTROL-FILE.

       CLEAR-RUN-CONTROL.
          OPEN OUTPUT RUN-CONTROL-FILE.
          MOVE SPACE  TO RUN-LOCK-STATE-FO.
          MOVE SPACES TO RUN-LOCK-HOLDER-FO.
          MOVE ZEROS  TO RUN-LOCK-DATE-FO, RUN-LOCK-TIME-FO.
          WRITE RUN-CONTROL-REC-FO.
          CLOSE RUN-CONTROL-FILE.

       RUN-RETURN-PASS.
          OPEN INPUT RETURN-FILE.
          IF RETURN-STATUS-WB = "35"
             DISPLAY "RT NO RETURNS FILE FOUND, NOTHING TO SEND BACK"
          ELSE
          IF RETURN-STATUS-WB NOT = "00"
             DISPLAY "RT RETURNS OPEN FAILED, STATUS = "
                     RETURN-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM APPLY-ALL-RETURNS
          END-IF
          END-IF.

       APPLY-ALL-RETURNS.
          ACCEPT RUN-DATE-WF FROM DATE YYYYMMDD.
          MOVE ZERO TO DEBIT-COUNT-WE.
          MOVE SPACE TO TABLE-SW-WE.
          OPEN I-O STOCK-FILE.
          OPEN I-O OPENPO-FILE.
          OPEN INPUT MANF-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-LOCBAL-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          PERFORM OPEN-COST-FILE.
          PERFORM OPEN-LOTBAL-FILE.
          PERFORM OPEN-LOT-MOVE-FILE.
          PERFORM OPEN-PRICE-FILE.
          PERFORM LOAD-EXCHANGE-TABLE.
          OPEN OUTPUT DEBIT-NOTE-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR OPENPO-STATUS-WB NOT = "00"
             OR MANF-STATUS-WB NOT = "00"
             OR AUDIT-STATUS-WB NOT = "00"
             OR LOCBAL-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             OR DEBIT-NOTE-STATUS-WB NOT = "00"
             OR COST-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR LOT-MOVE-STATUS-WB NOT = "00"
             DISPLAY "RT OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " OPENPO STATUS = " OPENPO-STATUS-WB
                     " MANF STATUS = " MANF-STATUS-WB
             DISPLAY "RT OPEN FAILED, AUDIT STATUS = " AUDIT-STATUS-WB
                     " LOCBAL STATUS = " LOCBAL-STATUS-WB
                     " JOURNAL STATUS = " STOCK-JNL-STATUS-WB
                     " DEBIT NOTE STATUS = " DEBIT-NOTE-STATUS-WB
                     " COST STATUS = " COST-STATUS-WB
             DISPLAY "RT OPEN FAILED, LOTBAL STATUS = "
                     LOTBAL-STATUS-WB
                     " LOTMOVE STATUS = " LOT-MOVE-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             SET NOT-END-OF-FILE TO TRUE
             READ RETURN-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM APPLY-ONE-RETURN UNTIL END-OF-FILE
             PERFORM PRINT-SUPPLIER-NOTE
                     VARYING DEBIT-IDX-WE FROM 1 BY 1
                     UNTIL DEBIT-IDX-WE > DEBIT-COUNT-WE
             PERFORM WRITE-RUN-SUMMARY
             DISPLAY "RT RETURNS APPLIED = " RETURNED-COUNT-WM
                     " REJECTED = " REJECTED-COUNT-WM
                     " POS REOPENED = " REOPENED-COUNT-WM
          END-IF.
          CLOSE RETURN-FILE, STOCK-FILE, OPENPO-FILE, MANF-FILE,
                AUDIT-FILE, LOCBAL-FILE, STOCK-JNL-FILE,
                DEBIT-NOTE-FILE, COST-FILE, LOTBAL-FILE,
                LOT-MOVE-FILE.
          IF PRICE-FILE-AVAILABLE
             CLOSE PRICE-FILE
          END-IF.

       OPEN-AUDIT-FILE.
          OPEN EXTEND AUDIT-FILE.
          IF AUDIT-STATUS-WB = "35"
             OPEN OUTPUT AUDIT-FILE
          END-IF.

       OPEN-LOCBAL-FILE.
          OPEN I-O LOCBAL-FILE.
          IF LOCBAL-STATUS-WB = "35"
             OPEN OUTPUT LOCBAL-FILE
             CLOSE LOCBAL-FILE
             OPEN I-O LOCBAL-FILE
          END-IF.

      * The run identifier is stamped once at open so every journal
      * line of the run can be rolled back together by ACMERB.
       OPEN-STOCK-JNL-FILE.
          ACCEPT JNL-STAMP-DATE-WQ FROM DATE YYYYMMDD.
          ACCEPT JNL-STAMP-TIME-WQ FROM TIME.
          OPEN EXTEND STOCK-JNL-FILE.
          IF STOCK-JNL-STATUS-WB = "35"
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
      * return is priced at ITEM-COST-FB, as ACMEIM would match it.
       OPEN-PRICE-FILE.
          MOVE SPACE TO PRICE-FILE-SW-WK.
          OPEN INPUT PRICE-FILE.
          IF PRICE-STATUS-WB = "00"
             SET PRICE-FILE-AVAILABLE TO TRUE
          ELSE
             DISPLAY "RT NO PRICE FILE, STATUS = " PRICE-STATUS-WB
                     ", ITEM COST USED THROUGHOUT"
          END-IF.

       APPLY-ONE-RETURN.
          MOVE RET-LOC-RA TO HOLD-LOC-WD.
          IF HOLD-LOC-WD = SPACES
             MOVE "MS" TO HOLD-LOC-WD
          END-IF.
          PERFORM CHECK-RETURN-LINE.
          IF RETURN-OK
             PERFORM SEND-GOODS-BACK
             ADD 1 TO RETURNED-COUNT-WM
          ELSE
             ADD 1 TO REJECTED-COUNT-WM
             DISPLAY "RT PO " RET-PO-NUMBER-RA
                     " STOCK NUM " RET-STOCK-NUM-RA
                     " RETURN REJECTED, " REJECT-REASON-WC
          END-IF.
          READ RETURN-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

      * Every check is made before anything is touched, so a line
      * that fails leaves the PO, the item and the warehouse balance
      * exactly as they were. The PO, stock and balance records read
      * here stay in their buffers for the update that follows.
       CHECK-RETURN-LINE.
          SET RETURN-NOT-OK TO TRUE.
          MOVE SPACES TO REJECT-REASON-WC.
          EVALUATE TRUE
             WHEN RET-QTY-RA = ZERO
                MOVE "ZERO QUANTITY" TO REJECT-REASON-WC
             WHEN NOT RET-REASON-VALID
                MOVE "UNKNOWN REASON CODE" TO REJECT-REASON-WC
             WHEN DEBIT-TABLE-FULL
                MOVE "DEBIT NOTE TABLE FULL" TO REJECT-REASON-WC
             WHEN OTHER
                PERFORM CHECK-AGAINST-PO
          END-EVALUATE.

       CHECK-AGAINST-PO.
          MOVE RET-PO-NUMBER-RA TO OPO-PO-NUMBER-FJ.
          READ OPENPO-FILE
               KEY IS OPO-PO-NUMBER-FJ
               INVALID KEY
                  MOVE "PO NOT ON FILE" TO REJECT-REASON-WC
               NOT INVALID KEY
                  IF OPO-STOCK-NUM-FJ NOT = RET-STOCK-NUM-RA
                     MOVE "WRONG STOCK NUMBER FOR PO"
                       TO REJECT-REASON-WC
                  ELSE
                  IF RET-QTY-RA GREATER THAN OPO-QTY-RECEIVED-FJ
                     MOVE "MORE THAN RECEIVED ON PO"
                       TO REJECT-REASON-WC
                  ELSE
                     PERFORM CHECK-AGAINST-STOCK
                  END-IF
                  END-IF
          END-READ.

       CHECK-AGAINST-STOCK.
          MOVE RET-STOCK-NUM-RA TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
                  MOVE "STOCK NUM NOT ON FILE" TO REJECT-REASON-WC
               NOT INVALID KEY
                  IF RET-QTY-RA GREATER THAN QTY-IN-STOCK-FB
                     MOVE "MORE THAN IN STOCK" TO REJECT-REASON-WC
                  ELSE
                     PERFORM CHECK-AGAINST-LOCATION
                  END-IF
          END-READ.

      * The goods go back from the warehouse they sit in, so a
      * balance that cannot cover the return means a miskeyed line
      * or a drifted balance - both want eyes on them first.
       CHECK-AGAINST-LOCATION.
          MOVE RET-STOCK-NUM-RA TO LOC-STOCK-NUM-FL.
          MOVE HOLD-LOC-WD      TO LOC-CODE-FL.
          READ LOCBAL-FILE
               KEY IS LOC-KEY-FL
               INVALID KEY
                  MOVE "NO BALANCE AT LOCATION" TO REJECT-REASON-WC
               NOT INVALID KEY
                  IF RET-QTY-RA GREATER THAN LOC-QTY-FL
                     MOVE "LOCATION BALANCE TOO LOW"
                       TO REJECT-REASON-WC
                  ELSE
                     SET RETURN-OK TO TRUE
                  END-IF
          END-READ.

       SEND-GOODS-BACK.
          MOVE STOCK-REC-FB TO JNL-HOLD-IMAGE-WQ.
          MOVE QTY-IN-STOCK-FB TO AUDIT-QTY-BEFORE-WC.
          SUBTRACT RET-QTY-RA FROM QTY-IN-STOCK-FB.
          PERFORM UPDATE-RETURNED-PO.
          IF PO-REOPENED
             MOVE "Y" TO ON-ORDER-FB
          END-IF.
          PERFORM WRITE-STOCK-JOURNAL.
          REWRITE STOCK-REC-FB
                  INVALID KEY DISPLAY "RT STOCK REWRITE STATUS = "
                                      STOCK-STATUS-WB
          END-REWRITE.
          SUBTRACT RET-QTY-RA FROM LOC-QTY-FL.
          REWRITE LOCBAL-REC-FL
                  INVALID KEY
                     DISPLAY "RT LOCBAL REWRITE STATUS = "
                             LOCBAL-STATUS-WB
          END-REWRITE.
          MOVE RET-STOCK-NUM-RA TO LOT-STOCK-NUM-WX.
          MOVE HOLD-LOC-WD      TO LOT-LOC-WX.
          MOVE RET-QTY-RA       TO LOT-REMAINING-WX.
          PERFORM DRAW-RETURN-FROM-LOTS.
          PERFORM WRITE-AUDIT-RECORD.
          PERFORM RELIEVE-RETURN-AT-COST.
          PERFORM STORE-DEBIT-LINE.

      * The goods going back are the ones that came in on the PO, so
      * its own lots at the warehouse are drawn first, earliest
      * expiry first; only what they cannot cover comes from the
      * item's other lots there, again earliest expiry first. Any
      * quantity no lot covers was untracked stock.
       DRAW-RETURN-FROM-LOTS.
          PERFORM LOAD-LOT-TABLE.
          PERFORM PICK-RETURN-LOT.
          PERFORM TAKE-FROM-RETURN-LOT
                  UNTIL LOT-REMAINING-WX = ZERO OR LOT-PICK-WX = ZERO.
          IF LOT-REMAINING-WX NOT = ZERO AND LOT-COUNT-WX NOT = ZERO
             DISPLAY "RT LOTS DO NOT COVER RETURN, STOCK NUM = "
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
             DISPLAY "RT LOT TABLE FULL, LOT " LOT-NUMBER-FS
                     " NOT DRAWN, STOCK NUM = " LOT-STOCK-NUM-WX
          ELSE
             ADD 1 TO LOT-COUNT-WX
             MOVE LOT-NUMBER-FS      TO LT-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-EXPIRY-DATE-FS TO LT-EXPIRY-WX(LOT-COUNT-WX)
             MOVE LOT-QTY-FS         TO LT-QTY-WX(LOT-COUNT-WX)
             MOVE LOT-PO-NUMBER-FS   TO LT-PO-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-MANF-CODE-FS   TO LT-MANF-CODE-WX(LOT-COUNT-WX)
          END-IF.

       PICK-RETURN-LOT.
          MOVE ZERO TO LOT-PICK-WX.
          SET PICK-FROM-PO TO TRUE.
          PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                  UNTIL LOT-IDX-WX > LOT-COUNT-WX.
          IF LOT-PICK-WX = ZERO
             SET PICK-ANY-LOT TO TRUE
             PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                     UNTIL LOT-IDX-WX > LOT-COUNT-WX
          END-IF.

      * A lot with no expiry sorts after every dated lot.
       SCAN-LOT-ENTRY.
          IF LT-QTY-WX(LOT-IDX-WX) NOT = ZERO
             IF LT-EXPIRY-WX(LOT-IDX-WX) = ZEROS
                MOVE 99999999 TO LOT-SORT-EXPIRY-WX
             ELSE
                MOVE LT-EXPIRY-WX(LOT-IDX-WX) TO LOT-SORT-EXPIRY-WX
             END-IF
             IF PICK-ANY-LOT
                OR LT-PO-NUMBER-WX(LOT-IDX-WX) = RET-PO-NUMBER-RA
                IF LOT-PICK-WX = ZERO
                   OR LOT-SORT-EXPIRY-WX LESS THAN LOT-PICK-EXPIRY-WX
                   MOVE LOT-IDX-WX TO LOT-PICK-WX
                   MOVE LOT-SORT-EXPIRY-WX TO LOT-PICK-EXPIRY-WX
                END-IF
             END-IF
          END-IF.

       TAKE-FROM-RETURN-LOT.
          IF LT-QTY-WX(LOT-PICK-WX) LESS THAN LOT-REMAINING-WX
             MOVE LT-QTY-WX(LOT-PICK-WX) TO LOT-TAKE-QTY-WX
          ELSE
             MOVE LOT-REMAINING-WX TO LOT-TAKE-QTY-WX
          END-IF.
          SUBTRACT LOT-TAKE-QTY-WX FROM LT-QTY-WX(LOT-PICK-WX),
                                        LOT-REMAINING-WX.
          MOVE LOT-STOCK-NUM-WX          TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX                TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX) TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  DISPLAY "RT LOTBAL READ STATUS = " LOTBAL-STATUS-WB
                          " LOT = " LT-NUMBER-WX(LOT-PICK-WX)
               NOT INVALID KEY
                  PERFORM REDUCE-LOT-BALANCE
          END-READ.
          PERFORM WRITE-LOT-MOVEMENT.
          PERFORM PICK-RETURN-LOT.

       REDUCE-LOT-BALANCE.
          SUBTRACT LOT-TAKE-QTY-WX FROM LOT-QTY-FS.
          REWRITE LOTBAL-REC-FS
                  INVALID KEY
                     DISPLAY "RT LOTBAL REWRITE STATUS = "
                             LOTBAL-STATUS-WB
          END-REWRITE.

      * The supplier the goods went back to stands where an issue
      * carries its department.
       WRITE-LOT-MOVEMENT.
          ACCEPT LMV-DATE-FT FROM DATE YYYYMMDD.
          SET LMV-RETURN TO TRUE.
          MOVE LOT-STOCK-NUM-WX             TO LMV-STOCK-NUM-FT.
          MOVE LOT-LOC-WX                   TO LMV-LOC-FT.
          MOVE LT-NUMBER-WX(LOT-PICK-WX)    TO LMV-LOT-NUMBER-FT.
          MOVE LT-EXPIRY-WX(LOT-PICK-WX)    TO LMV-EXPIRY-DATE-FT.
          MOVE LOT-TAKE-QTY-WX              TO LMV-QTY-FT.
          MOVE LT-PO-NUMBER-WX(LOT-PICK-WX) TO LMV-PO-NUMBER-FT.
          MOVE LT-MANF-CODE-WX(LOT-PICK-WX) TO LMV-MANF-CODE-FT.
          MOVE SPACES                       TO LMV-DEPT-FT.
          STRING "RETURNED TO " OPO-MANF-CODE-FJ
                 DELIMITED BY SIZE INTO LMV-DEPT-FT.
          MOVE "ACMERT"                     TO LMV-PROGRAM-FT.
          WRITE LOT-MOVE-REC-FT.

       RELIEVE-RETURN-AT-COST.
          MOVE AUDIT-QTY-BEFORE-WC TO COST-BASE-QTY-WV.
          PERFORM GET-COST-RECORD.
          MOVE RET-QTY-RA TO COST-MOVE-QTY-WV.
          PERFORM RELIEVE-AVERAGE-COST.
          ADD COST-MOVE-VALUE-WV TO COST-RETURN-VALUE-FQ.
          PERFORM PUT-COST-RECORD.

      * The returned quantity always comes off what the PO shows as
      * received. Only when a replacement is due is a PO that ACMEGR
      * closed put back into the open state, with its closed date
      * cleared so the scorecard measures it to the day the
      * replacement lands; a credit-only return leaves the status
      * as it stands.
       UPDATE-RETURNED-PO.
          MOVE SPACE TO REOPENED-SW-WC.
          SUBTRACT RET-QTY-RA FROM OPO-QTY-RECEIVED-FJ.
          IF RET-REPLACEMENT-DUE
             IF OPO-CLOSED
                SET OPO-OPEN TO TRUE
                MOVE ZEROS TO OPO-CLOSED-DATE-FJ
                MOVE "Y" TO REOPENED-SW-WC
                ADD 1 TO REOPENED-COUNT-WM
             ELSE
             IF OPO-CANCELLED
                DISPLAY "RT PO " RET-PO-NUMBER-RA
                        " IS CANCELLED, NOT REOPENED FOR REPLACEMENT"
             END-IF
             END-IF
          END-IF.
          REWRITE OPENPO-REC-FJ
                  INVALID KEY
                     DISPLAY "RT OPENPO REWRITE STATUS = "
                             OPENPO-STATUS-WB
          END-REWRITE.

       WRITE-STOCK-JOURNAL.
          MOVE "ACMERT"             TO JNL-PROGRAM-FN.
          MOVE JNL-STAMP-DATE-WQ    TO JNL-RUN-DATE-FN.
          MOVE JNL-STAMP-TIME-WQ    TO JNL-RUN-TIME-FN.
          MOVE STOCK-REC-POINTER-WB TO JNL-SLOT-FN.
          MOVE JNL-HOLD-IMAGE-WQ    TO JNL-BEFORE-IMAGE-FN.
          WRITE STOCK-JNL-REC-FN.

      * The supplier on the line is the one the goods went back to -
      * the supplier the PO was placed with - so the scorecard can
      * hold the return against the right code.
       WRITE-AUDIT-RECORD.
          ACCEPT AUDIT-DATE-FD FROM DATE YYYYMMDD.
          ACCEPT AUDIT-TIME-FD FROM TIME.
          MOVE "RETURN"            TO AUDIT-ACTION-FD.
          MOVE STOCK-NUM-FB        TO AUDIT-STOCK-NUM-FD.
          MOVE OPO-MANF-CODE-FJ    TO AUDIT-MANF-CODE-FD.
          MOVE AUDIT-QTY-BEFORE-WC TO AUDIT-QTY-BEFORE-FD.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-AFTER-FD.
          MOVE RET-QTY-RA          TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.

       STORE-DEBIT-LINE.
          PERFORM GET-UNIT-PRICE.
          IF UNIT-PRICE-WK = ZERO
             MOVE ITEM-COST-FB TO UNIT-PRICE-WK
          END-IF.
          ADD 1 TO DEBIT-COUNT-WE.
          MOVE OPO-MANF-CODE-FJ  TO DT-MANF-CODE-WE(DEBIT-COUNT-WE).
          MOVE RET-PO-NUMBER-RA  TO DT-PO-NUMBER-WE(DEBIT-COUNT-WE).
          MOVE RET-STOCK-NUM-RA  TO DT-STOCK-NUM-WE(DEBIT-COUNT-WE).
          MOVE ITEM-DESC-FB      TO DT-ITEM-DESC-WE(DEBIT-COUNT-WE).
          MOVE RET-QTY-RA        TO DT-QTY-WE(DEBIT-COUNT-WE).
          MOVE RET-REASON-RA     TO DT-REASON-WE(DEBIT-COUNT-WE).
          MOVE UNIT-PRICE-WK     TO DT-UNIT-PRICE-WE(DEBIT-COUNT-WE).
          COMPUTE DT-VALUE-WE(DEBIT-COUNT-WE) ROUNDED =
                  RET-QTY-RA * UNIT-PRICE-WK
                  ON SIZE ERROR
                     DISPLAY "RT DEBIT VALUE OVERFLOW, PO "
                             RET-PO-NUMBER-RA
                     MOVE ZEROS TO DT-VALUE-WE(DEBIT-COUNT-WE)
          END-COMPUTE.
          MOVE SPACE TO DT-PRINTED-SW-WE(DEBIT-COUNT-WE).
          IF DEBIT-COUNT-WE NOT LESS THAN 200
             SET DEBIT-TABLE-FULL TO TRUE
          END-IF.

       GET-UNIT-PRICE.
          MOVE ZEROS TO UNIT-PRICE-WK.
          IF PRICE-FILE-AVAILABLE
             MOVE OPO-MANF-CODE-FJ TO PRICE-MANF-CODE-FK
             MOVE RET-STOCK-NUM-RA TO PRICE-STOCK-NUM-FK
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
      * as ACMEIM does, so the supplier is debited at the price the
      * goods were bought at however few of them come back.
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
                           DISPLAY "RT CONVERTED PRICE OVERFLOW, "
                                   "STOCK NUM = " RET-STOCK-NUM-RA
                           MOVE ZEROS TO UNIT-PRICE-WK
                END-COMPUTE
             ELSE
                DISPLAY "RT NO EXCHANGE RATE FOR " PRICE-CURRENCY-FK
                        ", ITEM " RET-STOCK-NUM-RA
                        ", ITEM COST USED"
                MOVE ZEROS TO UNIT-PRICE-WK
             END-IF
          END-IF.

       FIND-ORDER-RATE.
          MOVE SPACE TO ORDER-RATE-SW-WO.
          MOVE ZEROS TO HOLD-ORDER-RATE-WO.
          OPEN INPUT ORDER-FILE.
          IF ORDER-STATUS-WB = "00"
             SET NOT-END-OF-ORDERS TO TRUE
             READ ORDER-FILE
                  AT END SET END-OF-ORDERS TO TRUE
             END-READ
             PERFORM SCAN-ORDER-LINE UNTIL END-OF-ORDERS
             CLOSE ORDER-FILE
          END-IF.

       SCAN-ORDER-LINE.
          IF PO-NUMBER-FA = RET-PO-NUMBER-RA
             AND CURRENCY-FA = PRICE-CURRENCY-FK
             AND EXCH-RATE-FA NUMERIC
             AND EXCH-RATE-FA NOT = ZEROS
             MOVE EXCH-RATE-FA TO HOLD-ORDER-RATE-WO
             SET ORDER-RATE-FOUND TO TRUE
             SET END-OF-ORDERS TO TRUE
          ELSE
             READ ORDER-FILE
                  AT END SET END-OF-ORDERS TO TRUE
             END-READ
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
      * foreign-currency price can be used on the debit note.
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
             DISPLAY "RT EXCHANGE TABLE FULL, ENTRY IGNORED, "
                     "CURRENCY = " EXCH-CURRENCY-FM
          ELSE
             ADD 1 TO EXCH-COUNT-WN
             MOVE EXCH-CURRENCY-FM TO EXCH-CCY-WN(EXCH-COUNT-WN)
             MOVE EXCH-RATE-FM     TO EXCH-RATE-WN(EXCH-COUNT-WN)
          END-IF.
          READ EXCH-RATE-FILE
               AT END SET END-OF-EXCH TO TRUE
          END-READ.

      * Each pass picks up the first unprinted line and prints that
      * supplier's whole debit note, so several returns to the same
      * supplier in one run go out on one document.
       PRINT-SUPPLIER-NOTE.
          IF NOT DT-PRINTED(DEBIT-IDX-WE)
             ADD 1 TO NOTE-COUNT-WM
             MOVE ZEROS TO NOTE-TOTAL-WF
             PERFORM WRITE-NOTE-HEADER
             PERFORM PRINT-MATCHING-LINE
                     VARYING SCAN-IDX-WE FROM DEBIT-IDX-WE BY 1
                     UNTIL SCAN-IDX-WE > DEBIT-COUNT-WE
             PERFORM WRITE-NOTE-TOTAL
          END-IF.

       WRITE-NOTE-HEADER.
          WRITE DEBIT-NOTE-LINE-RB FROM SEPARATOR-LINE-WG.
          MOVE RUN-DATE-WF TO NH-RUN-DATE-WH.
          WRITE DEBIT-NOTE-LINE-RB FROM NOTE-HEADER-WH.
          MOVE DT-MANF-CODE-WE(DEBIT-IDX-WE) TO SL-MANF-CODE-WI.
          MOVE SPACES TO SL-MANF-NAME-WI, AL-MANF-ADDRESS-WJ.
          MOVE DT-MANF-CODE-WE(DEBIT-IDX-WE) TO MANF-CODE-FC.
          READ MANF-FILE
               KEY IS MANF-CODE-FC
               INVALID KEY
                  DISPLAY "RT SUPPLIER NOT ON MANF FILE, CODE = "
                          DT-MANF-CODE-WE(DEBIT-IDX-WE)
               NOT INVALID KEY
                  MOVE MANF-NAME-FC    TO SL-MANF-NAME-WI
                  MOVE MANF-ADDRESS-FC TO AL-MANF-ADDRESS-WJ
          END-READ.
          WRITE DEBIT-NOTE-LINE-RB FROM SUPPLIER-LINE-WI.
          WRITE DEBIT-NOTE-LINE-RB FROM ADDRESS-LINE-WJ.
          MOVE SPACES TO DEBIT-NOTE-LINE-RB.
          WRITE DEBIT-NOTE-LINE-RB.
          WRITE DEBIT-NOTE-LINE-RB FROM ITEM-HEADING-WL.

       PRINT-MATCHING-LINE.
          IF NOT DT-PRINTED(SCAN-IDX-WE)
             AND DT-MANF-CODE-WE(SCAN-IDX-WE)
                 = DT-MANF-CODE-WE(DEBIT-IDX-WE)
             MOVE DT-PO-NUMBER-WE(SCAN-IDX-WE)  TO IL-PO-NUMBER-WP
             MOVE DT-ITEM-DESC-WE(SCAN-IDX-WE)  TO IL-ITEM-DESC-WP
             MOVE DT-REASON-WE(SCAN-IDX-WE)     TO IL-REASON-WP
             MOVE DT-QTY-WE(SCAN-IDX-WE)        TO IL-QTY-WP
             MOVE DT-UNIT-PRICE-WE(SCAN-IDX-WE) TO IL-UNIT-PRICE-WP
             MOVE DT-VALUE-WE(SCAN-IDX-WE)      TO IL-VALUE-WP
             WRITE DEBIT-NOTE-LINE-RB FROM ITEM-LINE-WP
             ADD DT-VALUE-WE(SCAN-IDX-WE) TO NOTE-TOTAL-WF
             MOVE "Y" TO DT-PRINTED-SW-WE(SCAN-IDX-WE)
          END-IF.

       WRITE-NOTE-TOTAL.
          MOVE SPACES TO DEBIT-NOTE-LINE-RB.
          WRITE DEBIT-NOTE-LINE-RB.
          MOVE "TOTAL TO DEBIT    : " TO TL-LABEL-WS.
          MOVE NOTE-TOTAL-WF TO TL-AMOUNT-WS.
          WRITE DEBIT-NOTE-LINE-RB FROM TOTAL-LINE-WS.
          ADD NOTE-TOTAL-WF TO RUN-TOTAL-WF.
          MOVE SPACES TO DEBIT-NOTE-LINE-RB.
          WRITE DEBIT-NOTE-LINE-RB.

       WRITE-RUN-SUMMARY.
          WRITE DEBIT-NOTE-LINE-RB FROM SEPARATOR-LINE-WG.
          MOVE "RETURN LINES APPLIED           : " TO CL-LABEL-WT.
          MOVE RETURNED-COUNT-WM TO CL-COUNT-WT.
          WRITE DEBIT-NOTE-LINE-RB FROM COUNT-LINE-WT.
          MOVE "RETURN LINES REJECTED          : " TO CL-LABEL-WT.
          MOVE REJECTED-COUNT-WM TO CL-COUNT-WT.
          WRITE DEBIT-NOTE-LINE-RB FROM COUNT-LINE-WT.
          MOVE "POS REOPENED FOR REPLACEMENT   : " TO CL-LABEL-WT.
          MOVE REOPENED-COUNT-WM TO CL-COUNT-WT.
          WRITE DEBIT-NOTE-LINE-RB FROM COUNT-LINE-WT.
          MOVE "DEBIT NOTES PRINTED            : " TO CL-LABEL-WT.
          MOVE NOTE-COUNT-WM TO CL-COUNT-WT.
          WRITE DEBIT-NOTE-LINE-RB FROM COUNT-LINE-WT.
          MOVE "TOTAL DEBITED     : " TO TL-LABEL-WS.
          MOVE RUN-TOTAL-WF TO TL-AMOUNT-WS.
          WRITE DEBIT-NOTE-LINE-RB FROM TOTAL-LINE-WS.

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
                      DISPLAY "RT COST WRITE STATUS = " COST-STATUS-WB
             END-WRITE
          ELSE
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "RT COST REWRITE STATUS = "
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
