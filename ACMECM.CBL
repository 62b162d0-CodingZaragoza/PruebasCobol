       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMECM.
       AUTHOR. Michael Coughlan.
      * Month-end cost movement summary and period close for the
      * weighted-average cost file ITEMCOST.DAT. For every costed
      * item the period's opening value, receipts costed in by
      * ACMEGR, returns to supplier from ACMERT, issues relieved by
      * ACMEIS and ACMEBF and adjustments from a stocktake in
      * ACMESA, a keyed change in ACMESM or a rollback by ACMERB are
      * printed to COSTMOVE.DAT, and the closing value on file is
      * checked against opening + receipts - returns - issues +
      * adjustments. The quantity the cost file carries is also
      * checked against QTY-IN-STOCK-FB, so any movement that
      * bypassed the costing shows up before the books are closed.
      * The totals give accounts the stock movement in value for the
      * month. When every item ties up the period is closed - the
      * closing figures become the next period's opening and the
      * movement buckets are cleared, and the empty cost record of
      * an item deleted from STOCK.DAT is dropped. A cost record
      * still carrying a quantity or value with no item behind it
      * does not tie up; while any item fails, nothing is closed
      * and RETURN-CODE is set to 4 so the run can be repeated after
      * investigation. The run registers itself on RUNCTL.DAT and
      * refuses to start, with RETURN-CODE 8, while the nightly
      * cycle or a maintenance session holds the lock, so the period
      * can never be closed under a program still costing into the
      * file. Run on demand at month end, after the last nightly
      * cycle of the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COSTSEL.CPY".

           COPY "STOCKSEL.CPY".

               SELECT MOVEMENT-FILE ASSIGN TO "COSTMOVE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS MOVEMENT-STATUS-WB.

           COPY "RUNCTLSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
           COPY "COSTFD.CPY".

           COPY "STOCKFD.CPY".

       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE-CA                PIC X(80).

           COPY "RUNCTLFD.CPY".



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 COST-STATUS-WB               PIC XX.
           02 MOVEMENT-STATUS-WB           PIC XX.
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.

       01  CHECK-DATA-WC.
           02 EXPECTED-VALUE-WC            PIC S9(10)V99.
           02 ITEM-SW-WC                   PIC X.
              88 ITEM-TIES                 VALUE "Y".
              88 ITEM-DOES-NOT-TIE         VALUE "N".
           02 RUN-DATE-WC                  PIC 9(8).
           02 STOCK-REC-SW-WC              PIC X.
              88 STOCK-REC-GONE            VALUE "N".

       01  MOVEMENT-TOTALS-WD.
           02 ITEM-COUNT-WD                PIC 9(5) VALUE ZEROS.
           02 DISCREPANCY-COUNT-WD         PIC 9(5) VALUE ZEROS.
           02 CLOSED-COUNT-WD              PIC 9(5) VALUE ZEROS.
           02 DROPPED-COUNT-WD             PIC 9(5) VALUE ZEROS.
           02 TOTAL-OPENING-WD             PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-RECEIPTS-WD            PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-RETURNS-WD             PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-ISSUES-WD              PIC 9(11)V99 VALUE ZEROS.
           02 TOTAL-ADJUST-WD              PIC S9(11)V99 VALUE ZEROS.
           02 TOTAL-CLOSING-WD             PIC 9(11)V99 VALUE ZEROS.

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
           02 LOCK-OK-SW-WR                PIC X.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  HEADING-LINE-WE.
           02 FILLER                       PIC X(6)  VALUE "STOCK".
           02 FILLER                       PIC X(12)
              VALUE "     OPENING".
           02 FILLER                       PIC X(12)
              VALUE "    RECEIPTS".
           02 FILLER                       PIC X(12)
              VALUE "     RETURNS".
           02 FILLER                       PIC X(12)
              VALUE "      ISSUES".
           02 FILLER                       PIC X(12)
              VALUE " ADJUSTMENTS".
           02 FILLER                       PIC X(12)
              VALUE "     CLOSING".

       01  DETAIL-LINE-WF.
           02 DL-STOCK-NUM-WF              PIC ZZZZ9.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-OPENING-WF                PIC ZZZZZZZ9.99.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-RECEIPTS-WF               PIC ZZZZZZZ9.99.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-RETURNS-WF                PIC ZZZZZZZ9.99.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-ISSUES-WF                 PIC ZZZZZZZ9.99.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-ADJUST-WF                 PIC -------9.99.
           02 FILLER                       PIC X     VALUE SPACE.
           02 DL-CLOSING-WF                PIC ZZZZZZZ9.99.

       01  EXCEPTION-LINE-WG.
           02 FILLER                       PIC X(6)  VALUE SPACES.
           02 EL-TEXT-WG                   PIC X(30).
           02 EL-FIRST-WG                  PIC ------------9.99.
           02 FILLER                       PIC X(4)  VALUE " VS ".
           02 EL-SECOND-WG                 PIC ------------9.99.

       01  VALUE-LINE-WH.
           02 VL-LABEL-WH                  PIC X(34).
           02 VL-VALUE-WH                  PIC -,---,---,---,--9.99.

       01  COUNT-LINE-WI.
           02 CL-LABEL-WI                  PIC X(34).
           02 CL-COUNT-WI                  PIC ZZZZ9.



       PROCEDURE DIVISION.
       SUMMARISE-COST-MOVEMENT.
          MOVE 0 TO RETURN-CODE.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "CM RUN NOT STARTED, RUN CONTROL LOCK HELD"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM REGISTER-MAINT-SESSION
             PERFORM RUN-COST-SUMMARY
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
          MOVE "ACMECM" TO RUN-LOCK-HOLDER-FO.
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

       RUN-COST-SUMMARY.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          OPEN I-O COST-FILE.
          IF COST-STATUS-WB = "35"
             DISPLAY "CM NO COST FILE FOUND, NOTHING TO SUMMARISE"
          ELSE
             PERFORM SUMMARISE-AND-REPORT
          END-IF.

       SUMMARISE-AND-REPORT.
          OPEN INPUT STOCK-FILE.
          OPEN OUTPUT MOVEMENT-FILE.
          IF COST-STATUS-WB NOT = "00" OR STOCK-STATUS-WB NOT = "00"
             OR MOVEMENT-STATUS-WB NOT = "00"
             DISPLAY "CM OPEN FAILED, COST STATUS = " COST-STATUS-WB
                     " STOCK STATUS = " STOCK-STATUS-WB
                     " MOVEMENT STATUS = " MOVEMENT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-MOVEMENT-HEADINGS
             SET NOT-END-OF-FILE TO TRUE
             READ COST-FILE NEXT RECORD
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM REPORT-COST-ITEM UNTIL END-OF-FILE
             PERFORM WRITE-MOVEMENT-TOTALS
             IF DISCREPANCY-COUNT-WD = ZERO
                PERFORM CLOSE-COST-PERIOD
             ELSE
                MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM WRITE-MOVEMENT-SUMMARY
             DISPLAY "CM ITEMS = " ITEM-COUNT-WD
                     " NOT TYING = " DISCREPANCY-COUNT-WD
                     " CLOSED = " CLOSED-COUNT-WD
                     " DROPPED = " DROPPED-COUNT-WD
          END-IF.
          CLOSE COST-FILE, STOCK-FILE, MOVEMENT-FILE.

       WRITE-MOVEMENT-HEADINGS.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          MOVE "ACME MONTH-END COST MOVEMENT SUMMARY"
            TO MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          STRING "RUN DATE : " RUN-DATE-WC
                 DELIMITED BY SIZE INTO MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA FROM HEADING-LINE-WE.

      * Every costed item is printed whether it moved or not, so the
      * report totals are the whole stock in value and agree with the
      * actual cost total on the ACMESV valuation.
       REPORT-COST-ITEM.
          ADD 1 TO ITEM-COUNT-WD.
          SET ITEM-TIES TO TRUE.
          MOVE COST-STOCK-NUM-FQ     TO DL-STOCK-NUM-WF.
          MOVE COST-OPEN-VALUE-FQ    TO DL-OPENING-WF.
          MOVE COST-RECEIPT-VALUE-FQ TO DL-RECEIPTS-WF.
          MOVE COST-RETURN-VALUE-FQ  TO DL-RETURNS-WF.
          MOVE COST-ISSUE-VALUE-FQ   TO DL-ISSUES-WF.
          MOVE COST-ADJUST-VALUE-FQ  TO DL-ADJUST-WF.
          MOVE COST-VALUE-FQ         TO DL-CLOSING-WF.
          WRITE MOVEMENT-LINE-CA FROM DETAIL-LINE-WF.
          ADD COST-OPEN-VALUE-FQ    TO TOTAL-OPENING-WD.
          ADD COST-RECEIPT-VALUE-FQ TO TOTAL-RECEIPTS-WD.
          ADD COST-RETURN-VALUE-FQ  TO TOTAL-RETURNS-WD.
          ADD COST-ISSUE-VALUE-FQ   TO TOTAL-ISSUES-WD.
          ADD COST-ADJUST-VALUE-FQ  TO TOTAL-ADJUST-WD.
          ADD COST-VALUE-FQ         TO TOTAL-CLOSING-WD.
          PERFORM CHECK-VALUE-MOVEMENT.
          PERFORM CHECK-QTY-AGAINST-STOCK.
          IF ITEM-DOES-NOT-TIE
             ADD 1 TO DISCREPANCY-COUNT-WD
          END-IF.
          READ COST-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       CHECK-VALUE-MOVEMENT.
          COMPUTE EXPECTED-VALUE-WC =
                  COST-OPEN-VALUE-FQ + COST-RECEIPT-VALUE-FQ
                  - COST-RETURN-VALUE-FQ - COST-ISSUE-VALUE-FQ
                  + COST-ADJUST-VALUE-FQ.
          IF EXPECTED-VALUE-WC NOT = COST-VALUE-FQ
             MOVE "** MOVEMENTS DO NOT TIE, CALC" TO EL-TEXT-WG
             MOVE EXPECTED-VALUE-WC TO EL-FIRST-WG
             MOVE COST-VALUE-FQ TO EL-SECOND-WG
             PERFORM WRITE-EXCEPTION-LINE
          END-IF.

      * The cost file keeps its own quantity so that the value can be
      * relieved at average; it must still agree with the stock
      * figure or the average has been spread over the wrong number
      * of units. A record left at nil quantity and value by an item
      * since deleted holds nothing, and is dropped at the close.
       CHECK-QTY-AGAINST-STOCK.
          MOVE COST-STOCK-NUM-FQ TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
                  IF COST-QTY-FQ NOT = ZERO OR COST-VALUE-FQ NOT = ZERO
                     MOVE "** NOT ON STOCK FILE, COST QTY"
                       TO EL-TEXT-WG
                     MOVE COST-QTY-FQ TO EL-FIRST-WG
                     MOVE ZEROS TO EL-SECOND-WG
                     PERFORM WRITE-EXCEPTION-LINE
                  END-IF
               NOT INVALID KEY
                  IF QTY-IN-STOCK-FB NOT = COST-QTY-FQ
                     MOVE "** COST QTY VS STOCK QTY" TO EL-TEXT-WG
                     MOVE COST-QTY-FQ TO EL-FIRST-WG
                     MOVE QTY-IN-STOCK-FB TO EL-SECOND-WG
                     PERFORM WRITE-EXCEPTION-LINE
                  END-IF
          END-READ.

      * Any item that fails either check is not tying up, and keeps
      * the period open.
       WRITE-EXCEPTION-LINE.
          SET ITEM-DOES-NOT-TIE TO TRUE.
          WRITE MOVEMENT-LINE-CA FROM EXCEPTION-LINE-WG.

       WRITE-MOVEMENT-TOTALS.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA.
          MOVE "OPENING VALUE                  : " TO VL-LABEL-WH.
          MOVE TOTAL-OPENING-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.
          MOVE "PLUS RECEIPTS                  : " TO VL-LABEL-WH.
          MOVE TOTAL-RECEIPTS-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.
          MOVE "LESS RETURNS TO SUPPLIER       : " TO VL-LABEL-WH.
          MOVE TOTAL-RETURNS-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.
          MOVE "LESS ISSUES                    : " TO VL-LABEL-WH.
          MOVE TOTAL-ISSUES-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.
          MOVE "PLUS OR MINUS ADJUSTMENTS      : " TO VL-LABEL-WH.
          MOVE TOTAL-ADJUST-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.
          MOVE "CLOSING VALUE                  : " TO VL-LABEL-WH.
          MOVE TOTAL-CLOSING-WD TO VL-VALUE-WH.
          WRITE MOVEMENT-LINE-CA FROM VALUE-LINE-WH.

      * The file is read again from the top, now that every item is
      * known to tie, and each record rolled into the new period -
      * or, when it holds nothing for an item no longer on STOCK.DAT,
      * deleted.
       CLOSE-COST-PERIOD.
          CLOSE COST-FILE.
          OPEN I-O COST-FILE.
          SET NOT-END-OF-FILE TO TRUE.
          READ COST-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          PERFORM ROLL-COST-RECORD UNTIL END-OF-FILE.

       ROLL-COST-RECORD.
          MOVE SPACE TO STOCK-REC-SW-WC.
          IF COST-QTY-FQ = ZERO AND COST-VALUE-FQ = ZERO
             MOVE COST-STOCK-NUM-FQ TO STOCK-REC-POINTER-WB
             READ STOCK-FILE
                  INVALID KEY SET STOCK-REC-GONE TO TRUE
             END-READ
          END-IF.
          IF STOCK-REC-GONE
             DELETE COST-FILE
                    INVALID KEY
                       DISPLAY "CM COST DELETE STATUS = "
                               COST-STATUS-WB
                    NOT INVALID KEY
                       ADD 1 TO DROPPED-COUNT-WD
             END-DELETE
          ELSE
             MOVE COST-QTY-FQ   TO COST-OPEN-QTY-FQ
             MOVE COST-VALUE-FQ TO COST-OPEN-VALUE-FQ
             MOVE ZEROS TO COST-RECEIPT-VALUE-FQ, COST-RETURN-VALUE-FQ,
                           COST-ISSUE-VALUE-FQ, COST-ADJUST-VALUE-FQ
             MOVE RUN-DATE-WC TO COST-PERIOD-START-FQ
             REWRITE COST-REC-FQ
                     INVALID KEY
                        DISPLAY "CM COST REWRITE STATUS = "
                                COST-STATUS-WB
                     NOT INVALID KEY
                        ADD 1 TO CLOSED-COUNT-WD
             END-REWRITE
          END-IF.
          READ COST-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       WRITE-MOVEMENT-SUMMARY.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          WRITE MOVEMENT-LINE-CA.
          MOVE "ITEMS COSTED                   : " TO CL-LABEL-WI.
          MOVE ITEM-COUNT-WD TO CL-COUNT-WI.
          WRITE MOVEMENT-LINE-CA FROM COUNT-LINE-WI.
          MOVE "ITEMS NOT TYING UP             : " TO CL-LABEL-WI.
          MOVE DISCREPANCY-COUNT-WD TO CL-COUNT-WI.
          WRITE MOVEMENT-LINE-CA FROM COUNT-LINE-WI.
          MOVE "COST RECORDS DROPPED           : " TO CL-LABEL-WI.
          MOVE DROPPED-COUNT-WD TO CL-COUNT-WI.
          WRITE MOVEMENT-LINE-CA FROM COUNT-LINE-WI.
          MOVE SPACES TO MOVEMENT-LINE-CA.
          IF DISCREPANCY-COUNT-WD = ZERO
             MOVE "COST PERIOD CLOSED" TO MOVEMENT-LINE-CA
          ELSE
             MOVE "COST FILE NOT CLEAN, PERIOD LEFT OPEN FOR REVIEW"
               TO MOVEMENT-LINE-CA
          END-IF.
          WRITE MOVEMENT-LINE-CA.
