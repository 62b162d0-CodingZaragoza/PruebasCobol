       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEHR.
       AUTHOR. Michael Coughlan.
      * Release program for PO-HOLD-FILE - the purchasing manager's
      * decision on the order lines ACME99, ACMERX and ACMERQ held on
      * POHOLD.DAT because they would have broken a supplier's or
      * the month's overall purchasing limit on BUDGET.DAT. Each
      * line still awaiting a decision is shown in the order it was
      * held, with its value, the limit it broke and what was
      * already committed against that limit, and is approved,
      * rejected or left held. An approved line is raised there and
      * then exactly as the program that held it would have raised
      * it - the next PO number from PONUM.DAT, the line on
      * ORDERS.DAT dated today so ACMEPO prints it with tonight's
      * orders, an OPENPO-REC-FJ carrying its value against this
      * month's budget, the item marked ON ORDER and a "REORDER" or
      * "REQUISITION" audit line. A rejected line frees the item once
      * no other line for it is left awaiting a decision, so the
      * next reorder run weighs it afresh against the budget.
      * Either way the hold record is kept, marked with the
      * decision, its date and any PO number given. The session
      * registers itself on RUNCTL.DAT and refuses to start while
      * the nightly cycle is marked in progress, so a release can no
      * longer collide with ACMEDRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "POHOLDSEL.CPY".

           COPY "ORDERSEL.CPY".

           COPY "STOCKSEL.CPY".

           COPY "OPENPOSEL.CPY".

           COPY "AUDITSEL.CPY".

           COPY "PONUMSEL.CPY".

           COPY "STKJNLSEL.CPY".

           COPY "RUNCTLSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
           COPY "POHOLDFD.CPY".

           COPY "ORDERFD.CPY".

           COPY "STOCKFD.CPY".

           COPY "OPENPOFD.CPY".

           COPY "AUDITFD.CPY".

           COPY "PONUMFD.CPY".

           COPY "STKJNLFD.CPY".

           COPY "RUNCTLFD.CPY".



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 ORDER-STATUS-WB              PIC XX.
           02 AUDIT-STATUS-WB              PIC XX.
           02 OPENPO-STATUS-WB             PIC XX.
           02 PO-HOLD-STATUS-WB            PIC XX.

       01  RELEASE-DATA-WA.
           02 REPLY-WA                     PIC X.
              88 APPROVE-REPLY             VALUE "A", "a".
              88 REJECT-REPLY              VALUE "R", "r".
              88 LEAVE-REPLY               VALUE "L", "l".
              88 QUIT-REPLY                VALUE "Q", "q".
           02 HOLD-EOF-SW-WA               PIC X.
              88 END-OF-HOLDS              VALUE "Y".
           02 TODAY-WA                     PIC 9(8).
           02 APPROVED-COUNT-WA            PIC 9(3) VALUE ZEROS.
           02 REJECTED-COUNT-WA            PIC 9(3) VALUE ZEROS.
           02 LEFT-COUNT-WA                PIC 9(3) VALUE ZEROS.
           02 SHOW-VALUE-WA                PIC Z,ZZZ,ZZ9.99.
           02 SHOW-LIMIT-WA                PIC ZZ,ZZZ,ZZ9.99.
           02 SHOW-COMMITTED-WA            PIC ZZ,ZZZ,ZZ9.99.

       01  AWAIT-DATA-WW.
           02 AWAIT-COUNT-WW               PIC 9(3) COMP.
           02 AWAIT-IDX-WW                 PIC 9(3) COMP.
           02 MATCH-IDX-WW                 PIC 9(3) COMP.
           02 AWAIT-ENTRY-WW OCCURS 500 TIMES.
              03 AW-STOCK-NUM-WW           PIC 9(5).
              03 AW-LINES-WW               PIC 9(4) COMP.

       01  PONUM-DATA-WJ.
           02 PONUM-STATUS-WJ              PIC XX.
           02 NEXT-PO-NUMBER-WJ            PIC 9(7).

       01  JOURNAL-DATA-WQ.
           02 STOCK-JNL-STATUS-WB          PIC XX.
           02 JNL-HOLD-IMAGE-WQ            PIC X(65).
           02 JNL-STAMP-WQ.
              03 JNL-STAMP-DATE-WQ         PIC 9(8).
              03 JNL-STAMP-TIME-WQ         PIC 9(8).

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
           02 LOCK-OK-SW-WR                PIC X.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".



       PROCEDURE DIVISION.
       RELEASE-HELD-ORDERS.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "HR SESSION NOT STARTED, RUN CONTROL LOCK HELD"
          ELSE
             PERFORM REGISTER-MAINT-SESSION
             PERFORM RUN-RELEASE-SESSION
             PERFORM CLEAR-RUN-CONTROL
          END-IF.
          STOP RUN.

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
          MOVE "ACMEHR" TO RUN-LOCK-HOLDER-FO.
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

       RUN-RELEASE-SESSION.
          OPEN I-O PO-HOLD-FILE.
          IF PO-HOLD-STATUS-WB = "35"
             DISPLAY "HR NO POHOLD FILE FOUND, NOTHING HELD"
          ELSE
          IF PO-HOLD-STATUS-WB NOT = "00"
             DISPLAY "HR POHOLD OPEN FAILED, STATUS = "
                     PO-HOLD-STATUS-WB
          ELSE
             PERFORM RELEASE-ALL-HOLDS
             CLOSE PO-HOLD-FILE
          END-IF
          END-IF.

       RELEASE-ALL-HOLDS.
          ACCEPT TODAY-WA FROM DATE YYYYMMDD.
          PERFORM DETERMINE-NEXT-PO-NUMBER.
          OPEN I-O STOCK-FILE.
          PERFORM OPEN-OPENPO-FILE.
          PERFORM OPEN-ORDER-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-STOCK-JNL-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR OPENPO-STATUS-WB NOT = "00"
             OR ORDER-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             DISPLAY "HR OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " OPENPO STATUS = " OPENPO-STATUS-WB
             DISPLAY "HR OPEN FAILED, ORDER STATUS = " ORDER-STATUS-WB
                     " AUDIT STATUS = " AUDIT-STATUS-WB
                     " JOURNAL STATUS = " STOCK-JNL-STATUS-WB
          ELSE
             PERFORM LOAD-AWAIT-TABLE
             MOVE SPACE TO HOLD-EOF-SW-WA
             MOVE ZEROS TO HLD-KEY-FV
             START PO-HOLD-FILE KEY IS NOT LESS THAN HLD-KEY-FV
                   INVALID KEY SET END-OF-HOLDS TO TRUE
             END-START
             PERFORM REVIEW-NEXT-HOLD UNTIL END-OF-HOLDS
             DISPLAY "HR LINES APPROVED = " APPROVED-COUNT-WA
                     " REJECTED = " REJECTED-COUNT-WA
                     " LEFT HELD = " LEFT-COUNT-WA
          END-IF.
          CLOSE STOCK-FILE, OPENPO-FILE, ORDER-FILE, AUDIT-FILE,
                STOCK-JNL-FILE.

      * Every line still awaiting a decision is counted against its
      * item before the review starts, so a rejection can tell
      * whether the item has other lines held for it. An item that
      * does not fit the table is treated as still having lines
      * held.
       LOAD-AWAIT-TABLE.
          MOVE ZERO TO AWAIT-COUNT-WW.
          MOVE SPACE TO HOLD-EOF-SW-WA.
          MOVE ZEROS TO HLD-KEY-FV.
          START PO-HOLD-FILE KEY IS NOT LESS THAN HLD-KEY-FV
                INVALID KEY SET END-OF-HOLDS TO TRUE
          END-START.
          PERFORM COUNT-AWAITING-HOLD UNTIL END-OF-HOLDS.

       COUNT-AWAITING-HOLD.
          READ PO-HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
          END-READ.
          IF NOT END-OF-HOLDS
             IF HLD-AWAITING
                PERFORM FIND-AWAIT-ENTRY
                IF MATCH-IDX-WW NOT = ZERO
                   ADD 1 TO AW-LINES-WW(MATCH-IDX-WW)
                ELSE
                IF AWAIT-COUNT-WW LESS THAN 500
                   ADD 1 TO AWAIT-COUNT-WW
                   MOVE HLD-STOCK-NUM-FV
                     TO AW-STOCK-NUM-WW(AWAIT-COUNT-WW)
                   MOVE 1 TO AW-LINES-WW(AWAIT-COUNT-WW)
                ELSE
                   DISPLAY "HR HOLD TABLE FULL, STOCK NUM "
                           HLD-STOCK-NUM-FV " KEPT AWAITING APPROVAL"
                END-IF
                END-IF
             END-IF
          END-IF.

       FIND-AWAIT-ENTRY.
          MOVE ZERO TO MATCH-IDX-WW.
          PERFORM MATCH-AWAIT-ENTRY
                  VARYING AWAIT-IDX-WW FROM 1 BY 1
                  UNTIL AWAIT-IDX-WW > AWAIT-COUNT-WW.

       MATCH-AWAIT-ENTRY.
          IF AW-STOCK-NUM-WW(AWAIT-IDX-WW) = HLD-STOCK-NUM-FV
             MOVE AWAIT-IDX-WW TO MATCH-IDX-WW
          END-IF.

      * A line approved or rejected no longer waits for its item.
       COUNT-OFF-HELD-LINE.
          PERFORM FIND-AWAIT-ENTRY.
          IF MATCH-IDX-WW NOT = ZERO
             IF AW-LINES-WW(MATCH-IDX-WW) NOT = ZERO
                SUBTRACT 1 FROM AW-LINES-WW(MATCH-IDX-WW)
             END-IF
          END-IF.

       OPEN-OPENPO-FILE.
          OPEN I-O OPENPO-FILE.
          IF OPENPO-STATUS-WB = "35"
             OPEN OUTPUT OPENPO-FILE
             CLOSE OPENPO-FILE
             OPEN I-O OPENPO-FILE
          END-IF.

       OPEN-ORDER-FILE.
          OPEN EXTEND ORDER-FILE.
          IF ORDER-STATUS-WB = "35"
             OPEN OUTPUT ORDER-FILE
          END-IF.

       OPEN-AUDIT-FILE.
          OPEN EXTEND AUDIT-FILE.
          IF AUDIT-STATUS-WB = "35"
             OPEN OUTPUT AUDIT-FILE
          END-IF.

      * The run identifier is stamped once at open so every journal
      * line of the session can be rolled back together by ACMERB.
       OPEN-STOCK-JNL-FILE.
          ACCEPT JNL-STAMP-DATE-WQ FROM DATE YYYYMMDD.
          ACCEPT JNL-STAMP-TIME-WQ FROM TIME.
          OPEN EXTEND STOCK-JNL-FILE.
          IF STOCK-JNL-STATUS-WB = "35"
             OPEN OUTPUT STOCK-JNL-FILE
          END-IF.

       WRITE-STOCK-JOURNAL.
          MOVE "ACMEHR"             TO JNL-PROGRAM-FN.
          MOVE JNL-STAMP-DATE-WQ    TO JNL-RUN-DATE-FN.
          MOVE JNL-STAMP-TIME-WQ    TO JNL-RUN-TIME-FN.
          MOVE STOCK-REC-POINTER-WB TO JNL-SLOT-FN.
          MOVE JNL-HOLD-IMAGE-WQ    TO JNL-BEFORE-IMAGE-FN.
          WRITE STOCK-JNL-REC-FN.

      * Lines already approved or rejected are passed over; a quit
      * leaves the line on screen and every later one held.
       REVIEW-NEXT-HOLD.
          READ PO-HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
          END-READ.
          IF NOT END-OF-HOLDS
             IF HLD-AWAITING
                PERFORM DISPLAY-HOLD-RECORD
                PERFORM GET-RELEASE-REPLY
                PERFORM APPLY-RELEASE-REPLY
             END-IF
          END-IF.

       DISPLAY-HOLD-RECORD.
          MOVE HLD-ORDER-LINE-FV  TO ORDER-REC-FA.
          MOVE HLD-ORDER-VALUE-FV TO SHOW-VALUE-WA.
          MOVE HLD-LIMIT-FV       TO SHOW-LIMIT-WA.
          MOVE HLD-COMMITTED-FV   TO SHOW-COMMITTED-WA.
          DISPLAY " ".
          DISPLAY "HELD ON       : " HLD-HELD-DATE-FV
                  " BY " HLD-PROGRAM-FV.
          DISPLAY "STOCK NUMBER  : " HLD-STOCK-NUM-FV
                  " " ITEM-DESC-FA.
          DISPLAY "SUPPLIER      : " SOURCE-MANF-CODE-FA
                  " " MANF-NAME-FA.
          DISPLAY "QTY REQUIRED  : " QTY-REQUIRED-FA.
          IF HLD-REQ-DEPT-FV NOT = SPACES
             DISPLAY "DEPARTMENT    : " HLD-REQ-DEPT-FV
          END-IF.
          DISPLAY "ORDER VALUE   : " SHOW-VALUE-WA.
          DISPLAY "OVER LIMIT    : " HLD-REASON-FV.
          DISPLAY "LIMIT         : " SHOW-LIMIT-WA.
          DISPLAY "COMMITTED     : " SHOW-COMMITTED-WA.

       GET-RELEASE-REPLY.
          MOVE SPACE TO REPLY-WA.
          PERFORM ACCEPT-RELEASE-REPLY
                  UNTIL APPROVE-REPLY OR REJECT-REPLY
                     OR LEAVE-REPLY OR QUIT-REPLY.

       ACCEPT-RELEASE-REPLY.
          DISPLAY "A-APPROVE   R-REJECT   L-LEAVE HELD   Q-QUIT".
          DISPLAY "ENTER CHOICE : " WITH NO ADVANCING.
          ACCEPT REPLY-WA.

       APPLY-RELEASE-REPLY.
          EVALUATE TRUE
             WHEN APPROVE-REPLY PERFORM APPROVE-HELD-LINE
             WHEN REJECT-REPLY  PERFORM REJECT-HELD-LINE
             WHEN LEAVE-REPLY   ADD 1 TO LEFT-COUNT-WA
             WHEN QUIT-REPLY    ADD 1 TO LEFT-COUNT-WA
                                SET END-OF-HOLDS TO TRUE
          END-EVALUATE.

       APPROVE-HELD-LINE.
          MOVE HLD-STOCK-NUM-FV TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
                  DISPLAY "HR STOCK NUM " HLD-STOCK-NUM-FV
                          " NOT ON FILE, LINE LEFT HELD"
                  ADD 1 TO LEFT-COUNT-WA
               NOT INVALID KEY
                  PERFORM RAISE-HELD-ORDER
          END-READ.

      * The line is raised as it was held, dated today so that it
      * counts against this month's commitment and ACMEPO prints it
      * with tonight's orders.
       RAISE-HELD-ORDER.
          MOVE STOCK-REC-FB TO JNL-HOLD-IMAGE-WQ.
          MOVE HLD-ORDER-LINE-FV TO ORDER-REC-FA.
          ADD 1 TO NEXT-PO-NUMBER-WJ.
          MOVE NEXT-PO-NUMBER-WJ TO PO-NUMBER-FA.
          MOVE TODAY-WA TO RUN-DATE-FA.
          WRITE ORDER-REC-FA.
          PERFORM SAVE-PO-COUNTER.
          PERFORM WRITE-OPENPO-RECORD.
          PERFORM UPDATE-STOCK-RECORD.
          PERFORM WRITE-AUDIT-RECORD.
          SET HLD-APPROVED TO TRUE.
          MOVE TODAY-WA TO HLD-DECIDED-DATE-FV.
          MOVE NEXT-PO-NUMBER-WJ TO HLD-PO-NUMBER-FV.
          PERFORM REWRITE-HOLD-RECORD.
          PERFORM COUNT-OFF-HELD-LINE.
          DISPLAY "HR LINE APPROVED, PO = " NEXT-PO-NUMBER-WJ.
          ADD 1 TO APPROVED-COUNT-WA.

       WRITE-OPENPO-RECORD.
          MOVE NEXT-PO-NUMBER-WJ   TO OPO-PO-NUMBER-FJ.
          MOVE HLD-STOCK-NUM-FV    TO OPO-STOCK-NUM-FJ.
          MOVE SOURCE-MANF-CODE-FA TO OPO-MANF-CODE-FJ.
          MOVE QTY-REQUIRED-FA     TO OPO-QTY-REQUIRED-FJ.
          MOVE ZEROS               TO OPO-QTY-RECEIVED-FJ.
          MOVE RUN-DATE-FA         TO OPO-RUN-DATE-FJ.
          SET OPO-OPEN TO TRUE.
          MOVE ZEROS               TO OPO-CLOSED-DATE-FJ.
          MOVE SOURCE-REASON-FA    TO OPO-SOURCE-REASON-FJ.
          MOVE ZEROS               TO OPO-PROMISED-DATE-FJ.
          MOVE ZEROS               TO OPO-ACK-QTY-FJ.
          MOVE ZEROS               TO OPO-ACK-DATE-FJ.
          SET OPO-NOT-ACKNOWLEDGED TO TRUE.
          MOVE HLD-ORDER-VALUE-FV  TO OPO-ORDER-VALUE-FJ.
          WRITE OPENPO-REC-FJ
                INVALID KEY DISPLAY "OPENPO WRITE STATUS = "
                                    OPENPO-STATUS-WB
                                    " PO = " OPO-PO-NUMBER-FJ
          END-WRITE.

       UPDATE-STOCK-RECORD.
          MOVE "Y" TO ON-ORDER-FB.
          PERFORM WRITE-STOCK-JOURNAL.
          REWRITE STOCK-REC-FB
                  INVALID KEY DISPLAY "HR STOCK REWRITE STATUS = "
                                      STOCK-STATUS-WB
          END-REWRITE.

      * The audit line is the one the holding program would have
      * written - a requisition keeps its "REQUISITION" action so
      * the month-end summary counts it with the other requisitions.
       WRITE-AUDIT-RECORD.
          ACCEPT AUDIT-DATE-FD FROM DATE YYYYMMDD.
          ACCEPT AUDIT-TIME-FD FROM TIME.
          IF HLD-PROGRAM-FV = "ACMERQ"
             MOVE "REQUISITION"   TO AUDIT-ACTION-FD
          ELSE
             MOVE "REORDER"       TO AUDIT-ACTION-FD
          END-IF.
          MOVE HLD-STOCK-NUM-FV    TO AUDIT-STOCK-NUM-FD.
          MOVE SOURCE-MANF-CODE-FA TO AUDIT-MANF-CODE-FD.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-BEFORE-FD.
          MOVE QTY-IN-STOCK-FB     TO AUDIT-QTY-AFTER-FD.
          MOVE QTY-REQUIRED-FA     TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.

      * A rejected line frees the item for the next reorder run once
      * no other line for it is still held. An item that has gone on
      * order some other way meanwhile - a requisition, say - is
      * left as it is.
       REJECT-HELD-LINE.
          PERFORM COUNT-OFF-HELD-LINE.
          MOVE HLD-STOCK-NUM-FV TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
                  DISPLAY "HR STOCK NUM " HLD-STOCK-NUM-FV
                          " NOT ON FILE"
               NOT INVALID KEY
                  PERFORM RELEASE-STOCK-RECORD
          END-READ.
          SET HLD-REJECTED TO TRUE.
          MOVE TODAY-WA TO HLD-DECIDED-DATE-FV.
          PERFORM REWRITE-HOLD-RECORD.
          DISPLAY "HR LINE REJECTED".
          ADD 1 TO REJECTED-COUNT-WA.

       RELEASE-STOCK-RECORD.
          IF AWAITING-APPROVAL
             IF MATCH-IDX-WW = ZERO
                OR AW-LINES-WW(MATCH-IDX-WW) NOT = ZERO
                DISPLAY "HR OTHER LINES STILL HELD FOR STOCK NUM "
                        HLD-STOCK-NUM-FV ", ITEM LEFT AWAITING"
             ELSE
                MOVE STOCK-REC-FB TO JNL-HOLD-IMAGE-WQ
                SET NOT-ON-ORDER TO TRUE
                PERFORM WRITE-STOCK-JOURNAL
                REWRITE STOCK-REC-FB
                        INVALID KEY
                           DISPLAY "HR STOCK REWRITE STATUS = "
                                   STOCK-STATUS-WB
                END-REWRITE
             END-IF
          END-IF.

       REWRITE-HOLD-RECORD.
          REWRITE PO-HOLD-REC-FV
                  INVALID KEY
                     DISPLAY "HR POHOLD REWRITE STATUS = "
                             PO-HOLD-STATUS-WB
          END-REWRITE.

       DETERMINE-NEXT-PO-NUMBER.
          MOVE ZEROS TO NEXT-PO-NUMBER-WJ.
          OPEN INPUT PONUM-FILE.
          IF PONUM-STATUS-WJ = "00"
             READ PONUM-FILE
                  AT END MOVE ZEROS TO LAST-PO-NUMBER-FI
             END-READ
             MOVE LAST-PO-NUMBER-FI TO NEXT-PO-NUMBER-WJ
             CLOSE PONUM-FILE
          END-IF.

       SAVE-PO-COUNTER.
          OPEN OUTPUT PONUM-FILE.
          MOVE NEXT-PO-NUMBER-WJ TO LAST-PO-NUMBER-FI.
          WRITE PONUM-REC-FI.
          CLOSE PONUM-FILE.
