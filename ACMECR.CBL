       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMECR.
       AUTHOR. Michael Coughlan.
      * Nightly month-to-date purchasing commitment report - what has
      * been committed this month against the limits finance set on
      * BUDGET.DAT, run after the stock valuation so the buyers and
      * finance see the position every morning rather than when the
      * invoices arrive. For every supplier with a limit this month
      * or a PO raised this month COMMIT.DAT shows the limit, the
      * goods, postage and VAT committed on the month's POs from
      * OPENPO.DAT that have not been cancelled - received or not -
      * what is left, the value of lines still waiting on POHOLD.DAT
      * for approval in ACMEHR, and the share of the limit used; a
      * line for all suppliers against the overall limit follows,
      * then the counts and totals. A supplier without a limit shows
      * NO LIMIT, and a missing BUDGET.DAT or POHOLD.DAT just means
      * no limits or nothing held. It updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BUDGETSEL.CPY".

           COPY "OPENPOSEL.CPY".

           COPY "POHOLDSEL.CPY".

           COPY "MANFSEL.CPY".

               SELECT COMMIT-REPORT-FILE ASSIGN TO "COMMIT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS COMMIT-REPORT-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "BUDGETFD.CPY".

           COPY "OPENPOFD.CPY".

           COPY "POHOLDFD.CPY".

           COPY "MANFFD.CPY".

       FD  COMMIT-REPORT-FILE.
       01  COMMIT-REPORT-LINE-CA           PIC X(80).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 BUDGET-STATUS-WB             PIC XX.
           02 OPENPO-STATUS-WB             PIC XX.
           02 PO-HOLD-STATUS-WB            PIC XX.
           02 MANF-STATUS-WB               PIC XX.
           02 COMMIT-REPORT-STATUS-WB      PIC XX.
           02 SCAN-EOF-SW-WB               PIC 9.
              88 END-OF-SCAN               VALUE 1.
              88 NOT-END-OF-SCAN           VALUE 0.
           02 MANF-FILE-SW-WB              PIC X.
              88 MANF-FILE-OPEN            VALUE "Y".
              88 MANF-FILE-ABSENT          VALUE "N".

      * One entry per supplier with a limit or a commitment this
      * month, in the order first met.
       01  SUPPLIER-TABLE-WC.
           02 SUPPLIER-COUNT-WC            PIC 9(3) COMP.
           02 SUPPLIER-IDX-WC              PIC 9(3) COMP.
           02 MATCH-IDX-WC                 PIC 9(3) COMP.
           02 LOOKUP-CODE-WC               PIC X(4).
           02 SUPPLIER-ENTRY-WC OCCURS 200 TIMES.
              03 ST-MANF-CODE-WC           PIC X(4).
              03 ST-LIMIT-SW-WC            PIC X.
                 88 ST-HAS-LIMIT           VALUE "Y".
                 88 ST-NO-LIMIT            VALUE "N".
              03 ST-LIMIT-WC               PIC 9(8)V99.
              03 ST-COMMITTED-WC           PIC 9(8)V99.
              03 ST-HELD-WC                PIC 9(8)V99.

       01  COMMIT-DATA-WD.
           02 RUN-DATE-WD                  PIC 9(8).
           02 RUN-DATE-SPLIT-WD REDEFINES RUN-DATE-WD.
              03 RUN-MONTH-WD              PIC 9(6).
              03 FILLER                    PIC 99.
           02 PO-DATE-WD                   PIC 9(8).
           02 PO-DATE-SPLIT-WD REDEFINES PO-DATE-WD.
              03 PO-MONTH-WD               PIC 9(6).
              03 FILLER                    PIC 99.
           02 OVERALL-LIMIT-SW-WD          PIC X.
              88 OVERALL-HAS-LIMIT         VALUE "Y".
              88 OVERALL-NO-LIMIT          VALUE "N".
           02 OVERALL-LIMIT-WD             PIC 9(8)V99.
           02 TOTAL-COMMITTED-WD           PIC 9(9)V99.
           02 TOTAL-HELD-WD                PIC 9(9)V99.
           02 PO-COUNT-WD                  PIC 9(5).
           02 HELD-COUNT-WD                PIC 9(5).
           02 OVER-COUNT-WD                PIC 9(5).
           02 REMAINING-WD                 PIC S9(9)V99.
           02 USED-PCT-WD                  PIC 9(3).

       01  HEADING-LINE-WE.
           02 FILLER                       PIC X(20)
              VALUE "SUPP  NAME".
           02 FILLER                       PIC X(13)
              VALUE "        LIMIT".
           02 FILLER                       PIC X(14)
              VALUE "     COMMITTED".
           02 FILLER                       PIC X(15)
              VALUE "      REMAINING".
           02 FILLER                       PIC X(13)
              VALUE "         HELD".
           02 FILLER                       PIC X(5)  VALUE " USED".

       01  DETAIL-LINE-WF.
           02 DL-MANF-CODE-WF              PIC X(4).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-MANF-NAME-WF              PIC X(13).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-LIMIT-WF                  PIC ZZ,ZZZ,ZZ9.99.
           02 DL-LIMIT-TEXT-WF REDEFINES DL-LIMIT-WF
                                           PIC X(13).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-COMMITTED-WF              PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-REMAINING-WF              PIC -ZZ,ZZZ,ZZ9.99.
           02 DL-REMAINING-TEXT-WF REDEFINES DL-REMAINING-WF
                                           PIC X(14).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-HELD-WF                   PIC Z,ZZZ,ZZ9.99.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-USED-WF.
              03 DL-USED-PCT-WF            PIC ZZ9.
              03 DL-USED-SIGN-WF           PIC X(1).
           02 DL-USED-TEXT-WF REDEFINES DL-USED-WF
                                           PIC X(4).

       01  VALUE-LINE-WG.
           02 VL-LABEL-WG                  PIC X(34).
           02 VL-VALUE-WG                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE-WH.
           02 CL-LABEL-WH                  PIC X(34).
           02 CL-COUNT-WH                  PIC ZZZZ9.

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       PRODUCE-COMMITMENT-REPORT.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          ACCEPT RUN-DATE-WD FROM DATE YYYYMMDD.
          MOVE ZERO  TO SUPPLIER-COUNT-WC.
          MOVE ZEROS TO OVERALL-LIMIT-WD, TOTAL-COMMITTED-WD,
                        TOTAL-HELD-WD, PO-COUNT-WD, HELD-COUNT-WD,
                        OVER-COUNT-WD.
          SET OVERALL-NO-LIMIT TO TRUE.
          OPEN OUTPUT COMMIT-REPORT-FILE.
          IF COMMIT-REPORT-STATUS-WB NOT = "00"
             DISPLAY "CR REPORT OPEN FAILED, STATUS = "
                     COMMIT-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM LOAD-MONTH-BUDGETS
             PERFORM LOAD-MONTH-COMMITMENT
             PERFORM LOAD-HELD-LINES
             PERFORM OPEN-MANF-FILE
             PERFORM WRITE-REPORT-HEADINGS
             PERFORM PRINT-SUPPLIER-LINE
                     VARYING SUPPLIER-IDX-WC FROM 1 BY 1
                     UNTIL SUPPLIER-IDX-WC > SUPPLIER-COUNT-WC
             PERFORM PRINT-OVERALL-LINE
             PERFORM PRINT-REPORT-TOTALS
             CLOSE COMMIT-REPORT-FILE
             IF MANF-FILE-OPEN
                CLOSE MANF-FILE
             END-IF
             DISPLAY "CR POS THIS MONTH = " PO-COUNT-WD
                     " COMMITTED = " TOTAL-COMMITTED-WD
                     " SUPPLIERS OVER LIMIT = " OVER-COUNT-WD
          END-IF.
          GOBACK.

      * The overall limit is the month's record with a blank
      * supplier code; every other record is one supplier's limit.
       LOAD-MONTH-BUDGETS.
          OPEN INPUT BUDGET-FILE.
          IF BUDGET-STATUS-WB NOT = "00"
             DISPLAY "CR NO BUDGET FILE, STATUS = " BUDGET-STATUS-WB
                     ", NO LIMITS SHOWN"
          ELSE
             SET NOT-END-OF-SCAN TO TRUE
             MOVE RUN-MONTH-WD TO BUD-MONTH-FU
             MOVE SPACES TO BUD-MANF-CODE-FU
             START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY-FU
                   INVALID KEY SET END-OF-SCAN TO TRUE
             END-START
             PERFORM TAKE-NEXT-BUDGET UNTIL END-OF-SCAN
             CLOSE BUDGET-FILE
          END-IF.

       TAKE-NEXT-BUDGET.
          READ BUDGET-FILE NEXT RECORD
               AT END SET END-OF-SCAN TO TRUE
          END-READ.
          IF NOT-END-OF-SCAN
             IF BUD-MONTH-FU NOT = RUN-MONTH-WD
                SET END-OF-SCAN TO TRUE
             ELSE
             IF BUD-MANF-CODE-FU = SPACES
                SET OVERALL-HAS-LIMIT TO TRUE
                MOVE BUD-LIMIT-FU TO OVERALL-LIMIT-WD
             ELSE
                MOVE BUD-MANF-CODE-FU TO LOOKUP-CODE-WC
                PERFORM FIND-SUPPLIER-ENTRY
                IF MATCH-IDX-WC NOT = ZERO
                   SET ST-HAS-LIMIT(MATCH-IDX-WC) TO TRUE
                   MOVE BUD-LIMIT-FU TO ST-LIMIT-WC(MATCH-IDX-WC)
                END-IF
             END-IF
             END-IF
          END-IF.

      * A PO counts against the month it was raised in until it is
      * cancelled; one already received has been spent all the same.
       LOAD-MONTH-COMMITMENT.
          OPEN INPUT OPENPO-FILE.
          IF OPENPO-STATUS-WB NOT = "00"
             DISPLAY "CR NO OPENPO FILE, STATUS = " OPENPO-STATUS-WB
                     ", NOTHING COMMITTED"
          ELSE
             SET NOT-END-OF-SCAN TO TRUE
             MOVE ZEROS TO OPO-PO-NUMBER-FJ
             START OPENPO-FILE KEY IS NOT LESS THAN OPO-PO-NUMBER-FJ
                   INVALID KEY SET END-OF-SCAN TO TRUE
             END-START
             PERFORM TAKE-NEXT-OPENPO UNTIL END-OF-SCAN
             CLOSE OPENPO-FILE
          END-IF.

       TAKE-NEXT-OPENPO.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-SCAN TO TRUE
          END-READ.
          IF NOT-END-OF-SCAN
             ADD 1 TO STEP-RECORDS-IN-FZ
             MOVE OPO-RUN-DATE-FJ TO PO-DATE-WD
             IF PO-MONTH-WD = RUN-MONTH-WD AND NOT OPO-CANCELLED
                ADD 1 TO PO-COUNT-WD
                ADD OPO-ORDER-VALUE-FJ TO TOTAL-COMMITTED-WD
                MOVE OPO-MANF-CODE-FJ TO LOOKUP-CODE-WC
                PERFORM FIND-SUPPLIER-ENTRY
                IF MATCH-IDX-WC NOT = ZERO
                   ADD OPO-ORDER-VALUE-FJ
                    TO ST-COMMITTED-WC(MATCH-IDX-WC)
                END-IF
             END-IF
          END-IF.

      * Every line still awaiting a decision is shown, whatever month
      * it was held in - once approved it is raised in this one.
       LOAD-HELD-LINES.
          OPEN INPUT PO-HOLD-FILE.
          IF PO-HOLD-STATUS-WB = "00"
             SET NOT-END-OF-SCAN TO TRUE
             MOVE ZEROS TO HLD-KEY-FV
             START PO-HOLD-FILE KEY IS NOT LESS THAN HLD-KEY-FV
                   INVALID KEY SET END-OF-SCAN TO TRUE
             END-START
             PERFORM TAKE-NEXT-HELD-LINE UNTIL END-OF-SCAN
             CLOSE PO-HOLD-FILE
          END-IF.

       TAKE-NEXT-HELD-LINE.
          READ PO-HOLD-FILE NEXT RECORD
               AT END SET END-OF-SCAN TO TRUE
          END-READ.
          IF NOT-END-OF-SCAN
             IF HLD-AWAITING
                ADD 1 TO HELD-COUNT-WD
                ADD HLD-ORDER-VALUE-FV TO TOTAL-HELD-WD
                MOVE HLD-MANF-CODE-FV TO LOOKUP-CODE-WC
                PERFORM FIND-SUPPLIER-ENTRY
                IF MATCH-IDX-WC NOT = ZERO
                   ADD HLD-ORDER-VALUE-FV TO ST-HELD-WC(MATCH-IDX-WC)
                END-IF
             END-IF
          END-IF.

      * A supplier not yet in the table is added with no limit; a
      * full table is reported and the supplier left out of the
      * detail, though it still counts in the totals.
       FIND-SUPPLIER-ENTRY.
          MOVE ZERO TO MATCH-IDX-WC.
          PERFORM MATCH-SUPPLIER-ENTRY
                  VARYING SUPPLIER-IDX-WC FROM 1 BY 1
                  UNTIL SUPPLIER-IDX-WC > SUPPLIER-COUNT-WC.
          IF MATCH-IDX-WC = ZERO
             IF SUPPLIER-COUNT-WC LESS THAN 200
                ADD 1 TO SUPPLIER-COUNT-WC
                MOVE SUPPLIER-COUNT-WC TO MATCH-IDX-WC
                MOVE LOOKUP-CODE-WC TO ST-MANF-CODE-WC(MATCH-IDX-WC)
                SET ST-NO-LIMIT(MATCH-IDX-WC) TO TRUE
                MOVE ZEROS TO ST-LIMIT-WC(MATCH-IDX-WC),
                              ST-COMMITTED-WC(MATCH-IDX-WC),
                              ST-HELD-WC(MATCH-IDX-WC)
             ELSE
                DISPLAY "CR SUPPLIER TABLE FULL, " LOOKUP-CODE-WC
                        " NOT LISTED"
             END-IF
          END-IF.

       MATCH-SUPPLIER-ENTRY.
          IF ST-MANF-CODE-WC(SUPPLIER-IDX-WC) = LOOKUP-CODE-WC
             MOVE SUPPLIER-IDX-WC TO MATCH-IDX-WC
          END-IF.

      * The supplier master only supplies names for the report; a
      * missing file leaves the name column blank.
       OPEN-MANF-FILE.
          SET MANF-FILE-ABSENT TO TRUE.
          OPEN INPUT MANF-FILE.
          IF MANF-STATUS-WB = "00"
             SET MANF-FILE-OPEN TO TRUE
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO COMMIT-REPORT-LINE-CA.
          MOVE "ACME PURCHASING COMMITMENT AGAINST BUDGET"
            TO COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA.
          MOVE SPACES TO COMMIT-REPORT-LINE-CA.
          STRING "RUN DATE : " RUN-DATE-WD
                 "  MONTH : " RUN-MONTH-WD
                 DELIMITED BY SIZE INTO COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA.
          MOVE SPACES TO COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA FROM HEADING-LINE-WE.

       PRINT-SUPPLIER-LINE.
          MOVE ST-MANF-CODE-WC(SUPPLIER-IDX-WC) TO DL-MANF-CODE-WF.
          MOVE SPACES TO DL-MANF-NAME-WF.
          IF MANF-FILE-OPEN
             MOVE ST-MANF-CODE-WC(SUPPLIER-IDX-WC) TO MANF-CODE-FC
             READ MANF-FILE
                  KEY IS MANF-CODE-FC
                  INVALID KEY MOVE "NOT ON FILE" TO DL-MANF-NAME-WF
                  NOT INVALID KEY
                     MOVE MANF-NAME-FC TO DL-MANF-NAME-WF
             END-READ
          END-IF.
          MOVE ST-COMMITTED-WC(SUPPLIER-IDX-WC) TO DL-COMMITTED-WF.
          MOVE ST-HELD-WC(SUPPLIER-IDX-WC)      TO DL-HELD-WF.
          IF ST-HAS-LIMIT(SUPPLIER-IDX-WC)
             MOVE ST-LIMIT-WC(SUPPLIER-IDX-WC) TO DL-LIMIT-WF
             SUBTRACT ST-COMMITTED-WC(SUPPLIER-IDX-WC)
                      FROM ST-LIMIT-WC(SUPPLIER-IDX-WC)
                      GIVING REMAINING-WD
             MOVE REMAINING-WD TO DL-REMAINING-WF
             COMPUTE USED-PCT-WD ROUNDED =
                     ST-COMMITTED-WC(SUPPLIER-IDX-WC) * 100
                     / ST-LIMIT-WC(SUPPLIER-IDX-WC)
                     ON SIZE ERROR MOVE 999 TO USED-PCT-WD
             END-COMPUTE
             MOVE USED-PCT-WD TO DL-USED-PCT-WF
             MOVE "%" TO DL-USED-SIGN-WF
             IF REMAINING-WD LESS THAN ZERO
                ADD 1 TO OVER-COUNT-WD
             END-IF
          ELSE
             MOVE "     NO LIMIT" TO DL-LIMIT-TEXT-WF
             MOVE SPACES TO DL-REMAINING-TEXT-WF
             MOVE SPACES TO DL-USED-TEXT-WF
          END-IF.
          WRITE COMMIT-REPORT-LINE-CA FROM DETAIL-LINE-WF.
          ADD 1 TO STEP-RECORDS-OUT-FZ.

       PRINT-OVERALL-LINE.
          MOVE SPACES TO COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA.
          MOVE SPACES TO DL-MANF-CODE-WF.
          MOVE "ALL SUPPLIERS" TO DL-MANF-NAME-WF.
          MOVE TOTAL-COMMITTED-WD TO DL-COMMITTED-WF.
          MOVE TOTAL-HELD-WD      TO DL-HELD-WF.
          IF OVERALL-HAS-LIMIT
             MOVE OVERALL-LIMIT-WD TO DL-LIMIT-WF
             SUBTRACT TOTAL-COMMITTED-WD FROM OVERALL-LIMIT-WD
                      GIVING REMAINING-WD
             MOVE REMAINING-WD TO DL-REMAINING-WF
             COMPUTE USED-PCT-WD ROUNDED =
                     TOTAL-COMMITTED-WD * 100 / OVERALL-LIMIT-WD
                     ON SIZE ERROR MOVE 999 TO USED-PCT-WD
             END-COMPUTE
             MOVE USED-PCT-WD TO DL-USED-PCT-WF
             MOVE "%" TO DL-USED-SIGN-WF
          ELSE
             MOVE "     NO LIMIT" TO DL-LIMIT-TEXT-WF
             MOVE SPACES TO DL-REMAINING-TEXT-WF
             MOVE SPACES TO DL-USED-TEXT-WF
          END-IF.
          WRITE COMMIT-REPORT-LINE-CA FROM DETAIL-LINE-WF.

       PRINT-REPORT-TOTALS.
          MOVE SPACES TO COMMIT-REPORT-LINE-CA.
          WRITE COMMIT-REPORT-LINE-CA.
          MOVE "SUPPLIERS LISTED               : " TO CL-LABEL-WH.
          MOVE SUPPLIER-COUNT-WC TO CL-COUNT-WH.
          WRITE COMMIT-REPORT-LINE-CA FROM COUNT-LINE-WH.
          MOVE "SUPPLIERS OVER LIMIT           : " TO CL-LABEL-WH.
          MOVE OVER-COUNT-WD TO CL-COUNT-WH.
          WRITE COMMIT-REPORT-LINE-CA FROM COUNT-LINE-WH.
          MOVE "POS RAISED THIS MONTH          : " TO CL-LABEL-WH.
          MOVE PO-COUNT-WD TO CL-COUNT-WH.
          WRITE COMMIT-REPORT-LINE-CA FROM COUNT-LINE-WH.
          MOVE "VALUE COMMITTED THIS MONTH     : " TO VL-LABEL-WG.
          MOVE TOTAL-COMMITTED-WD TO VL-VALUE-WG.
          WRITE COMMIT-REPORT-LINE-CA FROM VALUE-LINE-WG.
          MOVE "LINES AWAITING APPROVAL        : " TO CL-LABEL-WH.
          MOVE HELD-COUNT-WD TO CL-COUNT-WH.
          WRITE COMMIT-REPORT-LINE-CA FROM COUNT-LINE-WH.
          MOVE "VALUE AWAITING APPROVAL        : " TO VL-LABEL-WG.
          MOVE TOTAL-HELD-WD TO VL-VALUE-WG.
          WRITE COMMIT-REPORT-LINE-CA FROM VALUE-LINE-WG.
