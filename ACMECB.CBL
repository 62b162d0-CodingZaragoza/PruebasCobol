       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMECB.
       AUTHOR. Michael Coughlan.
      * Month-end departmental chargeback run. Reads the issue history
      * ACMEIS and ACMEBF write to ISSUEHST.DAT and totals each
      * department's consumption by stock item, in quantity and in
      * value at the weighted-average cost the goods left the stores
      * at, printing one section per department to CHARGEBK.DAT.
      * Under each department's charges the items it was issued short
      * and still has outstanding on BACKORDR.DAT are listed, so the
      * department manager sees what was supplied and what is still
      * owed on one report. A summary journal of one debit line per
      * department and one credit to stores stock for the total is
      * written to CHGJNL.DAT for accounts to load in place of the
      * hand-priced dockets. Once the report and journal are written
      * the history is archived to ISSUEHST-YYYYMM.DAT for the run
      * month and ISSUEHST.DAT is started fresh, so no issue is ever
      * charged twice. Run on demand at month end, after the last
      * nightly cycle of the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ISSHSTSEL.CPY".

           COPY "STOCKSEL.CPY".

               SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BACKORDER-STATUS-WB.

               SELECT REPORT-FILE ASSIGN TO "CHARGEBK.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS REPORT-STATUS-WB.

               SELECT CHARGE-JNL-FILE ASSIGN TO "CHGJNL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CHARGE-JNL-STATUS-WB.

               SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-NAME-WE
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ARCHIVE-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "ISSHSTFD.CPY".

           COPY "STOCKFD.CPY".

       FD  BACKORDER-FILE.
       01  BACKORDER-REC-IB.
           02 BACK-DATE-IB                 PIC 9(8).
           02 BACK-STOCK-NUM-IB            PIC 9(5).
           02 BACK-DEPT-IB                 PIC X(20).
           02 BACK-QTY-SHORT-IB            PIC 9(6).
           02 BACK-LOC-IB                  PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE-DA                  PIC X(80).

      * One debit per department and a single balancing credit to
      * stores stock, for the period the run closes.
       FD  CHARGE-JNL-FILE.
       01  CHARGE-JNL-REC-DC.
           02 CJ-PERIOD-DC                 PIC 9(6).
           02 CJ-ACCOUNT-DC                PIC X(20).
           02 CJ-DR-CR-DC                  PIC X.
              88 CJ-DEBIT                  VALUE "D".
              88 CJ-CREDIT                 VALUE "C".
           02 CJ-AMOUNT-DC                 PIC 9(9)V99.
           02 CJ-LINE-COUNT-DC             PIC 9(5).
           02 CJ-RUN-DATE-DC               PIC 9(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC-DD                  PIC X(67).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 ISSUE-HIST-STATUS-WB         PIC XX.
           02 BACKORDER-STATUS-WB          PIC XX.
           02 REPORT-STATUS-WB             PIC XX.
           02 CHARGE-JNL-STATUS-WB         PIC XX.
           02 ARCHIVE-STATUS-WB            PIC XX.
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 HISTORY-SW-WB                PIC X.
              88 HISTORY-ON-FILE           VALUE "Y".
              88 NO-HISTORY-ON-FILE        VALUE "N".

       01  DEPT-TABLE-WC.
           02 DEPT-COUNT-WC                PIC 9(3) COMP.
           02 DEPT-IDX-WC                  PIC 9(3) COMP.
           02 HOLD-DEPT-IDX-WC             PIC 9(3) COMP.
           02 SEARCH-DEPT-WC               PIC X(20).
           02 DEPT-SW-WC                   PIC X.
              88 DEPT-TABLE-FULL           VALUE "F".
           02 DEPT-ENTRY-WC OCCURS 100 TIMES.
              03 DT-DEPT-WC                PIC X(20).
              03 DT-VALUE-WC               PIC 9(9)V99.
              03 DT-LINE-COUNT-WC          PIC 9(5) COMP.
              03 DT-BACK-COUNT-WC          PIC 9(3) COMP.

       01  CHARGE-TABLE-WD.
           02 CHARGE-COUNT-WD              PIC 9(4) COMP.
           02 CHARGE-IDX-WD                PIC 9(4) COMP.
           02 HOLD-CHARGE-IDX-WD           PIC 9(4) COMP.
           02 CHARGE-SW-WD                 PIC X.
              88 CHARGE-TABLE-FULL         VALUE "F".
           02 CHARGE-ENTRY-WD OCCURS 1000 TIMES.
              03 CT-DEPT-IDX-WD            PIC 9(3) COMP.
              03 CT-STOCK-NUM-WD           PIC 9(5).
              03 CT-QTY-WD                 PIC 9(7).
              03 CT-VALUE-WD               PIC 9(9)V99.

       01  BACKORDER-TABLE-WL.
           02 BACK-COUNT-WL                PIC 9(3) COMP.
           02 BACK-IDX-WL                  PIC 9(3) COMP.
           02 TABLE-SW-WL                  PIC X.
              88 BACK-TABLE-FULL           VALUE "F".
           02 BACKORDER-ENTRY-WL OCCURS 200 TIMES.
              03 BO-DATE-WL                PIC 9(8).
              03 BO-STOCK-NUM-WL           PIC 9(5).
              03 BO-DEPT-IDX-WL            PIC 9(3) COMP.
              03 BO-QTY-SHORT-WL           PIC 9(6).
              03 BO-LOC-WL                 PIC X(2).

       01  ARCHIVE-DATA-WE.
           02 ARCHIVE-NAME-WE              PIC X(19).
           02 RUN-DATE-WE                  PIC 9(8).
           02 RUN-DATE-SPLIT-WE REDEFINES RUN-DATE-WE.
              03 RUN-YYYYMM-WE             PIC 9(6).
              03 FILLER                    PIC 99.

       01  CHARGE-TOTALS-WF.
           02 HIST-LINE-COUNT-WF           PIC 9(7) VALUE ZEROS.
           02 TOTAL-VALUE-WF               PIC 9(11)V99 VALUE ZEROS.
           02 JOURNAL-COUNT-WF             PIC 9(5) VALUE ZEROS.
           02 BACK-LINE-COUNT-WF           PIC 9(5) VALUE ZEROS.

       01  SEPARATOR-LINE-WG               PIC X(80) VALUE ALL "-".

       01  DEPT-HEADING-WH.
           02 FILLER                       PIC X(13)
              VALUE "DEPARTMENT : ".
           02 DH-DEPT-WH                   PIC X(20).

       01  ITEM-HEADING-WI.
           02 FILLER                       PIC X(9)  VALUE "  STOCK".
           02 FILLER                       PIC X(32)
              VALUE "DESCRIPTION".
           02 FILLER                       PIC X(11)
              VALUE "  QTY ISS".
           02 FILLER                       PIC X(14)
              VALUE "         VALUE".

       01  ITEM-LINE-WJ.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-STOCK-NUM-WJ              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-ITEM-DESC-WJ              PIC X(30).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-QTY-WJ                    PIC Z,ZZZ,ZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 IL-VALUE-WJ                  PIC ZZZ,ZZZ,ZZ9.99.

       01  DEPT-TOTAL-WK.
           02 FILLER                       PIC X(52)
              VALUE "  DEPARTMENT CHARGE".
           02 DT-TOTAL-WK                  PIC ZZZ,ZZZ,ZZ9.99.

       01  BACK-HEADING-WM.
           02 FILLER                       PIC X(9)  VALUE "  STOCK".
           02 FILLER                       PIC X(32)
              VALUE "STILL ON BACKORDER".
           02 FILLER                       PIC X(4)  VALUE "LOC".
           02 FILLER                       PIC X(10) VALUE "RAISED".
           02 FILLER                       PIC X(7)  VALUE "  SHORT".

       01  BACK-LINE-WN.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-STOCK-NUM-WN              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-ITEM-DESC-WN              PIC X(30).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-LOC-WN                    PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-DATE-WN                   PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-QTY-SHORT-WN              PIC ZZZ,ZZ9.

       01  VALUE-LINE-WP.
           02 VL-LABEL-WP                  PIC X(34).
           02 VL-VALUE-WP                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE-WS.
           02 CL-LABEL-WS                  PIC X(34).
           02 CL-COUNT-WS                  PIC ZZZZZZ9.



       PROCEDURE DIVISION.
       CHARGE-DEPARTMENTS.
          MOVE 0 TO RETURN-CODE.
          MOVE ZERO TO DEPT-COUNT-WC, CHARGE-COUNT-WD, BACK-COUNT-WL.
          MOVE SPACE TO DEPT-SW-WC, CHARGE-SW-WD, TABLE-SW-WL.
          ACCEPT RUN-DATE-WE FROM DATE YYYYMMDD.
          SET HISTORY-ON-FILE TO TRUE.
          OPEN INPUT ISSUE-HIST-FILE.
          IF ISSUE-HIST-STATUS-WB = "35"
             DISPLAY "CB NO ISSUE HISTORY FOUND, BACKORDERS ONLY"
             SET NO-HISTORY-ON-FILE TO TRUE
             MOVE "00" TO ISSUE-HIST-STATUS-WB
          END-IF.
          OPEN INPUT STOCK-FILE.
          OPEN OUTPUT REPORT-FILE.
          OPEN OUTPUT CHARGE-JNL-FILE.
          IF ISSUE-HIST-STATUS-WB NOT = "00"
             OR STOCK-STATUS-WB NOT = "00"
             OR REPORT-STATUS-WB NOT = "00"
             OR CHARGE-JNL-STATUS-WB NOT = "00"
             DISPLAY "CB OPEN FAILED, HISTORY STATUS = "
                     ISSUE-HIST-STATUS-WB
                     " STOCK STATUS = " STOCK-STATUS-WB
             DISPLAY "CB OPEN FAILED, REPORT STATUS = "
                     REPORT-STATUS-WB
                     " JOURNAL STATUS = " CHARGE-JNL-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM PRODUCE-CHARGEBACK
          END-IF.
          IF HISTORY-ON-FILE
             CLOSE ISSUE-HIST-FILE
          END-IF.
          CLOSE STOCK-FILE, REPORT-FILE, CHARGE-JNL-FILE.
          GOBACK.

       PRODUCE-CHARGEBACK.
          IF HISTORY-ON-FILE
             PERFORM LOAD-ISSUE-HISTORY
          END-IF.
          PERFORM LOAD-BACKORDERS.
          IF DEPT-TABLE-FULL OR CHARGE-TABLE-FULL OR BACK-TABLE-FULL
             DISPLAY "CB TABLE FULL, RUN ABANDONED, DEPTS = "
                     DEPT-COUNT-WC " CHARGE LINES = " CHARGE-COUNT-WD
                     " BACKORDERS = " BACK-COUNT-WL
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-CHARGE-HEADINGS
             PERFORM PRINT-DEPARTMENT
                     VARYING DEPT-IDX-WC FROM 1 BY 1
                     UNTIL DEPT-IDX-WC > DEPT-COUNT-WC
             PERFORM WRITE-STORES-CREDIT
             PERFORM WRITE-CHARGE-SUMMARY
             IF HISTORY-ON-FILE
                PERFORM ARCHIVE-ISSUE-HISTORY
             END-IF
             DISPLAY "CB DEPARTMENTS = " DEPT-COUNT-WC
                     " HISTORY LINES = " HIST-LINE-COUNT-WF
                     " JOURNAL LINES = " JOURNAL-COUNT-WF
          END-IF.

       LOAD-ISSUE-HISTORY.
          SET NOT-END-OF-FILE TO TRUE.
          READ ISSUE-HIST-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          PERFORM ROLL-UP-ISSUE-LINE UNTIL END-OF-FILE
                  OR DEPT-TABLE-FULL OR CHARGE-TABLE-FULL.

       ROLL-UP-ISSUE-LINE.
          ADD 1 TO HIST-LINE-COUNT-WF.
          MOVE HIST-DEPT-FR TO SEARCH-DEPT-WC.
          PERFORM FIND-DEPT-ENTRY.
          IF NOT DEPT-TABLE-FULL
             PERFORM FIND-CHARGE-ENTRY
          END-IF.
          IF NOT DEPT-TABLE-FULL AND NOT CHARGE-TABLE-FULL
             ADD HIST-QTY-FR   TO CT-QTY-WD(HOLD-CHARGE-IDX-WD)
             ADD HIST-VALUE-FR TO CT-VALUE-WD(HOLD-CHARGE-IDX-WD),
                                  DT-VALUE-WC(HOLD-DEPT-IDX-WC),
                                  TOTAL-VALUE-WF
             ADD 1 TO DT-LINE-COUNT-WC(HOLD-DEPT-IDX-WC)
             READ ISSUE-HIST-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
          END-IF.

      * Departments are taken in the order they are first met, from
      * the history and then from the backorders, so a department
      * with nothing issued this month but goods still owed to it
      * still gets its section.
       FIND-DEPT-ENTRY.
          MOVE ZERO TO HOLD-DEPT-IDX-WC.
          PERFORM SCAN-DEPT-ENTRY VARYING DEPT-IDX-WC FROM 1 BY 1
                  UNTIL DEPT-IDX-WC > DEPT-COUNT-WC
                  OR HOLD-DEPT-IDX-WC NOT = ZERO.
          IF HOLD-DEPT-IDX-WC = ZERO
             IF DEPT-COUNT-WC NOT LESS THAN 100
                SET DEPT-TABLE-FULL TO TRUE
             ELSE
                ADD 1 TO DEPT-COUNT-WC
                MOVE DEPT-COUNT-WC TO HOLD-DEPT-IDX-WC
                MOVE SEARCH-DEPT-WC TO DT-DEPT-WC(HOLD-DEPT-IDX-WC)
                MOVE ZERO TO DT-VALUE-WC(HOLD-DEPT-IDX-WC),
                             DT-LINE-COUNT-WC(HOLD-DEPT-IDX-WC),
                             DT-BACK-COUNT-WC(HOLD-DEPT-IDX-WC)
             END-IF
          END-IF.

       SCAN-DEPT-ENTRY.
          IF DT-DEPT-WC(DEPT-IDX-WC) = SEARCH-DEPT-WC
             MOVE DEPT-IDX-WC TO HOLD-DEPT-IDX-WC
          END-IF.

       FIND-CHARGE-ENTRY.
          MOVE ZERO TO HOLD-CHARGE-IDX-WD.
          PERFORM SCAN-CHARGE-ENTRY VARYING CHARGE-IDX-WD FROM 1 BY 1
                  UNTIL CHARGE-IDX-WD > CHARGE-COUNT-WD
                  OR HOLD-CHARGE-IDX-WD NOT = ZERO.
          IF HOLD-CHARGE-IDX-WD = ZERO
             IF CHARGE-COUNT-WD NOT LESS THAN 1000
                SET CHARGE-TABLE-FULL TO TRUE
             ELSE
                ADD 1 TO CHARGE-COUNT-WD
                MOVE CHARGE-COUNT-WD TO HOLD-CHARGE-IDX-WD
                MOVE HOLD-DEPT-IDX-WC
                  TO CT-DEPT-IDX-WD(HOLD-CHARGE-IDX-WD)
                MOVE HIST-STOCK-NUM-FR
                  TO CT-STOCK-NUM-WD(HOLD-CHARGE-IDX-WD)
                MOVE ZERO TO CT-QTY-WD(HOLD-CHARGE-IDX-WD),
                             CT-VALUE-WD(HOLD-CHARGE-IDX-WD)
             END-IF
          END-IF.

       SCAN-CHARGE-ENTRY.
          IF CT-DEPT-IDX-WD(CHARGE-IDX-WD) = HOLD-DEPT-IDX-WC
             AND CT-STOCK-NUM-WD(CHARGE-IDX-WD) = HIST-STOCK-NUM-FR
             MOVE CHARGE-IDX-WD TO HOLD-CHARGE-IDX-WD
          END-IF.

      * A missing backorder file just means nothing is owed to any
      * department.
       LOAD-BACKORDERS.
          OPEN INPUT BACKORDER-FILE.
          IF BACKORDER-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             READ BACKORDER-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM STORE-BACKORDER-ENTRY UNTIL END-OF-FILE
                     OR BACK-TABLE-FULL OR DEPT-TABLE-FULL
             CLOSE BACKORDER-FILE
          END-IF.

       STORE-BACKORDER-ENTRY.
          MOVE BACK-DEPT-IB TO SEARCH-DEPT-WC.
          PERFORM FIND-DEPT-ENTRY.
          IF BACK-COUNT-WL NOT LESS THAN 200
             SET BACK-TABLE-FULL TO TRUE
          END-IF.
          IF NOT DEPT-TABLE-FULL AND NOT BACK-TABLE-FULL
             ADD 1 TO BACK-COUNT-WL
             MOVE BACK-DATE-IB      TO BO-DATE-WL(BACK-COUNT-WL)
             MOVE BACK-STOCK-NUM-IB TO BO-STOCK-NUM-WL(BACK-COUNT-WL)
             MOVE HOLD-DEPT-IDX-WC  TO BO-DEPT-IDX-WL(BACK-COUNT-WL)
             MOVE BACK-QTY-SHORT-IB TO BO-QTY-SHORT-WL(BACK-COUNT-WL)
             IF BACK-LOC-IB = SPACES
                MOVE "MS" TO BO-LOC-WL(BACK-COUNT-WL)
             ELSE
                MOVE BACK-LOC-IB TO BO-LOC-WL(BACK-COUNT-WL)
             END-IF
             ADD 1 TO DT-BACK-COUNT-WC(HOLD-DEPT-IDX-WC)
             READ BACKORDER-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
          END-IF.

       WRITE-CHARGE-HEADINGS.
          MOVE SPACES TO REPORT-LINE-DA.
          MOVE "ACME MONTH-END DEPARTMENTAL CHARGEBACK REPORT"
            TO REPORT-LINE-DA.
          WRITE REPORT-LINE-DA.
          MOVE SPACES TO REPORT-LINE-DA.
          STRING "RUN DATE : " RUN-DATE-WE
                 DELIMITED BY SIZE INTO REPORT-LINE-DA.
          WRITE REPORT-LINE-DA.

      * Each department's charges, its debit to the journal, then
      * what it is still owed.
       PRINT-DEPARTMENT.
          MOVE SPACES TO REPORT-LINE-DA.
          WRITE REPORT-LINE-DA.
          WRITE REPORT-LINE-DA FROM SEPARATOR-LINE-WG.
          MOVE DT-DEPT-WC(DEPT-IDX-WC) TO DH-DEPT-WH.
          WRITE REPORT-LINE-DA FROM DEPT-HEADING-WH.
          WRITE REPORT-LINE-DA FROM SEPARATOR-LINE-WG.
          IF DT-LINE-COUNT-WC(DEPT-IDX-WC) = ZERO
             MOVE "  NOTHING ISSUED THIS PERIOD" TO REPORT-LINE-DA
             WRITE REPORT-LINE-DA
          ELSE
             WRITE REPORT-LINE-DA FROM ITEM-HEADING-WI
             PERFORM PRINT-DEPT-CHARGE
                     VARYING CHARGE-IDX-WD FROM 1 BY 1
                     UNTIL CHARGE-IDX-WD > CHARGE-COUNT-WD
             MOVE DT-VALUE-WC(DEPT-IDX-WC) TO DT-TOTAL-WK
             WRITE REPORT-LINE-DA FROM DEPT-TOTAL-WK
             PERFORM WRITE-DEPT-DEBIT
          END-IF.
          MOVE SPACES TO REPORT-LINE-DA.
          WRITE REPORT-LINE-DA.
          IF DT-BACK-COUNT-WC(DEPT-IDX-WC) = ZERO
             MOVE "  NO ITEMS STILL ON BACKORDER" TO REPORT-LINE-DA
             WRITE REPORT-LINE-DA
          ELSE
             WRITE REPORT-LINE-DA FROM BACK-HEADING-WM
             PERFORM PRINT-DEPT-BACKORDER
                     VARYING BACK-IDX-WL FROM 1 BY 1
                     UNTIL BACK-IDX-WL > BACK-COUNT-WL
          END-IF.

       PRINT-DEPT-CHARGE.
          IF CT-DEPT-IDX-WD(CHARGE-IDX-WD) = DEPT-IDX-WC
             MOVE CT-STOCK-NUM-WD(CHARGE-IDX-WD) TO IL-STOCK-NUM-WJ
             MOVE CT-STOCK-NUM-WD(CHARGE-IDX-WD)
               TO STOCK-REC-POINTER-WB
             PERFORM GET-ITEM-DESC
             MOVE ITEM-DESC-FB TO IL-ITEM-DESC-WJ
             MOVE CT-QTY-WD(CHARGE-IDX-WD)   TO IL-QTY-WJ
             MOVE CT-VALUE-WD(CHARGE-IDX-WD) TO IL-VALUE-WJ
             WRITE REPORT-LINE-DA FROM ITEM-LINE-WJ
          END-IF.

       PRINT-DEPT-BACKORDER.
          IF BO-DEPT-IDX-WL(BACK-IDX-WL) = DEPT-IDX-WC
             ADD 1 TO BACK-LINE-COUNT-WF
             MOVE BO-STOCK-NUM-WL(BACK-IDX-WL) TO BL-STOCK-NUM-WN
             MOVE BO-STOCK-NUM-WL(BACK-IDX-WL)
               TO STOCK-REC-POINTER-WB
             PERFORM GET-ITEM-DESC
             MOVE ITEM-DESC-FB TO BL-ITEM-DESC-WN
             MOVE BO-LOC-WL(BACK-IDX-WL)       TO BL-LOC-WN
             MOVE BO-DATE-WL(BACK-IDX-WL)      TO BL-DATE-WN
             MOVE BO-QTY-SHORT-WL(BACK-IDX-WL) TO BL-QTY-SHORT-WN
             WRITE REPORT-LINE-DA FROM BACK-LINE-WN
          END-IF.

       GET-ITEM-DESC.
          READ STOCK-FILE
               INVALID KEY
                  MOVE "*** NOT ON STOCK FILE ***" TO ITEM-DESC-FB
          END-READ.

       WRITE-DEPT-DEBIT.
          MOVE RUN-YYYYMM-WE           TO CJ-PERIOD-DC.
          MOVE DT-DEPT-WC(DEPT-IDX-WC) TO CJ-ACCOUNT-DC.
          SET CJ-DEBIT TO TRUE.
          MOVE DT-VALUE-WC(DEPT-IDX-WC) TO CJ-AMOUNT-DC.
          MOVE DT-LINE-COUNT-WC(DEPT-IDX-WC) TO CJ-LINE-COUNT-DC.
          MOVE RUN-DATE-WE             TO CJ-RUN-DATE-DC.
          WRITE CHARGE-JNL-REC-DC.
          ADD 1 TO JOURNAL-COUNT-WF.

      * The credit balances the journal, taking the whole month's
      * consumption out of the stores stock account.
       WRITE-STORES-CREDIT.
          IF JOURNAL-COUNT-WF NOT = ZERO
             MOVE RUN-YYYYMM-WE      TO CJ-PERIOD-DC
             MOVE "STORES STOCK"     TO CJ-ACCOUNT-DC
             SET CJ-CREDIT TO TRUE
             MOVE TOTAL-VALUE-WF     TO CJ-AMOUNT-DC
             MOVE HIST-LINE-COUNT-WF TO CJ-LINE-COUNT-DC
             MOVE RUN-DATE-WE        TO CJ-RUN-DATE-DC
             WRITE CHARGE-JNL-REC-DC
             ADD 1 TO JOURNAL-COUNT-WF
          END-IF.

       WRITE-CHARGE-SUMMARY.
          MOVE SPACES TO REPORT-LINE-DA.
          WRITE REPORT-LINE-DA.
          WRITE REPORT-LINE-DA FROM SEPARATOR-LINE-WG.
          MOVE "TOTAL CHARGED TO DEPARTMENTS   : " TO VL-LABEL-WP.
          MOVE TOTAL-VALUE-WF TO VL-VALUE-WP.
          WRITE REPORT-LINE-DA FROM VALUE-LINE-WP.
          MOVE "ISSUE HISTORY LINES CHARGED    : " TO CL-LABEL-WS.
          MOVE HIST-LINE-COUNT-WF TO CL-COUNT-WS.
          WRITE REPORT-LINE-DA FROM COUNT-LINE-WS.
          MOVE "DEPARTMENTS REPORTED           : " TO CL-LABEL-WS.
          MOVE DEPT-COUNT-WC TO CL-COUNT-WS.
          WRITE REPORT-LINE-DA FROM COUNT-LINE-WS.
          MOVE "BACKORDER LINES OUTSTANDING    : " TO CL-LABEL-WS.
          MOVE BACK-LINE-COUNT-WF TO CL-COUNT-WS.
          WRITE REPORT-LINE-DA FROM COUNT-LINE-WS.
          MOVE "JOURNAL LINES WRITTEN          : " TO CL-LABEL-WS.
          MOVE JOURNAL-COUNT-WF TO CL-COUNT-WS.
          WRITE REPORT-LINE-DA FROM COUNT-LINE-WS.

      * The history is only archived once the charges and journal
      * have been written, then ISSUEHST.DAT is recreated empty so
      * the new period starts fresh. A second run in the same month
      * adds to that month's archive rather than replacing it.
       ARCHIVE-ISSUE-HISTORY.
          MOVE SPACES TO ARCHIVE-NAME-WE.
          STRING "ISSUEHST-" RUN-YYYYMM-WE ".DAT"
                 DELIMITED BY SIZE INTO ARCHIVE-NAME-WE.
          CLOSE ISSUE-HIST-FILE.
          OPEN INPUT ISSUE-HIST-FILE.
          OPEN EXTEND ARCHIVE-FILE.
          IF ARCHIVE-STATUS-WB = "35"
             OPEN OUTPUT ARCHIVE-FILE
          END-IF.
          IF ARCHIVE-STATUS-WB NOT = "00"
             DISPLAY "CB ARCHIVE OPEN FAILED, STATUS = "
                     ARCHIVE-STATUS-WB
             MOVE 8 TO RETURN-CODE
             MOVE "ARCHIVE OPEN FAILED, ISSUEHST.DAT RETAINED"
               TO REPORT-LINE-DA
             WRITE REPORT-LINE-DA
          ELSE
             SET NOT-END-OF-FILE TO TRUE
             READ ISSUE-HIST-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM COPY-HISTORY-LINE UNTIL END-OF-FILE
             CLOSE ARCHIVE-FILE
             CLOSE ISSUE-HIST-FILE
             OPEN OUTPUT ISSUE-HIST-FILE
             MOVE SPACES TO REPORT-LINE-DA
             STRING "ISSUE HISTORY ARCHIVED TO " ARCHIVE-NAME-WE
                    DELIMITED BY SIZE INTO REPORT-LINE-DA
             WRITE REPORT-LINE-DA
          END-IF.

       COPY-HISTORY-LINE.
          MOVE ISSUE-HIST-REC-FR TO ARCHIVE-REC-DD.
          WRITE ARCHIVE-REC-DD.
          READ ISSUE-HIST-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
