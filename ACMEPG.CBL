       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEPG.
       AUTHOR. Michael Coughlan.
      * Retention run for the purchasing and journal files nothing
      * else ever trims. A PO closed or cancelled longer ago than the
      * retention period on PGPARM.DAT - counted from the day it left
      * the open state, or the day it was raised where converted
      * history carries no closed date - is moved whole from
      * OPENPO.DAT to OPENPO-YYYY.DAT for the year it was raised, and
      * its ORDERS.DAT lines to ORDHIST-YYYY.DAT for the same year,
      * so ACMEOA, ACMESS and ACMEIC stop reading years of finished
      * business every run. A PO is never moved while anything may
      * still be owed on it: a line quoting it on INVOICE.DAT is
      * taken as not yet paid, a line quoting it on GRDISC.DAT as a
      * discrepancy not yet settled, and a line for its item on
      * BACKORDR.DAT as a shortage still waiting on stock. Those
      * files are read in full first; if any of them cannot be read,
      * or holds more than the tables take, nothing is moved at all.
      * STOCKJNL.DAT is trimmed of the runs older than the rollback
      * window on PGPARM.DAT - ACMERB cannot be asked to roll those
      * back any more. ORDERS.DAT and STOCKJNL.DAT are rebuilt by
      * way of ORDKEEP.DAT and JNLKEEP.DAT, which are left holding
      * what was kept. Every PO moved is listed on PURGE.DAT with the
      * counts and values read, kept for each reason, moved and
      * left, so audit can prove nothing live was lost. A missing or
      * zeroed parameter keeps a year of POs and a fortnight of
      * journal; a retention shorter than three months is raised to
      * three so the month's commitment and the scorecard quarter
      * are never thinned. The run registers itself on RUNCTL.DAT
      * and refuses to start while the nightly cycle is marked in
      * progress. Run on demand, at year end or when the files have
      * grown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPENPOSEL.CPY".

           COPY "ORDERSEL.CPY".

           COPY "STKJNLSEL.CPY".

           COPY "OPOARCSEL.CPY".

           COPY "ORDHSTSEL.CPY".

           COPY "RUNCTLSEL.CPY".

               SELECT PURGE-PARM-FILE ASSIGN TO "PGPARM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PURGE-PARM-STATUS-WB.

               SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS INVOICE-STATUS-WB.

               SELECT GR-DISC-FILE ASSIGN TO "GRDISC.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GR-DISC-STATUS-WB.

               SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BACKORDER-STATUS-WB.

               SELECT ORDER-KEEP-FILE ASSIGN TO "ORDKEEP.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ORDER-KEEP-STATUS-WB.

               SELECT JNL-KEEP-FILE ASSIGN TO "JNLKEEP.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JNL-KEEP-STATUS-WB.

               SELECT PURGE-REPORT-FILE ASSIGN TO "PURGE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PURGE-REPORT-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "OPENPOFD.CPY".

           COPY "ORDERFD.CPY".

           COPY "STKJNLFD.CPY".

           COPY "OPOARCFD.CPY".

           COPY "ORDHSTFD.CPY".

           COPY "RUNCTLFD.CPY".

       FD  PURGE-PARM-FILE.
       01  PURGE-PARM-REC-PA.
           02 PARM-RETAIN-DAYS-PA          PIC 9(4).
           02 PARM-ROLLBACK-DAYS-PA        PIC 9(3).

       FD  INVOICE-FILE.
       01  INVOICE-REC-VA.
           02 INV-PO-NUMBER-VA             PIC 9(7).
           02 INV-STOCK-NUM-VA             PIC 9(5).
           02 INV-QTY-VA                   PIC 9(6).
           02 INV-UNIT-PRICE-VA            PIC 9(5)V99.
           02 INV-TOTAL-VA                 PIC 9(8)V99.

       FD  GR-DISC-FILE.
       01  GR-DISC-REC-GC.
           02 DISC-DATE-GC                 PIC 9(8).
           02 DISC-PO-NUMBER-GC            PIC 9(7).
           02 DISC-STOCK-NUM-GC            PIC 9(5).
           02 DISC-RECEIPT-QTY-GC          PIC 9(6).
           02 DISC-QTY-OUTSTANDING-GC      PIC 9(6).
           02 DISC-REASON-GC               PIC X(20).

       FD  BACKORDER-FILE.
       01  BACKORDER-REC-IB.
           02 BACK-DATE-IB                 PIC 9(8).
           02 BACK-STOCK-NUM-IB            PIC 9(5).
           02 BACK-DEPT-IB                 PIC X(20).
           02 BACK-QTY-SHORT-IB            PIC 9(6).
           02 BACK-LOC-IB                  PIC X(2).

       FD  ORDER-KEEP-FILE.
       01  ORDER-KEEP-REC-PC               PIC X(129).

       FD  JNL-KEEP-FILE.
       01  JNL-KEEP-REC-PD                 PIC X(92).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE-PB            PIC X(80).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 OPENPO-STATUS-WB             PIC XX.
           02 ORDER-STATUS-WB              PIC XX.
           02 STOCK-JNL-STATUS-WB          PIC XX.
           02 OPENPO-ARCHIVE-STATUS-WB     PIC XX.
           02 ORDER-HIST-STATUS-WB         PIC XX.
           02 PURGE-PARM-STATUS-WB         PIC XX.
           02 INVOICE-STATUS-WB            PIC XX.
           02 GR-DISC-STATUS-WB            PIC XX.
           02 BACKORDER-STATUS-WB          PIC XX.
           02 ORDER-KEEP-STATUS-WB         PIC XX.
           02 JNL-KEEP-STATUS-WB           PIC XX.
           02 PURGE-REPORT-STATUS-WB       PIC XX.
           02 OPENPO-ARCHIVE-NAME-WB       PIC X(16).
           02 ORDER-HIST-NAME-WB           PIC X(16).
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 PURGE-SW-WB                  PIC X.
              88 PURGE-OK                  VALUE "Y".
              88 PURGE-STOPPED             VALUE "N".

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
           02 LOCK-OK-SW-WR                PIC X.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  PARAMETER-DATA-WC.
           02 RUN-DATE-WC                  PIC 9(8).
           02 RETAIN-DAYS-WC               PIC 9(4).
           02 MIN-RETAIN-DAYS-WC           PIC 9(4) VALUE 92.
           02 ROLLBACK-DAYS-WC             PIC 9(3).
           02 RUN-SERIAL-WC                PIC 9(7) COMP.
           02 RETAIN-SERIAL-WC             PIC 9(7) COMP.
           02 ROLLBACK-SERIAL-WC           PIC 9(7) COMP.
           02 PO-DATE-WC                   PIC 9(8).
           02 PO-DATE-SPLIT-WC REDEFINES PO-DATE-WC.
              03 PO-YEAR-WC                PIC 9(4).
              03 FILLER                    PIC 9(4).
           02 WANTED-YEAR-WC               PIC 9(4).
           02 ARCHIVE-YEAR-OPEN-WC         PIC 9(4).
           02 HISTORY-YEAR-OPEN-WC         PIC 9(4).
           02 LAST-REMOVED-RUN-WC          PIC X(22).

      * What is still live - the POs quoted on invoices and on
      * receiving discrepancies, and the items still on backorder.
       01  GUARD-TABLES-WG.
           02 GUARD-IDX-WG                 PIC 9(4) COMP.
           02 GUARD-LIMIT-WG               PIC 9(4) COMP VALUE 2000.
           02 LOOKUP-PO-WG                 PIC 9(7).
           02 LOOKUP-STOCK-WG              PIC 9(5).
           02 GUARD-FOUND-SW-WG            PIC X.
              88 GUARD-FOUND               VALUE "Y".
              88 GUARD-NOT-FOUND           VALUE "N".
           02 INVOICE-PO-COUNT-WG          PIC 9(4) COMP.
           02 INVOICE-PO-WG OCCURS 2000 TIMES PIC 9(7).
           02 DISC-PO-COUNT-WG             PIC 9(4) COMP.
           02 DISC-PO-WG OCCURS 2000 TIMES PIC 9(7).
           02 BACK-STOCK-COUNT-WG          PIC 9(4) COMP.
           02 BACK-STOCK-WG OCCURS 2000 TIMES PIC 9(5).

      * The POs chosen to go, in PO number order, with the year of
      * the archives they go to.
       01  PURGE-TABLE-WP.
           02 PURGE-COUNT-WP               PIC 9(4) COMP.
           02 PURGE-IDX-WP                 PIC 9(4) COMP.
           02 MATCH-IDX-WP                 PIC 9(4) COMP.
           02 PURGE-ENTRY-WP OCCURS 5000 TIMES.
              03 PT-PO-NUMBER-WP           PIC 9(7).
              03 PT-YEAR-WP                PIC 9(4).

       01  PURGE-COUNTS-WK.
           02 POS-READ-WK                  PIC 9(7).
           02 KEPT-OPEN-WK                 PIC 9(7).
           02 KEPT-RECENT-WK               PIC 9(7).
           02 KEPT-UNDATED-WK              PIC 9(7).
           02 KEPT-INVOICE-WK              PIC 9(7).
           02 KEPT-DISC-WK                 PIC 9(7).
           02 KEPT-BACKORDER-WK            PIC 9(7).
           02 DEFERRED-WK                  PIC 9(7).
           02 ARCHIVED-CLOSED-WK           PIC 9(7).
           02 ARCHIVED-CANCELLED-WK        PIC 9(7).
           02 POS-LEFT-WK                  PIC 9(7).
           02 ARCHIVED-VALUE-WK            PIC 9(9)V99.
           02 ORDER-LINES-READ-WK          PIC 9(7).
           02 ORDER-LINES-MOVED-WK         PIC 9(7).
           02 ORDER-LINES-KEPT-WK          PIC 9(7).
           02 ORDER-LINES-BACK-WK          PIC 9(7).
           02 ORDER-VALUE-MOVED-WK         PIC 9(9)V99.
           02 JNL-LINES-READ-WK            PIC 9(7).
           02 JNL-LINES-REMOVED-WK         PIC 9(7).
           02 JNL-LINES-KEPT-WK            PIC 9(7).
           02 JNL-LINES-BACK-WK            PIC 9(7).
           02 JNL-RUNS-REMOVED-WK          PIC 9(7).

       01  DATE-WORK-WD.
           02 DATE-IN-WD                   PIC 9(8).
           02 DATE-SPLIT-WD REDEFINES DATE-IN-WD.
              03 DW-YEAR-WD                PIC 9(4).
              03 DW-MONTH-WD               PIC 99.
              03 DW-DAY-WD                 PIC 99.
           02 DAYS-OUT-WD                  PIC 9(7)  COMP.
           02 PRIOR-YEAR-WD                PIC 9(4)  COMP.
           02 LEAP-QUOT-WD                 PIC 9(4)  COMP.
           02 LEAP-REM-WD                  PIC 9(4)  COMP.
           02 LEAP-DAY-WD                  PIC 9     COMP.
           02 MONTH-OFFSET-TABLE-WD.
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
           02 MONTH-OFFSETS-WD REDEFINES MONTH-OFFSET-TABLE-WD.
              03 MONTH-OFFSET-WD OCCURS 12 TIMES PIC 9(3).

       01  HEADING-LINE-WE.
           02 FILLER                       PIC X(9)  VALUE "PO".
           02 FILLER                       PIC X(7)  VALUE "STOCK".
           02 FILLER                       PIC X(6)  VALUE "SUPP".
           02 FILLER                       PIC X(11) VALUE "STATUS".
           02 FILLER                       PIC X(10) VALUE "RAISED".
           02 FILLER                       PIC X(10) VALUE "CLOSED".
           02 FILLER                       PIC X(15)
              VALUE "          VALUE".
           02 FILLER                       PIC X(6)  VALUE "  YEAR".

       01  DETAIL-LINE-WF.
           02 DL-PO-NUMBER-WF              PIC ZZZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-STOCK-NUM-WF              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-MANF-CODE-WF              PIC X(4).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-STATUS-WF                 PIC X(9).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-RAISED-WF                 PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-CLOSED-WF                 PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-VALUE-WF                  PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-YEAR-WF                   PIC 9(4).

       01  VALUE-LINE-WG.
           02 VL-LABEL-WG                  PIC X(34).
           02 VL-VALUE-WG                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE-WH.
           02 CL-LABEL-WH                  PIC X(34).
           02 CL-COUNT-WH                  PIC ZZZZZZ9.



       PROCEDURE DIVISION.
       PURGE-AND-ARCHIVE.
          MOVE 0 TO RETURN-CODE.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "PG RUN NOT STARTED, RUN CONTROL LOCK HELD"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM REGISTER-MAINT-SESSION
             PERFORM RUN-PURGE-PASS
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
          MOVE "ACMEPG" TO RUN-LOCK-HOLDER-FO.
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

      * The POs are chosen first and their order lines moved before
      * a single PO record is touched, so a run that stops part way
      * never leaves an order line behind whose PO has gone. The
      * journal is trimmed on its own account whatever happened to
      * the POs.
       RUN-PURGE-PASS.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          MOVE ZEROS TO PURGE-COUNTS-WK.
          MOVE ZERO  TO PURGE-COUNT-WP.
          PERFORM GET-PURGE-PARAMETERS.
          OPEN OUTPUT PURGE-REPORT-FILE.
          IF PURGE-REPORT-STATUS-WB NOT = "00"
             DISPLAY "PG REPORT OPEN FAILED, STATUS = "
                     PURGE-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             SET PURGE-OK TO TRUE
             PERFORM WRITE-REPORT-HEADINGS
             PERFORM LOAD-LIVE-GUARDS
             IF PURGE-OK
                PERFORM SELECT-POS-TO-ARCHIVE
             END-IF
             IF PURGE-OK AND PURGE-COUNT-WP GREATER THAN ZERO
                PERFORM MOVE-ORDER-LINES
             END-IF
             IF PURGE-OK AND PURGE-COUNT-WP GREATER THAN ZERO
                PERFORM ARCHIVE-OPENPO-RECORDS
             END-IF
             IF PURGE-STOPPED
                MOVE 8 TO RETURN-CODE
             END-IF
             PERFORM TRIM-STOCK-JOURNAL
             PERFORM WRITE-REPORT-TOTALS
             CLOSE PURGE-REPORT-FILE
             DISPLAY "PG POS ARCHIVED = " PURGE-COUNT-WP
                     " ORDER LINES MOVED = " ORDER-LINES-MOVED-WK
                     " JOURNAL LINES REMOVED = " JNL-LINES-REMOVED-WK
          END-IF.

      * A missing or zeroed parameter file keeps a year of POs and a
      * fortnight of journal.
       GET-PURGE-PARAMETERS.
          MOVE 365 TO RETAIN-DAYS-WC.
          MOVE 14  TO ROLLBACK-DAYS-WC.
          OPEN INPUT PURGE-PARM-FILE.
          IF PURGE-PARM-STATUS-WB = "00"
             READ PURGE-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PARM-RETAIN-DAYS-PA NUMERIC
                        AND PARM-RETAIN-DAYS-PA NOT = ZERO
                        MOVE PARM-RETAIN-DAYS-PA TO RETAIN-DAYS-WC
                     END-IF
                     IF PARM-ROLLBACK-DAYS-PA NUMERIC
                        AND PARM-ROLLBACK-DAYS-PA NOT = ZERO
                        MOVE PARM-ROLLBACK-DAYS-PA TO ROLLBACK-DAYS-WC
                     END-IF
             END-READ
             CLOSE PURGE-PARM-FILE
          END-IF.
          IF RETAIN-DAYS-WC LESS THAN MIN-RETAIN-DAYS-WC
             DISPLAY "PG RETENTION OF " RETAIN-DAYS-WC " DAYS TOO "
                     "SHORT, " MIN-RETAIN-DAYS-WC " DAYS USED"
             MOVE MIN-RETAIN-DAYS-WC TO RETAIN-DAYS-WC
          END-IF.
          MOVE RUN-DATE-WC TO DATE-IN-WD.
          PERFORM CONVERT-DATE-TO-DAYS.
          MOVE DAYS-OUT-WD TO RUN-SERIAL-WC.
          SUBTRACT RETAIN-DAYS-WC FROM RUN-SERIAL-WC
                   GIVING RETAIN-SERIAL-WC.
          SUBTRACT ROLLBACK-DAYS-WC FROM RUN-SERIAL-WC
                   GIVING ROLLBACK-SERIAL-WC.

      * Each guard file is optional - a missing file just means
      * nothing of that kind is outstanding - but one that is there
      * and cannot be read, or will not fit, stops the purge, since
      * the run can no longer prove what is live.
       LOAD-LIVE-GUARDS.
          MOVE ZERO TO INVOICE-PO-COUNT-WG, DISC-PO-COUNT-WG,
                       BACK-STOCK-COUNT-WG.
          OPEN INPUT INVOICE-FILE.
          IF INVOICE-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             PERFORM TAKE-INVOICE-LINE UNTIL END-OF-FILE
             CLOSE INVOICE-FILE
          ELSE
          IF INVOICE-STATUS-WB NOT = "35"
             DISPLAY "PG INVOICE OPEN FAILED, STATUS = "
                     INVOICE-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          END-IF
          END-IF.
          OPEN INPUT GR-DISC-FILE.
          IF GR-DISC-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             PERFORM TAKE-DISCREPANCY-LINE UNTIL END-OF-FILE
             CLOSE GR-DISC-FILE
          ELSE
          IF GR-DISC-STATUS-WB NOT = "35"
             DISPLAY "PG GRDISC OPEN FAILED, STATUS = "
                     GR-DISC-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          END-IF
          END-IF.
          OPEN INPUT BACKORDER-FILE.
          IF BACKORDER-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             PERFORM TAKE-BACKORDER-LINE UNTIL END-OF-FILE
             CLOSE BACKORDER-FILE
          ELSE
          IF BACKORDER-STATUS-WB NOT = "35"
             DISPLAY "PG BACKORDER OPEN FAILED, STATUS = "
                     BACKORDER-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          END-IF
          END-IF.

       TAKE-INVOICE-LINE.
          READ INVOICE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE INV-PO-NUMBER-VA TO LOOKUP-PO-WG
             PERFORM FIND-INVOICE-PO
             IF GUARD-NOT-FOUND
                IF INVOICE-PO-COUNT-WG LESS THAN GUARD-LIMIT-WG
                   ADD 1 TO INVOICE-PO-COUNT-WG
                   MOVE LOOKUP-PO-WG
                     TO INVOICE-PO-WG(INVOICE-PO-COUNT-WG)
                ELSE
                   DISPLAY "PG INVOICE TABLE FULL, NOTHING PURGED"
                   SET PURGE-STOPPED TO TRUE
                   SET END-OF-FILE TO TRUE
                END-IF
             END-IF
          END-IF.

       TAKE-DISCREPANCY-LINE.
          READ GR-DISC-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE DISC-PO-NUMBER-GC TO LOOKUP-PO-WG
             PERFORM FIND-DISC-PO
             IF GUARD-NOT-FOUND
                IF DISC-PO-COUNT-WG LESS THAN GUARD-LIMIT-WG
                   ADD 1 TO DISC-PO-COUNT-WG
                   MOVE LOOKUP-PO-WG TO DISC-PO-WG(DISC-PO-COUNT-WG)
                ELSE
                   DISPLAY "PG DISCREPANCY TABLE FULL, NOTHING "
                           "PURGED"
                   SET PURGE-STOPPED TO TRUE
                   SET END-OF-FILE TO TRUE
                END-IF
             END-IF
          END-IF.

       TAKE-BACKORDER-LINE.
          READ BACKORDER-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE BACK-STOCK-NUM-IB TO LOOKUP-STOCK-WG
             PERFORM FIND-BACKORDER-STOCK
             IF GUARD-NOT-FOUND
                IF BACK-STOCK-COUNT-WG LESS THAN GUARD-LIMIT-WG
                   ADD 1 TO BACK-STOCK-COUNT-WG
                   MOVE LOOKUP-STOCK-WG
                     TO BACK-STOCK-WG(BACK-STOCK-COUNT-WG)
                ELSE
                   DISPLAY "PG BACKORDER TABLE FULL, NOTHING PURGED"
                   SET PURGE-STOPPED TO TRUE
                   SET END-OF-FILE TO TRUE
                END-IF
             END-IF
          END-IF.

       FIND-INVOICE-PO.
          SET GUARD-NOT-FOUND TO TRUE.
          PERFORM MATCH-INVOICE-PO
                  VARYING GUARD-IDX-WG FROM 1 BY 1
                  UNTIL GUARD-IDX-WG > INVOICE-PO-COUNT-WG
                     OR GUARD-FOUND.

       MATCH-INVOICE-PO.
          IF INVOICE-PO-WG(GUARD-IDX-WG) = LOOKUP-PO-WG
             SET GUARD-FOUND TO TRUE
          END-IF.

       FIND-DISC-PO.
          SET GUARD-NOT-FOUND TO TRUE.
          PERFORM MATCH-DISC-PO
                  VARYING GUARD-IDX-WG FROM 1 BY 1
                  UNTIL GUARD-IDX-WG > DISC-PO-COUNT-WG
                     OR GUARD-FOUND.

       MATCH-DISC-PO.
          IF DISC-PO-WG(GUARD-IDX-WG) = LOOKUP-PO-WG
             SET GUARD-FOUND TO TRUE
          END-IF.

       FIND-BACKORDER-STOCK.
          SET GUARD-NOT-FOUND TO TRUE.
          PERFORM MATCH-BACKORDER-STOCK
                  VARYING GUARD-IDX-WG FROM 1 BY 1
                  UNTIL GUARD-IDX-WG > BACK-STOCK-COUNT-WG
                     OR GUARD-FOUND.

       MATCH-BACKORDER-STOCK.
          IF BACK-STOCK-WG(GUARD-IDX-WG) = LOOKUP-STOCK-WG
             SET GUARD-FOUND TO TRUE
          END-IF.

      * Every PO is read once and counted under exactly one heading
      * - still open, inside the retention period, carrying no date
      * to age it by, still live on one of the guard files, left
      * for the next run when the table is full, or chosen to go.
       SELECT-POS-TO-ARCHIVE.
          OPEN INPUT OPENPO-FILE.
          IF OPENPO-STATUS-WB NOT = "00"
             DISPLAY "PG OPENPO OPEN FAILED, STATUS = "
                     OPENPO-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          ELSE
             SET NOT-END-OF-FILE TO TRUE
             MOVE ZEROS TO OPO-PO-NUMBER-FJ
             START OPENPO-FILE KEY IS NOT LESS THAN OPO-PO-NUMBER-FJ
                   INVALID KEY SET END-OF-FILE TO TRUE
             END-START
             PERFORM CONSIDER-NEXT-PO UNTIL END-OF-FILE
             CLOSE OPENPO-FILE
          END-IF.

       CONSIDER-NEXT-PO.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             ADD 1 TO POS-READ-WK
             IF OPO-CLOSED OR OPO-CANCELLED
                PERFORM CHECK-PO-RETENTION
             ELSE
                ADD 1 TO KEPT-OPEN-WK
             END-IF
          END-IF.

       CHECK-PO-RETENTION.
          IF OPO-CLOSED-DATE-FJ NOT = ZEROS
             MOVE OPO-CLOSED-DATE-FJ TO DATE-IN-WD
          ELSE
             MOVE OPO-RUN-DATE-FJ TO DATE-IN-WD
          END-IF.
          IF DW-MONTH-WD LESS THAN 1 OR DW-MONTH-WD GREATER THAN 12
             ADD 1 TO KEPT-UNDATED-WK
          ELSE
             PERFORM CONVERT-DATE-TO-DAYS
             IF DAYS-OUT-WD NOT LESS THAN RETAIN-SERIAL-WC
                ADD 1 TO KEPT-RECENT-WK
             ELSE
                PERFORM CHECK-PO-IS-LIVE
             END-IF
          END-IF.

       CHECK-PO-IS-LIVE.
          MOVE OPO-PO-NUMBER-FJ TO LOOKUP-PO-WG.
          MOVE OPO-STOCK-NUM-FJ TO LOOKUP-STOCK-WG.
          PERFORM FIND-INVOICE-PO.
          IF GUARD-FOUND
             ADD 1 TO KEPT-INVOICE-WK
          ELSE
             PERFORM FIND-DISC-PO
             IF GUARD-FOUND
                ADD 1 TO KEPT-DISC-WK
             ELSE
                PERFORM FIND-BACKORDER-STOCK
                IF GUARD-FOUND
                   ADD 1 TO KEPT-BACKORDER-WK
                ELSE
                   PERFORM TAKE-PO-FOR-ARCHIVE
                END-IF
             END-IF
          END-IF.

       TAKE-PO-FOR-ARCHIVE.
          IF PURGE-COUNT-WP LESS THAN 5000
             ADD 1 TO PURGE-COUNT-WP
             MOVE OPO-RUN-DATE-FJ TO PO-DATE-WC
             MOVE OPO-PO-NUMBER-FJ TO PT-PO-NUMBER-WP(PURGE-COUNT-WP)
             MOVE PO-YEAR-WC       TO PT-YEAR-WP(PURGE-COUNT-WP)
          ELSE
             ADD 1 TO DEFERRED-WK
          END-IF.

      * ORDERS.DAT is copied through once - the lines of a chosen PO
      * to the history for its year, the rest to ORDKEEP.DAT - and
      * only when every line has gone one way or the other is
      * ORDERS.DAT rebuilt from what was kept.
       MOVE-ORDER-LINES.
          OPEN INPUT ORDER-FILE.
          IF ORDER-STATUS-WB = "00"
             OPEN OUTPUT ORDER-KEEP-FILE
             IF ORDER-KEEP-STATUS-WB NOT = "00"
                DISPLAY "PG ORDKEEP OPEN FAILED, STATUS = "
                        ORDER-KEEP-STATUS-WB
                SET PURGE-STOPPED TO TRUE
                CLOSE ORDER-FILE
             ELSE
                MOVE ZEROS TO HISTORY-YEAR-OPEN-WC
                SET NOT-END-OF-FILE TO TRUE
                PERFORM SORT-ONE-ORDER-LINE
                        UNTIL END-OF-FILE OR PURGE-STOPPED
                CLOSE ORDER-FILE, ORDER-KEEP-FILE
                IF HISTORY-YEAR-OPEN-WC NOT = ZEROS
                   CLOSE ORDER-HIST-FILE
                END-IF
                IF PURGE-OK AND ORDER-LINES-MOVED-WK GREATER THAN ZERO
                   PERFORM REBUILD-ORDERS-FILE
                END-IF
             END-IF
          ELSE
          IF ORDER-STATUS-WB NOT = "35"
             DISPLAY "PG ORDERS OPEN FAILED, STATUS = "
                     ORDER-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          END-IF
          END-IF.

       SORT-ONE-ORDER-LINE.
          READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             ADD 1 TO ORDER-LINES-READ-WK
             MOVE PO-NUMBER-FA TO LOOKUP-PO-WG
             PERFORM FIND-PURGED-PO
             IF MATCH-IDX-WP = ZERO
                WRITE ORDER-KEEP-REC-PC FROM ORDER-REC-FA
                ADD 1 TO ORDER-LINES-KEPT-WK
             ELSE
                MOVE PT-YEAR-WP(MATCH-IDX-WP) TO WANTED-YEAR-WC
                PERFORM OPEN-ORDER-HIST-YEAR
                IF PURGE-OK
                   WRITE ORDER-HIST-REC-JB FROM ORDER-REC-FA
                   IF ORDER-HIST-STATUS-WB NOT = "00"
                      DISPLAY "PG " ORDER-HIST-NAME-WB
                              " WRITE FAILED, STATUS = "
                              ORDER-HIST-STATUS-WB
                      SET PURGE-STOPPED TO TRUE
                   ELSE
                      ADD 1 TO ORDER-LINES-MOVED-WK
                      ADD COST-OF-ITEMS-FA, POSTAGE-FA, VAT-AMOUNT-FA
                       TO ORDER-VALUE-MOVED-WK
                   END-IF
                END-IF
             END-IF
          END-IF.

       FIND-PURGED-PO.
          MOVE ZERO TO MATCH-IDX-WP.
          PERFORM MATCH-PURGED-PO
                  VARYING PURGE-IDX-WP FROM 1 BY 1
                  UNTIL PURGE-IDX-WP > PURGE-COUNT-WP
                     OR MATCH-IDX-WP NOT = ZERO.

       MATCH-PURGED-PO.
          IF PT-PO-NUMBER-WP(PURGE-IDX-WP) = LOOKUP-PO-WG
             MOVE PURGE-IDX-WP TO MATCH-IDX-WP
          END-IF.

      * Each year's history is added to, never replaced, so a second
      * run in the same year extends the archive the first began.
       OPEN-ORDER-HIST-YEAR.
          IF WANTED-YEAR-WC NOT = HISTORY-YEAR-OPEN-WC
             IF HISTORY-YEAR-OPEN-WC NOT = ZEROS
                CLOSE ORDER-HIST-FILE
                MOVE ZEROS TO HISTORY-YEAR-OPEN-WC
             END-IF
             MOVE SPACES TO ORDER-HIST-NAME-WB
             STRING "ORDHIST-" WANTED-YEAR-WC ".DAT"
                    DELIMITED BY SIZE INTO ORDER-HIST-NAME-WB
             OPEN EXTEND ORDER-HIST-FILE
             IF ORDER-HIST-STATUS-WB = "35"
                OPEN OUTPUT ORDER-HIST-FILE
             END-IF
             IF ORDER-HIST-STATUS-WB NOT = "00"
                DISPLAY "PG " ORDER-HIST-NAME-WB
                        " OPEN FAILED, STATUS = " ORDER-HIST-STATUS-WB
                SET PURGE-STOPPED TO TRUE
             ELSE
                MOVE WANTED-YEAR-WC TO HISTORY-YEAR-OPEN-WC
             END-IF
          END-IF.

       REBUILD-ORDERS-FILE.
          OPEN INPUT ORDER-KEEP-FILE.
          OPEN OUTPUT ORDER-FILE.
          IF ORDER-KEEP-STATUS-WB NOT = "00"
             OR ORDER-STATUS-WB NOT = "00"
             DISPLAY "PG ORDERS REBUILD FAILED, ORDKEEP STATUS = "
                     ORDER-KEEP-STATUS-WB
                     " ORDERS STATUS = " ORDER-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          ELSE
             SET NOT-END-OF-FILE TO TRUE
             PERFORM COPY-BACK-ORDER-LINE UNTIL END-OF-FILE
             IF ORDER-LINES-BACK-WK NOT = ORDER-LINES-KEPT-WK
                DISPLAY "PG ORDERS REBUILT WITH " ORDER-LINES-BACK-WK
                        " LINES OF " ORDER-LINES-KEPT-WK
                        " - SEE ORDKEEP.DAT"
                SET PURGE-STOPPED TO TRUE
             END-IF
          END-IF.
          CLOSE ORDER-KEEP-FILE, ORDER-FILE.

       COPY-BACK-ORDER-LINE.
          READ ORDER-KEEP-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             WRITE ORDER-REC-FA FROM ORDER-KEEP-REC-PC
             ADD 1 TO ORDER-LINES-BACK-WK
          END-IF.

      * Each chosen PO is read again before it goes; each is written
      * to the archive for its year and only deleted from OPENPO.DAT
      * once the archive has taken it.
       ARCHIVE-OPENPO-RECORDS.
          OPEN I-O OPENPO-FILE.
          IF OPENPO-STATUS-WB NOT = "00"
             DISPLAY "PG OPENPO OPEN FAILED, STATUS = "
                     OPENPO-STATUS-WB
             SET PURGE-STOPPED TO TRUE
          ELSE
             MOVE ZEROS TO ARCHIVE-YEAR-OPEN-WC
             PERFORM WRITE-DETAIL-HEADINGS
             PERFORM ARCHIVE-ONE-PO
                     VARYING PURGE-IDX-WP FROM 1 BY 1
                     UNTIL PURGE-IDX-WP > PURGE-COUNT-WP
                        OR PURGE-STOPPED
             CLOSE OPENPO-FILE
             IF ARCHIVE-YEAR-OPEN-WC NOT = ZEROS
                CLOSE OPENPO-ARCHIVE-FILE
             END-IF
          END-IF.

       ARCHIVE-ONE-PO.
          MOVE PT-PO-NUMBER-WP(PURGE-IDX-WP) TO OPO-PO-NUMBER-FJ.
          READ OPENPO-FILE
               KEY IS OPO-PO-NUMBER-FJ
               INVALID KEY
                  DISPLAY "PG PO " PT-PO-NUMBER-WP(PURGE-IDX-WP)
                          " NO LONGER ON OPENPO, NOT ARCHIVED"
               NOT INVALID KEY
                  IF OPO-CLOSED OR OPO-CANCELLED
                     PERFORM MOVE-PO-TO-ARCHIVE
                  ELSE
                     DISPLAY "PG PO " OPO-PO-NUMBER-FJ
                             " REOPENED, NOT ARCHIVED"
                  END-IF
          END-READ.

       MOVE-PO-TO-ARCHIVE.
          MOVE PT-YEAR-WP(PURGE-IDX-WP) TO WANTED-YEAR-WC.
          PERFORM OPEN-OPENPO-ARCHIVE-YEAR.
          IF PURGE-OK
             WRITE OPENPO-ARCHIVE-REC-JA FROM OPENPO-REC-FJ
             IF OPENPO-ARCHIVE-STATUS-WB NOT = "00"
                DISPLAY "PG " OPENPO-ARCHIVE-NAME-WB
                        " WRITE FAILED, STATUS = "
                        OPENPO-ARCHIVE-STATUS-WB
                SET PURGE-STOPPED TO TRUE
             ELSE
                DELETE OPENPO-FILE RECORD
                       INVALID KEY
                          DISPLAY "PG PO " OPO-PO-NUMBER-FJ
                                  " ARCHIVED BUT NOT DELETED"
                          SET PURGE-STOPPED TO TRUE
                       NOT INVALID KEY
                          PERFORM COUNT-ARCHIVED-PO
                END-DELETE
             END-IF
          END-IF.

       COUNT-ARCHIVED-PO.
          IF OPO-CLOSED
             ADD 1 TO ARCHIVED-CLOSED-WK
             MOVE "CLOSED" TO DL-STATUS-WF
          ELSE
             ADD 1 TO ARCHIVED-CANCELLED-WK
             MOVE "CANCELLED" TO DL-STATUS-WF
          END-IF.
          ADD OPO-ORDER-VALUE-FJ TO ARCHIVED-VALUE-WK.
          MOVE OPO-PO-NUMBER-FJ   TO DL-PO-NUMBER-WF.
          MOVE OPO-STOCK-NUM-FJ   TO DL-STOCK-NUM-WF.
          MOVE OPO-MANF-CODE-FJ   TO DL-MANF-CODE-WF.
          MOVE OPO-RUN-DATE-FJ    TO DL-RAISED-WF.
          MOVE OPO-CLOSED-DATE-FJ TO DL-CLOSED-WF.
          MOVE OPO-ORDER-VALUE-FJ TO DL-VALUE-WF.
          MOVE WANTED-YEAR-WC     TO DL-YEAR-WF.
          WRITE PURGE-REPORT-LINE-PB FROM DETAIL-LINE-WF.

       OPEN-OPENPO-ARCHIVE-YEAR.
          IF WANTED-YEAR-WC NOT = ARCHIVE-YEAR-OPEN-WC
             IF ARCHIVE-YEAR-OPEN-WC NOT = ZEROS
                CLOSE OPENPO-ARCHIVE-FILE
                MOVE ZEROS TO ARCHIVE-YEAR-OPEN-WC
             END-IF
             MOVE SPACES TO OPENPO-ARCHIVE-NAME-WB
             STRING "OPENPO-" WANTED-YEAR-WC ".DAT"
                    DELIMITED BY SIZE INTO OPENPO-ARCHIVE-NAME-WB
             OPEN EXTEND OPENPO-ARCHIVE-FILE
             IF OPENPO-ARCHIVE-STATUS-WB = "35"
                OPEN OUTPUT OPENPO-ARCHIVE-FILE
             END-IF
             IF OPENPO-ARCHIVE-STATUS-WB NOT = "00"
                DISPLAY "PG " OPENPO-ARCHIVE-NAME-WB
                        " OPEN FAILED, STATUS = "
                        OPENPO-ARCHIVE-STATUS-WB
                SET PURGE-STOPPED TO TRUE
             ELSE
                MOVE WANTED-YEAR-WC TO ARCHIVE-YEAR-OPEN-WC
             END-IF
          END-IF.

      * Journal lines are kept or dropped by the date their run
      * started, so a run is always kept or dropped whole. The
      * dropped lines are not archived - their only use was rollback.
       TRIM-STOCK-JOURNAL.
          OPEN INPUT STOCK-JNL-FILE.
          IF STOCK-JNL-STATUS-WB = "00"
             OPEN OUTPUT JNL-KEEP-FILE
             IF JNL-KEEP-STATUS-WB NOT = "00"
                DISPLAY "PG JNLKEEP OPEN FAILED, STATUS = "
                        JNL-KEEP-STATUS-WB
                MOVE 8 TO RETURN-CODE
                CLOSE STOCK-JNL-FILE
             ELSE
                MOVE SPACES TO LAST-REMOVED-RUN-WC
                SET NOT-END-OF-FILE TO TRUE
                PERFORM SORT-ONE-JOURNAL-LINE UNTIL END-OF-FILE
                CLOSE STOCK-JNL-FILE, JNL-KEEP-FILE
                IF JNL-LINES-REMOVED-WK GREATER THAN ZERO
                   PERFORM REBUILD-STOCK-JOURNAL
                END-IF
             END-IF
          ELSE
          IF STOCK-JNL-STATUS-WB NOT = "35"
             DISPLAY "PG STOCKJNL OPEN FAILED, STATUS = "
                     STOCK-JNL-STATUS-WB
             MOVE 8 TO RETURN-CODE
          END-IF
          END-IF.

       SORT-ONE-JOURNAL-LINE.
          READ STOCK-JNL-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             ADD 1 TO JNL-LINES-READ-WK
             MOVE JNL-RUN-DATE-FN TO DATE-IN-WD
             MOVE ZERO TO DAYS-OUT-WD
             IF DW-MONTH-WD NOT LESS THAN 1
                AND DW-MONTH-WD NOT GREATER THAN 12
                PERFORM CONVERT-DATE-TO-DAYS
             END-IF
             IF DAYS-OUT-WD NOT = ZERO
                AND DAYS-OUT-WD LESS THAN ROLLBACK-SERIAL-WC
                ADD 1 TO JNL-LINES-REMOVED-WK
                IF JNL-RUN-ID-FN NOT = LAST-REMOVED-RUN-WC
                   ADD 1 TO JNL-RUNS-REMOVED-WK
                   MOVE JNL-RUN-ID-FN TO LAST-REMOVED-RUN-WC
                END-IF
             ELSE
                WRITE JNL-KEEP-REC-PD FROM STOCK-JNL-REC-FN
                ADD 1 TO JNL-LINES-KEPT-WK
             END-IF
          END-IF.

       REBUILD-STOCK-JOURNAL.
          OPEN INPUT JNL-KEEP-FILE.
          OPEN OUTPUT STOCK-JNL-FILE.
          IF JNL-KEEP-STATUS-WB NOT = "00"
             OR STOCK-JNL-STATUS-WB NOT = "00"
             DISPLAY "PG JOURNAL REBUILD FAILED, JNLKEEP STATUS = "
                     JNL-KEEP-STATUS-WB
                     " STOCKJNL STATUS = " STOCK-JNL-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             SET NOT-END-OF-FILE TO TRUE
             PERFORM COPY-BACK-JOURNAL-LINE UNTIL END-OF-FILE
             IF JNL-LINES-BACK-WK NOT = JNL-LINES-KEPT-WK
                DISPLAY "PG JOURNAL REBUILT WITH " JNL-LINES-BACK-WK
                        " LINES OF " JNL-LINES-KEPT-WK
                        " - SEE JNLKEEP.DAT"
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          CLOSE JNL-KEEP-FILE, STOCK-JNL-FILE.

       COPY-BACK-JOURNAL-LINE.
          READ JNL-KEEP-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             WRITE STOCK-JNL-REC-FN FROM JNL-KEEP-REC-PD
             ADD 1 TO JNL-LINES-BACK-WK
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          MOVE "ACME PURCHASING AND JOURNAL RETENTION RUN"
            TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          STRING "RUN DATE : " RUN-DATE-WC
                 "  RETENTION DAYS : " RETAIN-DAYS-WC
                 "  ROLLBACK WINDOW DAYS : " ROLLBACK-DAYS-WC
                 DELIMITED BY SIZE INTO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.

       WRITE-DETAIL-HEADINGS.
          MOVE "PURCHASE ORDERS ARCHIVED" TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB FROM HEADING-LINE-WE.

      * Read = kept under each heading + archived + deferred; what
      * is left on file is read less archived. The same holds for
      * the order lines and the journal.
       WRITE-REPORT-TOTALS.
          ADD ARCHIVED-CLOSED-WK, ARCHIVED-CANCELLED-WK
              GIVING POS-LEFT-WK.
          SUBTRACT POS-LEFT-WK FROM POS-READ-WK GIVING POS-LEFT-WK.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          MOVE "OPENPO RECORDS READ            : " TO CL-LABEL-WH.
          MOVE POS-READ-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, STILL OPEN            : " TO CL-LABEL-WH.
          MOVE KEPT-OPEN-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, WITHIN RETENTION      : " TO CL-LABEL-WH.
          MOVE KEPT-RECENT-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, NO DATE TO AGE BY     : " TO CL-LABEL-WH.
          MOVE KEPT-UNDATED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, UNPAID INVOICE LINE   : " TO CL-LABEL-WH.
          MOVE KEPT-INVOICE-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, OUTSTANDING GRDISC    : " TO CL-LABEL-WH.
          MOVE KEPT-DISC-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, OPEN BACKORDERS       : " TO CL-LABEL-WH.
          MOVE KEPT-BACKORDER-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   KEPT, LEFT FOR NEXT RUN     : " TO CL-LABEL-WH.
          MOVE DEFERRED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   ARCHIVED, CLOSED            : " TO CL-LABEL-WH.
          MOVE ARCHIVED-CLOSED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   ARCHIVED, CANCELLED         : " TO CL-LABEL-WH.
          MOVE ARCHIVED-CANCELLED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "OPENPO RECORDS LEFT ON FILE    : " TO CL-LABEL-WH.
          MOVE POS-LEFT-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "VALUE OF POS ARCHIVED          : " TO VL-LABEL-WG.
          MOVE ARCHIVED-VALUE-WK TO VL-VALUE-WG.
          WRITE PURGE-REPORT-LINE-PB FROM VALUE-LINE-WG.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          MOVE "ORDER LINES READ               : " TO CL-LABEL-WH.
          MOVE ORDER-LINES-READ-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   MOVED TO ORDER HISTORY      : " TO CL-LABEL-WH.
          MOVE ORDER-LINES-MOVED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "ORDER LINES LEFT ON FILE       : " TO CL-LABEL-WH.
          MOVE ORDER-LINES-KEPT-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "VALUE OF ORDER LINES MOVED     : " TO VL-LABEL-WG.
          MOVE ORDER-VALUE-MOVED-WK TO VL-VALUE-WG.
          WRITE PURGE-REPORT-LINE-PB FROM VALUE-LINE-WG.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          MOVE "JOURNAL LINES READ             : " TO CL-LABEL-WH.
          MOVE JNL-LINES-READ-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "   REMOVED, PAST ROLLBACK      : " TO CL-LABEL-WH.
          MOVE JNL-LINES-REMOVED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "JOURNAL LINES LEFT ON FILE     : " TO CL-LABEL-WH.
          MOVE JNL-LINES-KEPT-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE "JOURNAL RUNS REMOVED           : " TO CL-LABEL-WH.
          MOVE JNL-RUNS-REMOVED-WK TO CL-COUNT-WH.
          WRITE PURGE-REPORT-LINE-PB FROM COUNT-LINE-WH.
          MOVE SPACES TO PURGE-REPORT-LINE-PB.
          WRITE PURGE-REPORT-LINE-PB.
          IF PURGE-STOPPED
             MOVE "PURGE STOPPED - SEE THE RUN MESSAGES"
               TO PURGE-REPORT-LINE-PB
          ELSE
             MOVE "PURGE COMPLETE" TO PURGE-REPORT-LINE-PB
          END-IF.
          WRITE PURGE-REPORT-LINE-PB.

      * Serial day count from a YYYYMMDD date - whole years of 365
      * days plus the leap days up to the end of the prior year,
      * plus the offset to the start of the month, plus one more
      * when this year is itself a leap year and the date is past
      * February.
       CONVERT-DATE-TO-DAYS.
          SUBTRACT 1 FROM DW-YEAR-WD GIVING PRIOR-YEAR-WD.
          COMPUTE DAYS-OUT-WD = DW-YEAR-WD * 365 + DW-DAY-WD.
          DIVIDE PRIOR-YEAR-WD BY 4 GIVING LEAP-QUOT-WD.
          ADD LEAP-QUOT-WD TO DAYS-OUT-WD.
          DIVIDE PRIOR-YEAR-WD BY 100 GIVING LEAP-QUOT-WD.
          SUBTRACT LEAP-QUOT-WD FROM DAYS-OUT-WD.
          DIVIDE PRIOR-YEAR-WD BY 400 GIVING LEAP-QUOT-WD.
          ADD LEAP-QUOT-WD TO DAYS-OUT-WD.
          ADD MONTH-OFFSET-WD(DW-MONTH-WD) TO DAYS-OUT-WD.
          PERFORM SET-LEAP-DAY.
          IF DW-MONTH-WD GREATER THAN 2
             ADD LEAP-DAY-WD TO DAYS-OUT-WD
          END-IF.

       SET-LEAP-DAY.
          MOVE ZERO TO LEAP-DAY-WD.
          DIVIDE DW-YEAR-WD BY 4 GIVING LEAP-QUOT-WD
                 REMAINDER LEAP-REM-WD.
          IF LEAP-REM-WD = ZERO
             MOVE 1 TO LEAP-DAY-WD
             DIVIDE DW-YEAR-WD BY 100 GIVING LEAP-QUOT-WD
                    REMAINDER LEAP-REM-WD
             IF LEAP-REM-WD = ZERO
                MOVE ZERO TO LEAP-DAY-WD
                DIVIDE DW-YEAR-WD BY 400 GIVING LEAP-QUOT-WD
                       REMAINDER LEAP-REM-WD
                IF LEAP-REM-WD = ZERO
                   MOVE 1 TO LEAP-DAY-WD
                END-IF
             END-IF
          END-IF.
