      * or overlaps for both the Republic and Other-EEC zones, and
      * that LAST-PO-NUMBER-FI on PONUM-FILE has not fallen behind
      * the highest PO-NUMBER-FA already on ORDER-FILE (as happens
      * when PONUM.DAT is restored from an old copy). When ICPARM.DAT
      * names a first archive year, the yearly ORDHIST-YYYY.DAT order
      * histories ACMEPG leaves behind are read from that year on as
      * well, so a counter restored from a copy older than the last
      * purge is still caught. Each finding is written to
      * INTEGRTY.DAT and the program returns 8 so the driver stops
      * the cycle before a corrupt night's run can write bad orders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "PONUMSEL.CPY".

           COPY "ORDHSTSEL.CPY".

               SELECT INTEG-PARM-FILE ASSIGN TO "ICPARM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS INTEG-PARM-STATUS-WB.

               SELECT FINDINGS-FILE ASSIGN TO "INTEGRTY.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS FINDINGS-STATUS-WB.

           COPY "PONUMFD.CPY".

           COPY "ORDHSTFD.CPY".

       FD  INTEG-PARM-FILE.
       01  INTEG-PARM-REC-CB.
           02 PARM-ARCHIVE-YEAR-CB         PIC 9(4).

       FD  FINDINGS-FILE.
       01  FINDINGS-LINE-CA                PIC X(80).

           02 MANF-STATUS-WB               PIC XX.
           02 ORDER-STATUS-WB              PIC XX.
           02 FINDINGS-STATUS-WB           PIC XX.
           02 INTEG-PARM-STATUS-WB         PIC XX.
           02 ORDER-HIST-STATUS-WB         PIC XX.
           02 ORDER-HIST-NAME-WB           PIC X(16).
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 ORDER-LINE-SEEN-SW-WC        PIC X.
              88 ORDER-LINES-SEEN          VALUE "Y".

       01  HISTORY-SCAN-DATA-WM.
           02 ARCHIVE-FROM-YEAR-WM         PIC 9(4).
           02 SCAN-YEAR-WM                 PIC 9(4).
           02 RUN-DATE-WM                  PIC 9(8).
           02 RUN-DATE-SPLIT-WM REDEFINES RUN-DATE-WM.
              03 RUN-YEAR-WM               PIC 9(4).
              03 FILLER                    PIC 9(4).

       01  POSTAGE-TABLES-WG.
           02 POSTRATE-STATUS-WG           PIC XX.
           02 POSTRATE-EOF-SW-WG           PIC 9 VALUE 0.
           02 CL-LABEL-WF                  PIC X(34).
           02 CL-COUNT-WF                  PIC ZZZZ9.

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       CHECK-FILE-INTEGRITY.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          OPEN OUTPUT FINDINGS-FILE.
          IF FINDINGS-STATUS-WB NOT = "00"
             DISPLAY "IC FINDINGS OPEN FAILED, STATUS = "

       WRITE-FINDING.
          ADD 1 TO FINDING-COUNT-WC.
          ADD 1 TO STEP-RECORDS-OUT-FZ.
          WRITE FINDINGS-LINE-CA FROM FINDING-LINE-WE.

      * Check 1 - every supplier code on the stock file must still
          CLOSE STOCK-FILE, MANF-FILE.

       CHECK-ONE-STOCK-CODE.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          MOVE MANF-CODE-FB TO MANF-CODE-FC.
          READ MANF-FILE
               KEY IS MANF-CODE-FC
             PERFORM TAKE-MAX-PO-NUMBER UNTIL END-OF-FILE
             CLOSE ORDER-FILE
          END-IF.
          PERFORM GET-ARCHIVE-FROM-YEAR.
          IF ARCHIVE-FROM-YEAR-WM NOT = ZEROS
             ACCEPT RUN-DATE-WM FROM DATE YYYYMMDD
             MOVE ARCHIVE-FROM-YEAR-WM TO SCAN-YEAR-WM
             PERFORM SCAN-ORDER-HISTORY-YEAR
                     UNTIL SCAN-YEAR-WM GREATER THAN RUN-YEAR-WM
          END-IF.
          IF ORDER-LINES-SEEN
             MOVE ZEROS TO LAST-PO-ON-FILE-WJ
             OPEN INPUT PONUM-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

      * A missing or zeroed ICPARM.DAT leaves the archives unread.
       GET-ARCHIVE-FROM-YEAR.
          MOVE ZEROS TO ARCHIVE-FROM-YEAR-WM.
          OPEN INPUT INTEG-PARM-FILE.
          IF INTEG-PARM-STATUS-WB = "00"
             READ INTEG-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PARM-ARCHIVE-YEAR-CB NUMERIC
                        MOVE PARM-ARCHIVE-YEAR-CB
                          TO ARCHIVE-FROM-YEAR-WM
                     END-IF
             END-READ
             CLOSE INTEG-PARM-FILE
          END-IF.

      * A year with no history on file is simply passed over.
       SCAN-ORDER-HISTORY-YEAR.
          MOVE SPACES TO ORDER-HIST-NAME-WB.
          STRING "ORDHIST-" SCAN-YEAR-WM ".DAT"
                 DELIMITED BY SIZE INTO ORDER-HIST-NAME-WB.
          OPEN INPUT ORDER-HIST-FILE.
          IF ORDER-HIST-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             READ ORDER-HIST-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM TAKE-MAX-HISTORY-PO UNTIL END-OF-FILE
             CLOSE ORDER-HIST-FILE
          END-IF.
          ADD 1 TO SCAN-YEAR-WM.

       TAKE-MAX-HISTORY-PO.
          SET ORDER-LINES-SEEN TO TRUE.
          IF OHA-PO-NUMBER-JB GREATER THAN MAX-PO-NUMBER-WC
             MOVE OHA-PO-NUMBER-JB TO MAX-PO-NUMBER-WC
          END-IF.
          READ ORDER-HIST-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       WRITE-REPORT-SUMMARY.
          MOVE SPACES TO FINDINGS-LINE-CA.
          WRITE FINDINGS-LINE-CA.
