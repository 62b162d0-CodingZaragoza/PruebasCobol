       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEAK.
       AUTHOR. Michael Coughlan.
      * Supplier order acknowledgement intake. Each ACKS.DAT line
      * is a supplier's answer to one PO - the PO number, the
      * quantity the supplier confirms it will ship and the date it
      * promises delivery. The promised date, confirmed quantity and
      * the day the answer was taken in are recorded against the PO
      * on OPENPO-FILE and OPO-ACK-STATUS-FJ set to show whether the
      * PO was confirmed as ordered or for a different quantity, so
      * ACMEOA can chase each PO against its own promise and ACMESS
      * can score how often a supplier keeps its word. A later
      * acknowledgement for the same PO - a revised promise - simply
      * replaces the earlier one. An answer quoting an unknown PO,
      * one already closed or cancelled, or carrying a promised date
      * that is not a date or falls before the PO was raised is
      * rejected and reported rather than recorded. ACKRPT.DAT lists
      * every answer taken in, then every open PO whose confirmed
      * quantity still differs from OPO-QTY-REQUIRED-FJ - for the
      * buyer to amend or cancel through ACMEPM, after which the PO
      * drops off the list - then every open PO the supplier has
      * never acknowledged and that was raised more than the chase
      * period ago. The chase period in days is read from AKPARM.DAT
      * and defaults to 7 when the file is absent. With no ACKS.DAT
      * the two lists are still produced. The run registers itself
      * on RUNCTL.DAT like the other on-demand updaters. Run on
      * demand as acknowledgements come in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ACK-FILE ASSIGN TO "ACKS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ACK-STATUS-WB.

               SELECT ACK-PARM-FILE ASSIGN TO "AKPARM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ACK-PARM-STATUS-WB.

               SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ACK-REPORT-STATUS-WB.

           COPY "OPENPOSEL.CPY".

           COPY "RUNCTLSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
      * ACK-QTY-AA is the quantity the supplier confirms, which may
      * be less than ordered, more, or zero when it cannot supply.
       FD  ACK-FILE.
       01  ACK-REC-AA.
           02 ACK-PO-NUMBER-AA             PIC 9(7).
           02 ACK-QTY-AA                   PIC 9(6).
           02 ACK-PROMISED-DATE-AA         PIC 9(8).

       FD  ACK-PARM-FILE.
       01  ACK-PARM-REC-AC.
           02 PARM-ACK-DAYS-AC             PIC 9(3).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE-AB              PIC X(80).

           COPY "OPENPOFD.CPY".

           COPY "RUNCTLFD.CPY".



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 ACK-STATUS-WB                PIC XX.
           02 ACK-PARM-STATUS-WB           PIC XX.
           02 ACK-REPORT-STATUS-WB         PIC XX.
           02 OPENPO-STATUS-WB             PIC XX.
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 OPENPO-EOF-SW-WB             PIC 9.
              88 END-OF-OPENPO             VALUE 1.
              88 NOT-END-OF-OPENPO         VALUE 0.
           02 ACK-FILE-SW-WB               PIC X.
              88 ACK-FILE-AVAILABLE        VALUE "Y".

       01  ACK-DATA-WC.
           02 CHASE-DAYS-WC                PIC 9(3).
           02 RUN-DATE-WC                  PIC 9(8).
           02 TODAY-SERIAL-WC              PIC 9(7) COMP.
           02 PO-AGE-DAYS-WC               PIC S9(5) COMP.
           02 ACK-OK-SW-WC                 PIC X.
              88 ACK-OK                    VALUE "Y".
              88 ACK-NOT-OK                VALUE "N".
           02 REVISED-SW-WC                PIC X.
              88 ACK-REVISED               VALUE "Y".
           02 REJECT-REASON-WC             PIC X(16).

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

       01  ACK-COUNTS-WM.
           02 READ-COUNT-WM                PIC 9(5) VALUE ZEROS.
           02 APPLIED-COUNT-WM             PIC 9(5) VALUE ZEROS.
           02 DIFFERS-COUNT-WM             PIC 9(5) VALUE ZEROS.
           02 REJECTED-COUNT-WM            PIC 9(5) VALUE ZEROS.
           02 OUTSTANDING-COUNT-WM         PIC 9(5) VALUE ZEROS.
           02 UNACKED-COUNT-WM             PIC 9(5) VALUE ZEROS.

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
           02 LOCK-REPLY-WR                PIC X.
           02 LOCK-OK-SW-WR                PIC X.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  ACK-HEADING-WH.
           02 FILLER                       PIC X(10) VALUE "PO NUMBER".
           02 FILLER                       PIC X(8)  VALUE "STOCK".
           02 FILLER                       PIC X(7)  VALUE "MANF".
           02 FILLER                       PIC X(8)  VALUE "ORDERED".
           02 FILLER                       PIC X(12) VALUE "CONFIRMED".
           02 FILLER                       PIC X(11) VALUE "PROMISED".
           02 FILLER                       PIC X(20) VALUE "RESULT".

       01  ACK-LINE-WJ.
           02 AL-PO-NUMBER-WJ              PIC ZZZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-STOCK-NUM-WJ              PIC ZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-MANF-CODE-WJ              PIC X(4).
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-QTY-REQUIRED-WJ           PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-ACK-QTY-WJ                PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-PROMISED-DATE-WJ          PIC 9(8).
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 AL-RESULT-WJ                 PIC X(20).

       01  CHASE-HEADING-WK.
           02 FILLER                       PIC X(10) VALUE "PO NUMBER".
           02 FILLER                       PIC X(8)  VALUE "STOCK".
           02 FILLER                       PIC X(7)  VALUE "MANF".
           02 FILLER                       PIC X(8)  VALUE "ORDERED".
           02 FILLER                       PIC X(10) VALUE "  RAISED".
           02 FILLER                       PIC X(8)  VALUE "    DAYS".

       01  CHASE-LINE-WL.
           02 CH-PO-NUMBER-WL              PIC ZZZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 CH-STOCK-NUM-WL              PIC ZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 CH-MANF-CODE-WL              PIC X(4).
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 CH-QTY-REQUIRED-WL           PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 CH-RUN-DATE-WL               PIC 9(8).
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 CH-AGE-DAYS-WL               PIC ZZZZ9.

       01  COUNT-LINE-WT.
           02 CL-LABEL-WT                  PIC X(34).
           02 CL-COUNT-WT                  PIC ZZZZ9.



       PROCEDURE DIVISION.
       PROCESS-ACKNOWLEDGEMENTS.
          MOVE 0 TO RETURN-CODE.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "AK RUN NOT STARTED, RUN CONTROL LOCK HELD"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM REGISTER-MAINT-SESSION
             PERFORM RUN-ACK-PASS
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
          MOVE "ACMEAK" TO RUN-LOCK-HOLDER-FO.
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

       RUN-ACK-PASS.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          MOVE RUN-DATE-WC TO DATE-IN-WD.
          PERFORM CONVERT-DATE-TO-DAYS.
          MOVE DAYS-OUT-WD TO TODAY-SERIAL-WC.
          PERFORM GET-CHASE-DAYS.
          MOVE SPACE TO ACK-FILE-SW-WB.
          OPEN INPUT ACK-FILE.
          IF ACK-STATUS-WB = "00"
             SET ACK-FILE-AVAILABLE TO TRUE
          ELSE
             DISPLAY "AK NO ACKNOWLEDGEMENTS FILE FOUND, STATUS = "
                     ACK-STATUS-WB
          END-IF.
          OPEN I-O OPENPO-FILE.
          OPEN OUTPUT ACK-REPORT-FILE.
          IF OPENPO-STATUS-WB NOT = "00"
             OR ACK-REPORT-STATUS-WB NOT = "00"
             DISPLAY "AK OPEN FAILED, OPENPO STATUS = "
                     OPENPO-STATUS-WB
                     " REPORT STATUS = " ACK-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-REPORT-HEADINGS
             IF ACK-FILE-AVAILABLE
                PERFORM TAKE-IN-ALL-ACKS
             END-IF
             PERFORM LIST-QTY-DIFFERENCES
             PERFORM LIST-UNACKNOWLEDGED-POS
             PERFORM WRITE-RUN-SUMMARY
             DISPLAY "AK ACKNOWLEDGEMENTS APPLIED = " APPLIED-COUNT-WM
                     " REJECTED = " REJECTED-COUNT-WM
                     " NOT ACKNOWLEDGED = " UNACKED-COUNT-WM
          END-IF.
          IF ACK-FILE-AVAILABLE
             CLOSE ACK-FILE
          END-IF.
          CLOSE OPENPO-FILE, ACK-REPORT-FILE.

      * The chase period is a site parameter so purchasing can
      * decide how long a supplier has to answer before it is
      * chased, without a program change.
       GET-CHASE-DAYS.
          MOVE 7 TO CHASE-DAYS-WC.
          OPEN INPUT ACK-PARM-FILE.
          IF ACK-PARM-STATUS-WB = "00"
             READ ACK-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PARM-ACK-DAYS-AC NUMERIC
                        AND PARM-ACK-DAYS-AC NOT = ZERO
                        MOVE PARM-ACK-DAYS-AC TO CHASE-DAYS-WC
                     END-IF
             END-READ
             CLOSE ACK-PARM-FILE
          END-IF.

       TAKE-IN-ALL-ACKS.
          MOVE "ACKNOWLEDGEMENTS TAKEN IN" TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB FROM ACK-HEADING-WH.
          SET NOT-END-OF-FILE TO TRUE.
          READ ACK-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          PERFORM TAKE-IN-ONE-ACK UNTIL END-OF-FILE.
          IF READ-COUNT-WM = ZERO
             MOVE "NO ACKNOWLEDGEMENTS TO TAKE IN"
               TO ACK-REPORT-LINE-AB
             WRITE ACK-REPORT-LINE-AB
          END-IF.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.

       TAKE-IN-ONE-ACK.
          ADD 1 TO READ-COUNT-WM.
          MOVE ACK-PO-NUMBER-AA TO OPO-PO-NUMBER-FJ.
          READ OPENPO-FILE
               KEY IS OPO-PO-NUMBER-FJ
               INVALID KEY
                  SET ACK-NOT-OK TO TRUE
                  MOVE "UNKNOWN PO" TO REJECT-REASON-WC
               NOT INVALID KEY
                  PERFORM CHECK-ACK-AGAINST-PO
          END-READ.
          IF ACK-OK
             PERFORM RECORD-ACK-ON-PO
          ELSE
             PERFORM REJECT-ACK
          END-IF.
          READ ACK-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

      * Only an open PO can still be delivered to a promise, and a
      * promise dated before the order has been mis-keyed.
       CHECK-ACK-AGAINST-PO.
          SET ACK-OK TO TRUE.
          IF OPO-CLOSED
             SET ACK-NOT-OK TO TRUE
             MOVE "PO CLOSED" TO REJECT-REASON-WC
          ELSE
          IF OPO-CANCELLED
             SET ACK-NOT-OK TO TRUE
             MOVE "PO CANCELLED" TO REJECT-REASON-WC
          ELSE
          IF ACK-QTY-AA NOT NUMERIC
             SET ACK-NOT-OK TO TRUE
             MOVE "BAD QUANTITY" TO REJECT-REASON-WC
          ELSE
             PERFORM CHECK-PROMISED-DATE
          END-IF
          END-IF
          END-IF.

       CHECK-PROMISED-DATE.
          IF ACK-PROMISED-DATE-AA NOT NUMERIC
             SET ACK-NOT-OK TO TRUE
             MOVE "BAD PROMISE DATE" TO REJECT-REASON-WC
          ELSE
             MOVE ACK-PROMISED-DATE-AA TO DATE-IN-WD
             IF DW-MONTH-WD LESS THAN 1 OR DW-MONTH-WD GREATER THAN 12
                OR DW-DAY-WD LESS THAN 1 OR DW-DAY-WD GREATER THAN 31
                SET ACK-NOT-OK TO TRUE
                MOVE "BAD PROMISE DATE" TO REJECT-REASON-WC
             ELSE
                IF ACK-PROMISED-DATE-AA LESS THAN OPO-RUN-DATE-FJ
                   SET ACK-NOT-OK TO TRUE
                   MOVE "BEFORE PO RAISED" TO REJECT-REASON-WC
                END-IF
             END-IF
          END-IF.

       RECORD-ACK-ON-PO.
          MOVE SPACE TO REVISED-SW-WC.
          IF NOT OPO-NOT-ACKNOWLEDGED
             SET ACK-REVISED TO TRUE
          END-IF.
          MOVE ACK-PROMISED-DATE-AA TO OPO-PROMISED-DATE-FJ.
          MOVE ACK-QTY-AA           TO OPO-ACK-QTY-FJ.
          MOVE RUN-DATE-WC          TO OPO-ACK-DATE-FJ.
          IF OPO-ACK-QTY-FJ = OPO-QTY-REQUIRED-FJ
             SET OPO-ACK-AS-ORDERED TO TRUE
          ELSE
             SET OPO-ACK-QTY-DIFFERS TO TRUE
          END-IF.
          REWRITE OPENPO-REC-FJ
                  INVALID KEY
                     SET ACK-NOT-OK TO TRUE
                     MOVE "REWRITE FAILED" TO REJECT-REASON-WC
          END-REWRITE.
          IF ACK-OK
             PERFORM WRITE-APPLIED-LINE
          ELSE
             PERFORM REJECT-ACK
          END-IF.

       WRITE-APPLIED-LINE.
          ADD 1 TO APPLIED-COUNT-WM.
          MOVE SPACES TO AL-RESULT-WJ.
          IF OPO-ACK-AS-ORDERED
             IF ACK-REVISED
                MOVE "REVISED, AS ORDERED" TO AL-RESULT-WJ
             ELSE
                MOVE "AS ORDERED" TO AL-RESULT-WJ
             END-IF
          ELSE
             ADD 1 TO DIFFERS-COUNT-WM
             IF ACK-REVISED
                MOVE "REVISED, QTY DIFFERS" TO AL-RESULT-WJ
             ELSE
                MOVE "QTY DIFFERS" TO AL-RESULT-WJ
             END-IF
          END-IF.
          PERFORM MOVE-PO-TO-ACK-LINE.
          WRITE ACK-REPORT-LINE-AB FROM ACK-LINE-WJ.

       REJECT-ACK.
          ADD 1 TO REJECTED-COUNT-WM.
          MOVE ACK-PO-NUMBER-AA     TO AL-PO-NUMBER-WJ.
          MOVE ZEROS                TO AL-STOCK-NUM-WJ.
          MOVE SPACES               TO AL-MANF-CODE-WJ.
          MOVE ZEROS                TO AL-QTY-REQUIRED-WJ.
          MOVE ZEROS                TO AL-ACK-QTY-WJ.
          IF ACK-QTY-AA NUMERIC
             MOVE ACK-QTY-AA        TO AL-ACK-QTY-WJ
          END-IF.
          MOVE ZEROS                TO AL-PROMISED-DATE-WJ.
          IF ACK-PROMISED-DATE-AA NUMERIC
             MOVE ACK-PROMISED-DATE-AA TO AL-PROMISED-DATE-WJ
          END-IF.
          MOVE SPACES               TO AL-RESULT-WJ.
          STRING "REJ " REJECT-REASON-WC
                 DELIMITED BY SIZE INTO AL-RESULT-WJ.
          WRITE ACK-REPORT-LINE-AB FROM ACK-LINE-WJ.

       MOVE-PO-TO-ACK-LINE.
          MOVE OPO-PO-NUMBER-FJ     TO AL-PO-NUMBER-WJ.
          MOVE OPO-STOCK-NUM-FJ     TO AL-STOCK-NUM-WJ.
          MOVE OPO-MANF-CODE-FJ     TO AL-MANF-CODE-WJ.
          MOVE OPO-QTY-REQUIRED-FJ  TO AL-QTY-REQUIRED-WJ.
          MOVE OPO-ACK-QTY-FJ       TO AL-ACK-QTY-WJ.
          MOVE OPO-PROMISED-DATE-FJ TO AL-PROMISED-DATE-WJ.

      * A difference stays on this list until the buyer has settled
      * it in ACMEPM - amending the PO to the confirmed quantity
      * takes it off, and so does cancelling it.
       LIST-QTY-DIFFERENCES.
          MOVE "CONFIRMED QUANTITY DIFFERS - AMEND OR CANCEL IN ACMEPM"
            TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB FROM ACK-HEADING-WH.
          PERFORM START-OPENPO-SCAN.
          PERFORM CHECK-PO-FOR-DIFFERENCE UNTIL END-OF-OPENPO.
          IF OUTSTANDING-COUNT-WM = ZERO
             MOVE "NO QUANTITY DIFFERENCES OUTSTANDING"
               TO ACK-REPORT-LINE-AB
             WRITE ACK-REPORT-LINE-AB
          END-IF.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.

       CHECK-PO-FOR-DIFFERENCE.
          IF OPO-OPEN AND OPO-ACK-QTY-DIFFERS
             AND OPO-ACK-QTY-FJ NOT = OPO-QTY-REQUIRED-FJ
             ADD 1 TO OUTSTANDING-COUNT-WM
             PERFORM MOVE-PO-TO-ACK-LINE
             IF OPO-ACK-QTY-FJ LESS THAN OPO-QTY-REQUIRED-FJ
                MOVE "CONFIRMED SHORT" TO AL-RESULT-WJ
             ELSE
                MOVE "CONFIRMED OVER" TO AL-RESULT-WJ
             END-IF
             WRITE ACK-REPORT-LINE-AB FROM ACK-LINE-WJ
          END-IF.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-OPENPO TO TRUE
          END-READ.

       LIST-UNACKNOWLEDGED-POS.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          STRING "NOT ACKNOWLEDGED AFTER " CHASE-DAYS-WC " DAYS"
                 DELIMITED BY SIZE INTO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB FROM CHASE-HEADING-WK.
          PERFORM START-OPENPO-SCAN.
          PERFORM CHECK-PO-FOR-ACK UNTIL END-OF-OPENPO.
          IF UNACKED-COUNT-WM = ZERO
             MOVE "NO UNACKNOWLEDGED PURCHASE ORDERS"
               TO ACK-REPORT-LINE-AB
             WRITE ACK-REPORT-LINE-AB
          END-IF.

       CHECK-PO-FOR-ACK.
          IF OPO-OPEN AND OPO-NOT-ACKNOWLEDGED
             MOVE OPO-RUN-DATE-FJ TO DATE-IN-WD
             PERFORM CONVERT-DATE-TO-DAYS
             SUBTRACT DAYS-OUT-WD FROM TODAY-SERIAL-WC
                      GIVING PO-AGE-DAYS-WC
             IF PO-AGE-DAYS-WC GREATER THAN CHASE-DAYS-WC
                PERFORM WRITE-CHASE-LINE
             END-IF
          END-IF.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-OPENPO TO TRUE
          END-READ.

       WRITE-CHASE-LINE.
          ADD 1 TO UNACKED-COUNT-WM.
          MOVE OPO-PO-NUMBER-FJ    TO CH-PO-NUMBER-WL.
          MOVE OPO-STOCK-NUM-FJ    TO CH-STOCK-NUM-WL.
          MOVE OPO-MANF-CODE-FJ    TO CH-MANF-CODE-WL.
          MOVE OPO-QTY-REQUIRED-FJ TO CH-QTY-REQUIRED-WL.
          MOVE OPO-RUN-DATE-FJ     TO CH-RUN-DATE-WL.
          MOVE PO-AGE-DAYS-WC      TO CH-AGE-DAYS-WL.
          WRITE ACK-REPORT-LINE-AB FROM CHASE-LINE-WL.

      * Each list reads OPENPO.DAT from the lowest PO number up,
      * after the random reads of the intake.
       START-OPENPO-SCAN.
          SET NOT-END-OF-OPENPO TO TRUE.
          MOVE ZEROS TO OPO-PO-NUMBER-FJ.
          START OPENPO-FILE
                KEY IS NOT LESS THAN OPO-PO-NUMBER-FJ
                INVALID KEY SET END-OF-OPENPO TO TRUE
          END-START.
          IF NOT END-OF-OPENPO
             READ OPENPO-FILE NEXT RECORD
                  AT END SET END-OF-OPENPO TO TRUE
             END-READ
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE "ACME SUPPLIER ACKNOWLEDGEMENT REPORT"
            TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          STRING "RUN DATE : " RUN-DATE-WC
                 "  CHASE AFTER : " CHASE-DAYS-WC " DAYS"
                 DELIMITED BY SIZE INTO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.

       WRITE-RUN-SUMMARY.
          MOVE SPACES TO ACK-REPORT-LINE-AB.
          WRITE ACK-REPORT-LINE-AB.
          MOVE "ACKNOWLEDGEMENTS READ          : " TO CL-LABEL-WT.
          MOVE READ-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.
          MOVE "ACKNOWLEDGEMENTS APPLIED       : " TO CL-LABEL-WT.
          MOVE APPLIED-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.
          MOVE "  OF WHICH QUANTITY DIFFERS    : " TO CL-LABEL-WT.
          MOVE DIFFERS-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.
          MOVE "ACKNOWLEDGEMENTS REJECTED      : " TO CL-LABEL-WT.
          MOVE REJECTED-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.
          MOVE "DIFFERENCES AWAITING AMENDMENT : " TO CL-LABEL-WT.
          MOVE OUTSTANDING-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.
          MOVE "OPEN POS NOT ACKNOWLEDGED      : " TO CL-LABEL-WT.
          MOVE UNACKED-COUNT-WM TO CL-COUNT-WT.
          WRITE ACK-REPORT-LINE-AB FROM COUNT-LINE-WT.

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
