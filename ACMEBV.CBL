       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEBV.
       AUTHOR. Michael Coughlan.
      * Keyed batch validation - proves a batch of keyed
      * transactions is whole and clean before any program applies
      * a line of it. Each of RECEIPTS.DAT, ISSUES.DAT, TRANSFER.DAT,
      * STKCOUNT.DAT and REQUISTN.DAT is keyed as one batch between
      * a header and a trailer (BATCHCTL.CPY). The batch is rejected
      * whole if the header or trailer is missing or does not match,
      * if the number of lines or the hash total of their quantities
      * does not agree with the trailer, if any line quotes a stock
      * number or quantity not keyed in figures, a stock number not
      * on STOCK-FILE, a zero quantity or a location other than the
      * main store "MS" or factory annexe "FA", or if the batch
      * number is already on BATCHREG.DAT as applied. A
      * stock count may be zero and carries no location; a receipt
      * or issue keyed without a location is taken as the main store
      * as ACMEGR and ACMEIS take it, but a transfer must name both
      * ends. A receipt's expiry date must be zero, for a lot that
      * does not go off, or have a month of 1 to 12 and a day of 1
      * to 31, and a lot keyed without a numeric expiry is rejected
      * too, so a mistyped label never reaches LOTBAL.DAT. The
      * caller names the file to check, or "NIGHTLY" for the
      * receipts and issues the nightly cycle applies; every batch
      * checked is listed on BATCHCHK.DAT with the reasons for any
      * rejection, and RETURN-CODE comes back 8 if any batch was
      * rejected so ACMEDRV, ACMETF, ACMESK and ACMERQ stop before
      * anything is applied. A file that is not there has nothing to
      * check. It updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-FILE-STATUS-WB.

               SELECT ISSUE-FILE ASSIGN TO "ISSUES.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-FILE-STATUS-WB.

               SELECT TRANSFER-FILE ASSIGN TO "TRANSFER.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-FILE-STATUS-WB.

               SELECT COUNT-FILE ASSIGN TO "STKCOUNT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-FILE-STATUS-WB.

               SELECT REQUISITION-FILE ASSIGN TO "REQUISTN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-FILE-STATUS-WB.

               SELECT BATCH-CHECK-FILE ASSIGN TO "BATCHCHK.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BATCH-CHECK-STATUS-WB.

           COPY "STOCKSEL.CPY".

           COPY "BATREGSEL.CPY".



       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-REC-GA.
           02 RECEIPT-STOCK-NUM-GA         PIC 9(5).
           02 RECEIPT-QTY-GA               PIC 9(6).
           02 RECEIPT-PO-NUM-GA            PIC 9(7).
           02 RECEIPT-LOC-GA               PIC X(2).
           02 RECEIPT-LOT-GA               PIC X(12).
           02 RECEIPT-EXPIRY-GA            PIC 9(8).

       FD  ISSUE-FILE.
       01  ISSUE-REC-IA.
           02 ISSUE-STOCK-NUM-IA           PIC 9(5).
           02 ISSUE-QTY-IA                 PIC 9(6).
           02 ISSUE-DEPT-IA                PIC X(20).
           02 ISSUE-LOC-IA                 PIC X(2).

       FD  TRANSFER-FILE.
       01  TRANSFER-REC-TA.
           02 TRANS-STOCK-NUM-TA           PIC 9(5).
           02 TRANS-QTY-TA                 PIC 9(6).
           02 TRANS-FROM-LOC-TA            PIC X(2).
           02 TRANS-TO-LOC-TA              PIC X(2).
       01  TRANSFER-BATCH-REC-TA           PIC X(24).

       FD  COUNT-FILE.
       01  COUNT-REC-KA.
           02 COUNT-STOCK-NUM-KA           PIC 9(5).
           02 COUNT-QTY-KA                 PIC 9(6).
           02 COUNT-INITIALS-KA            PIC X(3).
       01  COUNT-BATCH-REC-KA              PIC X(24).

       FD  REQUISITION-FILE.
       01  REQUISITION-REC-QA.
           02 REQ-STOCK-NUM-QA             PIC 9(5).
           02 REQ-QTY-QA                   PIC 9(6).
           02 REQ-DEPT-QA                  PIC X(20).
           02 REQ-WANTED-DATE-QA           PIC 9(8).

       FD  BATCH-CHECK-FILE.
       01  BATCH-CHECK-LINE-VA             PIC X(80).

           COPY "STOCKFD.CPY".

           COPY "BATREGFD.CPY".



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 BATCH-FILE-STATUS-WB         PIC XX.
           02 BATCH-CHECK-STATUS-WB        PIC XX.
           02 FILLER                       PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 REGISTER-SW-WB               PIC X.
              88 REGISTER-AVAILABLE        VALUE "Y".
              88 REGISTER-ABSENT           VALUE "N".

           COPY "BATCHCTL.CPY".

           COPY "STEPCNT.CPY".

      * Each line read, whichever file it came from, is set out here
      * so one set of checks serves all five.
       01  LINE-DATA-WC.
           02 BATCH-FILE-WC                PIC X(8).
              88 CHECKING-RECEIPTS         VALUE "RECEIPTS".
              88 CHECKING-ISSUES           VALUE "ISSUES".
              88 CHECKING-TRANSFERS        VALUE "TRANSFER".
              88 CHECKING-COUNTS           VALUE "STKCOUNT".
              88 CHECKING-REQUISITIONS     VALUE "REQUISTN".
           02 LINE-KIND-WC                 PIC X.
              88 LINE-IS-HEADER            VALUE "H".
              88 LINE-IS-TRAILER           VALUE "T".
              88 LINE-IS-DETAIL            VALUE "D".
           02 LINE-STOCK-NUM-WC            PIC 9(5).
           02 LINE-QTY-WC                  PIC 9(6).
           02 LINE-LOC-WC                  PIC X(2).
           02 LINE-TO-LOC-WC               PIC X(2).
           02 CHECK-LOC-WC                 PIC X(2).
           02 LOC-RULE-SW-WC               PIC X.
              88 LOC-BLANK-IS-MAIN-STORE   VALUE "B".
              88 LOC-MUST-BE-NAMED         VALUE "N".
              88 LOC-NOT-ON-LINE           VALUE "X".
           02 ZERO-QTY-SW-WC               PIC X.
              88 ZERO-QTY-ALLOWED          VALUE "Y".
              88 ZERO-QTY-REJECTED         VALUE "N".
           02 LINE-LOT-WC                  PIC X(12).
           02 LINE-EXPIRY-WC               PIC X(8).
           02 LINE-EXPIRY-DATE-WC REDEFINES LINE-EXPIRY-WC.
              03 LE-YEAR-WC                PIC 9(4).
              03 LE-MONTH-WC               PIC 99.
              03 LE-DAY-WC                 PIC 99.

       01  BATCH-TOTALS-WD.
           02 RUN-DATE-WD                  PIC 9(8).
           02 LINE-NUM-WD                  PIC 9(5).
           02 DETAIL-COUNT-WD              PIC 9(6).
           02 HASH-TOTAL-WD                PIC 9(10).
           02 HEADER-COUNT-WD              PIC 9(3).
           02 TRAILER-SW-WD                PIC X.
              88 TRAILER-SEEN              VALUE "Y".
              88 NO-TRAILER-SEEN           VALUE "N".
           02 LINES-AFTER-TRAILER-SW-WD    PIC X.
              88 LINES-AFTER-TRAILER       VALUE "Y".
              88 NO-LINES-AFTER-TRAILER    VALUE "N".
           02 TRAILER-BATCH-NUM-WD         PIC 9(6).
           02 TRAILER-LINE-COUNT-WD        PIC 9(6).
           02 TRAILER-HASH-TOTAL-WD        PIC 9(10).
           02 ACCEPTED-COUNT-WD            PIC 9(3).
           02 REJECTED-COUNT-WD            PIC 9(3).

      * The reasons a batch is rejected are kept until the batch is
      * finished, so they print under its summary line; a line
      * number of zero marks a reason that belongs to the batch as a
      * whole.
       01  REASON-TABLE-WE.
           02 REASON-COUNT-WE              PIC 9(3) COMP.
           02 REASON-IDX-WE                PIC 9(3) COMP.
           02 REASONS-NOT-LISTED-WE        PIC 9(5).
           02 HOLD-REASON-WE               PIC X(44).
           02 HOLD-REASON-LINE-WE          PIC 9(5).
           02 HOLD-REASON-STOCK-WE         PIC 9(5).
           02 REASON-ENTRY-WE OCCURS 50 TIMES.
              03 RSN-LINE-NUM-WE           PIC 9(5).
              03 RSN-STOCK-NUM-WE          PIC 9(5).
              03 RSN-TEXT-WE               PIC X(44).

       01  HEADING-LINE-WF.
           02 FILLER                       PIC X(10) VALUE "FILE".
           02 FILLER                       PIC X(8)  VALUE "BATCH".
           02 FILLER                       PIC X(10) VALUE "KEYED ON".
           02 FILLER                       PIC X(7)  VALUE "KEYER".
           02 FILLER                       PIC X(8)  VALUE "   LINES".
           02 FILLER                       PIC X(13)
              VALUE "   HASH TOTAL".
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FILLER                       PIC X(8)  VALUE "RESULT".

       01  SUMMARY-LINE-WG.
           02 SL-BATCH-FILE-WG             PIC X(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 SL-BATCH-NUM-WG              PIC 9(6).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 SL-BATCH-DATE-WG             PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 SL-KEYER-WG                  PIC X(3).
           02 FILLER                       PIC X(4)  VALUE SPACES.
           02 SL-LINE-COUNT-WG             PIC ZZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 SL-HASH-TOTAL-WG             PIC ZZZZZZZZZ9.
           02 FILLER                       PIC X(5)  VALUE SPACES.
           02 SL-RESULT-WG                 PIC X(8).

       01  REASON-LINE-WH.
           02 FILLER                       PIC X(4)  VALUE SPACES.
           02 RL-LINE-TEXT-WH              PIC X(11).
           02 RL-LINE-DATA-WH REDEFINES RL-LINE-TEXT-WH.
              03 FILLER                    PIC X(5).
              03 RL-LINE-NUM-WH            PIC ZZZZ9.
              03 FILLER                    PIC X(1).
           02 RL-STOCK-TEXT-WH             PIC X(12).
           02 RL-STOCK-DATA-WH REDEFINES RL-STOCK-TEXT-WH.
              03 FILLER                    PIC X(6).
              03 RL-STOCK-NUM-WH           PIC 9(5).
              03 FILLER                    PIC X(1).
           02 RL-REASON-WH                 PIC X(44).

       01  COUNT-LINE-WI.
           02 CL-LABEL-WI                  PIC X(34).
           02 CL-COUNT-WI                  PIC ZZZZ9.

       LINKAGE SECTION.
      * The file to check - RECEIPTS, ISSUES, TRANSFER, STKCOUNT or
      * REQUISTN - or NIGHTLY for receipts and issues together.
       01  BATCH-SELECT-LA                 PIC X(8).



       PROCEDURE DIVISION USING BATCH-SELECT-LA.
       VALIDATE-BATCHES.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          MOVE ZEROS TO ACCEPTED-COUNT-WD, REJECTED-COUNT-WD.
          OPEN INPUT STOCK-FILE.
          OPEN OUTPUT BATCH-CHECK-FILE.
          IF STOCK-STATUS-WB NOT = "00"
             OR BATCH-CHECK-STATUS-WB NOT = "00"
             DISPLAY "BV OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " REPORT STATUS = " BATCH-CHECK-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM OPEN-BATCH-REGISTER
             PERFORM WRITE-REPORT-HEADINGS
             IF BATCH-SELECT-LA = "NIGHTLY"
                MOVE "RECEIPTS" TO BATCH-FILE-WC
                PERFORM CHECK-ONE-FILE
                MOVE "ISSUES" TO BATCH-FILE-WC
                PERFORM CHECK-ONE-FILE
             ELSE
                MOVE BATCH-SELECT-LA TO BATCH-FILE-WC
                IF CHECKING-RECEIPTS OR CHECKING-ISSUES
                   OR CHECKING-TRANSFERS OR CHECKING-COUNTS
                   OR CHECKING-REQUISITIONS
                   PERFORM CHECK-ONE-FILE
                ELSE
                   DISPLAY "BV UNKNOWN BATCH FILE " BATCH-SELECT-LA
                           ", NOTHING CHECKED"
                   ADD 1 TO REJECTED-COUNT-WD
                END-IF
             END-IF
             PERFORM WRITE-REPORT-TOTALS
             IF REGISTER-AVAILABLE
                CLOSE BATCH-REGISTER-FILE
             END-IF
             IF REJECTED-COUNT-WD NOT = ZERO
                DISPLAY "BV BATCHES REJECTED = " REJECTED-COUNT-WD
                        ", NOTHING APPLIED - SEE BATCHCHK.DAT"
                MOVE 8 TO RETURN-CODE
             ELSE
                DISPLAY "BV BATCHES ACCEPTED = " ACCEPTED-COUNT-WD
             END-IF
          END-IF.
          CLOSE STOCK-FILE, BATCH-CHECK-FILE.
          GOBACK.

      * A missing register means no batch has been applied yet, so
      * nothing can be a repeat.
       OPEN-BATCH-REGISTER.
          SET REGISTER-ABSENT TO TRUE.
          OPEN INPUT BATCH-REGISTER-FILE.
          IF BATCH-REG-STATUS-WB = "00"
             SET REGISTER-AVAILABLE TO TRUE
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO BATCH-CHECK-LINE-VA.
          MOVE "ACME KEYED BATCH VALIDATION" TO BATCH-CHECK-LINE-VA.
          WRITE BATCH-CHECK-LINE-VA.
          MOVE SPACES TO BATCH-CHECK-LINE-VA.
          ACCEPT RUN-DATE-WD FROM DATE YYYYMMDD.
          STRING "RUN DATE : " RUN-DATE-WD
                 DELIMITED BY SIZE INTO BATCH-CHECK-LINE-VA.
          WRITE BATCH-CHECK-LINE-VA.
          MOVE SPACES TO BATCH-CHECK-LINE-VA.
          WRITE BATCH-CHECK-LINE-VA.
          WRITE BATCH-CHECK-LINE-VA FROM HEADING-LINE-WF.

      * One file is one batch. The file is read to the end whatever
      * is found, so every reason for rejecting it is listed at once
      * and the keyer can put the whole batch right in one pass.
       CHECK-ONE-FILE.
          PERFORM OPEN-BATCH-FILE.
          IF BATCH-FILE-STATUS-WB = "35"
             DISPLAY "BV NO " BATCH-FILE-WC " FILE, NOTHING TO CHECK"
          ELSE
          IF BATCH-FILE-STATUS-WB NOT = "00"
             DISPLAY "BV " BATCH-FILE-WC " OPEN FAILED, STATUS = "
                     BATCH-FILE-STATUS-WB
             ADD 1 TO REJECTED-COUNT-WD
          ELSE
             PERFORM START-BATCH
             SET NOT-END-OF-FILE TO TRUE
             PERFORM READ-BATCH-LINE
             IF END-OF-FILE
                DISPLAY "BV " BATCH-FILE-WC " FILE EMPTY, NOTHING TO "
                        "CHECK"
             ELSE
                PERFORM CHECK-BATCH-LINE UNTIL END-OF-FILE
                PERFORM FINISH-BATCH
             END-IF
             PERFORM CLOSE-BATCH-FILE
          END-IF
          END-IF.

       OPEN-BATCH-FILE.
          EVALUATE TRUE
             WHEN CHECKING-RECEIPTS
                OPEN INPUT RECEIPT-FILE
             WHEN CHECKING-ISSUES
                OPEN INPUT ISSUE-FILE
             WHEN CHECKING-TRANSFERS
                OPEN INPUT TRANSFER-FILE
             WHEN CHECKING-COUNTS
                OPEN INPUT COUNT-FILE
             WHEN CHECKING-REQUISITIONS
                OPEN INPUT REQUISITION-FILE
          END-EVALUATE.

       CLOSE-BATCH-FILE.
          EVALUATE TRUE
             WHEN CHECKING-RECEIPTS
                CLOSE RECEIPT-FILE
             WHEN CHECKING-ISSUES
                CLOSE ISSUE-FILE
             WHEN CHECKING-TRANSFERS
                CLOSE TRANSFER-FILE
             WHEN CHECKING-COUNTS
                CLOSE COUNT-FILE
             WHEN CHECKING-REQUISITIONS
                CLOSE REQUISITION-FILE
          END-EVALUATE.

      * The rules differ only in the zero-quantity and location
      * checks; everything else is the same for every file.
       START-BATCH.
          MOVE ZEROS TO LINE-NUM-WD, DETAIL-COUNT-WD, HASH-TOTAL-WD,
                        HEADER-COUNT-WD, TRAILER-BATCH-NUM-WD,
                        TRAILER-LINE-COUNT-WD, TRAILER-HASH-TOTAL-WD.
          MOVE ZEROS  TO APPLY-BATCH-NUM-FW, APPLY-BATCH-DATE-FW.
          MOVE SPACES TO APPLY-KEYER-FW.
          MOVE ZERO TO REASON-COUNT-WE.
          MOVE ZEROS TO REASONS-NOT-LISTED-WE.
          SET NO-BATCH-HEADER-SEEN TO TRUE.
          SET NO-TRAILER-SEEN TO TRUE.
          SET NO-LINES-AFTER-TRAILER TO TRUE.
          SET ZERO-QTY-REJECTED TO TRUE.
          EVALUATE TRUE
             WHEN CHECKING-RECEIPTS OR CHECKING-ISSUES
                SET LOC-BLANK-IS-MAIN-STORE TO TRUE
             WHEN CHECKING-TRANSFERS
                SET LOC-MUST-BE-NAMED TO TRUE
             WHEN CHECKING-COUNTS
                SET LOC-NOT-ON-LINE TO TRUE
                SET ZERO-QTY-ALLOWED TO TRUE
             WHEN CHECKING-REQUISITIONS
                SET LOC-NOT-ON-LINE TO TRUE
          END-EVALUATE.

      * Each read sets the line out in LINE-DATA-WC; a header or
      * trailer is moved to BATCH-CONTROL-REC-FW as well.
       READ-BATCH-LINE.
          EVALUATE TRUE
             WHEN CHECKING-RECEIPTS
                PERFORM READ-RECEIPT-LINE
             WHEN CHECKING-ISSUES
                PERFORM READ-ISSUE-LINE
             WHEN CHECKING-TRANSFERS
                PERFORM READ-TRANSFER-LINE
             WHEN CHECKING-COUNTS
                PERFORM READ-COUNT-LINE
             WHEN CHECKING-REQUISITIONS
                PERFORM READ-REQUISITION-LINE
          END-EVALUATE.
          IF NOT-END-OF-FILE
             ADD 1 TO LINE-NUM-WD
             ADD 1 TO STEP-RECORDS-IN-FZ
             SET LINE-IS-DETAIL TO TRUE
             IF BCH-HEADER
                SET LINE-IS-HEADER TO TRUE
             END-IF
             IF BCH-TRAILER
                SET LINE-IS-TRAILER TO TRUE
             END-IF
          END-IF.

       READ-RECEIPT-LINE.
          READ RECEIPT-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE RECEIPT-REC-GA       TO BATCH-CONTROL-REC-FW
             MOVE RECEIPT-STOCK-NUM-GA TO LINE-STOCK-NUM-WC
             MOVE RECEIPT-QTY-GA       TO LINE-QTY-WC
             MOVE RECEIPT-LOC-GA       TO LINE-LOC-WC
             MOVE SPACES               TO LINE-TO-LOC-WC
             MOVE RECEIPT-LOT-GA       TO LINE-LOT-WC
             MOVE RECEIPT-EXPIRY-GA    TO LINE-EXPIRY-WC
          END-IF.

       READ-ISSUE-LINE.
          READ ISSUE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE ISSUE-REC-IA       TO BATCH-CONTROL-REC-FW
             MOVE ISSUE-STOCK-NUM-IA TO LINE-STOCK-NUM-WC
             MOVE ISSUE-QTY-IA       TO LINE-QTY-WC
             MOVE ISSUE-LOC-IA       TO LINE-LOC-WC
             MOVE SPACES             TO LINE-TO-LOC-WC
          END-IF.

       READ-TRANSFER-LINE.
          READ TRANSFER-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE TRANSFER-BATCH-REC-TA TO BATCH-CONTROL-REC-FW
             MOVE TRANS-STOCK-NUM-TA    TO LINE-STOCK-NUM-WC
             MOVE TRANS-QTY-TA          TO LINE-QTY-WC
             MOVE TRANS-FROM-LOC-TA     TO LINE-LOC-WC
             MOVE TRANS-TO-LOC-TA       TO LINE-TO-LOC-WC
          END-IF.

       READ-COUNT-LINE.
          READ COUNT-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE COUNT-BATCH-REC-KA TO BATCH-CONTROL-REC-FW
             MOVE COUNT-STOCK-NUM-KA TO LINE-STOCK-NUM-WC
             MOVE COUNT-QTY-KA       TO LINE-QTY-WC
             MOVE SPACES             TO LINE-LOC-WC, LINE-TO-LOC-WC
          END-IF.

       READ-REQUISITION-LINE.
          READ REQUISITION-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          IF NOT-END-OF-FILE
             MOVE REQUISITION-REC-QA TO BATCH-CONTROL-REC-FW
             MOVE REQ-STOCK-NUM-QA   TO LINE-STOCK-NUM-WC
             MOVE REQ-QTY-QA         TO LINE-QTY-WC
             MOVE SPACES             TO LINE-LOC-WC, LINE-TO-LOC-WC
          END-IF.

       CHECK-BATCH-LINE.
          IF TRAILER-SEEN
             SET LINES-AFTER-TRAILER TO TRUE
          END-IF.
          EVALUATE TRUE
             WHEN LINE-IS-HEADER
                PERFORM CHECK-HEADER-LINE
             WHEN LINE-IS-TRAILER
                PERFORM CHECK-TRAILER-LINE
             WHEN OTHER
                PERFORM CHECK-DETAIL-LINE
          END-EVALUATE.
          PERFORM READ-BATCH-LINE.

       CHECK-HEADER-LINE.
          ADD 1 TO HEADER-COUNT-WD.
          IF HEADER-COUNT-WD = 1
             IF LINE-NUM-WD NOT = 1
                MOVE "BATCH HEADER IS NOT THE FIRST LINE"
                  TO HOLD-REASON-WE
                PERFORM NOTE-LINE-REASON
             END-IF
             SET BATCH-HEADER-SEEN TO TRUE
             MOVE BCH-BATCH-NUM-FW  TO APPLY-BATCH-NUM-FW
             MOVE BCH-BATCH-DATE-FW TO APPLY-BATCH-DATE-FW
             MOVE BCH-KEYER-FW      TO APPLY-KEYER-FW
          ELSE
             MOVE "MORE THAN ONE BATCH HEADER" TO HOLD-REASON-WE
             PERFORM NOTE-LINE-REASON
          END-IF.

       CHECK-TRAILER-LINE.
          IF TRAILER-SEEN
             MOVE "MORE THAN ONE BATCH TRAILER" TO HOLD-REASON-WE
             PERFORM NOTE-LINE-REASON
          ELSE
             SET TRAILER-SEEN TO TRUE
             MOVE BCH-BATCH-NUM-FW  TO TRAILER-BATCH-NUM-WD
             MOVE BCH-LINE-COUNT-FW TO TRAILER-LINE-COUNT-WD
             MOVE BCH-HASH-TOTAL-FW TO TRAILER-HASH-TOTAL-WD
          END-IF.

       CHECK-DETAIL-LINE.
          ADD 1 TO DETAIL-COUNT-WD.
          IF LINE-STOCK-NUM-WC NOT NUMERIC
             MOVE "STOCK NUMBER NOT NUMERIC" TO HOLD-REASON-WE
             PERFORM NOTE-LINE-REASON
          END-IF.
          IF LINE-QTY-WC NOT NUMERIC
             MOVE "QUANTITY NOT NUMERIC" TO HOLD-REASON-WE
             PERFORM NOTE-LINE-REASON
          END-IF.
          IF LINE-STOCK-NUM-WC NUMERIC AND LINE-QTY-WC NUMERIC
             ADD LINE-QTY-WC TO HASH-TOTAL-WD
             MOVE LINE-STOCK-NUM-WC TO STOCK-REC-POINTER-WB
             READ STOCK-FILE
                  INVALID KEY
                     MOVE "UNKNOWN STOCK NUMBER" TO HOLD-REASON-WE
                     PERFORM NOTE-LINE-REASON
             END-READ
             IF LINE-QTY-WC = ZERO AND ZERO-QTY-REJECTED
                MOVE "ZERO QUANTITY" TO HOLD-REASON-WE
                PERFORM NOTE-LINE-REASON
             END-IF
          END-IF.
          IF NOT LOC-NOT-ON-LINE
             MOVE LINE-LOC-WC TO CHECK-LOC-WC
             PERFORM CHECK-LOCATION-CODE
          END-IF.
          IF LOC-MUST-BE-NAMED
             MOVE LINE-TO-LOC-WC TO CHECK-LOC-WC
             PERFORM CHECK-LOCATION-CODE
          END-IF.
          IF CHECKING-RECEIPTS
             PERFORM CHECK-EXPIRY-DATE
          END-IF.

      * The main store and the factory annexe are the only
      * warehouses LOCBAL.DAT knows.
       CHECK-LOCATION-CODE.
          IF CHECK-LOC-WC = SPACES AND LOC-BLANK-IS-MAIN-STORE
             MOVE "MS" TO CHECK-LOC-WC
          END-IF.
          IF CHECK-LOC-WC NOT = "MS" AND CHECK-LOC-WC NOT = "FA"
             MOVE SPACES TO HOLD-REASON-WE
             STRING "UNKNOWN LOCATION CODE '" CHECK-LOC-WC "'"
                    DELIMITED BY SIZE INTO HOLD-REASON-WE
             PERFORM NOTE-LINE-REASON
          END-IF.

      * A zero expiry is a lot that does not go off and a line with
      * no lot carries no expiry at all; any other expiry must be a
      * real month and day, checked as ACMEAK checks a promised date.
       CHECK-EXPIRY-DATE.
          IF LINE-EXPIRY-WC NOT NUMERIC
             IF LINE-LOT-WC NOT = SPACES
                MOVE "BAD EXPIRY DATE" TO HOLD-REASON-WE
                PERFORM NOTE-LINE-REASON
             END-IF
          ELSE
          IF LINE-EXPIRY-WC NOT = ZEROS
             IF LE-MONTH-WC LESS THAN 1 OR LE-MONTH-WC GREATER THAN 12
                OR LE-DAY-WC LESS THAN 1 OR LE-DAY-WC GREATER THAN 31
                MOVE "BAD EXPIRY DATE" TO HOLD-REASON-WE
                PERFORM NOTE-LINE-REASON
             END-IF
          END-IF
          END-IF.

      * The batch-wide checks are made once the last line is in.
       FINISH-BATCH.
          IF NO-BATCH-HEADER-SEEN
             MOVE "NO BATCH HEADER" TO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          END-IF.
          IF NO-TRAILER-SEEN
             MOVE "NO BATCH TRAILER" TO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          ELSE
             PERFORM CHECK-TRAILER-TOTALS
          END-IF.
          IF LINES-AFTER-TRAILER
             MOVE "LINES KEYED AFTER THE BATCH TRAILER"
               TO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          END-IF.
          IF BATCH-HEADER-SEEN
             PERFORM CHECK-BATCH-REGISTER
          END-IF.
          PERFORM PRINT-BATCH-RESULT.

       CHECK-TRAILER-TOTALS.
          IF BATCH-HEADER-SEEN
             AND TRAILER-BATCH-NUM-WD NOT = APPLY-BATCH-NUM-FW
             MOVE SPACES TO HOLD-REASON-WE
             STRING "TRAILER IS FOR BATCH " TRAILER-BATCH-NUM-WD
                    DELIMITED BY SIZE INTO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          END-IF.
          IF TRAILER-LINE-COUNT-WD NOT = DETAIL-COUNT-WD
             MOVE SPACES TO HOLD-REASON-WE
             STRING "TRAILER COUNT " TRAILER-LINE-COUNT-WD
                    " BUT LINES KEYED " DETAIL-COUNT-WD
                    DELIMITED BY SIZE INTO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          END-IF.
          IF TRAILER-HASH-TOTAL-WD NOT = HASH-TOTAL-WD
             MOVE SPACES TO HOLD-REASON-WE
             STRING "TRAILER HASH " TRAILER-HASH-TOTAL-WD
                    " BUT LINES ADD TO " HASH-TOTAL-WD
                    DELIMITED BY SIZE INTO HOLD-REASON-WE
             PERFORM NOTE-BATCH-REASON
          END-IF.

       CHECK-BATCH-REGISTER.
          IF REGISTER-AVAILABLE
             MOVE BATCH-FILE-WC      TO REG-BATCH-FILE-FX
             MOVE APPLY-BATCH-NUM-FW TO REG-BATCH-NUM-FX
             READ BATCH-REGISTER-FILE
                  KEY IS REG-KEY-FX
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE SPACES TO HOLD-REASON-WE
                     STRING "BATCH ALREADY APPLIED ON "
                            REG-APPLIED-DATE-FX " BY " REG-PROGRAM-FX
                            DELIMITED BY SIZE INTO HOLD-REASON-WE
                     PERFORM NOTE-BATCH-REASON
             END-READ
          END-IF.

       NOTE-LINE-REASON.
          MOVE LINE-NUM-WD       TO HOLD-REASON-LINE-WE.
          MOVE LINE-STOCK-NUM-WC TO HOLD-REASON-STOCK-WE.
          PERFORM STORE-REASON.

       NOTE-BATCH-REASON.
          MOVE ZEROS TO HOLD-REASON-LINE-WE, HOLD-REASON-STOCK-WE.
          PERFORM STORE-REASON.

       STORE-REASON.
          IF REASON-COUNT-WE LESS THAN 50
             ADD 1 TO REASON-COUNT-WE
             MOVE HOLD-REASON-LINE-WE
               TO RSN-LINE-NUM-WE(REASON-COUNT-WE)
             MOVE HOLD-REASON-STOCK-WE
               TO RSN-STOCK-NUM-WE(REASON-COUNT-WE)
             MOVE HOLD-REASON-WE TO RSN-TEXT-WE(REASON-COUNT-WE)
          ELSE
             ADD 1 TO REASONS-NOT-LISTED-WE
          END-IF.

       PRINT-BATCH-RESULT.
          MOVE BATCH-FILE-WC       TO SL-BATCH-FILE-WG.
          MOVE APPLY-BATCH-NUM-FW  TO SL-BATCH-NUM-WG.
          MOVE APPLY-BATCH-DATE-FW TO SL-BATCH-DATE-WG.
          MOVE APPLY-KEYER-FW      TO SL-KEYER-WG.
          MOVE DETAIL-COUNT-WD     TO SL-LINE-COUNT-WG.
          MOVE HASH-TOTAL-WD       TO SL-HASH-TOTAL-WG.
          IF REASON-COUNT-WE = ZERO
             MOVE "ACCEPTED" TO SL-RESULT-WG
             ADD 1 TO ACCEPTED-COUNT-WD
             ADD 1 TO STEP-RECORDS-OUT-FZ
          ELSE
             MOVE "REJECTED" TO SL-RESULT-WG
             ADD 1 TO REJECTED-COUNT-WD
             DISPLAY "BV " BATCH-FILE-WC " BATCH " APPLY-BATCH-NUM-FW
                     " REJECTED, REASONS = " REASON-COUNT-WE
          END-IF.
          WRITE BATCH-CHECK-LINE-VA FROM SUMMARY-LINE-WG.
          PERFORM PRINT-REASON-LINE
                  VARYING REASON-IDX-WE FROM 1 BY 1
                  UNTIL REASON-IDX-WE > REASON-COUNT-WE.
          IF REASONS-NOT-LISTED-WE NOT = ZERO
             MOVE SPACES TO REASON-LINE-WH
             MOVE SPACES TO RL-REASON-WH
             STRING "AND " REASONS-NOT-LISTED-WE " MORE NOT LISTED"
                    DELIMITED BY SIZE INTO RL-REASON-WH
             WRITE BATCH-CHECK-LINE-VA FROM REASON-LINE-WH
          END-IF.

       PRINT-REASON-LINE.
          IF RSN-LINE-NUM-WE(REASON-IDX-WE) = ZERO
             MOVE SPACES TO RL-LINE-TEXT-WH, RL-STOCK-TEXT-WH
          ELSE
             MOVE "LINE"  TO RL-LINE-TEXT-WH
             MOVE RSN-LINE-NUM-WE(REASON-IDX-WE) TO RL-LINE-NUM-WH
             MOVE "STOCK" TO RL-STOCK-TEXT-WH
             MOVE RSN-STOCK-NUM-WE(REASON-IDX-WE) TO RL-STOCK-NUM-WH
          END-IF.
          MOVE RSN-TEXT-WE(REASON-IDX-WE) TO RL-REASON-WH.
          WRITE BATCH-CHECK-LINE-VA FROM REASON-LINE-WH.

       WRITE-REPORT-TOTALS.
          MOVE SPACES TO BATCH-CHECK-LINE-VA.
          WRITE BATCH-CHECK-LINE-VA.
          MOVE "BATCHES ACCEPTED               : " TO CL-LABEL-WI.
          MOVE ACCEPTED-COUNT-WD TO CL-COUNT-WI.
          WRITE BATCH-CHECK-LINE-VA FROM COUNT-LINE-WI.
          MOVE "BATCHES REJECTED               : " TO CL-LABEL-WI.
          MOVE REJECTED-COUNT-WD TO CL-COUNT-WI.
          WRITE BATCH-CHECK-LINE-VA FROM COUNT-LINE-WI.
          IF REJECTED-COUNT-WD NOT = ZERO
             MOVE SPACES TO BATCH-CHECK-LINE-VA
             WRITE BATCH-CHECK-LINE-VA
             MOVE "REJECTED BATCHES HAVE NOT BEEN APPLIED - PUT THEM"
               TO BATCH-CHECK-LINE-VA
             WRITE BATCH-CHECK-LINE-VA
             MOVE "RIGHT AND FEED THE WHOLE BATCH AGAIN"
               TO BATCH-CHECK-LINE-VA
             WRITE BATCH-CHECK-LINE-VA
          END-IF.
