       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMELT.
       AUTHOR. Michael Coughlan.
      * Lot trace for quality recalls. Takes the supplier lot number
      * from LTPARM.DAT - with a stock number when the same lot code
      * could be on more than one item, or zero for any item - and
      * lists on LOTTRACE.DAT everything LOTMOVE.DAT knows about the
      * lot: first back to source, every receipt of it with the
      * date, warehouse, quantity, PO number and supplier it came in
      * on; then forward, every issue to a department, backorder
      * release, warehouse transfer and return to the supplier with
      * the date, quantity, department and program that moved it;
      * and last what is still on the shelf at each warehouse from
      * LOTBAL.DAT, marked where the lot is already past its expiry.
      * Totals received, issued, returned and still on hand close
      * the report, so quality can see at once how much of a
      * recalled lot went into production and which departments to
      * chase. Run on demand; it updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LOTMOVSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "MANFSEL.CPY".

               SELECT TRACE-PARM-FILE ASSIGN TO "LTPARM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TRACE-PARM-STATUS-WB.

               SELECT TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TRACE-REPORT-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "LOTMOVFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "MANFFD.CPY".

       FD  TRACE-PARM-FILE.
       01  TRACE-PARM-REC-LA.
           02 PARM-LOT-NUMBER-LA           PIC X(12).
           02 PARM-STOCK-NUM-LA            PIC 9(5).

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE-LB            PIC X(80).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 LOT-MOVE-STATUS-WB           PIC XX.
           02 LOTBAL-STATUS-WB             PIC XX.
           02 MANF-STATUS-WB               PIC XX.
           02 TRACE-PARM-STATUS-WB         PIC XX.
           02 TRACE-REPORT-STATUS-WB       PIC XX.
           02 EOF-SW-WB                    PIC 9.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.

       01  TRACE-DATA-WC.
           02 TRACE-LOT-NUMBER-WC          PIC X(12).
           02 TRACE-STOCK-NUM-WC           PIC 9(5).
           02 RUN-DATE-WC                  PIC 9(8).
           02 LOT-MATCH-SW-WC              PIC X.
              88 LOT-MATCHES               VALUE "Y".
              88 LOT-DOES-NOT-MATCH        VALUE "N".
           02 LIST-SW-WC                   PIC X.
              88 LIST-BACK                 VALUE "B".
              88 LIST-FORWARD              VALUE "F".

       01  TRACE-TOTALS-WM.
           02 RECEIVED-QTY-WM              PIC 9(9) VALUE ZEROS.
           02 ISSUED-QTY-WM                PIC 9(9) VALUE ZEROS.
           02 RETURNED-QTY-WM              PIC 9(9) VALUE ZEROS.
           02 ON-HAND-QTY-WM               PIC 9(9) VALUE ZEROS.
           02 RECEIPT-COUNT-WM             PIC 9(5) VALUE ZEROS.
           02 FORWARD-COUNT-WM             PIC 9(5) VALUE ZEROS.
           02 ON-HAND-COUNT-WM             PIC 9(5) VALUE ZEROS.

       01  BACK-HEADING-WE.
           02 FILLER                       PIC X(10) VALUE "RECEIVED".
           02 FILLER                       PIC X(7)  VALUE "STOCK".
           02 FILLER                       PIC X(4)  VALUE "LC".
           02 FILLER                       PIC X(9)  VALUE "    QTY".
           02 FILLER                       PIC X(9)  VALUE "PO NUM".
           02 FILLER                       PIC X(28)
              VALUE "SUPPLIER".
           02 FILLER                       PIC X(8)  VALUE "EXPIRY".

       01  BACK-LINE-WF.
           02 BL-DATE-WF                   PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-STOCK-NUM-WF              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-LOC-WF                    PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-QTY-WF                    PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-PO-NUMBER-WF              PIC ZZZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-MANF-CODE-WF              PIC X(4).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-MANF-NAME-WF              PIC X(20).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 BL-EXPIRY-WF                 PIC 9(8).

       01  FORWARD-HEADING-WG.
           02 FILLER                       PIC X(10) VALUE "DATE".
           02 FILLER                       PIC X(10) VALUE "ACTION".
           02 FILLER                       PIC X(7)  VALUE "STOCK".
           02 FILLER                       PIC X(4)  VALUE "LC".
           02 FILLER                       PIC X(9)  VALUE "    QTY".
           02 FILLER                       PIC X(22)
              VALUE "DEPARTMENT".
           02 FILLER                       PIC X(7)  VALUE "PROGRAM".

       01  FORWARD-LINE-WH.
           02 FL-DATE-WH                   PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-ACTION-WH                 PIC X(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-STOCK-NUM-WH              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-LOC-WH                    PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-QTY-WH                    PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-DEPT-WH                   PIC X(20).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 FL-PROGRAM-WH                PIC X(6).

       01  ON-HAND-HEADING-WI.
           02 FILLER                       PIC X(7)  VALUE "STOCK".
           02 FILLER                       PIC X(4)  VALUE "LC".
           02 FILLER                       PIC X(9)  VALUE "    QTY".
           02 FILLER                       PIC X(10) VALUE "EXPIRY".
           02 FILLER                       PIC X(10) VALUE "RECEIVED".
           02 FILLER                       PIC X(9)  VALUE "PO NUM".
           02 FILLER                       PIC X(8)  VALUE "STATUS".

       01  ON-HAND-LINE-WJ.
           02 OL-STOCK-NUM-WJ              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-LOC-WJ                    PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-QTY-WJ                    PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-EXPIRY-WJ                 PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-RECEIVED-WJ               PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-PO-NUMBER-WJ              PIC ZZZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 OL-STATUS-WJ                 PIC X(8).

       01  QTY-LINE-WK.
           02 QL-LABEL-WK                  PIC X(34).
           02 QL-QTY-WK                    PIC ZZZ,ZZZ,ZZ9.



       PROCEDURE DIVISION.
       PRODUCE-LOT-TRACE.
          MOVE 0 TO RETURN-CODE.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          PERFORM GET-TRACE-LOT.
          IF TRACE-LOT-NUMBER-WC = SPACES
             DISPLAY "LT NO LOT NUMBER GIVEN IN LTPARM.DAT"
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM RUN-LOT-TRACE
          END-IF.
          GOBACK.

      * A stock number that is not numeric or is zero traces the lot
      * on every item that carries it.
       GET-TRACE-LOT.
          MOVE SPACES TO TRACE-LOT-NUMBER-WC.
          MOVE ZERO TO TRACE-STOCK-NUM-WC.
          OPEN INPUT TRACE-PARM-FILE.
          IF TRACE-PARM-STATUS-WB = "00"
             READ TRACE-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE PARM-LOT-NUMBER-LA TO TRACE-LOT-NUMBER-WC
                     IF PARM-STOCK-NUM-LA NUMERIC
                        MOVE PARM-STOCK-NUM-LA TO TRACE-STOCK-NUM-WC
                     END-IF
             END-READ
             CLOSE TRACE-PARM-FILE
          END-IF.

       RUN-LOT-TRACE.
          OPEN INPUT LOT-MOVE-FILE.
          OPEN INPUT LOTBAL-FILE.
          OPEN INPUT MANF-FILE.
          OPEN OUTPUT TRACE-REPORT-FILE.
          IF LOT-MOVE-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR MANF-STATUS-WB NOT = "00"
             OR TRACE-REPORT-STATUS-WB NOT = "00"
             DISPLAY "LT OPEN FAILED, LOTMOVE STATUS = "
                     LOT-MOVE-STATUS-WB
                     " LOTBAL STATUS = " LOTBAL-STATUS-WB
             DISPLAY "LT OPEN FAILED, MANF STATUS = " MANF-STATUS-WB
                     " REPORT STATUS = " TRACE-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
             CLOSE LOT-MOVE-FILE
          ELSE
             PERFORM WRITE-REPORT-HEADINGS
             SET LIST-BACK TO TRUE
             PERFORM LIST-LOT-MOVEMENTS
             CLOSE LOT-MOVE-FILE
             OPEN INPUT LOT-MOVE-FILE
             SET LIST-FORWARD TO TRUE
             PERFORM LIST-LOT-MOVEMENTS
             CLOSE LOT-MOVE-FILE
             PERFORM LIST-LOT-ON-HAND
             PERFORM WRITE-TRACE-SUMMARY
             DISPLAY "LT LOT " TRACE-LOT-NUMBER-WC
                     " RECEIPTS = " RECEIPT-COUNT-WM
                     " MOVEMENTS = " FORWARD-COUNT-WM
          END-IF.
          CLOSE LOTBAL-FILE, MANF-FILE, TRACE-REPORT-FILE.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          MOVE "ACME LOT TRACE REPORT" TO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          STRING "RUN DATE : " RUN-DATE-WC
                 "  LOT : " TRACE-LOT-NUMBER-WC
                 DELIMITED BY SIZE INTO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          IF TRACE-STOCK-NUM-WC = ZERO
             MOVE "STOCK NUM : ANY" TO TRACE-REPORT-LINE-LB
          ELSE
             STRING "STOCK NUM : " TRACE-STOCK-NUM-WC
                    DELIMITED BY SIZE INTO TRACE-REPORT-LINE-LB
          END-IF.
          WRITE TRACE-REPORT-LINE-LB.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.

      * One pass of LOTMOVE.DAT for each direction, so the receipts
      * are listed together ahead of everything that followed them.
       LIST-LOT-MOVEMENTS.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          IF LIST-BACK
             MOVE "BACK TO SOURCE - RECEIPTS OF THE LOT"
               TO TRACE-REPORT-LINE-LB
             WRITE TRACE-REPORT-LINE-LB
             WRITE TRACE-REPORT-LINE-LB FROM BACK-HEADING-WE
          ELSE
             MOVE "FORWARD - ISSUES AND TRANSFERS OF THE LOT"
               TO TRACE-REPORT-LINE-LB
             WRITE TRACE-REPORT-LINE-LB
             WRITE TRACE-REPORT-LINE-LB FROM FORWARD-HEADING-WG
          END-IF.
          SET NOT-END-OF-FILE TO TRUE.
          READ LOT-MOVE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          PERFORM CHECK-ONE-MOVEMENT UNTIL END-OF-FILE.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.

       CHECK-ONE-MOVEMENT.
          SET LOT-DOES-NOT-MATCH TO TRUE.
          IF LMV-LOT-NUMBER-FT = TRACE-LOT-NUMBER-WC
             IF TRACE-STOCK-NUM-WC = ZERO
                OR LMV-STOCK-NUM-FT = TRACE-STOCK-NUM-WC
                SET LOT-MATCHES TO TRUE
             END-IF
          END-IF.
          IF LOT-MATCHES
             IF LIST-BACK
                IF LMV-RECEIPT
                   PERFORM PRINT-RECEIPT-LINE
                END-IF
             ELSE
                IF NOT LMV-RECEIPT
                   PERFORM PRINT-FORWARD-LINE
                END-IF
             END-IF
          END-IF.
          READ LOT-MOVE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       PRINT-RECEIPT-LINE.
          MOVE LMV-DATE-FT        TO BL-DATE-WF.
          MOVE LMV-STOCK-NUM-FT   TO BL-STOCK-NUM-WF.
          MOVE LMV-LOC-FT         TO BL-LOC-WF.
          MOVE LMV-QTY-FT         TO BL-QTY-WF.
          MOVE LMV-PO-NUMBER-FT   TO BL-PO-NUMBER-WF.
          MOVE LMV-MANF-CODE-FT   TO BL-MANF-CODE-WF.
          MOVE LMV-EXPIRY-DATE-FT TO BL-EXPIRY-WF.
          MOVE SPACES TO BL-MANF-NAME-WF.
          MOVE LMV-MANF-CODE-FT TO MANF-CODE-FC.
          READ MANF-FILE
               KEY IS MANF-CODE-FC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MANF-NAME-FC TO BL-MANF-NAME-WF
          END-READ.
          WRITE TRACE-REPORT-LINE-LB FROM BACK-LINE-WF.
          ADD 1 TO RECEIPT-COUNT-WM.
          ADD LMV-QTY-FT TO RECEIVED-QTY-WM.

      * A transfer moves the lot between warehouses without using
      * any, so only issues count towards the quantity issued; a
      * return to the supplier is counted on its own.
       PRINT-FORWARD-LINE.
          MOVE LMV-DATE-FT      TO FL-DATE-WH.
          MOVE LMV-ACTION-FT    TO FL-ACTION-WH.
          MOVE LMV-STOCK-NUM-FT TO FL-STOCK-NUM-WH.
          MOVE LMV-LOC-FT       TO FL-LOC-WH.
          MOVE LMV-QTY-FT       TO FL-QTY-WH.
          MOVE LMV-DEPT-FT      TO FL-DEPT-WH.
          MOVE LMV-PROGRAM-FT   TO FL-PROGRAM-WH.
          WRITE TRACE-REPORT-LINE-LB FROM FORWARD-LINE-WH.
          ADD 1 TO FORWARD-COUNT-WM.
          IF LMV-ISSUE
             ADD LMV-QTY-FT TO ISSUED-QTY-WM
          END-IF.
          IF LMV-RETURN
             ADD LMV-QTY-FT TO RETURNED-QTY-WM
          END-IF.

      * LOTBAL.DAT is keyed by item first, so the whole file is read
      * for the lot number; it holds one record per lot still
      * tracked and stays small.
       LIST-LOT-ON-HAND.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          MOVE "STILL ON HAND" TO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB FROM ON-HAND-HEADING-WI.
          SET NOT-END-OF-FILE TO TRUE.
          READ LOTBAL-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.
          PERFORM CHECK-ONE-LOT-BALANCE UNTIL END-OF-FILE.
          IF ON-HAND-COUNT-WM = ZERO
             MOVE "  NONE" TO TRACE-REPORT-LINE-LB
             WRITE TRACE-REPORT-LINE-LB
          END-IF.

       CHECK-ONE-LOT-BALANCE.
          IF LOT-NUMBER-FS = TRACE-LOT-NUMBER-WC
             AND LOT-QTY-FS NOT = ZERO
             IF TRACE-STOCK-NUM-WC = ZERO
                OR LOT-STOCK-NUM-FS = TRACE-STOCK-NUM-WC
                PERFORM PRINT-ON-HAND-LINE
             END-IF
          END-IF.
          READ LOTBAL-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       PRINT-ON-HAND-LINE.
          MOVE LOT-STOCK-NUM-FS     TO OL-STOCK-NUM-WJ.
          MOVE LOT-LOC-FS           TO OL-LOC-WJ.
          MOVE LOT-QTY-FS           TO OL-QTY-WJ.
          MOVE LOT-EXPIRY-DATE-FS   TO OL-EXPIRY-WJ.
          MOVE LOT-RECEIVED-DATE-FS TO OL-RECEIVED-WJ.
          MOVE LOT-PO-NUMBER-FS     TO OL-PO-NUMBER-WJ.
          MOVE SPACES TO OL-STATUS-WJ.
          IF LOT-EXPIRY-DATE-FS NOT = ZEROS
             AND LOT-EXPIRY-DATE-FS LESS THAN RUN-DATE-WC
             MOVE "EXPIRED" TO OL-STATUS-WJ
          END-IF.
          WRITE TRACE-REPORT-LINE-LB FROM ON-HAND-LINE-WJ.
          ADD 1 TO ON-HAND-COUNT-WM.
          ADD LOT-QTY-FS TO ON-HAND-QTY-WM.

       WRITE-TRACE-SUMMARY.
          MOVE SPACES TO TRACE-REPORT-LINE-LB.
          WRITE TRACE-REPORT-LINE-LB.
          MOVE "QUANTITY RECEIVED              : " TO QL-LABEL-WK.
          MOVE RECEIVED-QTY-WM TO QL-QTY-WK.
          WRITE TRACE-REPORT-LINE-LB FROM QTY-LINE-WK.
          MOVE "QUANTITY ISSUED TO DEPARTMENTS : " TO QL-LABEL-WK.
          MOVE ISSUED-QTY-WM TO QL-QTY-WK.
          WRITE TRACE-REPORT-LINE-LB FROM QTY-LINE-WK.
          MOVE "QUANTITY RETURNED TO SUPPLIER  : " TO QL-LABEL-WK.
          MOVE RETURNED-QTY-WM TO QL-QTY-WK.
          WRITE TRACE-REPORT-LINE-LB FROM QTY-LINE-WK.
          MOVE "QUANTITY STILL ON HAND         : " TO QL-LABEL-WK.
          MOVE ON-HAND-QTY-WM TO QL-QTY-WK.
          WRITE TRACE-REPORT-LINE-LB FROM QTY-LINE-WK.
