      * STOCK-FILE. Reads the keyed-in physical counts on
      * COUNT-FILE - stock number, counted quantity and the
      * counter's initials - compares each against QTY-IN-STOCK-FB,
      * and reports every difference to STKVAR.DAT valued two ways,
      * as ACMESV values stock. The replacement value comes from the
      * supplier price list - converting foreign-currency quotes
      * through EXCHRATE.DAT at the same rate the valuation uses -
      * or ITEM-COST-FB where no price entry or rate exists. Beside
      * it the value at cost is what ACMESA will book to the
      * ITEMCOST.DAT adjustments when the count is applied: the
      * item's weighted-average unit cost, or ITEM-COST-FB for an
      * item with no cost record, so the figure approved here is the
      * one ACMECM reports at month end and does not move when a
      * price or rate is rekeyed. The supervisor reviews the
      * variances and copies the approved count lines to
      * STKAPPRV.DAT for ACMESA to apply; this program itself
      * updates nothing, so a miskeyed count costs a rerun rather
      * than a wrong stock figure.
      * STKCOUNT.DAT is keyed as one batch between a header and a
      * trailer line (BATCHCTL.CPY); ACMEBV proves the batch whole
      * first and nothing is compared if it is rejected, and once
      * reported the batch is entered on BATCHREG.DAT, so a recount
      * is keyed as a new batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "EXCHSEL.CPY".

           COPY "COSTSEL.CPY".

           COPY "BATREGSEL.CPY".



       DATA DIVISION.
           02 COUNT-STOCK-NUM-KA           PIC 9(5).
           02 COUNT-QTY-KA                 PIC 9(6).
           02 COUNT-INITIALS-KA            PIC X(3).
       01  COUNT-BATCH-REC-KA.
           02 COUNT-LINE-TYPE-KA           PIC X(2).
              88 COUNT-BATCH-CONTROL       VALUES "BH" "BT".
           02 FILLER                       PIC X(22).

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE-KB                PIC X(80).

           COPY "EXCHFD.CPY".

           COPY "COSTFD.CPY".

           COPY "BATREGFD.CPY".



       WORKING-STORAGE SECTION.
       01  VARIANCE-DATA-WC.
           02 VARIANCE-QTY-WC              PIC S9(7).
           02 VARIANCE-VALUE-WC            PIC S9(11)V99.
           02 VARIANCE-COST-WC             PIC S9(11)V99.
           02 COUNT-LINE-COUNT-WC          PIC 9(5) VALUE ZEROS.
           02 VARIANCE-COUNT-WC            PIC 9(5) VALUE ZEROS.

           02 BEST-MIN-QTY-WH              PIC 9(6).
           02 BAND-IDX-WH                  PIC 9 COMP.

       01  COST-DATA-WV.
           02 COST-STATUS-WB               PIC XX.
           02 COST-FILE-SW-WV              PIC X.
              88 COST-FILE-AVAILABLE       VALUE "Y".

       01  EXCHANGE-DATA-WN.
           02 EXCH-STATUS-WN               PIC XX.
           02 EXCH-EOF-SW-WN               PIC 9 VALUE 0.
           02 FILLER                       PIC X(9)  VALUE "ON FILE".
           02 FILLER                       PIC X(9)  VALUE "COUNTED".
           02 FILLER                       PIC X(11) VALUE "VARIANCE".
           02 FILLER                       PIC X(16)
              VALUE "REPLACEMENT".
           02 FILLER                       PIC X(18) VALUE "AT COST".
           02 FILLER                       PIC X(7)  VALUE "COUNTER".

       01  DETAIL-LINE-WF.
           02 DL-VARIANCE-WF               PIC +,+++,++9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-VALUE-WF                  PIC +++,+++,++9.99.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-COST-VALUE-WF             PIC +++,+++,++9.99.
           02 FILLER                       PIC X(4)  VALUE SPACES.
           02 DL-INITIALS-WF               PIC X(3).

           02 CL-LABEL-WG                  PIC X(34).
           02 CL-COUNT-WG                  PIC ZZZZ9.

           COPY "BATCHCTL.CPY".



       PROCEDURE DIVISION.
       PRODUCE-STOCKTAKE-VARIANCES.
          MOVE 0 TO RETURN-CODE.
          MOVE "STKCOUNT" TO BATCH-SELECT-FW.
          SET NO-BATCH-HEADER-SEEN TO TRUE.
          ACCEPT RUN-DATE-WD FROM DATE YYYYMMDD.
          OPEN INPUT COUNT-FILE.
          IF COUNT-STATUS-WB = "35"
             DISPLAY "SK COUNT OPEN FAILED, STATUS = " COUNT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             CALL "ACMEBV" USING BATCH-SELECT-FW
             IF RETURN-CODE NOT = 0
                DISPLAY "SK COUNT BATCH REJECTED, NOTHING COMPARED"
                DISPLAY "SK SEE BATCHCHK.DAT FOR THE REASONS"
                CLOSE COUNT-FILE
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM COMPARE-ALL-COUNTS
             END-IF
          END-IF
          END-IF.
          GOBACK.
          OPEN OUTPUT VARIANCE-FILE.
          PERFORM OPEN-PRICE-FILE.
          PERFORM LOAD-EXCHANGE-TABLE.
          PERFORM OPEN-COST-FILE.
          IF STOCK-STATUS-WB NOT = "00"
             OR VARIANCE-STATUS-WB NOT = "00"
             DISPLAY "SK OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM UNTIL END-OF-FILE
                IF COUNT-BATCH-CONTROL
                   PERFORM NOTE-BATCH-CONTROL
                ELSE
                   PERFORM COMPARE-ONE-COUNT
                END-IF
                READ COUNT-FILE
                     AT END SET END-OF-FILE TO TRUE
                END-READ
             END-PERFORM
             IF BATCH-HEADER-SEEN
                PERFORM REGISTER-APPLIED-BATCH
             END-IF
             PERFORM WRITE-REPORT-SUMMARY
             DISPLAY "SK COUNTS COMPARED = " COUNT-LINE-COUNT-WC
                     " VARIANCES = " VARIANCE-COUNT-WC
          IF PRICE-FILE-AVAILABLE
             CLOSE PRICE-FILE
          END-IF.
          IF COST-FILE-AVAILABLE
             CLOSE COST-FILE
          END-IF.

      * The price list is optional - a missing file just means every
      * variance is valued at ITEM-COST-FB as before.
             SET PRICE-FILE-AVAILABLE TO TRUE
          END-IF.

      * The cost file is optional too - without it every variance is
      * shown at ITEM-COST-FB in the at cost column.
       OPEN-COST-FILE.
          MOVE SPACE TO COST-FILE-SW-WV.
          OPEN INPUT COST-FILE.
          IF COST-STATUS-WB = "00"
             SET COST-FILE-AVAILABLE TO TRUE
          END-IF.

       COMPARE-ONE-COUNT.
          ADD 1 TO COUNT-LINE-COUNT-WC.
          MOVE COUNT-STOCK-NUM-KA TO STOCK-REC-POINTER-WB.
                MULTIPLY VARIANCE-QTY-WC BY ITEM-COST-FB
                         GIVING VARIANCE-VALUE-WC
             END-IF
             PERFORM GET-VARIANCE-AT-COST
             PERFORM WRITE-VARIANCE-LINE
          END-IF.

      * Valued the way ACMESA books the count: at the average the
      * item carries, or ITEM-COST-FB where it has no cost record or
      * nothing to average from, and a shortage never takes more
      * than the value the cost record holds.
       GET-VARIANCE-AT-COST.
          MULTIPLY VARIANCE-QTY-WC BY ITEM-COST-FB
                   GIVING VARIANCE-COST-WC.
          IF COST-FILE-AVAILABLE
             MOVE STOCK-NUM-FB TO COST-STOCK-NUM-FQ
             READ COST-FILE
                  KEY IS COST-STOCK-NUM-FQ
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     PERFORM VALUE-VARIANCE-AT-AVERAGE
             END-READ
          END-IF.

       VALUE-VARIANCE-AT-AVERAGE.
          IF COST-AVG-UNIT-FQ NOT = ZERO
             COMPUTE VARIANCE-COST-WC ROUNDED =
                     VARIANCE-QTY-WC * COST-AVG-UNIT-FQ
          END-IF.
          IF VARIANCE-QTY-WC LESS THAN ZERO
             AND (COUNT-QTY-KA = ZERO
                  OR VARIANCE-COST-WC + COST-VALUE-FQ LESS THAN ZERO)
             COMPUTE VARIANCE-COST-WC = ZERO - COST-VALUE-FQ
          END-IF.

       GET-UNIT-PRICE.
          MOVE ZEROS TO UNIT-PRICE-WH.
          IF PRICE-FILE-AVAILABLE
          MOVE COUNT-QTY-KA       TO DL-COUNTED-WF.
          MOVE VARIANCE-QTY-WC    TO DL-VARIANCE-WF.
          MOVE VARIANCE-VALUE-WC  TO DL-VALUE-WF.
          MOVE VARIANCE-COST-WC   TO DL-COST-VALUE-WF.
          MOVE COUNT-INITIALS-KA  TO DL-INITIALS-WF.
          WRITE VARIANCE-LINE-KB FROM DETAIL-LINE-WF.

             MOVE "SHELVES AGREE WITH STOCK FILE" TO VARIANCE-LINE-KB
             WRITE VARIANCE-LINE-KB
          END-IF.

      * The header and trailer lines move no stock; what they say is
      * kept for the batch register.
       NOTE-BATCH-CONTROL.
          MOVE COUNT-BATCH-REC-KA TO BATCH-CONTROL-REC-FW.
          IF BCH-HEADER
             SET BATCH-HEADER-SEEN TO TRUE
             MOVE BCH-BATCH-NUM-FW  TO APPLY-BATCH-NUM-FW
             MOVE BCH-BATCH-DATE-FW TO APPLY-BATCH-DATE-FW
             MOVE BCH-KEYER-FW      TO APPLY-KEYER-FW
          ELSE
             MOVE BCH-LINE-COUNT-FW TO APPLY-LINE-COUNT-FW
             MOVE BCH-HASH-TOTAL-FW TO APPLY-HASH-TOTAL-FW
          END-IF.

      * Once the batch has been through it goes on BATCHREG.DAT, so
      * ACMEBV turns it away if the same file is fed in again.
       REGISTER-APPLIED-BATCH.
          OPEN I-O BATCH-REGISTER-FILE.
          IF BATCH-REG-STATUS-WB = "35"
             OPEN OUTPUT BATCH-REGISTER-FILE
             CLOSE BATCH-REGISTER-FILE
             OPEN I-O BATCH-REGISTER-FILE
          END-IF.
          IF BATCH-REG-STATUS-WB NOT = "00"
             DISPLAY "SK BATCH REGISTER OPEN FAILED, STATUS = "
                     BATCH-REG-STATUS-WB
             DISPLAY "SK BATCH " APPLY-BATCH-NUM-FW
                     " NOT REGISTERED - ENTER IT BEFORE THE FILE IS "
                     "REPLACED"
          ELSE
             MOVE BATCH-SELECT-FW     TO REG-BATCH-FILE-FX
             MOVE APPLY-BATCH-NUM-FW  TO REG-BATCH-NUM-FX
             MOVE APPLY-BATCH-DATE-FW TO REG-BATCH-DATE-FX
             MOVE APPLY-KEYER-FW      TO REG-KEYER-FX
             MOVE APPLY-LINE-COUNT-FW TO REG-LINE-COUNT-FX
             MOVE APPLY-HASH-TOTAL-FW TO REG-HASH-TOTAL-FX
             ACCEPT REG-APPLIED-DATE-FX FROM DATE YYYYMMDD
             ACCEPT REG-APPLIED-TIME-FX FROM TIME
             MOVE "ACMESK"            TO REG-PROGRAM-FX
             WRITE BATCH-REG-REC-FX
                   INVALID KEY
                      DISPLAY "SK BATCH " APPLY-BATCH-NUM-FW
                              " ALREADY ON THE BATCH REGISTER"
             END-WRITE
             CLOSE BATCH-REGISTER-FILE
          END-IF.
