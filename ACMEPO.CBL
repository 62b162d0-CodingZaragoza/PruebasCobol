           02 TL-LABEL-WL                  PIC X(20).
           02 TL-AMOUNT-WL                 PIC Z,ZZZ,ZZ9.99.

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
       PRODUCE-PO-DOCUMENTS.
          MOVE 0 TO RETURN-CODE.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          OPEN INPUT ORDER-FILE.
          IF ORDER-STATUS-WB = "35"
          PERFORM STORE-ORDER-LINE UNTIL END-OF-FILE.

       STORE-ORDER-LINE.
          ADD 1 TO STEP-RECORDS-IN-FZ.
          IF RUN-DATE-FA = RUN-DATE-WC
             IF LINE-COUNT-WD NOT LESS THAN 200
                DISPLAY "PO ORDER TABLE FULL, PO " PO-NUMBER-FA
             MOVE OT-QTY-WD(SCAN-IDX-WD)       TO IL-QTY-WK
             MOVE OT-COST-WD(SCAN-IDX-WD)      TO IL-COST-WK
             WRITE PO-PRINT-LINE-PA FROM ITEM-LINE-WK
             ADD 1 TO STEP-RECORDS-OUT-FZ
             ADD OT-COST-WD(SCAN-IDX-WD)    TO TOTAL-COST-WE
             ADD OT-POSTAGE-WD(SCAN-IDX-WD) TO TOTAL-POSTAGE-WE
             ADD OT-VAT-WD(SCAN-IDX-WD)     TO TOTAL-VAT-WE
