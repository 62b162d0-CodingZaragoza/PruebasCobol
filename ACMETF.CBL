      * transfer changes where stock sits, not how much there is -
      * so the reorder decision is unaffected. A transfer the
      * sending warehouse cannot cover is rejected and reported
      * rather than applied short. Lot-tracked stock leaves the
      * sending warehouse earliest expiry first and each lot moved
      * keeps its number, expiry and supplier at the receiving end
      * on LOTBAL.DAT, both sides logged to LOTMOVE.DAT so a recall
      * can follow the goods across. The run registers itself on
      * RUNCTL.DAT and refuses to start while the nightly cycle is
      * marked in progress, so an evening transfer batch can no
      * longer collide with ACMEDRV. Run on demand after the truck
      * has been loaded.
      * TRANSFER.DAT is keyed as one batch between a header and a
      * trailer line (BATCHCTL.CPY); ACMEBV proves the batch whole
      * first and nothing is moved if it is rejected, and once
      * applied the batch is entered on BATCHREG.DAT so it cannot be
      * moved twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "RUNCTLSEL.CPY".

           COPY "LOTBALSEL.CPY".

           COPY "LOTMOVSEL.CPY".

           COPY "BATREGSEL.CPY".



       DATA DIVISION.
           02 TRANS-QTY-TA                 PIC 9(6).
           02 TRANS-FROM-LOC-TA            PIC X(2).
           02 TRANS-TO-LOC-TA              PIC X(2).
       01  TRANSFER-BATCH-REC-TA.
           02 TRANS-LINE-TYPE-TA           PIC X(2).
              88 TRANSFER-BATCH-CONTROL    VALUES "BH" "BT".
           02 FILLER                       PIC X(22).

           COPY "STOCKFD.CPY".


           COPY "RUNCTLFD.CPY".

           COPY "LOTBALFD.CPY".

           COPY "LOTMOVFD.CPY".

           COPY "BATREGFD.CPY".



       WORKING-STORAGE SECTION.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  LOT-DATA-WX.
           02 LOTBAL-STATUS-WB             PIC XX.
           02 LOT-MOVE-STATUS-WB           PIC XX.
           02 LOT-EOF-SW-WX                PIC 9.
              88 END-OF-LOTS               VALUE 1.
              88 NOT-END-OF-LOTS           VALUE 0.
           02 LOT-TIER-SW-WX               PIC X.
              88 PICK-UNEXPIRED            VALUE "U".
              88 PICK-EXPIRED              VALUE "E".
           02 LOT-TODAY-WX                 PIC 9(8).
           02 LOT-STOCK-NUM-WX             PIC 9(5).
           02 LOT-LOC-WX                   PIC X(2).
           02 LOT-REMAINING-WX             PIC 9(6).
           02 LOT-TAKE-QTY-WX              PIC 9(6).
           02 LOT-SORT-EXPIRY-WX           PIC 9(8).
           02 LOT-PICK-EXPIRY-WX           PIC 9(8).
           02 LOT-COUNT-WX                 PIC 9(3) COMP.
           02 LOT-IDX-WX                   PIC 9(3) COMP.
           02 LOT-PICK-WX                  PIC 9(3) COMP.
           02 LOT-ENTRY-WX OCCURS 50 TIMES.
              03 LT-NUMBER-WX              PIC X(12).
              03 LT-EXPIRY-WX              PIC 9(8).
              03 LT-QTY-WX                 PIC 9(6).
              03 LT-PO-NUMBER-WX           PIC 9(7).
              03 LT-MANF-CODE-WX           PIC X(4).

           COPY "BATCHCTL.CPY".



       PROCEDURE DIVISION.
       PROCESS-TRANSFERS.
          MOVE 0 TO RETURN-CODE.
          MOVE "TRANSFER" TO BATCH-SELECT-FW.
          SET NO-BATCH-HEADER-SEEN TO TRUE.
          PERFORM CHECK-RUN-CONTROL.
          IF LOCK-NOT-OK
             DISPLAY "TF RUN NOT STARTED, RUN CONTROL LOCK HELD"
                     TRANSFER-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             CALL "ACMEBV" USING BATCH-SELECT-FW
             IF RETURN-CODE NOT = 0
                DISPLAY "TF TRANSFER BATCH REJECTED, NOTHING MOVED"
                DISPLAY "TF SEE BATCHCHK.DAT FOR THE REASONS"
                CLOSE TRANSFER-FILE
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM APPLY-ALL-TRANSFERS
             END-IF
          END-IF
          END-IF.

          OPEN INPUT STOCK-FILE.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM OPEN-LOCBAL-FILE.
          PERFORM OPEN-LOTBAL-FILE.
          PERFORM OPEN-LOT-MOVE-FILE.
          IF STOCK-STATUS-WB NOT = "00" OR AUDIT-STATUS-WB NOT = "00"
             OR LOCBAL-STATUS-WB NOT = "00"
             OR LOTBAL-STATUS-WB NOT = "00"
             OR LOT-MOVE-STATUS-WB NOT = "00"
             DISPLAY "TF OPEN FAILED, STOCK STATUS = " STOCK-STATUS-WB
                     " AUDIT STATUS = " AUDIT-STATUS-WB
                     " LOCBAL STATUS = " LOCBAL-STATUS-WB
             DISPLAY "TF LOTBAL STATUS = " LOTBAL-STATUS-WB
                     " LOTMOVE STATUS = " LOT-MOVE-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             READ TRANSFER-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM UNTIL END-OF-FILE
                IF TRANSFER-BATCH-CONTROL
                   PERFORM NOTE-BATCH-CONTROL
                ELSE
                   PERFORM APPLY-ONE-TRANSFER
                END-IF
                READ TRANSFER-FILE
                     AT END SET END-OF-FILE TO TRUE
                END-READ
             END-PERFORM
             IF BATCH-HEADER-SEEN
                PERFORM REGISTER-APPLIED-BATCH
             END-IF
             DISPLAY "TF TRANSFERS MOVED = " MOVED-COUNT-WM
                     " REJECTED = " REJECTED-COUNT-WM
          END-IF.
          CLOSE TRANSFER-FILE, STOCK-FILE, AUDIT-FILE, LOCBAL-FILE,
                LOTBAL-FILE, LOT-MOVE-FILE.

       OPEN-AUDIT-FILE.
          OPEN EXTEND AUDIT-FILE.
             OPEN I-O LOCBAL-FILE
          END-IF.

      * The day is taken once at open, so a lot is judged in or out
      * of date the same way for the whole run.
       OPEN-LOTBAL-FILE.
          ACCEPT LOT-TODAY-WX FROM DATE YYYYMMDD.
          OPEN I-O LOTBAL-FILE.
          IF LOTBAL-STATUS-WB = "35"
             OPEN OUTPUT LOTBAL-FILE
             CLOSE LOTBAL-FILE
             OPEN I-O LOTBAL-FILE
          END-IF.

       OPEN-LOT-MOVE-FILE.
          OPEN EXTEND LOT-MOVE-FILE.
          IF LOT-MOVE-STATUS-WB = "35"
             OPEN OUTPUT LOT-MOVE-FILE
          END-IF.

       APPLY-ONE-TRANSFER.
          IF TRANS-FROM-LOC-TA = TRANS-TO-LOC-TA
             OR TRANS-QTY-TA = ZERO
          PERFORM TAKE-FROM-SENDING-BALANCE.
          IF TRANSFER-OK
             PERFORM ADD-TO-RECEIVING-BALANCE
             MOVE TRANS-STOCK-NUM-TA TO LOT-STOCK-NUM-WX
             MOVE TRANS-FROM-LOC-TA  TO LOT-LOC-WX
             MOVE TRANS-QTY-TA       TO LOT-REMAINING-WX
             PERFORM DRAW-FROM-LOTS
             PERFORM WRITE-AUDIT-RECORD
             ADD 1 TO MOVED-COUNT-WM
          ELSE
                  END-REWRITE
          END-READ.

      * Lot-tracked stock leaves earliest expiry first, so the
      * oldest goods are used before they go off. A lot already past
      * its expiry is drawn only when the lots still in date cannot
      * cover the quantity, and is reported, so out-of-date goods
      * go out only when nothing else is on the shelf. Whatever the
      * lots cannot cover is stock that is not lot tracked. The
      * caller sets the item, warehouse and quantity.
       DRAW-FROM-LOTS.
          PERFORM LOAD-LOT-TABLE.
          PERFORM PICK-EARLIEST-LOT.
          PERFORM TAKE-FROM-EARLIEST-LOT
                  UNTIL LOT-REMAINING-WX = ZERO OR LOT-PICK-WX = ZERO.
          IF LOT-REMAINING-WX NOT = ZERO AND LOT-COUNT-WX NOT = ZERO
             DISPLAY "TF LOTS DO NOT COVER TRANSFER, STOCK NUM = "
                     LOT-STOCK-NUM-WX " LOC = " LOT-LOC-WX
                     " QTY WITHOUT LOT = " LOT-REMAINING-WX
          END-IF.

       LOAD-LOT-TABLE.
          MOVE ZERO TO LOT-COUNT-WX.
          MOVE LOT-STOCK-NUM-WX TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX       TO LOT-LOC-FS.
          MOVE LOW-VALUES       TO LOT-NUMBER-FS.
          SET NOT-END-OF-LOTS TO TRUE.
          START LOTBAL-FILE
                KEY IS NOT LESS THAN LOT-KEY-FS
                INVALID KEY SET END-OF-LOTS TO TRUE
          END-START.
          PERFORM EXAMINE-NEXT-LOT UNTIL END-OF-LOTS.

       EXAMINE-NEXT-LOT.
          READ LOTBAL-FILE NEXT RECORD
               AT END SET END-OF-LOTS TO TRUE
          END-READ.
          IF NOT-END-OF-LOTS
             IF LOT-STOCK-NUM-FS = LOT-STOCK-NUM-WX
                AND LOT-LOC-FS = LOT-LOC-WX
                IF LOT-QTY-FS NOT = ZERO
                   PERFORM STORE-LOT-ENTRY
                END-IF
             ELSE
                SET END-OF-LOTS TO TRUE
             END-IF
          END-IF.

       STORE-LOT-ENTRY.
          IF LOT-COUNT-WX NOT LESS THAN 50
             DISPLAY "TF LOT TABLE FULL, LOT " LOT-NUMBER-FS
                     " NOT DRAWN, STOCK NUM = " LOT-STOCK-NUM-WX
          ELSE
             ADD 1 TO LOT-COUNT-WX
             MOVE LOT-NUMBER-FS      TO LT-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-EXPIRY-DATE-FS TO LT-EXPIRY-WX(LOT-COUNT-WX)
             MOVE LOT-QTY-FS         TO LT-QTY-WX(LOT-COUNT-WX)
             MOVE LOT-PO-NUMBER-FS   TO LT-PO-NUMBER-WX(LOT-COUNT-WX)
             MOVE LOT-MANF-CODE-FS   TO LT-MANF-CODE-WX(LOT-COUNT-WX)
          END-IF.

       PICK-EARLIEST-LOT.
          MOVE ZERO TO LOT-PICK-WX.
          SET PICK-UNEXPIRED TO TRUE.
          PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                  UNTIL LOT-IDX-WX > LOT-COUNT-WX.
          IF LOT-PICK-WX = ZERO
             SET PICK-EXPIRED TO TRUE
             PERFORM SCAN-LOT-ENTRY VARYING LOT-IDX-WX FROM 1 BY 1
                     UNTIL LOT-IDX-WX > LOT-COUNT-WX
          END-IF.

      * A lot with no expiry sorts after every dated lot, and a lot
      * dated today is still in date.
       SCAN-LOT-ENTRY.
          IF LT-QTY-WX(LOT-IDX-WX) NOT = ZERO
             IF LT-EXPIRY-WX(LOT-IDX-WX) = ZEROS
                MOVE 99999999 TO LOT-SORT-EXPIRY-WX
             ELSE
                MOVE LT-EXPIRY-WX(LOT-IDX-WX) TO LOT-SORT-EXPIRY-WX
             END-IF
             IF (PICK-UNEXPIRED
                 AND LOT-SORT-EXPIRY-WX NOT LESS THAN LOT-TODAY-WX)
                OR (PICK-EXPIRED
                 AND LOT-SORT-EXPIRY-WX LESS THAN LOT-TODAY-WX)
                IF LOT-PICK-WX = ZERO
                   OR LOT-SORT-EXPIRY-WX LESS THAN LOT-PICK-EXPIRY-WX
                   MOVE LOT-IDX-WX TO LOT-PICK-WX
                   MOVE LOT-SORT-EXPIRY-WX TO LOT-PICK-EXPIRY-WX
                END-IF
             END-IF
          END-IF.

       TAKE-FROM-EARLIEST-LOT.
          IF LT-QTY-WX(LOT-PICK-WX) LESS THAN LOT-REMAINING-WX
             MOVE LT-QTY-WX(LOT-PICK-WX) TO LOT-TAKE-QTY-WX
          ELSE
             MOVE LOT-REMAINING-WX TO LOT-TAKE-QTY-WX
          END-IF.
          SUBTRACT LOT-TAKE-QTY-WX FROM LT-QTY-WX(LOT-PICK-WX),
                                        LOT-REMAINING-WX.
          IF PICK-EXPIRED
             DISPLAY "TF EXPIRED LOT " LT-NUMBER-WX(LOT-PICK-WX)
                     " TRANSFERRED, STOCK NUM = " LOT-STOCK-NUM-WX
          END-IF.
          MOVE LOT-STOCK-NUM-WX          TO LOT-STOCK-NUM-FS.
          MOVE LOT-LOC-WX                TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX) TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  DISPLAY "TF LOTBAL READ STATUS = " LOTBAL-STATUS-WB
                          " LOT = " LT-NUMBER-WX(LOT-PICK-WX)
               NOT INVALID KEY
                  PERFORM REDUCE-LOT-BALANCE
          END-READ.
          PERFORM WRITE-LOT-MOVEMENT.
          PERFORM ADD-TO-RECEIVING-LOT.
          PERFORM PICK-EARLIEST-LOT.

       REDUCE-LOT-BALANCE.
          SUBTRACT LOT-TAKE-QTY-WX FROM LOT-QTY-FS.
          REWRITE LOTBAL-REC-FS
                  INVALID KEY
                     DISPLAY "TF LOTBAL REWRITE STATUS = "
                             LOTBAL-STATUS-WB
          END-REWRITE.

       WRITE-LOT-MOVEMENT.
          ACCEPT LMV-DATE-FT FROM DATE YYYYMMDD.
          SET LMV-TRANSFER-OUT TO TRUE.
          MOVE LOT-STOCK-NUM-WX             TO LMV-STOCK-NUM-FT.
          MOVE LOT-LOC-WX                   TO LMV-LOC-FT.
          MOVE LT-NUMBER-WX(LOT-PICK-WX)    TO LMV-LOT-NUMBER-FT.
          MOVE LT-EXPIRY-WX(LOT-PICK-WX)    TO LMV-EXPIRY-DATE-FT.
          MOVE LOT-TAKE-QTY-WX              TO LMV-QTY-FT.
          MOVE LT-PO-NUMBER-WX(LOT-PICK-WX) TO LMV-PO-NUMBER-FT.
          MOVE LT-MANF-CODE-WX(LOT-PICK-WX) TO LMV-MANF-CODE-FT.
          MOVE SPACES                       TO LMV-DEPT-FT.
          MOVE "ACMETF"                     TO LMV-PROGRAM-FT.
          WRITE LOT-MOVE-REC-FT.

      * The lot arrives under its own number with the expiry and
      * supplier it left with, so it is drawn in the same order and
      * traced the same way at its new warehouse.
       ADD-TO-RECEIVING-LOT.
          MOVE LOT-STOCK-NUM-WX          TO LOT-STOCK-NUM-FS.
          MOVE TRANS-TO-LOC-TA           TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX) TO LOT-NUMBER-FS.
          READ LOTBAL-FILE
               KEY IS LOT-KEY-FS
               INVALID KEY
                  PERFORM OPEN-RECEIVING-LOT
               NOT INVALID KEY
                  PERFORM ADD-TO-EXISTING-LOT
          END-READ.
          SET LMV-TRANSFER-IN TO TRUE.
          MOVE TRANS-TO-LOC-TA TO LMV-LOC-FT.
          WRITE LOT-MOVE-REC-FT.

       OPEN-RECEIVING-LOT.
          MOVE LOT-STOCK-NUM-WX             TO LOT-STOCK-NUM-FS.
          MOVE TRANS-TO-LOC-TA              TO LOT-LOC-FS.
          MOVE LT-NUMBER-WX(LOT-PICK-WX)    TO LOT-NUMBER-FS.
          MOVE LT-EXPIRY-WX(LOT-PICK-WX)    TO LOT-EXPIRY-DATE-FS.
          MOVE LOT-TAKE-QTY-WX              TO LOT-QTY-FS.
          ACCEPT LOT-RECEIVED-DATE-FS FROM DATE YYYYMMDD.
          MOVE LT-PO-NUMBER-WX(LOT-PICK-WX) TO LOT-PO-NUMBER-FS.
          MOVE LT-MANF-CODE-WX(LOT-PICK-WX) TO LOT-MANF-CODE-FS.
          WRITE LOTBAL-REC-FS
                INVALID KEY
                   DISPLAY "TF LOTBAL WRITE STATUS = " LOTBAL-STATUS-WB
          END-WRITE.

       ADD-TO-EXISTING-LOT.
          ADD LOT-TAKE-QTY-WX TO LOT-QTY-FS
              ON SIZE ERROR
                 DISPLAY "TF LOTBAL QTY OVERFLOW, LOT = " LOT-NUMBER-FS
          END-ADD.
          REWRITE LOTBAL-REC-FS
                  INVALID KEY
                     DISPLAY "TF LOTBAL REWRITE STATUS = "
                             LOTBAL-STATUS-WB
          END-REWRITE.

      * The company total is unchanged by a transfer, so the before
      * and after quantities are equal and the moved quantity rides
      * in the reorder-quantity column as the other actions do.
          MOVE QTY-IN-STOCK-FB    TO AUDIT-QTY-AFTER-FD.
          MOVE TRANS-QTY-TA       TO AUDIT-REORDER-QTY-FD.
          WRITE AUDIT-REC-FD.

      * The header and trailer lines move no stock; what they say is
      * kept for the batch register.
       NOTE-BATCH-CONTROL.
          MOVE TRANSFER-BATCH-REC-TA TO BATCH-CONTROL-REC-FW.
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
             DISPLAY "TF BATCH REGISTER OPEN FAILED, STATUS = "
                     BATCH-REG-STATUS-WB
             DISPLAY "TF BATCH " APPLY-BATCH-NUM-FW
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
             MOVE "ACMETF"            TO REG-PROGRAM-FX
             WRITE BATCH-REG-REC-FX
                   INVALID KEY
                      DISPLAY "TF BATCH " APPLY-BATCH-NUM-FW
                              " ALREADY ON THE BATCH REGISTER"
             END-WRITE
             CLOSE BATCH-REGISTER-FILE
          END-IF.
