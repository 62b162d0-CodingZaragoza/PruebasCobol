      * average age of each supplier's open POs follows, as a guide
      * to which suppliers habitually deliver late. The threshold in
      * days is read from OAPARM.DAT and defaults to 30 when the
      * file is absent. A PO the supplier has acknowledged through
      * ACMEAK is aged against its own OPO-PROMISED-DATE-FJ instead
      * - it is chased the day after the promise is broken, however
      * young the order - and the report shows for each line which
      * basis its days were counted from; the summary counts each
      * supplier's open POs already past their promise, so chasing
      * starts with the suppliers who broke their word. Runs on
      * demand or after the nightly cycle; it updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 OPEN-PO-FOUND             VALUE "Y".
           02 LATEST-PO-NUMBER-WC          PIC 9(7).
           02 LATEST-RUN-DATE-WC           PIC 9(8).
           02 LATEST-PROMISED-DATE-WC      PIC 9(8).
           02 LATEST-QTY-OUT-WC            PIC 9(6).
           02 LATEST-MANF-CODE-WC          PIC X(4).
           02 HOLD-BASIS-WC                PIC X(8).

       01  DATE-WORK-WD.
           02 DATE-IN-WD                   PIC 9(8).
              03 OV-ITEM-DESC-WE           PIC X(30).
              03 OV-QTY-OUT-WE             PIC 9(6).
              03 OV-AGE-DAYS-WE            PIC 9(5).
              03 OV-BASIS-WE               PIC X(8).
              03 OV-PRINTED-SW-WE          PIC X.
                 88 OV-PRINTED             VALUE "Y".

              03 SU-MANF-CODE-WF           PIC X(4).
              03 SU-PO-COUNT-WF            PIC 9(5)  COMP.
              03 SU-TOTAL-AGE-WF           PIC 9(7)  COMP.
              03 SU-LATE-COUNT-WF          PIC 9(5)  COMP.

       01  AVERAGE-AGE-WG                  PIC 9(5).

              VALUE "DESCRIPTION".
           02 FILLER                       PIC X(11)
              VALUE "OUTSTANDING".
           02 FILLER                       PIC X(8)  VALUE "DAYS".
           02 FILLER                       PIC X(8)  VALUE "BASIS".

       01  SUPPLIER-LINE-WI.
           02 FILLER                       PIC X(11)
           02 DL-QTY-OUT-WJ                PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(4)  VALUE SPACES.
           02 DL-AGE-DAYS-WJ               PIC ZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 DL-BASIS-WJ                  PIC X(8).

       01  SUMMARY-LINE-WK.
           02 SM-MANF-CODE-WK              PIC X(4).
           02 FILLER                       PIC X(18)
              VALUE " OPEN PO(S), AVG ".
           02 SM-AVG-AGE-WK                PIC ZZZZ9.
           02 FILLER                       PIC X(11)
              VALUE " DAYS OLD, ".
           02 SM-LATE-COUNT-WK             PIC ZZZZ9.
           02 FILLER                       PIC X(13)
              VALUE " PAST PROMISE".



             SET OPEN-PO-FOUND TO TRUE
             MOVE OPO-PO-NUMBER-FJ  TO LATEST-PO-NUMBER-WC
             MOVE OPO-RUN-DATE-FJ   TO LATEST-RUN-DATE-WC
             MOVE OPO-PROMISED-DATE-FJ TO LATEST-PROMISED-DATE-WC
             MOVE OPO-MANF-CODE-FJ  TO LATEST-MANF-CODE-WC
             SUBTRACT OPO-QTY-RECEIVED-FJ FROM OPO-QTY-REQUIRED-FJ
                      GIVING LATEST-QTY-OUT-WC
          END-IF.

      * A promise, once given, replaces the flat threshold - the PO
      * is overdue as soon as the promised day has passed, and its
      * days are the days late. Until then the age since raising is
      * chased against the threshold as before.
       AGE-THE-LATEST-PO.
          IF LATEST-PROMISED-DATE-WC NOT = ZEROS
             MOVE LATEST-PROMISED-DATE-WC TO DATE-IN-WD
             MOVE "PROMISED" TO HOLD-BASIS-WC
          ELSE
             MOVE LATEST-RUN-DATE-WC TO DATE-IN-WD
             MOVE "RAISED" TO HOLD-BASIS-WC
          END-IF.
          PERFORM CONVERT-DATE-TO-DAYS.
          MOVE DAYS-OUT-WD TO PO-SERIAL-WC.
          SUBTRACT PO-SERIAL-WC FROM TODAY-SERIAL-WC
          IF PO-AGE-DAYS-WC LESS THAN ZERO
             MOVE ZERO TO PO-AGE-DAYS-WC
          END-IF.
          IF LATEST-PROMISED-DATE-WC NOT = ZEROS
             IF PO-AGE-DAYS-WC GREATER THAN ZERO
                PERFORM STORE-OVERDUE-ENTRY
             END-IF
          ELSE
             IF PO-AGE-DAYS-WC GREATER THAN AGE-THRESHOLD-WC
                PERFORM STORE-OVERDUE-ENTRY
             END-IF
          END-IF.

       STORE-OVERDUE-ENTRY.
             MOVE LATEST-QTY-OUT-WC
               TO OV-QTY-OUT-WE(OVERDUE-COUNT-WE)
             MOVE PO-AGE-DAYS-WC TO OV-AGE-DAYS-WE(OVERDUE-COUNT-WE)
             MOVE HOLD-BASIS-WC TO OV-BASIS-WE(OVERDUE-COUNT-WE)
             MOVE SPACE TO OV-PRINTED-SW-WE(OVERDUE-COUNT-WE)
          END-IF.

                  TO SU-MANF-CODE-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-PO-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-TOTAL-AGE-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-LATE-COUNT-WF(SUPPLIER-HOLD-WF)
             END-IF
          END-IF.
          IF SUPPLIER-HOLD-WF NOT = ZERO
             ADD 1 TO SU-PO-COUNT-WF(SUPPLIER-HOLD-WF)
             ADD PO-AGE-DAYS-WC TO SU-TOTAL-AGE-WF(SUPPLIER-HOLD-WF)
             IF OPO-PROMISED-DATE-FJ NOT = ZEROS
                AND OPO-PROMISED-DATE-FJ LESS THAN RUN-DATE-WC
                ADD 1 TO SU-LATE-COUNT-WF(SUPPLIER-HOLD-WF)
             END-IF
          END-IF.

       SCAN-SUPPLIER-ENTRY.
             MOVE OV-ITEM-DESC-WE(OVERDUE-SCAN-WE) TO DL-ITEM-DESC-WJ
             MOVE OV-QTY-OUT-WE(OVERDUE-SCAN-WE)   TO DL-QTY-OUT-WJ
             MOVE OV-AGE-DAYS-WE(OVERDUE-SCAN-WE)  TO DL-AGE-DAYS-WJ
             MOVE OV-BASIS-WE(OVERDUE-SCAN-WE)     TO DL-BASIS-WJ
             WRITE AGE-REPORT-LINE-OB FROM DETAIL-LINE-WJ
             MOVE "Y" TO OV-PRINTED-SW-WE(OVERDUE-SCAN-WE)
          END-IF.
          MOVE SU-MANF-CODE-WF(SUPPLIER-IDX-WF) TO SM-MANF-CODE-WK.
          MOVE SU-PO-COUNT-WF(SUPPLIER-IDX-WF)  TO SM-PO-COUNT-WK.
          MOVE AVERAGE-AGE-WG                   TO SM-AVG-AGE-WK.
          MOVE SU-LATE-COUNT-WF(SUPPLIER-IDX-WF) TO SM-LATE-COUNT-WK.
          WRITE AGE-REPORT-LINE-OB FROM SUMMARY-LINE-WK.

      * Serial day count from a YYYYMMDD date - whole years of 365
