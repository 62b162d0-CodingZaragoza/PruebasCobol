       AUTHOR. Michael Coughlan.
      * Supplier delivery performance scorecard. Joins, over the
      * date range keyed to SSPARM.DAT, the facts already scattered
      * across five files into one league table per MANF-CODE on
      * SCORECRD.DAT: how many POs were raised from OPENPO-FILE and
      * how long the closed ones took from OPO-RUN-DATE-FJ to
      * OPO-CLOSED-DATE-FJ, how many receipts ACMEGR flagged short,
      * over or otherwise wrong on GRDISC.DAT - each traced to its
      * supplier through the quoted PO - how many reorder lines hit
      * MANF-EXCEPT.DAT for the code, and how many lines of goods
      * ACMERT sent back to the supplier, counted from the "RETURN"
      * actions on AUDIT.DAT and on the monthly AUDIT-YYYYMM.DAT
      * archives ACMEME leaves behind. Suppliers are ranked worst
      * first by average days-to-deliver, with the discrepancy rate
      * per hundred POs beside - returns counted in it alongside
      * the receiving discrepancies, so a supplier shipping faulty
      * goods scores as badly as one shipping short - so purchasing
      * can answer "who should we stop using" from one page per
      * quarter. Beside it is the share of each supplier's promises
      * kept - of the POs acknowledged through ACMEAK with a
      * promised date, those closed on or before it, counting as
      * broken both a PO closed after its promise and one still
      * open with the promise already past; a supplier that never
      * gave a promise shows N/A. A missing or zeroed parameter file
      * means the whole history is scored. POs carrying a zero
      * closed date - as converted-in history does - are left out
      * of the delivery averages. POs ACMEPG has moved off to the
      * yearly OPENPO-YYYY.DAT archives are scored as well when
      * SSPARM.DAT names the first archive year wanted; each year
      * from that one to the end of the range is read in turn, and
      * a year with no archive is simply passed over. Run on demand;
      * it updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "EXCPTSEL.CPY".

           COPY "AUDITSEL.CPY".

           COPY "OPOARCSEL.CPY".

               SELECT AUDIT-ARCHIVE-FILE ASSIGN USING ARCHIVE-NAME-WL
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ARCHIVE-STATUS-WB.

               SELECT GR-DISC-FILE ASSIGN TO "GRDISC.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GR-DISC-STATUS-WB.

           COPY "EXCPTFD.CPY".

           COPY "AUDITFD.CPY".

           COPY "OPOARCFD.CPY".

       FD  AUDIT-ARCHIVE-FILE.
       01  ARCHIVE-REC-SC.
           02 ARC-DATE-SC                  PIC 9(8).
           02 ARC-TIME-SC                  PIC 9(8).
           02 ARC-ACTION-SC                PIC X(12).
           02 ARC-STOCK-NUM-SC             PIC 9(5).
           02 ARC-MANF-CODE-SC             PIC X(4).
           02 ARC-QTY-BEFORE-SC            PIC 9(6).
           02 ARC-QTY-AFTER-SC             PIC 9(6).
           02 ARC-REORDER-QTY-SC           PIC 9(6).

       FD  GR-DISC-FILE.
       01  GR-DISC-REC-GC.
           02 DISC-DATE-GC                 PIC 9(8).
       01  SCORE-PARM-REC-SA.
           02 PARM-FROM-DATE-SA            PIC 9(8).
           02 PARM-TO-DATE-SA              PIC 9(8).
           02 PARM-ARCHIVE-YEAR-SA         PIC 9(4).

       FD  SCORECARD-FILE.
       01  SCORECARD-LINE-SB               PIC X(80).
           02 GR-DISC-STATUS-WB            PIC XX.
           02 SCORE-PARM-STATUS-WB         PIC XX.
           02 SCORECARD-STATUS-WB          PIC XX.
           02 AUDIT-STATUS-WB              PIC XX.
           02 ARCHIVE-STATUS-WB            PIC XX.
           02 OPENPO-ARCHIVE-STATUS-WB     PIC XX.
           02 OPENPO-ARCHIVE-NAME-WB       PIC X(16).
           02 EOF-SW-WB                    PIC 9 VALUE 0.
              88 END-OF-FILE               VALUE 1.
              88 NOT-END-OF-FILE           VALUE 0.
           02 FROM-DATE-WC                 PIC 9(8).
           02 TO-DATE-WC                   PIC 9(8).
           02 RUN-DATE-WC                  PIC 9(8).
           02 EARLIEST-PO-DATE-WC          PIC 9(8).

       01  PO-ARCHIVE-SCAN-DATA-WM.
           02 ARCHIVE-FROM-YEAR-WM         PIC 9(4).
           02 SCAN-PO-YEAR-WM              PIC 9(4).
           02 ARCHIVE-PO-COUNT-WM          PIC 9(5).
           02 LAST-PO-DATE-WM              PIC 9(8).
           02 LAST-PO-DATE-SPLIT-WM REDEFINES LAST-PO-DATE-WM.
              03 LAST-PO-YEAR-WM           PIC 9(4).
              03 FILLER                    PIC 9(4).

       01  SUPPLIER-TABLE-WF.
           02 SUPPLIER-COUNT-WF            PIC 9(3) COMP.
              03 SU-TOTAL-DAYS-WF          PIC 9(7)  COMP.
              03 SU-DISC-COUNT-WF          PIC 9(5)  COMP.
              03 SU-EXCEPT-COUNT-WF        PIC 9(5)  COMP.
              03 SU-RETURN-COUNT-WF        PIC 9(5)  COMP.
              03 SU-PROMISED-COUNT-WF      PIC 9(5)  COMP.
              03 SU-ON-TIME-COUNT-WF       PIC 9(5)  COMP.
              03 SU-AVG-DAYS-WF            PIC 9(5).
              03 SU-PRINTED-SW-WF          PIC X.
                 88 SU-PRINTED             VALUE "Y".
           02 BEST-IDX-WG                  PIC 9(3) COMP.
           02 BEST-AVG-WG                  PIC 9(5).
           02 DISC-RATE-WG                 PIC 9(3)V99.
           02 ON-TIME-RATE-WG              PIC 9(3)V9.

       01  DATE-WORK-WD.
           02 DATE-IN-WD                   PIC 9(8).
           02 MONTH-OFFSETS-WD REDEFINES MONTH-OFFSET-TABLE-WD.
              03 MONTH-OFFSET-WD OCCURS 12 TIMES PIC 9(3).

       01  AUDIT-SCAN-DATA-WL.
           02 ARCHIVE-NAME-WL              PIC X(16).
           02 SCAN-MONTH-WL                PIC 9(6).
           02 SCAN-MONTH-SPLIT-WL REDEFINES SCAN-MONTH-WL.
              03 SCAN-YEAR-WL              PIC 9(4).
              03 SCAN-MM-WL                PIC 99.
           02 LAST-MONTH-WL                PIC 9(6).
           02 LAST-DATE-WL                 PIC 9(8).
           02 LAST-DATE-SPLIT-WL REDEFINES LAST-DATE-WL.
              03 LAST-YYYYMM-WL            PIC 9(6).
              03 FILLER                    PIC 99.
           02 FIRST-DATE-WL                PIC 9(8).
           02 FIRST-DATE-SPLIT-WL REDEFINES FIRST-DATE-WL.
              03 FIRST-YYYYMM-WL           PIC 9(6).
              03 FILLER                    PIC 99.
           02 HOLD-AUDIT-DATE-WL           PIC 9(8).
           02 HOLD-AUDIT-ACTION-WL         PIC X(12).

       01  HEADING-LINE-WH.
           02 FILLER                       PIC X(6)  VALUE "MANF".
           02 FILLER                       PIC X(14) VALUE "NAME".
           02 FILLER                       PIC X(7)  VALUE "POS".
           02 FILLER                       PIC X(9)  VALUE "CLOSED".
           02 FILLER                       PIC X(8)  VALUE "AVG DAYS".
           02 FILLER                       PIC X(7)  VALUE "DISCS".
           02 FILLER                       PIC X(7)  VALUE "RTNS".
           02 FILLER                       PIC X(9)  VALUE "DISC RATE".
           02 FILLER                       PIC X(6)  VALUE "EXCEPT".
           02 FILLER                       PIC X(7)  VALUE "ON TIME".

       01  DETAIL-LINE-WJ.
           02 DL-MANF-CODE-WJ              PIC X(4).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-MANF-NAME-WJ              PIC X(12).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-PO-COUNT-WJ               PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-AVG-DAYS-WJ               PIC ZZZZ9.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 DL-DISC-WJ                   PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-RETURN-WJ                 PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-DISC-RATE-WJ              PIC ZZ9.99.
           02 FILLER                       PIC X(3)  VALUE SPACES.
           02 DL-EXCEPT-WJ                 PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-ON-TIME-X-WJ              PIC X(5).
           02 DL-ON-TIME-WJ REDEFINES DL-ON-TIME-X-WJ
                                           PIC ZZ9.9.

       01  COUNT-LINE-WK.
           02 CL-LABEL-WK                  PIC X(34).
       PRODUCE-SUPPLIER-SCORECARD.
          MOVE 0 TO RETURN-CODE.
          MOVE ZERO TO SUPPLIER-COUNT-WF.
          MOVE 99999999 TO EARLIEST-PO-DATE-WC.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          PERFORM GET-DATE-RANGE.
          OPEN INPUT OPENPO-FILE.
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM SCORE-OPEN-PO-FILE
             PERFORM SCORE-PO-ARCHIVES
             PERFORM SCORE-DISCREPANCY-FILE
             PERFORM SCORE-EXCEPTION-FILE
             PERFORM SCORE-RETURNS
             PERFORM WRITE-REPORT-HEADINGS
             PERFORM WORK-OUT-AVERAGES
             PERFORM PRINT-LEAGUE-TABLE

      * The range is a site parameter so purchasing can score a
      * quarter, a year or the whole history without a program
      * change. A missing or zeroed file scores everything. The
      * archives are only read when a first year is given.
       GET-DATE-RANGE.
          MOVE ZEROS TO FROM-DATE-WC.
          MOVE 99999999 TO TO-DATE-WC.
          MOVE ZEROS TO ARCHIVE-FROM-YEAR-WM.
          OPEN INPUT SCORE-PARM-FILE.
          IF SCORE-PARM-STATUS-WB = "00"
             READ SCORE-PARM-FILE
                        MOVE PARM-FROM-DATE-SA TO FROM-DATE-WC
                        MOVE PARM-TO-DATE-SA   TO TO-DATE-WC
                     END-IF
                     IF PARM-ARCHIVE-YEAR-SA NUMERIC
                        MOVE PARM-ARCHIVE-YEAR-SA
                          TO ARCHIVE-FROM-YEAR-WM
                     END-IF
             END-READ
             CLOSE SCORE-PARM-FILE
          END-IF.
          PERFORM SCORE-ONE-PO UNTIL END-OF-FILE.

       SCORE-ONE-PO.
          PERFORM SCORE-PO-RECORD.
          READ OPENPO-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
          END-READ.

      * An archived PO is laid out exactly as a live one, so it is
      * brought into the OPENPO record and scored the same way.
       SCORE-PO-ARCHIVES.
          MOVE ZERO TO ARCHIVE-PO-COUNT-WM.
          IF ARCHIVE-FROM-YEAR-WM NOT = ZEROS
             MOVE TO-DATE-WC TO LAST-PO-DATE-WM
             IF RUN-DATE-WC LESS THAN TO-DATE-WC
                MOVE RUN-DATE-WC TO LAST-PO-DATE-WM
             END-IF
             MOVE ARCHIVE-FROM-YEAR-WM TO SCAN-PO-YEAR-WM
             PERFORM SCORE-PO-ARCHIVE-YEAR
                     UNTIL SCAN-PO-YEAR-WM GREATER THAN LAST-PO-YEAR-WM
          END-IF.

       SCORE-PO-ARCHIVE-YEAR.
          MOVE SPACES TO OPENPO-ARCHIVE-NAME-WB.
          STRING "OPENPO-" SCAN-PO-YEAR-WM ".DAT"
                 DELIMITED BY SIZE INTO OPENPO-ARCHIVE-NAME-WB.
          OPEN INPUT OPENPO-ARCHIVE-FILE.
          IF OPENPO-ARCHIVE-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             READ OPENPO-ARCHIVE-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM SCORE-ONE-ARCHIVED-PO UNTIL END-OF-FILE
             CLOSE OPENPO-ARCHIVE-FILE
          END-IF.
          ADD 1 TO SCAN-PO-YEAR-WM.

       SCORE-ONE-ARCHIVED-PO.
          MOVE OPENPO-ARCHIVE-REC-JA TO OPENPO-REC-FJ.
          ADD 1 TO ARCHIVE-PO-COUNT-WM.
          PERFORM SCORE-PO-RECORD.
          READ OPENPO-ARCHIVE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       SCORE-PO-RECORD.
          IF OPO-RUN-DATE-FJ NOT LESS THAN FROM-DATE-WC
             AND OPO-RUN-DATE-FJ NOT GREATER THAN TO-DATE-WC
             IF OPO-RUN-DATE-FJ LESS THAN EARLIEST-PO-DATE-WC
                MOVE OPO-RUN-DATE-FJ TO EARLIEST-PO-DATE-WC
             END-IF
             MOVE OPO-MANF-CODE-FJ TO HOLD-MANF-CODE-WF
             PERFORM FIND-SUPPLIER-ENTRY
             IF SUPPLIER-HOLD-WF NOT = ZERO
                IF OPO-CLOSED AND OPO-CLOSED-DATE-FJ NOT = ZEROS
                   PERFORM ADD-TO-DELIVERY-DAYS
                END-IF
                IF OPO-PROMISED-DATE-FJ NOT = ZEROS
                   PERFORM SCORE-PROMISE
                END-IF
             END-IF
          END-IF.

       ADD-TO-DELIVERY-DAYS.
          MOVE OPO-RUN-DATE-FJ TO DATE-IN-WD.
          ADD 1 TO SU-CLOSED-COUNT-WF(SUPPLIER-HOLD-WF).
          ADD DELIVER-DAYS-WD TO SU-TOTAL-DAYS-WF(SUPPLIER-HOLD-WF).

      * A promise is judged once it can no longer be kept or broken
      * - when the PO closes, or when the day passes with the PO
      * still open. A cancelled PO and an open one still inside its
      * promise are not judged at all.
       SCORE-PROMISE.
          IF OPO-CLOSED AND OPO-CLOSED-DATE-FJ NOT = ZEROS
             ADD 1 TO SU-PROMISED-COUNT-WF(SUPPLIER-HOLD-WF)
             IF OPO-CLOSED-DATE-FJ NOT GREATER THAN
                OPO-PROMISED-DATE-FJ
                ADD 1 TO SU-ON-TIME-COUNT-WF(SUPPLIER-HOLD-WF)
             END-IF
          ELSE
             IF OPO-OPEN AND OPO-PROMISED-DATE-FJ LESS THAN RUN-DATE-WC
                ADD 1 TO SU-PROMISED-COUNT-WF(SUPPLIER-HOLD-WF)
             END-IF
          END-IF.

      * Each discrepancy line is traced to its supplier through the
      * PO it quotes; lines quoting a PO that never existed have no
      * supplier to score and are left out.
               AT END SET END-OF-FILE TO TRUE
          END-READ.

      * Goods can only go back against a PO, so the months worth
      * searching run from the earliest PO scored to the end of the
      * range or today, whichever is sooner. Each month ACMEME has
      * archived is read from its AUDIT-YYYYMM.DAT; a month with no
      * archive is simply passed over. The live trail holds the
      * lines not yet archived.
       SCORE-RETURNS.
          IF EARLIEST-PO-DATE-WC NOT = 99999999
             MOVE EARLIEST-PO-DATE-WC TO FIRST-DATE-WL
             MOVE FIRST-YYYYMM-WL TO SCAN-MONTH-WL
             MOVE TO-DATE-WC TO LAST-DATE-WL
             IF RUN-DATE-WC LESS THAN TO-DATE-WC
                MOVE RUN-DATE-WC TO LAST-DATE-WL
             END-IF
             MOVE LAST-YYYYMM-WL TO LAST-MONTH-WL
             PERFORM SCORE-ARCHIVE-MONTH
                     UNTIL SCAN-MONTH-WL GREATER THAN LAST-MONTH-WL
          END-IF.
          OPEN INPUT AUDIT-FILE.
          IF AUDIT-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             READ AUDIT-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM SCORE-ONE-AUDIT-LINE UNTIL END-OF-FILE
             CLOSE AUDIT-FILE
          END-IF.

       SCORE-ARCHIVE-MONTH.
          MOVE SPACES TO ARCHIVE-NAME-WL.
          STRING "AUDIT-" SCAN-MONTH-WL ".DAT"
                 DELIMITED BY SIZE INTO ARCHIVE-NAME-WL.
          OPEN INPUT AUDIT-ARCHIVE-FILE.
          IF ARCHIVE-STATUS-WB = "00"
             SET NOT-END-OF-FILE TO TRUE
             READ AUDIT-ARCHIVE-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             PERFORM SCORE-ONE-ARCHIVE-LINE UNTIL END-OF-FILE
             CLOSE AUDIT-ARCHIVE-FILE
          END-IF.
          IF SCAN-MM-WL = 12
             ADD 1 TO SCAN-YEAR-WL
             MOVE 1 TO SCAN-MM-WL
          ELSE
             ADD 1 TO SCAN-MM-WL
          END-IF.

       SCORE-ONE-ARCHIVE-LINE.
          MOVE ARC-DATE-SC      TO HOLD-AUDIT-DATE-WL.
          MOVE ARC-ACTION-SC    TO HOLD-AUDIT-ACTION-WL.
          MOVE ARC-MANF-CODE-SC TO HOLD-MANF-CODE-WF.
          PERFORM COUNT-RETURN-LINE.
          READ AUDIT-ARCHIVE-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       SCORE-ONE-AUDIT-LINE.
          MOVE AUDIT-DATE-FD      TO HOLD-AUDIT-DATE-WL.
          MOVE AUDIT-ACTION-FD    TO HOLD-AUDIT-ACTION-WL.
          MOVE AUDIT-MANF-CODE-FD TO HOLD-MANF-CODE-WF.
          PERFORM COUNT-RETURN-LINE.
          READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
          END-READ.

       COUNT-RETURN-LINE.
          IF HOLD-AUDIT-ACTION-WL = "RETURN"
             AND HOLD-AUDIT-DATE-WL NOT LESS THAN FROM-DATE-WC
             AND HOLD-AUDIT-DATE-WL NOT GREATER THAN TO-DATE-WC
             PERFORM FIND-SUPPLIER-ENTRY
             IF SUPPLIER-HOLD-WF NOT = ZERO
                ADD 1 TO SU-RETURN-COUNT-WF(SUPPLIER-HOLD-WF)
             END-IF
          END-IF.

       FIND-SUPPLIER-ENTRY.
          MOVE ZERO TO SUPPLIER-HOLD-WF.
          PERFORM SCAN-SUPPLIER-ENTRY
                MOVE ZERO TO SU-TOTAL-DAYS-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-DISC-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-EXCEPT-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-RETURN-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-PROMISED-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZERO TO SU-ON-TIME-COUNT-WF(SUPPLIER-HOLD-WF)
                MOVE ZEROS TO SU-AVG-DAYS-WF(SUPPLIER-HOLD-WF)
                MOVE SPACE TO SU-PRINTED-SW-WF(SUPPLIER-HOLD-WF)
             END-IF
          MOVE SU-CLOSED-COUNT-WF(BEST-IDX-WG) TO DL-CLOSED-WJ.
          MOVE SU-AVG-DAYS-WF(BEST-IDX-WG)     TO DL-AVG-DAYS-WJ.
          MOVE SU-DISC-COUNT-WF(BEST-IDX-WG)   TO DL-DISC-WJ.
          MOVE SU-RETURN-COUNT-WF(BEST-IDX-WG) TO DL-RETURN-WJ.
          IF SU-PO-COUNT-WF(BEST-IDX-WG) = ZERO
             MOVE ZEROS TO DISC-RATE-WG
          ELSE
             COMPUTE DISC-RATE-WG ROUNDED =
                     (SU-DISC-COUNT-WF(BEST-IDX-WG)
                      + SU-RETURN-COUNT-WF(BEST-IDX-WG)) * 100
                     / SU-PO-COUNT-WF(BEST-IDX-WG)
                     ON SIZE ERROR MOVE 999.99 TO DISC-RATE-WG
             END-COMPUTE
          END-IF.
          MOVE DISC-RATE-WG                    TO DL-DISC-RATE-WJ.
          MOVE SU-EXCEPT-COUNT-WF(BEST-IDX-WG) TO DL-EXCEPT-WJ.
          IF SU-PROMISED-COUNT-WF(BEST-IDX-WG) = ZERO
             MOVE "  N/A" TO DL-ON-TIME-X-WJ
          ELSE
             COMPUTE ON-TIME-RATE-WG ROUNDED =
                     SU-ON-TIME-COUNT-WF(BEST-IDX-WG) * 100
                     / SU-PROMISED-COUNT-WF(BEST-IDX-WG)
             MOVE ON-TIME-RATE-WG TO DL-ON-TIME-WJ
          END-IF.
          WRITE SCORECARD-LINE-SB FROM DETAIL-LINE-WJ.

       WRITE-REPORT-HEADINGS.
          MOVE "SUPPLIERS SCORED               : " TO CL-LABEL-WK.
          MOVE SUPPLIER-COUNT-WF TO CL-COUNT-WK.
          WRITE SCORECARD-LINE-SB FROM COUNT-LINE-WK.
          IF ARCHIVE-FROM-YEAR-WM NOT = ZEROS
             MOVE "POS READ FROM ARCHIVES         : " TO CL-LABEL-WK
             MOVE ARCHIVE-PO-COUNT-WM TO CL-COUNT-WK
             WRITE SCORECARD-LINE-SB FROM COUNT-LINE-WK
          END-IF.
          IF SUPPLIER-COUNT-WF = ZERO
             MOVE "NO SUPPLIER ACTIVITY IN RANGE"
               TO SCORECARD-LINE-SB
