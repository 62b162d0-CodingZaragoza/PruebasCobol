       PROGRAM-ID.  ACMEME.
       AUTHOR. Michael Coughlan.
      * Month-end audit reconciliation and archive run. Rolls up the
      * REORDER, RECEIPT, ISSUE and RETURN actions on AUDIT.DAT per
      * stock number, then checks for every item that the opening
      * quantity plus the logged movements equals the QTY-IN-STOCK-FB
      * now on STOCK-FILE, reporting to AUDITREC.DAT any item where
      * the trail does not tie up. The summary counts the lines
      * logged under each action, so goods sent back to suppliers by
      * ACMERT are visible beside the receipts they reverse. After a
      * clean reconciliation the processed lines are archived to
      * AUDIT-YYYYMM.DAT for the run month and AUDIT.DAT is started
      * fresh, so the nightly runs stop re-scanning months of
      * history. When anything fails to reconcile the trail is left
      * in place and RETURN-CODE is set to 4 so the archive can be
      * re-run after investigation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 DISCREPANCY-COUNT-WD         PIC 9(5) VALUE ZEROS.
           02 EXPECTED-QTY-WD              PIC S9(7) COMP.

       01  ACTION-TABLE-WI.
           02 ACTION-COUNT-WI              PIC 9(3) COMP.
           02 ACTION-IDX-WI                PIC 9(3) COMP.
           02 ACTION-HOLD-WI               PIC 9(3) COMP.
           02 ACTION-ENTRY-WI OCCURS 20 TIMES.
              03 AT-ACTION-WI              PIC X(12).
              03 AT-LINE-COUNT-WI          PIC 9(7) COMP.

       01  ARCHIVE-DATA-WE.
           02 ARCHIVE-NAME-WE              PIC X(16).
           02 RUN-DATE-WE                  PIC 9(8).
          MOVE 0 TO RETURN-CODE.
          MOVE SPACE TO TABLE-SW-WC.
          MOVE ZERO TO ITEM-COUNT-WC.
          MOVE ZERO TO ACTION-COUNT-WI.
          ACCEPT RUN-DATE-WE FROM DATE YYYYMMDD.
          OPEN INPUT AUDIT-FILE.
          IF AUDIT-STATUS-WB = "35"

       ROLL-UP-AUDIT-RECORD.
          ADD 1 TO AUDIT-LINE-COUNT-WD.
          PERFORM COUNT-AUDIT-ACTION.
          PERFORM FIND-ROLLUP-ENTRY.
          IF NOT ROLLUP-TABLE-FULL
             ADD AUDIT-QTY-AFTER-FD TO RC-NET-MOVEMENT-WC(HOLD-IDX-WC)
             END-IF
          END-IF.

      * Actions are counted as they are met rather than from a fixed
      * list, so a new kind of movement shows up on the summary the
      * first month it is logged.
       COUNT-AUDIT-ACTION.
          MOVE ZERO TO ACTION-HOLD-WI.
          PERFORM SCAN-ACTION-ENTRY VARYING ACTION-IDX-WI FROM 1 BY 1
                  UNTIL ACTION-IDX-WI > ACTION-COUNT-WI
                  OR ACTION-HOLD-WI NOT = ZERO.
          IF ACTION-HOLD-WI = ZERO
             AND ACTION-COUNT-WI LESS THAN 20
             ADD 1 TO ACTION-COUNT-WI
             MOVE ACTION-COUNT-WI TO ACTION-HOLD-WI
             MOVE AUDIT-ACTION-FD TO AT-ACTION-WI(ACTION-HOLD-WI)
             MOVE ZERO TO AT-LINE-COUNT-WI(ACTION-HOLD-WI)
          END-IF.
          IF ACTION-HOLD-WI NOT = ZERO
             ADD 1 TO AT-LINE-COUNT-WI(ACTION-HOLD-WI)
          END-IF.

       SCAN-ACTION-ENTRY.
          IF AT-ACTION-WI(ACTION-IDX-WI) = AUDIT-ACTION-FD
             MOVE ACTION-IDX-WI TO ACTION-HOLD-WI
          END-IF.

       SCAN-ROLLUP-ENTRY.
          IF RC-STOCK-NUM-WC(ITEM-IDX-WC) = AUDIT-STOCK-NUM-FD
             MOVE ITEM-IDX-WC TO HOLD-IDX-WC
          MOVE "AUDIT LINES PROCESSED          : " TO CL-LABEL-WH.
          MOVE AUDIT-LINE-COUNT-WD TO CL-COUNT-WH.
          WRITE RECON-LINE-MA FROM COUNT-LINE-WH.
          PERFORM WRITE-ACTION-COUNT
                  VARYING ACTION-IDX-WI FROM 1 BY 1
                  UNTIL ACTION-IDX-WI > ACTION-COUNT-WI.
          MOVE "ITEMS WITH MOVEMENTS           : " TO CL-LABEL-WH.
          MOVE ITEM-COUNT-WC TO CL-COUNT-WH.
          WRITE RECON-LINE-MA FROM COUNT-LINE-WH.
          END-IF.
          WRITE RECON-LINE-MA.

       WRITE-ACTION-COUNT.
          MOVE SPACES TO CL-LABEL-WH.
          STRING "   " AT-ACTION-WI(ACTION-IDX-WI)
                 " LINES          : "
                 DELIMITED BY SIZE INTO CL-LABEL-WH.
          MOVE AT-LINE-COUNT-WI(ACTION-IDX-WI) TO CL-COUNT-WH.
          WRITE RECON-LINE-MA FROM COUNT-LINE-WH.

      * The trail is only re-read for archiving once it has been
      * proved clean, then AUDIT.DAT is recreated empty so the new
      * period starts fresh.
