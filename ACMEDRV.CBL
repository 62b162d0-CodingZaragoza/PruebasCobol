       PROGRAM-ID.  ACMEDRV.
       AUTHOR. Michael Coughlan.
      * Batch driver for the nightly cycle - the JCL-equivalent
      * sequencing of the keyed batch check, the integrity check,
      * goods-receipt, backorder fulfilment, issues, reorder,
      * order-print and stock-valuation runs, then the month-to-date
      * purchasing commitment report.
      * Each step is a CALLed program that returns its outcome in
      * RETURN-CODE; the chain stops at the first step that comes
      * back non-zero and names the step that failed.
      * with an operator override for a lock a crashed program left
      * behind, so the cycle and an ACMESM session can no longer
      * open STOCK.DAT I-O on top of one another.
      * The receipts and issues batches are proved whole by ACMEBV
      * before any step applies a line; a rejected batch stops the
      * cycle there with the reasons on BATCHCHK.DAT, so a bad or
      * repeated batch is never half applied.
      * Every step's start and end, seconds taken, return code and
      * record counts go to RUNHIST.DAT, with a closing line for the
      * attempt.  Rerun after a failure the same night, the driver
      * picks up the unfinished cycle and skips the steps an earlier
      * attempt completed, resuming at the one that failed; the
      * operator may name any completed step to force it to run
      * again.  A cycle left unfinished more than twelve hours ago is
      * not resumed - a fresh cycle starts.  When the attempt ends,
      * completed or not, ACMEOR prints the operations report of the
      * night from the run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RUNCTLSEL.CPY".
           COPY "RUNHSTSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
           COPY "RUNCTLFD.CPY".
           COPY "RUNHSTFD.CPY".

       WORKING-STORAGE SECTION.
       01  CYCLE-DATA-WA.
           02 STEP-NAME-WA                 PIC X(8).
           02 STEP-RETURN-CODE-WA          PIC S9(4) COMP.
           02 BATCH-SELECT-WA              PIC X(8) VALUE "NIGHTLY".
           02 CYCLE-STATUS-SW-WA           PIC X.
              88 CYCLE-OK                  VALUE "Y".
              88 CYCLE-NOT-OK              VALUE "N".
           02 STEP-RUN-SW-WA               PIC X.
              88 STEP-WILL-RUN             VALUE "R".
              88 STEP-WILL-SKIP            VALUE "S".

       01  RUN-CONTROL-DATA-WR.
           02 RUN-CONTROL-STATUS-WB        PIC XX.
              88 LOCK-OK                   VALUE "Y".
              88 LOCK-NOT-OK               VALUE "N".

       01  RUN-HISTORY-DATA-WH.
           02 RUN-HIST-STATUS-WB           PIC XX.
           02 HIST-EOF-SW-WH               PIC 9.
              88 END-OF-HISTORY            VALUE 1.
              88 NOT-END-OF-HISTORY        VALUE 0.
           02 RESUME-SW-WH                 PIC X.
              88 RESUMING-CYCLE            VALUE "Y".
              88 STARTING-NEW-CYCLE        VALUE "N".
           02 LAST-CYCLE-SW-WH             PIC X.
              88 LAST-CYCLE-COMPLETE       VALUE "Y".
              88 LAST-CYCLE-UNFINISHED     VALUE "N".
           02 LAST-CYCLE-ID-WH.
              03 LAST-CYCLE-DATE-WH        PIC 9(8).
              03 LAST-CYCLE-TIME-WH        PIC 9(8).
           02 LAST-ATTEMPT-WH              PIC 9(2).
           02 CYCLE-ID-WH.
              03 CYCLE-DATE-WH             PIC 9(8).
              03 CYCLE-TIME-WH             PIC 9(8).
           02 ATTEMPT-WH                   PIC 9(2).
           02 ATTEMPT-START-DATE-WH        PIC 9(8).
           02 ATTEMPT-START-TIME-WH        PIC 9(8).
           02 STEP-START-DATE-WH           PIC 9(8).
           02 STEP-START-TIME-WH           PIC 9(8).
           02 HIST-START-DATE-WH           PIC 9(8).
           02 HIST-START-TIME-WH           PIC 9(8).
           02 HIST-END-DATE-WH             PIC 9(8).
           02 HIST-END-TIME-WH             PIC 9(8).
           02 HIST-STATUS-WH               PIC X.
           02 FAILED-STEP-RC-WH            PIC S9(4) COMP.
           02 FORCE-REPLY-WH               PIC X(8).
           02 FORCE-SW-WH                  PIC X.
              88 FORCING-DONE              VALUE "Y".
              88 FORCING-OPEN              VALUE "N".
           02 RESUME-WINDOW-SECS-WH        PIC 9(6) VALUE 43200.

      * The steps of the cycle in the order they run, with whether
      * an earlier attempt at tonight's cycle completed each one and
      * whether the operator has asked for it to be run again.
       01  STEP-TABLE-WT.
           02 STEP-NAME-LIST-WT.
              03 FILLER                    PIC X(8) VALUE "ACMEBV".
              03 FILLER                    PIC X(8) VALUE "ACMEIC".
              03 FILLER                    PIC X(8) VALUE "ACMEGR".
              03 FILLER                    PIC X(8) VALUE "ACMEBF".
              03 FILLER                    PIC X(8) VALUE "ACMEIS".
              03 FILLER                    PIC X(8) VALUE "ACME99".
              03 FILLER                    PIC X(8) VALUE "ACMEPO".
              03 FILLER                    PIC X(8) VALUE "ACMESV".
              03 FILLER                    PIC X(8) VALUE "ACMECR".
           02 STEP-NAMES-WT REDEFINES STEP-NAME-LIST-WT.
              03 STEP-LIST-NAME-WT OCCURS 9 TIMES PIC X(8).
           02 STEP-STATE-WT OCCURS 9 TIMES.
              03 STEP-DONE-SW-WT           PIC X.
                 88 STEP-DONE-EARLIER      VALUE "Y".
                 88 STEP-NOT-DONE          VALUE "N".
              03 STEP-FORCE-SW-WT          PIC X.
                 88 STEP-FORCED            VALUE "Y".
                 88 STEP-NOT-FORCED        VALUE "N".
           02 STEP-COUNT-WT                PIC 9(2) COMP VALUE 9.
           02 STEP-IDX-WT                  PIC 9(2) COMP.
           02 MATCH-IDX-WT                 PIC 9(2) COMP.
           02 LOOKUP-STEP-WT               PIC X(8).

       01  ELAPSED-DATA-WE.
           02 ELAPSED-SECS-WE              PIC S9(9) COMP.
           02 START-SERIAL-WE              PIC 9(7)  COMP.
           02 TIME-SECS-WE                 PIC 9(5)  COMP.
           02 TIME-WORK-WE                 PIC 9(8).
           02 TIME-SPLIT-WE REDEFINES TIME-WORK-WE.
              03 TW-HOURS-WE               PIC 99.
              03 TW-MINUTES-WE             PIC 99.
              03 TW-SECONDS-WE             PIC 99.
              03 TW-HUNDREDTHS-WE          PIC 99.

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

           COPY "STEPCNT.CPY".



       PROCEDURE DIVISION.
          END-IF.
          PERFORM SET-CYCLE-LOCK.
          SET CYCLE-OK TO TRUE.
          PERFORM FIND-CYCLE-TO-RUN.
          PERFORM OPEN-RUN-HISTORY.
          IF RUN-HIST-STATUS-WB NOT = "00"
             DISPLAY "NIGHTLY CYCLE NOT STARTED, RUN HISTORY OPEN "
                     "FAILED, STATUS = " RUN-HIST-STATUS-WB
             PERFORM CLEAR-RUN-CONTROL
             STOP RUN
          END-IF.
          IF RESUMING-CYCLE
             PERFORM GET-FORCED-STEPS
          END-IF.
          PERFORM RUN-BATCH-CHECK-STEP.
          IF CYCLE-OK
             PERFORM RUN-INTEGRITY-STEP
          END-IF.
          IF CYCLE-OK
             PERFORM RUN-GOODS-RECEIPT-STEP
          END-IF.
          IF CYCLE-OK
             PERFORM RUN-VALUATION-STEP
          END-IF.
          IF CYCLE-OK
             PERFORM RUN-COMMITMENT-STEP
          END-IF.
          PERFORM WRITE-CYCLE-END.
          CLOSE RUN-HIST-FILE.
          IF CYCLE-OK
             DISPLAY "NIGHTLY CYCLE COMPLETED OK"
          END-IF.
          CALL "ACMEOR".
          IF RETURN-CODE NOT = 0
             DISPLAY "OPERATIONS REPORT NOT PRODUCED, RETURN CODE = "
                     RETURN-CODE
          END-IF.
          PERFORM CLEAR-RUN-CONTROL.
          IF CYCLE-OK
             MOVE 0 TO RETURN-CODE
          ELSE
             MOVE FAILED-STEP-RC-WH TO RETURN-CODE
          END-IF.
          STOP RUN.

      * A missing or empty RUNCTL.DAT means nothing is running. A
          WRITE RUN-CONTROL-REC-FO.
          CLOSE RUN-CONTROL-FILE.

       RUN-BATCH-CHECK-STEP.
          MOVE "ACMEBV" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEBV" USING BATCH-SELECT-WA
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
             IF CYCLE-NOT-OK
                DISPLAY "KEYED BATCH REJECTED, NOTHING APPLIED - SEE "
                        "BATCHCHK.DAT"
             END-IF
          END-IF.

       RUN-INTEGRITY-STEP.
          MOVE "ACMEIC" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEIC"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-GOODS-RECEIPT-STEP.
          MOVE "ACMEGR" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEGR"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-BACKORDER-STEP.
          MOVE "ACMEBF" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEBF"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-ISSUES-STEP.
          MOVE "ACMEIS" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEIS"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-REORDER-STEP.
          MOVE "ACME99" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACME99"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-ORDER-PRINT-STEP.
          MOVE "ACMEPO" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMEPO"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-VALUATION-STEP.
          MOVE "ACMESV" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMESV"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

       RUN-COMMITMENT-STEP.
          MOVE "ACMECR" TO STEP-NAME-WA.
          PERFORM BEGIN-STEP.
          IF STEP-WILL-RUN
             CALL "ACMECR"
             MOVE RETURN-CODE TO STEP-RETURN-CODE-WA
             PERFORM END-STEP
          END-IF.

      * A step an earlier attempt at tonight's cycle completed is
      * passed over, unless the operator forced it, and goes on the
      * run history as skipped; otherwise its start is taken and
      * the step counts are cleared for it to fill.
       BEGIN-STEP.
          MOVE STEP-NAME-WA TO LOOKUP-STEP-WT.
          PERFORM FIND-STEP-ENTRY.
          ACCEPT STEP-START-DATE-WH FROM DATE YYYYMMDD.
          ACCEPT STEP-START-TIME-WH FROM TIME.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          SET STEP-WILL-RUN TO TRUE.
          IF MATCH-IDX-WT NOT = ZERO
             IF STEP-DONE-EARLIER(MATCH-IDX-WT)
                AND STEP-NOT-FORCED(MATCH-IDX-WT)
                SET STEP-WILL-SKIP TO TRUE
             END-IF
          END-IF.
          IF STEP-WILL-SKIP
             DISPLAY "STEP " STEP-NAME-WA " SKIPPED, COMPLETED ON AN "
                     "EARLIER ATTEMPT"
             MOVE ZERO TO STEP-RETURN-CODE-WA
             MOVE STEP-START-DATE-WH TO HIST-START-DATE-WH,
                                        HIST-END-DATE-WH
             MOVE STEP-START-TIME-WH TO HIST-START-TIME-WH,
                                        HIST-END-TIME-WH
             MOVE ZERO TO ELAPSED-SECS-WE
             MOVE "S" TO HIST-STATUS-WH
             PERFORM WRITE-STEP-HISTORY
          END-IF.

       END-STEP.
          MOVE STEP-START-DATE-WH TO HIST-START-DATE-WH.
          MOVE STEP-START-TIME-WH TO HIST-START-TIME-WH.
          ACCEPT HIST-END-DATE-WH FROM DATE YYYYMMDD.
          ACCEPT HIST-END-TIME-WH FROM TIME.
          PERFORM COMPUTE-ELAPSED.
          IF STEP-RETURN-CODE-WA = 0
             MOVE "C" TO HIST-STATUS-WH
          ELSE
             MOVE "F" TO HIST-STATUS-WH
          END-IF.
          PERFORM WRITE-STEP-HISTORY.
          IF STEP-RETURN-CODE-WA NOT = 0
             MOVE STEP-RETURN-CODE-WA TO FAILED-STEP-RC-WH
             PERFORM ABORT-CYCLE
          END-IF.

       WRITE-STEP-HISTORY.
          MOVE CYCLE-ID-WH         TO RH-CYCLE-ID-FY.
          MOVE ATTEMPT-WH          TO RH-ATTEMPT-FY.
          MOVE STEP-NAME-WA        TO RH-STEP-NAME-FY.
          MOVE HIST-START-DATE-WH  TO RH-START-DATE-FY.
          MOVE HIST-START-TIME-WH  TO RH-START-TIME-FY.
          MOVE HIST-END-DATE-WH    TO RH-END-DATE-FY.
          MOVE HIST-END-TIME-WH    TO RH-END-TIME-FY.
          MOVE ELAPSED-SECS-WE     TO RH-ELAPSED-SECS-FY.
          MOVE STEP-RETURN-CODE-WA TO RH-RETURN-CODE-FY.
          MOVE STEP-RECORDS-IN-FZ  TO RH-RECORDS-IN-FY.
          MOVE STEP-RECORDS-OUT-FZ TO RH-RECORDS-OUT-FY.
          MOVE HIST-STATUS-WH      TO RH-STEP-STATUS-FY.
          WRITE RUN-HIST-REC-FY.

      * The closing line of the attempt spans it from start to end
      * and carries the return code of the step that stopped it.
       WRITE-CYCLE-END.
          MOVE ATTEMPT-START-DATE-WH TO HIST-START-DATE-WH.
          MOVE ATTEMPT-START-TIME-WH TO HIST-START-TIME-WH.
          ACCEPT HIST-END-DATE-WH FROM DATE YYYYMMDD.
          ACCEPT HIST-END-TIME-WH FROM TIME.
          PERFORM COMPUTE-ELAPSED.
          MOVE "CYCLE" TO STEP-NAME-WA.
          MOVE ZEROS TO STEP-RECORDS-IN-FZ, STEP-RECORDS-OUT-FZ.
          IF CYCLE-OK
             MOVE ZERO TO STEP-RETURN-CODE-WA
             MOVE "C" TO HIST-STATUS-WH
          ELSE
             MOVE FAILED-STEP-RC-WH TO STEP-RETURN-CODE-WA
             MOVE "F" TO HIST-STATUS-WH
          END-IF.
          PERFORM WRITE-STEP-HISTORY.

       OPEN-RUN-HISTORY.
          OPEN EXTEND RUN-HIST-FILE.
          IF RUN-HIST-STATUS-WB = "35"
             OPEN OUTPUT RUN-HIST-FILE
          END-IF.

      * The last cycle on the run history is resumed when it has no
      * completed closing line and began within the resume window;
      * the steps it completed on any attempt are marked done, less
      * any a later forced rerun failed.  Otherwise a new cycle is
      * started under this attempt's own date and time.
       FIND-CYCLE-TO-RUN.
          SET STARTING-NEW-CYCLE TO TRUE.
          SET LAST-CYCLE-COMPLETE TO TRUE.
          MOVE ZEROS TO LAST-CYCLE-ID-WH, LAST-ATTEMPT-WH.
          MOVE ZERO TO FAILED-STEP-RC-WH.
          PERFORM CLEAR-STEP-STATE
             VARYING STEP-IDX-WT FROM 1 BY 1
             UNTIL STEP-IDX-WT GREATER THAN STEP-COUNT-WT.
          OPEN INPUT RUN-HIST-FILE.
          IF RUN-HIST-STATUS-WB = "00"
             SET NOT-END-OF-HISTORY TO TRUE
             PERFORM READ-HISTORY-LINE
             PERFORM NOTE-HISTORY-LINE UNTIL END-OF-HISTORY
             CLOSE RUN-HIST-FILE
          END-IF.
          ACCEPT ATTEMPT-START-DATE-WH FROM DATE YYYYMMDD.
          ACCEPT ATTEMPT-START-TIME-WH FROM TIME.
          IF LAST-CYCLE-UNFINISHED
             MOVE LAST-CYCLE-DATE-WH TO HIST-START-DATE-WH
             MOVE LAST-CYCLE-TIME-WH TO HIST-START-TIME-WH
             MOVE ATTEMPT-START-DATE-WH TO HIST-END-DATE-WH
             MOVE ATTEMPT-START-TIME-WH TO HIST-END-TIME-WH
             PERFORM COMPUTE-ELAPSED
             IF ELAPSED-SECS-WE LESS THAN RESUME-WINDOW-SECS-WH
                SET RESUMING-CYCLE TO TRUE
             ELSE
                DISPLAY "CYCLE OF " LAST-CYCLE-DATE-WH " AT "
                        LAST-CYCLE-TIME-WH " NEVER COMPLETED"
                DISPLAY "TOO OLD TO RESUME - A NEW CYCLE IS STARTED"
             END-IF
          END-IF.
          IF RESUMING-CYCLE
             MOVE LAST-CYCLE-ID-WH TO CYCLE-ID-WH
             ADD 1 TO LAST-ATTEMPT-WH GIVING ATTEMPT-WH
             DISPLAY "RESUMING CYCLE OF " CYCLE-DATE-WH " AT "
                     CYCLE-TIME-WH ", ATTEMPT " ATTEMPT-WH
          ELSE
             MOVE ATTEMPT-START-DATE-WH TO CYCLE-DATE-WH
             MOVE ATTEMPT-START-TIME-WH TO CYCLE-TIME-WH
             MOVE 1 TO ATTEMPT-WH
             PERFORM CLEAR-STEP-STATE
                VARYING STEP-IDX-WT FROM 1 BY 1
                UNTIL STEP-IDX-WT GREATER THAN STEP-COUNT-WT
          END-IF.

       READ-HISTORY-LINE.
          READ RUN-HIST-FILE
             AT END SET END-OF-HISTORY TO TRUE
          END-READ.

       NOTE-HISTORY-LINE.
          IF RH-CYCLE-ID-FY NOT = LAST-CYCLE-ID-WH
             MOVE RH-CYCLE-ID-FY TO LAST-CYCLE-ID-WH
             SET LAST-CYCLE-UNFINISHED TO TRUE
             PERFORM CLEAR-STEP-STATE
                VARYING STEP-IDX-WT FROM 1 BY 1
                UNTIL STEP-IDX-WT GREATER THAN STEP-COUNT-WT
          END-IF.
          MOVE RH-ATTEMPT-FY TO LAST-ATTEMPT-WH.
          IF RH-CYCLE-LINE
             IF RH-STEP-COMPLETED
                SET LAST-CYCLE-COMPLETE TO TRUE
             END-IF
          ELSE
             MOVE RH-STEP-NAME-FY TO LOOKUP-STEP-WT
             PERFORM FIND-STEP-ENTRY
             IF MATCH-IDX-WT NOT = ZERO
                IF RH-STEP-COMPLETED
                   SET STEP-DONE-EARLIER(MATCH-IDX-WT) TO TRUE
                END-IF
                IF RH-STEP-FAILED
                   SET STEP-NOT-DONE(MATCH-IDX-WT) TO TRUE
                END-IF
             END-IF
          END-IF.
          PERFORM READ-HISTORY-LINE.

       CLEAR-STEP-STATE.
          SET STEP-NOT-DONE(STEP-IDX-WT) TO TRUE.
          SET STEP-NOT-FORCED(STEP-IDX-WT) TO TRUE.

       FIND-STEP-ENTRY.
          MOVE ZERO TO MATCH-IDX-WT.
          PERFORM MATCH-STEP-NAME
             VARYING STEP-IDX-WT FROM 1 BY 1
             UNTIL STEP-IDX-WT GREATER THAN STEP-COUNT-WT
                OR MATCH-IDX-WT NOT = ZERO.

       MATCH-STEP-NAME.
          IF STEP-LIST-NAME-WT(STEP-IDX-WT) = LOOKUP-STEP-WT
             MOVE STEP-IDX-WT TO MATCH-IDX-WT
          END-IF.

      * On a resumed cycle the operator sees which steps will be
      * skipped and may name any of them to be run again, one at a
      * time, until an empty reply.
       GET-FORCED-STEPS.
          DISPLAY "STEPS COMPLETED ON AN EARLIER ATTEMPT, TO BE "
                  "SKIPPED :".
          PERFORM LIST-DONE-STEP
             VARYING STEP-IDX-WT FROM 1 BY 1
             UNTIL STEP-IDX-WT GREATER THAN STEP-COUNT-WT.
          SET FORCING-OPEN TO TRUE.
          PERFORM GET-FORCED-STEP UNTIL FORCING-DONE.

       LIST-DONE-STEP.
          IF STEP-DONE-EARLIER(STEP-IDX-WT)
             DISPLAY "   " STEP-LIST-NAME-WT(STEP-IDX-WT)
          END-IF.

       GET-FORCED-STEP.
          DISPLAY "STEP TO FORCE RERUN (NAME, OR ENTER FOR NONE) : "
             WITH NO ADVANCING.
          MOVE SPACES TO FORCE-REPLY-WH.
          ACCEPT FORCE-REPLY-WH.
          INSPECT FORCE-REPLY-WH CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          IF FORCE-REPLY-WH = SPACES
             SET FORCING-DONE TO TRUE
          ELSE
             MOVE FORCE-REPLY-WH TO LOOKUP-STEP-WT
             PERFORM FIND-STEP-ENTRY
             IF MATCH-IDX-WT = ZERO
                DISPLAY "NO STEP " FORCE-REPLY-WH " IN THE CYCLE"
             ELSE
                SET STEP-FORCED(MATCH-IDX-WT) TO TRUE
                DISPLAY "STEP " FORCE-REPLY-WH " WILL BE RUN AGAIN"
             END-IF
          END-IF.

      * Seconds from the HIST start date and time to the end date
      * and time - whole days between the two dates, plus the
      * seconds into the end day, less the seconds into the start
      * day.
       COMPUTE-ELAPSED.
          MOVE HIST-START-DATE-WH TO DATE-IN-WD.
          PERFORM CONVERT-DATE-TO-DAYS.
          MOVE DAYS-OUT-WD TO START-SERIAL-WE.
          MOVE HIST-END-DATE-WH TO DATE-IN-WD.
          PERFORM CONVERT-DATE-TO-DAYS.
          COMPUTE ELAPSED-SECS-WE =
                  (DAYS-OUT-WD - START-SERIAL-WE) * 86400.
          MOVE HIST-END-TIME-WH TO TIME-WORK-WE.
          PERFORM CONVERT-TIME-TO-SECS.
          ADD TIME-SECS-WE TO ELAPSED-SECS-WE.
          MOVE HIST-START-TIME-WH TO TIME-WORK-WE.
          PERFORM CONVERT-TIME-TO-SECS.
          SUBTRACT TIME-SECS-WE FROM ELAPSED-SECS-WE.
          IF ELAPSED-SECS-WE LESS THAN ZERO
             MOVE ZERO TO ELAPSED-SECS-WE
          END-IF.

       CONVERT-TIME-TO-SECS.
          COMPUTE TIME-SECS-WE = TW-HOURS-WE * 3600
                               + TW-MINUTES-WE * 60 + TW-SECONDS-WE.

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

       ABORT-CYCLE.
          SET CYCLE-NOT-OK TO TRUE.
          DISPLAY "NIGHTLY CYCLE ABORTED AT STEP " STEP-NAME-WA
