       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEOR.
       AUTHOR. Michael Coughlan.
      * Morning operations report of the nightly cycle, from the run
      * history ACMEDRV keeps on RUNHIST.DAT. OPSRPT.DAT lists every
      * line of the latest cycle - each step of each attempt with its
      * start and end, seconds taken, return code, records in and
      * out and whether it completed, failed or was skipped, and the
      * closing line of each attempt - against the average seconds
      * the same step took when it completed on up to the thirty
      * cycles before it. A step more than a fifth slower than its
      * average, by a margin worth noticing, is starred, so a step
      * that is slowly getting longer shows up before it overruns
      * the batch window. ACMEDRV runs it at the end of every
      * attempt; it can be run on its own at any time. A missing
      * run history just means there is nothing to report. It
      * updates nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RUNHSTSEL.CPY".

               SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OPS-REPORT-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "RUNHSTFD.CPY".

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-LINE-OA              PIC X(80).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 RUN-HIST-STATUS-WB           PIC XX.
           02 OPS-REPORT-STATUS-WB         PIC XX.
           02 HIST-EOF-SW-WB               PIC 9.
              88 END-OF-HISTORY            VALUE 1.
              88 NOT-END-OF-HISTORY        VALUE 0.

       01  CYCLE-DATA-WC.
           02 RUN-DATE-WC                  PIC 9(8).
           02 CYCLE-COUNT-WC               PIC 9(5) COMP.
           02 CYCLE-SEQ-WC                 PIC 9(5) COMP.
           02 FIRST-AVERAGED-WC            PIC 9(5) COMP.
           02 NIGHTS-AVERAGED-WC           PIC 9(5).
           02 NIGHTS-LIMIT-WC              PIC 9(5) COMP VALUE 30.
           02 PREV-CYCLE-ID-WC             PIC X(16).
           02 LAST-CYCLE-ID-WC.
              03 LAST-CYCLE-DATE-WC        PIC 9(8).
              03 LAST-CYCLE-TIME-WC        PIC 9(8).

      * The average seconds each step took when it completed on the
      * cycles before the latest.
       01  AVERAGE-TABLE-WD.
           02 AVG-COUNT-WD                 PIC 9(3) COMP.
           02 AVG-IDX-WD                   PIC 9(3) COMP.
           02 MATCH-IDX-WD                 PIC 9(3) COMP.
           02 LOOKUP-STEP-WD               PIC X(8).
           02 AVG-ENTRY-WD OCCURS 20 TIMES.
              03 AT-STEP-NAME-WD           PIC X(8).
              03 AT-TOTAL-SECS-WD          PIC 9(9) COMP.
              03 AT-RUNS-WD                PIC 9(5) COMP.

      * The lines of the latest cycle, in the order written.
       01  NIGHT-TABLE-WE.
           02 NIGHT-COUNT-WE               PIC 9(3) COMP.
           02 NIGHT-IDX-WE                 PIC 9(3) COMP.
           02 NIGHT-ENTRY-WE OCCURS 100 TIMES.
              03 NT-ATTEMPT-WE             PIC 9(2).
              03 NT-STEP-NAME-WE           PIC X(8).
              03 NT-START-TIME-WE          PIC 9(8).
              03 NT-END-TIME-WE            PIC 9(8).
              03 NT-ELAPSED-SECS-WE        PIC 9(6).
              03 NT-RETURN-CODE-WE         PIC 9(4).
              03 NT-RECORDS-IN-WE          PIC 9(7).
              03 NT-RECORDS-OUT-WE         PIC 9(7).
              03 NT-STEP-STATUS-WE         PIC X.
                 88 NT-COMPLETED           VALUE "C".
                 88 NT-FAILED              VALUE "F".
                 88 NT-SKIPPED             VALUE "S".

      * A step is starred when it ran more than SLOW-PCT-WF per cent
      * over its average and at least SLOW-MIN-SECS-WF seconds over,
      * so a step of a few seconds does not star on every wobble.
       01  REPORT-DATA-WF.
           02 SLOW-PCT-WF                  PIC 9(3) VALUE 20.
           02 SLOW-MIN-SECS-WF             PIC 9(5) VALUE 10.
           02 AVG-SECS-WF                  PIC 9(6).
           02 CHANGE-PCT-WF                PIC S9(5).
           02 CHANGE-SECS-WF               PIC S9(7).
           02 STEPS-RUN-WF                 PIC 9(5).
           02 STEPS-FAILED-WF              PIC 9(5).
           02 STEPS-SKIPPED-WF             PIC 9(5).
           02 STEPS-SLOW-WF                PIC 9(5).
           02 ATTEMPTS-WF                  PIC 9(5).
           02 NIGHTS-SHOWN-WF              PIC Z9.
           02 SLOW-PCT-SHOWN-WF            PIC ZZ9.
           02 TIME-WORK-WF                 PIC 9(8).
           02 TIME-SPLIT-WF REDEFINES TIME-WORK-WF.
              03 TW-HOURS-WF               PIC 99.
              03 TW-MINUTES-WF             PIC 99.
              03 TW-SECONDS-WF             PIC 99.
              03 FILLER                    PIC 99.

       01  HEADING-LINE-WG.
           02 FILLER                       PIC X(12)
              VALUE "STEP    TRY ".
           02 FILLER                       PIC X(18)
              VALUE "STARTED  ENDED    ".
           02 FILLER                       PIC X(12)
              VALUE "  SECS   RC ".
           02 FILLER                       PIC X(16)
              VALUE "   READ WRITTEN ".
           02 FILLER                       PIC X(12)
              VALUE "STAT    AVG ".
           02 FILLER                       PIC X(8)
              VALUE "CHANGE  ".

       01  DETAIL-LINE-WH.
           02 DL-STEP-NAME-WH              PIC X(8).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-ATTEMPT-WH                PIC Z9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-STARTED-WH.
              03 DL-START-HH-WH            PIC 99.
              03 FILLER                    PIC X(1)  VALUE ":".
              03 DL-START-MM-WH            PIC 99.
              03 FILLER                    PIC X(1)  VALUE ":".
              03 DL-START-SS-WH            PIC 99.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-ENDED-WH.
              03 DL-END-HH-WH              PIC 99.
              03 FILLER                    PIC X(1)  VALUE ":".
              03 DL-END-MM-WH              PIC 99.
              03 FILLER                    PIC X(1)  VALUE ":".
              03 DL-END-SS-WH              PIC 99.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-SECS-WH                   PIC ZZZZZ9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-RETURN-CODE-WH            PIC ZZZ9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-RECORDS-IN-WH             PIC ZZZZZZ9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-RECORDS-OUT-WH            PIC ZZZZZZ9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-STATUS-WH                 PIC X(4).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-AVERAGE-WH                PIC ZZZZZ9.
           02 DL-AVERAGE-TEXT-WH REDEFINES DL-AVERAGE-WH
                                           PIC X(6).
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-CHANGE-WH.
              03 DL-CHANGE-PCT-WH          PIC -ZZZ9.
              03 DL-CHANGE-SIGN-WH         PIC X(1).
           02 DL-CHANGE-TEXT-WH REDEFINES DL-CHANGE-WH
                                           PIC X(6).
           02 DL-SLOW-FLAG-WH              PIC X(2).

       01  COUNT-LINE-WJ.
           02 CL-LABEL-WJ                  PIC X(34).
           02 CL-COUNT-WJ                  PIC ZZZZ9.



       PROCEDURE DIVISION.
       PRODUCE-OPERATIONS-REPORT.
          MOVE 0 TO RETURN-CODE.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          MOVE ZERO  TO CYCLE-COUNT-WC, AVG-COUNT-WD, NIGHT-COUNT-WE.
          MOVE ZEROS TO STEPS-RUN-WF, STEPS-FAILED-WF,
                        STEPS-SKIPPED-WF, STEPS-SLOW-WF, ATTEMPTS-WF,
                        NIGHTS-AVERAGED-WC, LAST-CYCLE-ID-WC.
          OPEN OUTPUT OPS-REPORT-FILE.
          IF OPS-REPORT-STATUS-WB NOT = "00"
             DISPLAY "OR REPORT OPEN FAILED, STATUS = "
                     OPS-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM COUNT-CYCLES
             IF CYCLE-COUNT-WC GREATER THAN ZERO
                PERFORM LOAD-CYCLE-HISTORY
             END-IF
             PERFORM WRITE-REPORT-HEADINGS
             PERFORM PRINT-NIGHT-LINE
                     VARYING NIGHT-IDX-WE FROM 1 BY 1
                     UNTIL NIGHT-IDX-WE > NIGHT-COUNT-WE
             PERFORM PRINT-REPORT-TOTALS
             CLOSE OPS-REPORT-FILE
             DISPLAY "OR CYCLE OF " LAST-CYCLE-DATE-WC
                     " STEPS FAILED = " STEPS-FAILED-WF
                     " STEPS SLOWER THAN AVERAGE = " STEPS-SLOW-WF
          END-IF.
          GOBACK.

      * First pass - how many cycles the history holds, and which is
      * the latest.
       COUNT-CYCLES.
          MOVE SPACES TO PREV-CYCLE-ID-WC.
          OPEN INPUT RUN-HIST-FILE.
          IF RUN-HIST-STATUS-WB NOT = "00"
             DISPLAY "OR NO RUN HISTORY, STATUS = " RUN-HIST-STATUS-WB
                     ", NOTHING TO REPORT"
          ELSE
             SET NOT-END-OF-HISTORY TO TRUE
             PERFORM COUNT-NEXT-LINE UNTIL END-OF-HISTORY
             CLOSE RUN-HIST-FILE
          END-IF.

       COUNT-NEXT-LINE.
          READ RUN-HIST-FILE
               AT END SET END-OF-HISTORY TO TRUE
          END-READ.
          IF NOT-END-OF-HISTORY
             IF RH-CYCLE-ID-FY NOT = PREV-CYCLE-ID-WC
                ADD 1 TO CYCLE-COUNT-WC
                MOVE RH-CYCLE-ID-FY TO PREV-CYCLE-ID-WC,
                                       LAST-CYCLE-ID-WC
             END-IF
          END-IF.

      * Second pass - the completed steps of up to thirty cycles
      * before the latest go into the averages, and the lines of
      * the latest cycle are kept for printing.
       LOAD-CYCLE-HISTORY.
          IF CYCLE-COUNT-WC GREATER THAN NIGHTS-LIMIT-WC
             SUBTRACT NIGHTS-LIMIT-WC FROM CYCLE-COUNT-WC
                      GIVING FIRST-AVERAGED-WC
             MOVE NIGHTS-LIMIT-WC TO NIGHTS-AVERAGED-WC
          ELSE
             MOVE 1 TO FIRST-AVERAGED-WC
             SUBTRACT 1 FROM CYCLE-COUNT-WC GIVING NIGHTS-AVERAGED-WC
          END-IF.
          MOVE ZERO   TO CYCLE-SEQ-WC.
          MOVE SPACES TO PREV-CYCLE-ID-WC.
          OPEN INPUT RUN-HIST-FILE.
          SET NOT-END-OF-HISTORY TO TRUE.
          PERFORM TAKE-NEXT-LINE UNTIL END-OF-HISTORY.
          CLOSE RUN-HIST-FILE.

       TAKE-NEXT-LINE.
          READ RUN-HIST-FILE
               AT END SET END-OF-HISTORY TO TRUE
          END-READ.
          IF NOT-END-OF-HISTORY
             IF RH-CYCLE-ID-FY NOT = PREV-CYCLE-ID-WC
                ADD 1 TO CYCLE-SEQ-WC
                MOVE RH-CYCLE-ID-FY TO PREV-CYCLE-ID-WC
             END-IF
             IF CYCLE-SEQ-WC = CYCLE-COUNT-WC
                PERFORM KEEP-NIGHT-LINE
             ELSE
             IF CYCLE-SEQ-WC NOT LESS THAN FIRST-AVERAGED-WC
                AND RH-STEP-COMPLETED
                MOVE RH-STEP-NAME-FY TO LOOKUP-STEP-WD
                PERFORM FIND-AVERAGE-ENTRY
                IF MATCH-IDX-WD NOT = ZERO
                   ADD RH-ELAPSED-SECS-FY
                    TO AT-TOTAL-SECS-WD(MATCH-IDX-WD)
                   ADD 1 TO AT-RUNS-WD(MATCH-IDX-WD)
                END-IF
             END-IF
             END-IF
          END-IF.

       KEEP-NIGHT-LINE.
          IF NIGHT-COUNT-WE LESS THAN 100
             ADD 1 TO NIGHT-COUNT-WE
             MOVE RH-ATTEMPT-FY      TO NT-ATTEMPT-WE(NIGHT-COUNT-WE)
             MOVE RH-STEP-NAME-FY
               TO NT-STEP-NAME-WE(NIGHT-COUNT-WE)
             MOVE RH-START-TIME-FY
               TO NT-START-TIME-WE(NIGHT-COUNT-WE)
             MOVE RH-END-TIME-FY     TO NT-END-TIME-WE(NIGHT-COUNT-WE)
             MOVE RH-ELAPSED-SECS-FY
               TO NT-ELAPSED-SECS-WE(NIGHT-COUNT-WE)
             MOVE RH-RETURN-CODE-FY
               TO NT-RETURN-CODE-WE(NIGHT-COUNT-WE)
             MOVE RH-RECORDS-IN-FY
               TO NT-RECORDS-IN-WE(NIGHT-COUNT-WE)
             MOVE RH-RECORDS-OUT-FY
               TO NT-RECORDS-OUT-WE(NIGHT-COUNT-WE)
             MOVE RH-STEP-STATUS-FY
               TO NT-STEP-STATUS-WE(NIGHT-COUNT-WE)
          ELSE
             DISPLAY "OR NIGHT TABLE FULL, " RH-STEP-NAME-FY
                     " NOT LISTED"
          END-IF.

      * A step not yet in the table is added with nothing averaged.
       FIND-AVERAGE-ENTRY.
          MOVE ZERO TO MATCH-IDX-WD.
          PERFORM MATCH-AVERAGE-ENTRY
                  VARYING AVG-IDX-WD FROM 1 BY 1
                  UNTIL AVG-IDX-WD > AVG-COUNT-WD.
          IF MATCH-IDX-WD = ZERO
             IF AVG-COUNT-WD LESS THAN 20
                ADD 1 TO AVG-COUNT-WD
                MOVE AVG-COUNT-WD TO MATCH-IDX-WD
                MOVE LOOKUP-STEP-WD TO AT-STEP-NAME-WD(MATCH-IDX-WD)
                MOVE ZEROS TO AT-TOTAL-SECS-WD(MATCH-IDX-WD),
                              AT-RUNS-WD(MATCH-IDX-WD)
             ELSE
                DISPLAY "OR AVERAGE TABLE FULL, " LOOKUP-STEP-WD
                        " NOT AVERAGED"
             END-IF
          END-IF.

       MATCH-AVERAGE-ENTRY.
          IF AT-STEP-NAME-WD(AVG-IDX-WD) = LOOKUP-STEP-WD
             MOVE AVG-IDX-WD TO MATCH-IDX-WD
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO OPS-REPORT-LINE-OA.
          MOVE "ACME NIGHTLY CYCLE OPERATIONS REPORT"
            TO OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA.
          MOVE SPACES TO OPS-REPORT-LINE-OA.
          STRING "RUN DATE : " RUN-DATE-WC
                 "  CYCLE OF : " LAST-CYCLE-DATE-WC
                 " AT " LAST-CYCLE-TIME-WC
                 DELIMITED BY SIZE INTO OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA.
          MOVE NIGHTS-AVERAGED-WC TO NIGHTS-SHOWN-WF.
          MOVE SLOW-PCT-WF TO SLOW-PCT-SHOWN-WF.
          MOVE SPACES TO OPS-REPORT-LINE-OA.
          STRING "AVERAGES OVER THE " NIGHTS-SHOWN-WF
                 " CYCLES BEFORE IT, * = MORE THAN" SLOW-PCT-SHOWN-WF
                 "% SLOWER"
                 DELIMITED BY SIZE INTO OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA.
          MOVE SPACES TO OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA FROM HEADING-LINE-WG.

      * Only a completed line is compared with the average - a step
      * that failed or was skipped did not do a full night's work.
       PRINT-NIGHT-LINE.
          MOVE NT-STEP-NAME-WE(NIGHT-IDX-WE)   TO DL-STEP-NAME-WH.
          MOVE NT-ATTEMPT-WE(NIGHT-IDX-WE)     TO DL-ATTEMPT-WH.
          MOVE NT-START-TIME-WE(NIGHT-IDX-WE)  TO TIME-WORK-WF.
          MOVE TW-HOURS-WF   TO DL-START-HH-WH.
          MOVE TW-MINUTES-WF TO DL-START-MM-WH.
          MOVE TW-SECONDS-WF TO DL-START-SS-WH.
          MOVE NT-END-TIME-WE(NIGHT-IDX-WE)    TO TIME-WORK-WF.
          MOVE TW-HOURS-WF   TO DL-END-HH-WH.
          MOVE TW-MINUTES-WF TO DL-END-MM-WH.
          MOVE TW-SECONDS-WF TO DL-END-SS-WH.
          MOVE NT-ELAPSED-SECS-WE(NIGHT-IDX-WE) TO DL-SECS-WH.
          MOVE NT-RETURN-CODE-WE(NIGHT-IDX-WE)  TO DL-RETURN-CODE-WH.
          MOVE NT-RECORDS-IN-WE(NIGHT-IDX-WE)   TO DL-RECORDS-IN-WH.
          MOVE NT-RECORDS-OUT-WE(NIGHT-IDX-WE)  TO DL-RECORDS-OUT-WH.
          MOVE SPACES TO DL-AVERAGE-TEXT-WH, DL-CHANGE-TEXT-WH,
                         DL-SLOW-FLAG-WH.
          IF NT-STEP-NAME-WE(NIGHT-IDX-WE) = "CYCLE"
             ADD 1 TO ATTEMPTS-WF
          ELSE
             IF NT-SKIPPED(NIGHT-IDX-WE)
                ADD 1 TO STEPS-SKIPPED-WF
             ELSE
                ADD 1 TO STEPS-RUN-WF
             END-IF
             IF NT-FAILED(NIGHT-IDX-WE)
                ADD 1 TO STEPS-FAILED-WF
             END-IF
          END-IF.
          IF NT-COMPLETED(NIGHT-IDX-WE)
             MOVE "OK" TO DL-STATUS-WH
             PERFORM COMPARE-WITH-AVERAGE
          ELSE
          IF NT-FAILED(NIGHT-IDX-WE)
             MOVE "FAIL" TO DL-STATUS-WH
          ELSE
             MOVE "SKIP" TO DL-STATUS-WH
          END-IF
          END-IF.
          WRITE OPS-REPORT-LINE-OA FROM DETAIL-LINE-WH.

       COMPARE-WITH-AVERAGE.
          MOVE NT-STEP-NAME-WE(NIGHT-IDX-WE) TO LOOKUP-STEP-WD.
          MOVE ZERO TO MATCH-IDX-WD.
          PERFORM MATCH-AVERAGE-ENTRY
                  VARYING AVG-IDX-WD FROM 1 BY 1
                  UNTIL AVG-IDX-WD > AVG-COUNT-WD.
          IF MATCH-IDX-WD NOT = ZERO
             IF AT-RUNS-WD(MATCH-IDX-WD) GREATER THAN ZERO
                COMPUTE AVG-SECS-WF ROUNDED =
                        AT-TOTAL-SECS-WD(MATCH-IDX-WD)
                        / AT-RUNS-WD(MATCH-IDX-WD)
                MOVE AVG-SECS-WF TO DL-AVERAGE-WH
                SUBTRACT AVG-SECS-WF
                         FROM NT-ELAPSED-SECS-WE(NIGHT-IDX-WE)
                         GIVING CHANGE-SECS-WF
                IF AVG-SECS-WF GREATER THAN ZERO
                   COMPUTE CHANGE-PCT-WF ROUNDED =
                           CHANGE-SECS-WF * 100 / AVG-SECS-WF
                           ON SIZE ERROR MOVE 9999 TO CHANGE-PCT-WF
                   END-COMPUTE
                   MOVE CHANGE-PCT-WF TO DL-CHANGE-PCT-WH
                   MOVE "%" TO DL-CHANGE-SIGN-WH
                   IF CHANGE-PCT-WF GREATER THAN SLOW-PCT-WF
                      AND CHANGE-SECS-WF NOT LESS THAN
                          SLOW-MIN-SECS-WF
                      MOVE " *" TO DL-SLOW-FLAG-WH
                      ADD 1 TO STEPS-SLOW-WF
                   END-IF
                END-IF
             END-IF
          END-IF.

       PRINT-REPORT-TOTALS.
          MOVE SPACES TO OPS-REPORT-LINE-OA.
          WRITE OPS-REPORT-LINE-OA.
          MOVE "ATTEMPTS AT THE CYCLE           : " TO CL-LABEL-WJ.
          MOVE ATTEMPTS-WF TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
          MOVE "STEPS RUN                       : " TO CL-LABEL-WJ.
          MOVE STEPS-RUN-WF TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
          MOVE "STEPS FAILED                    : " TO CL-LABEL-WJ.
          MOVE STEPS-FAILED-WF TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
          MOVE "STEPS SKIPPED, DONE EARLIER     : " TO CL-LABEL-WJ.
          MOVE STEPS-SKIPPED-WF TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
          MOVE "STEPS SLOWER THAN AVERAGE       : " TO CL-LABEL-WJ.
          MOVE STEPS-SLOW-WF TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
          MOVE "CYCLES AVERAGED                 : " TO CL-LABEL-WJ.
          MOVE NIGHTS-AVERAGED-WC TO CL-COUNT-WJ.
          WRITE OPS-REPORT-LINE-OA FROM COUNT-LINE-WJ.
