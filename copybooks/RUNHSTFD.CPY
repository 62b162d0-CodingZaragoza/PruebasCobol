      * RUNHSTFD.CPY - RUN-HIST-FILE record description, common to
      * every program in the ACME suite that records or reports the
      * nightly cycle's run history.  ACMEDRV appends one line for
      * every step of every attempt at the cycle - when it started
      * and ended, how many seconds it took, its return code and the
      * records it read and wrote - and a closing line with
      * RH-STEP-NAME-FY set to "CYCLE" when the attempt finishes,
      * completed or failed.  RH-CYCLE-ID-FY is the date and time
      * the night's first attempt started and is carried by every
      * rerun that resumes it, so all the lines for one night hang
      * together; a step skipped on a rerun because an earlier
      * attempt completed it is written as skipped.
       FD  RUN-HIST-FILE.
       01  RUN-HIST-REC-FY.
           02 RH-CYCLE-ID-FY.
              03 RH-CYCLE-DATE-FY          PIC 9(8).
              03 RH-CYCLE-TIME-FY          PIC 9(8).
           02 RH-ATTEMPT-FY                PIC 9(2).
           02 RH-STEP-NAME-FY              PIC X(8).
              88 RH-CYCLE-LINE             VALUE "CYCLE".
           02 RH-START-DATE-FY             PIC 9(8).
           02 RH-START-TIME-FY             PIC 9(8).
           02 RH-END-DATE-FY               PIC 9(8).
           02 RH-END-TIME-FY               PIC 9(8).
           02 RH-ELAPSED-SECS-FY           PIC 9(6).
           02 RH-RETURN-CODE-FY            PIC 9(4).
           02 RH-RECORDS-IN-FY             PIC 9(7).
           02 RH-RECORDS-OUT-FY            PIC 9(7).
           02 RH-STEP-STATUS-FY            PIC X.
              88 RH-STEP-COMPLETED         VALUE "C".
              88 RH-STEP-FAILED            VALUE "F".
              88 RH-STEP-SKIPPED           VALUE "S".
