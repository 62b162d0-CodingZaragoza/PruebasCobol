      * RUNHSTSEL.CPY - FILE-CONTROL entry for RUN-HIST-FILE, common
      * to every program in the ACME suite that records or reports
      * the nightly cycle's run history in RUNHIST.DAT.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RUN-HIST-STATUS-WB.
