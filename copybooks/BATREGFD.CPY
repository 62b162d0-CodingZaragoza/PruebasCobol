      * BATREGFD.CPY - BATCH-REGISTER-FILE record description,
      * common to every program in the ACME suite that applies or
      * validates a keyed transaction batch.  One record per batch
      * applied, keyed by the file it came in on - RECEIPTS, ISSUES,
      * TRANSFER, STKCOUNT or REQUISTN - and the batch number from
      * its header, written by the program that applied it once the
      * run is through.  ACMEBV turns away any batch already on the
      * register, so the same file fed in twice is stopped before it
      * can double every movement.  A missing file means no batch
      * has been applied yet.
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REG-REC-FX.
           02 REG-KEY-FX.
              03 REG-BATCH-FILE-FX         PIC X(8).
              03 REG-BATCH-NUM-FX          PIC 9(6).
           02 REG-BATCH-DATE-FX            PIC 9(8).
           02 REG-KEYER-FX                 PIC X(3).
           02 REG-LINE-COUNT-FX            PIC 9(6).
           02 REG-HASH-TOTAL-FX            PIC 9(10).
           02 REG-APPLIED-DATE-FX          PIC 9(8).
           02 REG-APPLIED-TIME-FX          PIC 9(8).
           02 REG-PROGRAM-FX               PIC X(8).
