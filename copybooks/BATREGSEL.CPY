      * BATREGSEL.CPY - FILE-CONTROL entry for BATCH-REGISTER-FILE,
      * common to every program in the ACME suite that applies or
      * validates a keyed transaction batch against BATCHREG.DAT.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REG-KEY-FX
                           FILE STATUS IS BATCH-REG-STATUS-WB.
