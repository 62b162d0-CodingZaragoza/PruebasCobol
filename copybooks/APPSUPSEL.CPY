      * APPSUPSEL.CPY - FILE-CONTROL entry for APPROVED-SUPPLIER-FILE,
      * common to every program in the ACME suite that chooses a
      * source from the approved-supplier list APPSUP.DAT.
           SELECT APPROVED-SUPPLIER-FILE ASSIGN TO "APPSUP.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS APS-KEY-FP
                           FILE STATUS IS APPSUP-STATUS-WB.
