      * LOTBALSEL.CPY - FILE-CONTROL entry for LOTBAL-FILE, common to
      * every program in the ACME suite that keeps the supplier lot
      * balances in LOTBAL.DAT.
           SELECT LOTBAL-FILE ASSIGN TO "LOTBAL.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LOT-KEY-FS
                           FILE STATUS IS LOTBAL-STATUS-WB.
