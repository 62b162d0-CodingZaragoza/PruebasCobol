      * POHOLDSEL.CPY - FILE-CONTROL entry for PO-HOLD-FILE, common
      * to every program in the ACME suite that holds order lines
      * over budget for approval in POHOLD.DAT.
           SELECT PO-HOLD-FILE ASSIGN TO "POHOLD.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS HLD-KEY-FV
                           FILE STATUS IS PO-HOLD-STATUS-WB.
