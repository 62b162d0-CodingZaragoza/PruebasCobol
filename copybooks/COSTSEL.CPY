      * COSTSEL.CPY - FILE-CONTROL entry for COST-FILE, common to
      * every program in the ACME suite that keeps the weighted-
      * average actual cost of stock in ITEMCOST.DAT.
           SELECT COST-FILE ASSIGN TO "ITEMCOST.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS COST-STOCK-NUM-FQ
                           FILE STATUS IS COST-STATUS-WB.
