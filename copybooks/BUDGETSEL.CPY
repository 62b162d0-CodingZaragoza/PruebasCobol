      * BUDGETSEL.CPY - FILE-CONTROL entry for BUDGET-FILE, common to
      * every program in the ACME suite that checks purchasing
      * commitment against the monthly limits in BUDGET.DAT.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS BUD-KEY-FU
                           FILE STATUS IS BUDGET-STATUS-WB.
