      * LOTMOVSEL.CPY - FILE-CONTROL entry for LOT-MOVE-FILE, common
      * to every program in the ACME suite that moves lot-tracked
      * stock or traces a lot through LOTMOVE.DAT.
           SELECT LOT-MOVE-FILE ASSIGN TO "LOTMOVE.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOT-MOVE-STATUS-WB.
