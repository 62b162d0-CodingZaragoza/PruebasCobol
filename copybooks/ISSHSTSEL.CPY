      * ISSHSTSEL.CPY - FILE-CONTROL entry for ISSUE-HIST-FILE,
      * common to every program in the ACME suite that issues stock
      * to a department or reports on what was issued.
           SELECT ISSUE-HIST-FILE ASSIGN TO "ISSUEHST.DAT"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ISSUE-HIST-STATUS-WB.
