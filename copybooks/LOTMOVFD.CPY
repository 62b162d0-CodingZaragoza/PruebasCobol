      * LOTMOVFD.CPY - LOT-MOVE-FILE record description, common to
      * every program in the ACME suite that moves lot-tracked
      * stock.  One line is appended for every quantity of a lot
      * that moves - a "RECEIPT" by ACMEGR carrying the PO and
      * supplier it arrived on, an "ISSUE" by ACMEIS or ACMEBF
      * carrying the department it went to, and a "TRANSOUT" and
      * "TRANSIN" pair by ACMETF as it changes warehouse, and a
      * "RETURN" by ACMERT carrying the supplier it went back to in
      * place of a department - so any lot can be traced back to its
      * supplier and forward to the departments that used it when a
      * supplier recalls it.  The file is never archived or emptied.
       FD  LOT-MOVE-FILE.
       01  LOT-MOVE-REC-FT.
           02 LMV-DATE-FT                  PIC 9(8).
           02 LMV-ACTION-FT                PIC X(8).
              88 LMV-RECEIPT               VALUE "RECEIPT".
              88 LMV-ISSUE                 VALUE "ISSUE".
              88 LMV-TRANSFER-OUT          VALUE "TRANSOUT".
              88 LMV-TRANSFER-IN           VALUE "TRANSIN".
              88 LMV-RETURN                VALUE "RETURN".
           02 LMV-STOCK-NUM-FT             PIC 9(5).
           02 LMV-LOC-FT                   PIC X(2).
           02 LMV-LOT-NUMBER-FT            PIC X(12).
           02 LMV-EXPIRY-DATE-FT           PIC 9(8).
           02 LMV-QTY-FT                   PIC 9(6).
           02 LMV-PO-NUMBER-FT             PIC 9(7).
           02 LMV-MANF-CODE-FT             PIC X(4).
           02 LMV-DEPT-FT                  PIC X(20).
           02 LMV-PROGRAM-FT               PIC X(6).
