      * STOCKFD.CPY - STOCK-FILE record description, common to every
      * program in the ACME suite that opens STOCK.DAT.
      * AWAITING-APPROVAL marks an item whose reorder is held on
      * POHOLD.DAT for the purchasing manager, so the nightly
      * reorder run does not raise or hold it again meanwhile.
       FD  STOCK-FILE.
       01  STOCK-REC-FB.
           02 STOCK-NUM-FB                 PIC 9(5).
           02 ON-ORDER-FB                  PIC X.
              88 NOT-ON-ORDER              VALUE "N".
              88 ON-ORDER                  VALUE "Y".
              88 AWAITING-APPROVAL         VALUE "H".
