      * LOTBALFD.CPY - LOTBAL-FILE record description, common to
      * every program in the ACME suite that keeps the supplier lot
      * balances in LOTBAL.DAT.  One record per stock number,
      * warehouse and supplier lot number, opened by ACMEGR when a
      * receipt line carries a lot and walked down earliest expiry
      * first as ACMEIS, ACMEBF and ACMETF move the goods on, so the
      * lot balances of an item at a warehouse make up the lot-
      * tracked part of its LOCBAL-FILE balance.  A zero
      * LOT-EXPIRY-DATE-FS is a lot with no shelf life, drawn only
      * after every dated lot.  LOT-PO-NUMBER-FS and
      * LOT-MANF-CODE-FS are the PO and supplier the lot first
      * arrived on; the full history of the lot is on LOTMOVE.DAT.
       FD  LOTBAL-FILE.
       01  LOTBAL-REC-FS.
           02 LOT-KEY-FS.
              03 LOT-STOCK-NUM-FS          PIC 9(5).
              03 LOT-LOC-FS                PIC X(2).
              03 LOT-NUMBER-FS             PIC X(12).
           02 LOT-EXPIRY-DATE-FS           PIC 9(8).
           02 LOT-QTY-FS                   PIC 9(6).
           02 LOT-RECEIVED-DATE-FS         PIC 9(8).
           02 LOT-PO-NUMBER-FS             PIC 9(7).
           02 LOT-MANF-CODE-FS             PIC X(4).
