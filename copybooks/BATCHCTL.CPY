      * BATCHCTL.CPY - batch header and trailer layout, common to
      * every program in the ACME suite that reads a keyed
      * transaction file - RECEIPTS.DAT, ISSUES.DAT, TRANSFER.DAT,
      * STKCOUNT.DAT and REQUISTN.DAT.  Each file is keyed as one
      * batch: a header line first, marked "BH", carrying the batch
      * number, the date it was keyed and the keyer's initials, then
      * the transaction lines, then a trailer line, marked "BT",
      * carrying the batch number again, the number of transaction
      * lines and the hash total of their quantities.  A line is
      * told apart by its first two characters, which on a
      * transaction line are the digits of the stock number.  The
      * line is moved here to be read; BATCH-APPLY-DATA-FW keeps
      * what the header and trailer said for the batch register,
      * and BATCH-SELECT-FW names the file to ACMEBV and to the
      * register.
       01  BATCH-CONTROL-REC-FW.
           02 BCH-LINE-TYPE-FW             PIC X(2).
              88 BCH-HEADER                VALUE "BH".
              88 BCH-TRAILER               VALUE "BT".
           02 BCH-BATCH-NUM-FW             PIC 9(6).
           02 BCH-HEADER-DATA-FW.
              03 BCH-BATCH-DATE-FW         PIC 9(8).
              03 BCH-KEYER-FW              PIC X(3).
              03 FILLER                    PIC X(5).
           02 BCH-TRAILER-DATA-FW REDEFINES BCH-HEADER-DATA-FW.
              03 BCH-LINE-COUNT-FW         PIC 9(6).
              03 BCH-HASH-TOTAL-FW         PIC 9(10).

       01  BATCH-APPLY-DATA-FW.
           02 BATCH-REG-STATUS-WB          PIC XX.
           02 BATCH-SELECT-FW              PIC X(8).
           02 BATCH-SEEN-SW-FW             PIC X.
              88 BATCH-HEADER-SEEN         VALUE "Y".
              88 NO-BATCH-HEADER-SEEN      VALUE "N".
           02 APPLY-BATCH-NUM-FW           PIC 9(6).
           02 APPLY-BATCH-DATE-FW          PIC 9(8).
           02 APPLY-KEYER-FW               PIC X(3).
           02 APPLY-LINE-COUNT-FW          PIC 9(6).
           02 APPLY-HASH-TOTAL-FW          PIC 9(10).
