      * OPOARCFD.CPY - OPENPO-ARCHIVE-FILE record description, common
      * to every program in the ACME suite that writes or reads the
      * yearly OPENPO-YYYY.DAT archives.  ACMEPG moves a closed or
      * cancelled PO past its retention period here, whole, into the
      * archive for the year the PO was raised; the layout is
      * OPENPO-REC-FJ field for field, so a record moved across reads
      * exactly as it did on OPENPO.DAT.  Change both together.
       FD  OPENPO-ARCHIVE-FILE.
       01  OPENPO-ARCHIVE-REC-JA.
           02 OPA-PO-NUMBER-JA             PIC 9(7).
           02 OPA-STOCK-NUM-JA             PIC 9(5).
           02 OPA-MANF-CODE-JA             PIC X(4).
           02 OPA-QTY-REQUIRED-JA          PIC 9(6).
           02 OPA-QTY-RECEIVED-JA          PIC 9(6).
           02 OPA-RUN-DATE-JA              PIC 9(8).
           02 OPA-STATUS-JA                PIC X.
              88 OPA-CLOSED                VALUE "C".
              88 OPA-CANCELLED             VALUE "X".
           02 OPA-CLOSED-DATE-JA           PIC 9(8).
           02 OPA-SOURCE-REASON-JA         PIC X(14).
           02 OPA-PROMISED-DATE-JA         PIC 9(8).
           02 OPA-ACK-QTY-JA               PIC 9(6).
           02 OPA-ACK-DATE-JA              PIC 9(8).
           02 OPA-ACK-STATUS-JA            PIC X.
           02 OPA-ORDER-VALUE-JA           PIC 9(7)V99.
