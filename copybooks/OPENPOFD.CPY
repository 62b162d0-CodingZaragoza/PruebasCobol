      * carried must be converted once - reloaded with the closed
      * date zeroed - before the suite will open it; a zero date
      * just keeps that PO out of the delivery averages.
      * OPO-MANF-CODE-FJ is the supplier the PO was actually placed
      * with, which may be an approved alternate rather than the
      * item's own MANF-CODE-FB, and OPO-SOURCE-REASON-FJ carries the
      * reason it was chosen, as on the ORDERS.DAT line.  The field
      * grew the record again, so an existing OPENPO.DAT is converted
      * once more - reloaded with the reason set to spaces.
      * OPO-PROMISED-DATE-FJ and OPO-ACK-QTY-FJ are what the
      * supplier confirmed when ACMEAK took in the acknowledgement,
      * OPO-ACK-DATE-FJ the day it was taken in; OPO-ACK-STATUS-FJ
      * stays a space until then, so a PO the supplier never
      * answered can be chased.  These fields grew the record a
      * third time, so an existing OPENPO.DAT is converted once more
      * - reloaded with the dates and quantity zeroed and the status
      * set to a space.
      * OPO-ORDER-VALUE-FJ is the goods, postage and VAT in pounds of
      * the ORDERS.DAT line the PO was raised on - what the PO
      * commits against the month's purchasing budget.  A line from
      * outside the EEC carries no values, so its PO carries the
      * goods priced in pounds instead, and ACMEGR costs its
      * receipts from them.  The field grew the record a fourth
      * time, so an existing OPENPO.DAT is converted once more -
      * reloaded with the value taken from the PO's ORDERS.DAT
      * line, or zero where the line has gone.
      * OPOARCFD.CPY carries this layout for the yearly archives
      * ACMEPG moves finished POs to, and is changed with it.
       FD  OPENPO-FILE.
       01  OPENPO-REC-FJ.
           02 OPO-PO-NUMBER-FJ             PIC 9(7).
              88 OPO-CLOSED                VALUE "C".
              88 OPO-CANCELLED             VALUE "X".
           02 OPO-CLOSED-DATE-FJ           PIC 9(8).
           02 OPO-SOURCE-REASON-FJ         PIC X(14).
           02 OPO-PROMISED-DATE-FJ         PIC 9(8).
           02 OPO-ACK-QTY-FJ               PIC 9(6).
           02 OPO-ACK-DATE-FJ              PIC 9(8).
           02 OPO-ACK-STATUS-FJ            PIC X.
              88 OPO-NOT-ACKNOWLEDGED      VALUE SPACE.
              88 OPO-ACK-AS-ORDERED        VALUE "A".
              88 OPO-ACK-QTY-DIFFERS       VALUE "Q".
           02 OPO-ORDER-VALUE-FJ           PIC 9(7)V99.
