      * quantity that was still outstanding - so a supplier who
      * cannot deliver no longer leaves a dead PO that ACMEOA chases
      * every week. Amend rekeys OPO-QTY-REQUIRED-FJ when a supplier
      * confirms a partial quantity - the differences ACMEAK lists
      * from the acknowledgements; the confirmed quantity and
      * promised date are shown beside the PO on every screen. An
      * amendment down to the quantity already received completes
      * the PO exactly as a final delivery through ACMEGR would.
      * Both refuse a PO that is already closed or cancelled, so
      * OPENPO.DAT and STOCK.DAT are no longer fixed by
      * hand-editing. The session registers
      * itself on RUNCTL.DAT and refuses to start while the nightly
      * cycle is marked in progress, so a maintenance session can no
      * longer collide with ACMEDRV.
          DISPLAY "QTY RECEIVED  : " OPO-QTY-RECEIVED-FJ.
          DISPLAY "RUN DATE      : " OPO-RUN-DATE-FJ.
          DISPLAY "STATUS        : " OPO-STATUS-FJ.
          IF OPO-NOT-ACKNOWLEDGED
             DISPLAY "ACKNOWLEDGED  : NO"
          ELSE
             DISPLAY "ACKNOWLEDGED  : " OPO-ACK-DATE-FJ
             DISPLAY "QTY CONFIRMED : " OPO-ACK-QTY-FJ
             DISPLAY "PROMISED DATE : " OPO-PROMISED-DATE-FJ
          END-IF.
