      * STEPCNT.CPY - step record counts, common to ACMEDRV and every
      * program it runs as a step of the nightly cycle.  The area is
      * EXTERNAL, so the counts a step leaves here are the ones
      * ACMEDRV writes to RUNHIST.DAT for it.  Each step zeroes both
      * counts as it starts and adds to them as it goes: records in
      * is the lines or records of its main input it worked through,
      * records out the main output it wrote - orders raised,
      * movements applied, report lines printed.  Run on its own the
      * step counts just the same and nobody reads them.
       01  STEP-COUNT-DATA-FZ IS EXTERNAL.
           02 STEP-RECORDS-IN-FZ           PIC 9(7).
           02 STEP-RECORDS-OUT-FZ          PIC 9(7).
