      * ORDHSTSEL.CPY - FILE-CONTROL entry for ORDER-HIST-FILE,
      * common to every program in the ACME suite that writes or
      * reads the yearly ORDHIST-YYYY.DAT order-history archives.
      * The program sets ORDER-HIST-NAME-WB to the year's file name
      * before the open.
           SELECT ORDER-HIST-FILE
                           ASSIGN USING ORDER-HIST-NAME-WB
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ORDER-HIST-STATUS-WB.
