      * OPOARCSEL.CPY - FILE-CONTROL entry for OPENPO-ARCHIVE-FILE,
      * common to every program in the ACME suite that writes or
      * reads the yearly OPENPO-YYYY.DAT archives.  The program sets
      * OPENPO-ARCHIVE-NAME-WB to the year's file name before the
      * open.
           SELECT OPENPO-ARCHIVE-FILE
                           ASSIGN USING OPENPO-ARCHIVE-NAME-WB
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OPENPO-ARCHIVE-STATUS-WB.
