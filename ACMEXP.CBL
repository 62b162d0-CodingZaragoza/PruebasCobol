       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACMEXP.
       AUTHOR. Michael Coughlan.
      * Weekly lot expiry report for the shelf-life stock - the
      * adhesives, sealants and coated parts whose receipts carry a
      * supplier lot and expiry date into LOTBAL.DAT through ACMEGR.
      * Lists on EXPIRY.DAT first every lot already past its expiry
      * that still has a balance on the shelf, with the days since
      * it went off, then every lot that goes off within the window,
      * with the days it has left, so the stores can push the short-
      * dated lots to production and quarantine the dead ones. Each
      * lot is valued at the item's weighted-average cost from
      * ITEMCOST.DAT, or at ITEM-COST-FB for an item that has not yet
      * moved under average costing, and each list closes with its
      * count and value. Lots with no expiry are never listed. The
      * window in days is read from XPPARM.DAT and defaults to 30
      * when the file is absent. Run weekly on demand; it updates
      * nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LOTBALSEL.CPY".

           COPY "STOCKSEL.CPY".

           COPY "COSTSEL.CPY".

               SELECT EXPIRY-PARM-FILE ASSIGN TO "XPPARM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS EXPIRY-PARM-STATUS-WB.

               SELECT EXPIRY-REPORT-FILE ASSIGN TO "EXPIRY.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS EXPIRY-REPORT-STATUS-WB.



       DATA DIVISION.
       FILE SECTION.
           COPY "LOTBALFD.CPY".

           COPY "STOCKFD.CPY".

           COPY "COSTFD.CPY".

       FD  EXPIRY-PARM-FILE.
       01  EXPIRY-PARM-REC-XA.
           02 PARM-WINDOW-DAYS-XA          PIC 9(3).

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE-XB           PIC X(80).



       WORKING-STORAGE SECTION.
       01  FILE-DATA-WB.
           02 STOCK-REC-POINTER-WB         PIC 9(5).
           02 STOCK-STATUS-WB              PIC XX.
           02 LOTBAL-STATUS-WB             PIC XX.
           02 COST-STATUS-WB               PIC XX.
           02 EXPIRY-PARM-STATUS-WB        PIC XX.
           02 EXPIRY-REPORT-STATUS-WB      PIC XX.
           02 LOT-EOF-SW-WB                PIC 9.
              88 END-OF-LOTS               VALUE 1.
              88 NOT-END-OF-LOTS           VALUE 0.
           02 COST-FILE-SW-WB              PIC X.
              88 COST-FILE-OPEN            VALUE "Y".
              88 COST-FILE-ABSENT          VALUE "N".

       01  EXPIRY-DATA-WC.
           02 WINDOW-DAYS-WC               PIC 9(3).
           02 RUN-DATE-WC                  PIC 9(8).
           02 TODAY-SERIAL-WC              PIC 9(7) COMP.
           02 DAYS-TO-EXPIRY-WC            PIC S9(5) COMP.
           02 DAYS-SHOWN-WC                PIC 9(5).
           02 UNIT-COST-WC                 PIC 9(5)V9(4).
           02 LOT-VALUE-WC                 PIC 9(9)V99.
           02 LIST-SW-WC                   PIC X.
              88 LIST-EXPIRED              VALUE "X".
              88 LIST-EXPIRING             VALUE "W".
           02 SECTION-COUNT-WC             PIC 9(5).
           02 SECTION-VALUE-WC             PIC 9(11)V99.

       01  DATE-WORK-WD.
           02 DATE-IN-WD                   PIC 9(8).
           02 DATE-SPLIT-WD REDEFINES DATE-IN-WD.
              03 DW-YEAR-WD                PIC 9(4).
              03 DW-MONTH-WD               PIC 99.
              03 DW-DAY-WD                 PIC 99.
           02 DAYS-OUT-WD                  PIC 9(7)  COMP.
           02 PRIOR-YEAR-WD                PIC 9(4)  COMP.
           02 LEAP-QUOT-WD                 PIC 9(4)  COMP.
           02 LEAP-REM-WD                  PIC 9(4)  COMP.
           02 LEAP-DAY-WD                  PIC 9     COMP.
           02 MONTH-OFFSET-TABLE-WD.
              03 FILLER                    PIC 9(3) VALUE 000.
              03 FILLER                    PIC 9(3) VALUE 031.
              03 FILLER                    PIC 9(3) VALUE 059.
              03 FILLER                    PIC 9(3) VALUE 090.
              03 FILLER                    PIC 9(3) VALUE 120.
              03 FILLER                    PIC 9(3) VALUE 151.
              03 FILLER                    PIC 9(3) VALUE 181.
              03 FILLER                    PIC 9(3) VALUE 212.
              03 FILLER                    PIC 9(3) VALUE 243.
              03 FILLER                    PIC 9(3) VALUE 273.
              03 FILLER                    PIC 9(3) VALUE 304.
              03 FILLER                    PIC 9(3) VALUE 334.
           02 MONTH-OFFSETS-WD REDEFINES MONTH-OFFSET-TABLE-WD.
              03 MONTH-OFFSET-WD OCCURS 12 TIMES PIC 9(3).

       01  HEADING-LINE-WE.
           02 FILLER                       PIC X(7)  VALUE "STOCK".
           02 FILLER                       PIC X(18)
              VALUE "DESCRIPTION".
           02 FILLER                       PIC X(4)  VALUE "LC".
           02 FILLER                       PIC X(14) VALUE "LOT".
           02 FILLER                       PIC X(10) VALUE "EXPIRY".
           02 FILLER                       PIC X(9)  VALUE "    QTY".
           02 HD-DAYS-WE                   PIC X(6).
           02 FILLER                       PIC X(11)
              VALUE "      VALUE".

       01  DETAIL-LINE-WF.
           02 DL-STOCK-NUM-WF              PIC ZZZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-ITEM-DESC-WF              PIC X(16).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-LOC-WF                    PIC X(2).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-LOT-NUMBER-WF             PIC X(12).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-EXPIRY-WF                 PIC 9(8).
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-QTY-WF                    PIC ZZZ,ZZ9.
           02 FILLER                       PIC X(2)  VALUE SPACES.
           02 DL-DAYS-WF                   PIC ZZZZ9.
           02 FILLER                       PIC X(1)  VALUE SPACES.
           02 DL-VALUE-WF                  PIC ZZZZ,ZZ9.99.

       01  VALUE-LINE-WG.
           02 VL-LABEL-WG                  PIC X(34).
           02 VL-VALUE-WG                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE-WH.
           02 CL-LABEL-WH                  PIC X(34).
           02 CL-COUNT-WH                  PIC ZZZZ9.



       PROCEDURE DIVISION.
       PRODUCE-EXPIRY-REPORT.
          MOVE 0 TO RETURN-CODE.
          ACCEPT RUN-DATE-WC FROM DATE YYYYMMDD.
          MOVE RUN-DATE-WC TO DATE-IN-WD.
          PERFORM CONVERT-DATE-TO-DAYS.
          MOVE DAYS-OUT-WD TO TODAY-SERIAL-WC.
          PERFORM GET-EXPIRY-WINDOW.
          OPEN INPUT LOTBAL-FILE.
          OPEN INPUT STOCK-FILE.
          PERFORM OPEN-COST-FILE.
          OPEN OUTPUT EXPIRY-REPORT-FILE.
          IF LOTBAL-STATUS-WB NOT = "00" OR STOCK-STATUS-WB NOT = "00"
             OR EXPIRY-REPORT-STATUS-WB NOT = "00"
             DISPLAY "XP OPEN FAILED, LOTBAL STATUS = " LOTBAL-STATUS-WB
                     " STOCK STATUS = " STOCK-STATUS-WB
                     " REPORT STATUS = " EXPIRY-REPORT-STATUS-WB
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-REPORT-HEADINGS
             SET LIST-EXPIRED TO TRUE
             PERFORM LIST-LOT-SECTION
             SET LIST-EXPIRING TO TRUE
             PERFORM LIST-LOT-SECTION
          END-IF.
          CLOSE LOTBAL-FILE, STOCK-FILE, EXPIRY-REPORT-FILE.
          IF COST-FILE-OPEN
             CLOSE COST-FILE
          END-IF.
          GOBACK.

      * The window is a site parameter so quality can widen it ahead
      * of a slow month without a program change.
       GET-EXPIRY-WINDOW.
          MOVE 30 TO WINDOW-DAYS-WC.
          OPEN INPUT EXPIRY-PARM-FILE.
          IF EXPIRY-PARM-STATUS-WB = "00"
             READ EXPIRY-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PARM-WINDOW-DAYS-XA NUMERIC
                        AND PARM-WINDOW-DAYS-XA NOT = ZERO
                        MOVE PARM-WINDOW-DAYS-XA TO WINDOW-DAYS-WC
                     END-IF
             END-READ
             CLOSE EXPIRY-PARM-FILE
          END-IF.

      * Until the first stock movement under average costing there is
      * no ITEMCOST.DAT, and every lot is valued at ITEM-COST-FB.
       OPEN-COST-FILE.
          SET COST-FILE-ABSENT TO TRUE.
          OPEN INPUT COST-FILE.
          IF COST-STATUS-WB = "00"
             SET COST-FILE-OPEN TO TRUE
          END-IF.

       WRITE-REPORT-HEADINGS.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          MOVE "ACME LOT EXPIRY REPORT" TO EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          STRING "RUN DATE : " RUN-DATE-WC
                 "  WINDOW : " WINDOW-DAYS-WC " DAYS"
                 DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB.

      * One pass of LOTBAL.DAT per list, so each list comes out in
      * stock number and warehouse order.
       LIST-LOT-SECTION.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          IF LIST-EXPIRED
             MOVE "LOTS PAST EXPIRY STILL ON THE SHELF"
               TO EXPIRY-REPORT-LINE-XB
             MOVE " PAST " TO HD-DAYS-WE
          ELSE
             STRING "LOTS EXPIRING WITHIN " WINDOW-DAYS-WC " DAYS"
                    DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE-XB
             MOVE " LEFT " TO HD-DAYS-WE
          END-IF.
          WRITE EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB FROM HEADING-LINE-WE.
          MOVE ZERO TO SECTION-COUNT-WC, SECTION-VALUE-WC.
          MOVE LOW-VALUES TO LOT-KEY-FS.
          SET NOT-END-OF-LOTS TO TRUE.
          START LOTBAL-FILE
                KEY IS NOT LESS THAN LOT-KEY-FS
                INVALID KEY SET END-OF-LOTS TO TRUE
          END-START.
          PERFORM CHECK-NEXT-LOT UNTIL END-OF-LOTS.
          IF SECTION-COUNT-WC = ZERO
             MOVE "  NONE" TO EXPIRY-REPORT-LINE-XB
             WRITE EXPIRY-REPORT-LINE-XB
          END-IF.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB.
          MOVE "LOTS LISTED                    : " TO CL-LABEL-WH.
          MOVE SECTION-COUNT-WC TO CL-COUNT-WH.
          WRITE EXPIRY-REPORT-LINE-XB FROM COUNT-LINE-WH.
          MOVE "VALUE OF LOTS LISTED           : " TO VL-LABEL-WG.
          MOVE SECTION-VALUE-WC TO VL-VALUE-WG.
          WRITE EXPIRY-REPORT-LINE-XB FROM VALUE-LINE-WG.
          MOVE SPACES TO EXPIRY-REPORT-LINE-XB.
          WRITE EXPIRY-REPORT-LINE-XB.
          IF LIST-EXPIRED
             DISPLAY "XP LOTS PAST EXPIRY = " SECTION-COUNT-WC
                     " VALUE = " SECTION-VALUE-WC
          ELSE
             DISPLAY "XP LOTS EXPIRING = " SECTION-COUNT-WC
                     " VALUE = " SECTION-VALUE-WC
          END-IF.

      * A lot dated today is still in date and has no days left.
       CHECK-NEXT-LOT.
          READ LOTBAL-FILE NEXT RECORD
               AT END SET END-OF-LOTS TO TRUE
          END-READ.
          IF NOT-END-OF-LOTS
             AND LOT-QTY-FS NOT = ZERO
             AND LOT-EXPIRY-DATE-FS NOT = ZEROS
             MOVE LOT-EXPIRY-DATE-FS TO DATE-IN-WD
             PERFORM CONVERT-DATE-TO-DAYS
             SUBTRACT TODAY-SERIAL-WC FROM DAYS-OUT-WD
                      GIVING DAYS-TO-EXPIRY-WC
             IF LIST-EXPIRED
                IF DAYS-TO-EXPIRY-WC LESS THAN ZERO
                   SUBTRACT DAYS-TO-EXPIRY-WC FROM ZERO
                            GIVING DAYS-SHOWN-WC
                   PERFORM PRINT-LOT-LINE
                END-IF
             ELSE
                IF DAYS-TO-EXPIRY-WC NOT LESS THAN ZERO
                   AND DAYS-TO-EXPIRY-WC NOT GREATER THAN
                       WINDOW-DAYS-WC
                   MOVE DAYS-TO-EXPIRY-WC TO DAYS-SHOWN-WC
                   PERFORM PRINT-LOT-LINE
                END-IF
             END-IF
          END-IF.

       PRINT-LOT-LINE.
          MOVE LOT-STOCK-NUM-FS TO STOCK-REC-POINTER-WB.
          READ STOCK-FILE
               INVALID KEY
                  MOVE "NOT ON STOCK FILE" TO DL-ITEM-DESC-WF
                  MOVE ZERO TO UNIT-COST-WC
               NOT INVALID KEY
                  MOVE ITEM-DESC-FB TO DL-ITEM-DESC-WF
                  PERFORM GET-UNIT-COST
          END-READ.
          MULTIPLY LOT-QTY-FS BY UNIT-COST-WC
                   GIVING LOT-VALUE-WC ROUNDED.
          MOVE LOT-STOCK-NUM-FS   TO DL-STOCK-NUM-WF.
          MOVE LOT-LOC-FS         TO DL-LOC-WF.
          MOVE LOT-NUMBER-FS      TO DL-LOT-NUMBER-WF.
          MOVE LOT-EXPIRY-DATE-FS TO DL-EXPIRY-WF.
          MOVE LOT-QTY-FS         TO DL-QTY-WF.
          MOVE DAYS-SHOWN-WC      TO DL-DAYS-WF.
          MOVE LOT-VALUE-WC       TO DL-VALUE-WF.
          WRITE EXPIRY-REPORT-LINE-XB FROM DETAIL-LINE-WF.
          ADD 1 TO SECTION-COUNT-WC.
          ADD LOT-VALUE-WC TO SECTION-VALUE-WC.

      * The average cost is the value the stock is carried at, so the
      * report agrees with ACMESV and ACMECM on what a write-off of
      * the dead lots would cost.
       GET-UNIT-COST.
          MOVE ITEM-COST-FB TO UNIT-COST-WC.
          IF COST-FILE-OPEN
             MOVE STOCK-NUM-FB TO COST-STOCK-NUM-FQ
             READ COST-FILE
                  KEY IS COST-STOCK-NUM-FQ
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE COST-AVG-UNIT-FQ TO UNIT-COST-WC
             END-READ
          END-IF.

      * Serial day count from a YYYYMMDD date - whole years of 365
      * days plus the leap days up to the end of the prior year,
      * plus the offset to the start of the month, plus one more
      * when this year is itself a leap year and the date is past
      * February.
       CONVERT-DATE-TO-DAYS.
          SUBTRACT 1 FROM DW-YEAR-WD GIVING PRIOR-YEAR-WD.
          COMPUTE DAYS-OUT-WD = DW-YEAR-WD * 365 + DW-DAY-WD.
          DIVIDE PRIOR-YEAR-WD BY 4 GIVING LEAP-QUOT-WD.
          ADD LEAP-QUOT-WD TO DAYS-OUT-WD.
          DIVIDE PRIOR-YEAR-WD BY 100 GIVING LEAP-QUOT-WD.
          SUBTRACT LEAP-QUOT-WD FROM DAYS-OUT-WD.
          DIVIDE PRIOR-YEAR-WD BY 400 GIVING LEAP-QUOT-WD.
          ADD LEAP-QUOT-WD TO DAYS-OUT-WD.
          ADD MONTH-OFFSET-WD(DW-MONTH-WD) TO DAYS-OUT-WD.
          PERFORM SET-LEAP-DAY.
          IF DW-MONTH-WD GREATER THAN 2
             ADD LEAP-DAY-WD TO DAYS-OUT-WD
          END-IF.

       SET-LEAP-DAY.
          MOVE ZERO TO LEAP-DAY-WD.
          DIVIDE DW-YEAR-WD BY 4 GIVING LEAP-QUOT-WD
                 REMAINDER LEAP-REM-WD.
          IF LEAP-REM-WD = ZERO
             MOVE 1 TO LEAP-DAY-WD
             DIVIDE DW-YEAR-WD BY 100 GIVING LEAP-QUOT-WD
                    REMAINDER LEAP-REM-WD
             IF LEAP-REM-WD = ZERO
                MOVE ZERO TO LEAP-DAY-WD
                DIVIDE DW-YEAR-WD BY 400 GIVING LEAP-QUOT-WD
                       REMAINDER LEAP-REM-WD
                IF LEAP-REM-WD = ZERO
                   MOVE 1 TO LEAP-DAY-WD
                END-IF
             END-IF
          END-IF.
