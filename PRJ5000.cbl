      *****************************************************************
      * Title..........: PRJ5000 - Year-End Sales Projection Report
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Projects each customer's full-year sales from
      *                  the months captured so far this year on the
      *                  sales history file and the customer's own
      *                  seasonal shape over the prior years on the
      *                  permanent yearly archive: the months captured
      *                  are scaled up by the share of a normal year
      *                  those same months carried. A customer with too
      *                  little archive history to give a shape is
      *                  projected at a straight run-rate instead and
      *                  flagged as such. The projection prints beside
      *                  last year's YTD from the customer master with
      *                  the projected change and percent, subtotalled
      *                  by salesrep, branch, and region
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRJ5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-RECORD-KEY.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT HSTARCH  ASSIGN TO HSTARCH
                  FILE STATUS IS HSTARCH-STATUS.
           SELECT SALESREPM ASSIGN TO SALESREPM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALESREP-NUMBER
                  FILE STATUS IS SALESREPM-STATUS.
           SELECT BRANCHM  ASSIGN TO BRANCHM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BRANCH-NUMBER
                  FILE STATUS IS BRANCHM-STATUS.
           SELECT PRJRPT   ASSIGN TO PRJRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master record contains the following fields
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-RECORD-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
               10  CM-SALESREP-NUMBER  PIC 9(2).
               10  CM-CUSTOMER-NUMBER  PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-2YR-AGO        PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

       FD  SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The monthly sales history record carries one bucket per month
      * plus the year-month of the last capture, which bounds the
      * months that are actual rather than projected
      *****************************************************************
       01  SALES-HISTORY-RECORD.
           05  HS-RECORD-KEY           PIC X(9).
           05  HS-CUSTOMER-NAME        PIC X(20).
           05  HS-LAST-CAPTURE-YYMM.
               10  HS-LAST-CAPTURE-YEAR  PIC 9(4).
               10  HS-LAST-CAPTURE-MONTH PIC 9(2).
           05  FILLER                  PIC X(115).

       FD  HSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.

      *****************************************************************
      * The permanent yearly archive appended by the year-end roll
      * (YRE5000): one record per customer per completed year, in
      * year order and in key order within the year
      *****************************************************************
       01  ARCHIVE-HISTORY-RECORD  PIC X(160).

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The salesrep master record supplies the salesrep's name
      *****************************************************************
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER   PIC 9(2).
           05  SR-SALESREP-NAME     PIC X(20).
           05  SR-COMMISSION-RATE   PIC 9V9(4).
           05  FILLER               PIC X(3).

       FD  BRANCHM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The branch master record supplies the branch name and the
      * region code the branches are grouped by
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER     PIC 9(2).
           05  BR-BRANCH-NAME       PIC X(20).
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  PRJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the projection report
      *****************************************************************
       01  PROJECTION-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the projection report
      *****************************************************************

      * Determines end of file, whether the optional files opened,
      * and what the history and archive matches found
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  HSTARCH-EOF-SWITCH      PIC X    VALUE "N".
              88  HSTARCH-EOF                   VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88  FIRST-RECORD                  VALUE "Y"
                                                  FALSE "N".
           05  SALESREPM-OPEN-SWITCH   PIC X    VALUE "N".
              88  SALESREPM-AVAILABLE           VALUE "Y".
           05  BRANCHM-OPEN-SWITCH     PIC X    VALUE "N".
              88  BRANCHM-AVAILABLE             VALUE "Y".
           05  HSTARCH-OPEN-SWITCH     PIC X    VALUE "N".
              88  HSTARCH-AVAILABLE             VALUE "Y".
           05  SHAPE-POSITION-SWITCH   PIC X    VALUE "N".
              88  SHAPE-POSITION-FOUND          VALUE "Y"
                                                  FALSE "N".
           05  SHAPE-MATCH-SWITCH      PIC X    VALUE "N".
              88  SHAPE-MATCHED                 VALUE "Y"
                                                  FALSE "N".
           05  HISTORY-MATCH-SWITCH    PIC X    VALUE "N".
              88  HISTORY-MATCHED               VALUE "Y"
                                                  FALSE "N".

      * File status for the sales history file - the report cannot
      * run without it
       01  SALESHST-STATUS  PIC XX.

      * File status for the yearly archive - anything but "00" leaves
      * no seasonal shape, and every customer is projected at run-rate
       01  HSTARCH-STATUS   PIC XX.

      * File status for the salesrep and branch name lookups
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.

      * Number of prior years whose shape is averaged into each
      * customer's season, and the smallest share of a normal year
      * (in percent) the captured months must have carried before the
      * shape is trusted over a straight run-rate
       01  PROJECTION-RULES.
           05  SHAPE-YEARS             PIC 9       VALUE 3.
           05  MIN-SHAPE-PERCENT       PIC 9(3)    VALUE 10.

      * The projection year, the archive years its shape comes from,
      * and the latest month captured on the history file this year
       01  YEAR-FIELDS.
           05  FIRST-SHAPE-YEAR        PIC 9(4)    VALUE ZERO.
           05  LAST-SHAPE-YEAR         PIC 9(4)    VALUE ZERO.
           05  SHAPE-LOAD-YEAR         PIC 9(4)    VALUE ZERO.
           05  CLOSED-MONTH            PIC 99      VALUE ZERO.

      * Copy of the history record currently being matched. The key
      * is set to HIGH-VALUES at end of file
       01  HISTORY-WORK-RECORD.
           05  HW-RECORD-KEY           PIC X(9).
           05  HW-CUSTOMER-NAME        PIC X(20).
           05  HW-LAST-CAPTURE-YYMM.
               10  HW-LAST-CAPTURE-YEAR  PIC 9(4).
               10  HW-LAST-CAPTURE-MONTH PIC 9(2).
           05  HW-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  HW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

      * Copy of the archive record being loaded into the shape table
       01  ARCHIVE-WORK-RECORD.
           05  AW-ARCHIVE-YEAR         PIC 9(4).
           05  AW-CUSTOMER-KEY         PIC X(9).
           05  AW-CUSTOMER-NAME        PIC X(20).
           05  AW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  AW-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

      * Each customer's archived months summed over the shape years,
      * in customer key order. Each year's slice of the archive is in
      * key order, so the table is built by walking it forward once
      * per year and inserting the customers met for the first time
       01  SHAPE-TABLE.
           05  SHAPE-COUNT             PIC S9(5)   VALUE ZERO.
           05  SHAPE-SUB               PIC S9(5)   VALUE ZERO.
           05  SHAPE-SHIFT-SUB         PIC S9(5)   VALUE ZERO.
           05  SHAPE-ENTRY OCCURS 3000 TIMES.
               10  SH-CUSTOMER-KEY     PIC X(9).
               10  SH-MONTH-SALES      OCCURS 12 TIMES
                                       PIC S9(7)V9(2).

      * Subscript for the month buckets
       01  MONTH-SUB           PIC S9(3)   VALUE ZERO.

      * The customer being projected: months captured this year, the
      * sales in them, the archived sales in the same months and in
      * the whole year, and the projection worked out from them
       01  PROJECTION-FIELDS.
           05  CAPTURED-MONTHS         PIC 99          VALUE ZERO.
           05  CAPTURED-SALES          PIC S9(7)V99    VALUE ZERO.
           05  SHAPE-THRU-SALES        PIC S9(9)V99    VALUE ZERO.
           05  SHAPE-YEAR-SALES        PIC S9(9)V99    VALUE ZERO.
           05  PROJECTED-SALES         PIC S9(7)V99    VALUE ZERO.
           05  REMAINING-SALES         PIC S9(7)V99    VALUE ZERO.
           05  PROJECTION-BASIS        PIC X(10)       VALUE SPACE.
              88  BASIS-SEASONAL                VALUE "SEASONAL".
              88  BASIS-RUN-RATE                VALUE "RUN RATE".
              88  BASIS-ACTUAL                  VALUE "ACTUAL".
              88  BASIS-NO-MONTHS               VALUE "NO MONTHS".

      * Projected change against last year's YTD
       01  CALCULATED-FIELDS.
           05  CHANGE-AMOUNT           PIC S9(9)V99    VALUE ZERO.
           05  CHANGE-PERCENT          PIC S9(3)V9     VALUE ZERO.

      * Stores the control fields of the last customer projected
       01  CONTROL-FIELDS.
           05  OLD-SALESREP-NUMBER     PIC 99.
           05  OLD-BRANCH-NUMBER       PIC 99.
           05  OLD-REGION-CODE         PIC XX.

      * Totals for the salesrep, branch, region, and company
       01  TOTAL-FIELDS.
           05  SALESREP-TOTAL-CAPTURED   PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-TOTAL-REMAINING  PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-TOTAL-PROJECTED  PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-TOTAL-LAST-YTD   PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-CAPTURED     PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-REMAINING    PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-PROJECTED    PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-LAST-YTD     PIC S9(9)V99   VALUE ZERO.
           05  REGION-TOTAL-CAPTURED     PIC S9(9)V99   VALUE ZERO.
           05  REGION-TOTAL-REMAINING    PIC S9(9)V99   VALUE ZERO.
           05  REGION-TOTAL-PROJECTED    PIC S9(9)V99   VALUE ZERO.
           05  REGION-TOTAL-LAST-YTD     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-CAPTURED      PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-REMAINING     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-PROJECTED     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-LAST-YTD      PIC S9(9)V99   VALUE ZERO.

      * The total being printed, moved in from one of the levels above
       01  PRINT-TOTAL-FIELDS.
           05  PT-CAPTURED               PIC S9(9)V99   VALUE ZERO.
           05  PT-REMAINING              PIC S9(9)V99   VALUE ZERO.
           05  PT-PROJECTED              PIC S9(9)V99   VALUE ZERO.
           05  PT-LAST-YTD               PIC S9(9)V99   VALUE ZERO.

      * Record counts for the control totals trailer
       01  COUNT-FIELDS.
           05  CUSTOMER-COUNT          PIC S9(7)   VALUE ZERO.
           05  SEASONAL-COUNT          PIC S9(7)   VALUE ZERO.
           05  RUN-RATE-COUNT          PIC S9(7)   VALUE ZERO.
           05  ACTUAL-COUNT            PIC S9(7)   VALUE ZERO.
           05  NO-MONTHS-COUNT         PIC S9(7)   VALUE ZERO.
           05  HISTORY-ONLY-COUNT      PIC S9(7)   VALUE ZERO.
           05  ARCHIVE-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  ARCHIVE-USED-COUNT      PIC S9(7)   VALUE ZERO.
           05  SHAPE-OVERFLOW-COUNT    PIC S9(7)   VALUE ZERO.

      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Request area for the run control manager (RCT5000), which
      * proves the history balance check passed before projections
      * are built off the monthly buckets, and stamps this run
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-RETURN-CODE      PIC 9(2).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * proves the master and history files are the ones last stamped
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

      *****************************************************************
      * Lines printed on the projection report
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "YEAR-END SALES PROJE".
           05  FILLER          PIC X(20)   VALUE "CTION REPORT        ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PRJ5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  SECTION-HEADING-LINE.
           05  FILLER              PIC X(15)   VALUE "PROJECTED YEAR ".
           05  SHL-PROJECTION-YEAR PIC 9(4).
           05  FILLER              PIC X(26)   VALUE
               " - MONTHS CAPTURED THROUGH".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  SHL-CLOSED-THROUGH  PIC X(7).
           05  FILLER              PIC X(23)   VALUE
               " - SEASONAL SHAPE FROM ".
           05  SHL-FIRST-SHAPE-YEAR PIC 9(4).
           05  FILLER              PIC X(1)    VALUE "-".
           05  SHL-LAST-SHAPE-YEAR PIC 9(4).
           05  FILLER              PIC X(8)    VALUE " ARCHIVE".
           05  FILLER              PIC X(37)   VALUE SPACE.

       01  CLOSED-THROUGH-EDIT.
           05  CTE-MONTH           PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  CTE-YEAR            PIC 9999.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "BR SR CUST  CUSTOMER NAME       MTH     ".
           05  FILLER      PIC X(40)   VALUE
               "  CAPTURED     REMAINING     PROJECTED  ".
           05  FILLER      PIC X(40)   VALUE
               "   LAST YEAR     PROJECTED     PCT  PROJ".
           05  FILLER      PIC X(10)   VALUE "ECTION    ".

       01  HEADING-LINE-5.
           05  FILLER      PIC X(40)   VALUE
               "                                CAP     ".
           05  FILLER      PIC X(40)   VALUE
               "   TO DATE        MONTHS     FULL YEAR  ".
           05  FILLER      PIC X(40)   VALUE
               "         YTD        CHANGE     CHG  BASI".
           05  FILLER      PIC X(10)   VALUE "S         ".

       01  PROJECTION-LINE.
           05  PL-BRANCH-NUMBER        PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-SALESREP-NUMBER      PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-CAPTURED-MONTHS      PIC Z9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PL-CAPTURED-SALES       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-REMAINING-SALES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-PROJECTED-SALES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-SALES-LAST-YTD       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PL-CHANGE-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PL-CHANGE-PERCENT       PIC ZZ9.9-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PL-PROJECTION-BASIS     PIC X(10).
           05  FILLER                  PIC X(4)    VALUE SPACE.

       01  TOTAL-LINE.
           05  TL-LABEL                PIC X(15).
           05  TL-NAME                 PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  TL-CAPTURED-SALES       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  TL-REMAINING-SALES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  TL-PROJECTED-SALES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  TL-SALES-LAST-YTD       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  TL-CHANGE-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  TL-CHANGE-PERCENT       PIC ZZ9.9-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  TL-MARKER               PIC X(3).
           05  FILLER                  PIC X(11)   VALUE SPACE.

       01  REGION-NAME-EDIT.
           05  FILLER                  PIC X(7)    VALUE "REGION ".
           05  RNE-REGION-CODE         PIC X(2).
           05  FILLER                  PIC X(11)   VALUE SPACE.

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CCL-LABEL               PIC X(32).
           05  CCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(84)   VALUE SPACE.

       01  RUN-RATE-NOTE-LINE.
           05  FILLER      PIC X(40)  VALUE
               "RUN RATE - TOO LITTLE ARCHIVE HISTORY TO".
           05  FILLER      PIC X(40)  VALUE
               " GIVE A SEASONAL SHAPE; CAPTURED SALES X".
           05  FILLER      PIC X(40)  VALUE
               " 12 / MONTHS CAPTURED                   ".
           05  FILLER      PIC X(10)  VALUE SPACE.

       01  NO-ARCHIVE-LINE.
           05  FILLER      PIC X(40)  VALUE
               "*** HSTARCH COULD NOT BE OPENED - EVERY ".
           05  FILLER      PIC X(40)  VALUE
               "CUSTOMER PROJECTED AT RUN RATE ***      ".
           05  FILLER      PIC X(50)  VALUE SPACE.

       01  NO-HISTORY-LINE.
           05  FILLER      PIC X(49)  VALUE
               "*** SALESHST COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(81)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the projection report
      *****************************************************************
       000-PREPARE-PROJECTION-REPORT.
      * Load each customer's seasonal shape from the archive, find the
      * latest month captured, then project every customer on the
      * master in key order with salesrep, branch, and region totals
           PERFORM 050-CHECK-RUN-CONTROL.
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT PRJRPT.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS NOT = "00"
               MOVE NO-HISTORY-LINE TO PROJECTION-PRINT-AREA
               WRITE PROJECTION-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               PERFORM 900-STAMP-RUN-CONTROL
               CLOSE PRJRPT
               STOP RUN
           END-IF.
           PERFORM 150-FIND-CLOSED-MONTH
               WITH TEST AFTER
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS = "00"
               SET SALESREPM-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT BRANCHM.
           IF BRANCHM-STATUS = "00"
               SET BRANCHM-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS = "00"
               SET HSTARCH-AVAILABLE TO TRUE
               PERFORM 200-LOAD-ARCHIVE-SHAPE
                   WITH TEST AFTER
                   UNTIL HSTARCH-EOF
               CLOSE HSTARCH
           END-IF.
           MOVE SPACES TO SHL-CLOSED-THROUGH.
           IF CLOSED-MONTH = ZERO
               MOVE "NONE"       TO SHL-CLOSED-THROUGH
           ELSE
               MOVE CLOSED-MONTH TO CTE-MONTH
               MOVE CD-YEAR      TO CTE-YEAR
               MOVE CLOSED-THROUGH-EDIT TO SHL-CLOSED-THROUGH
           END-IF.
           PERFORM 330-PRINT-HEADING-LINES.
           IF NOT HSTARCH-AVAILABLE
               MOVE NO-ARCHIVE-LINE TO PROJECTION-PRINT-AREA
               WRITE PROJECTION-PRINT-AREA
               ADD 1 TO LINE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT SALESHST.
           MOVE "N" TO SALESHST-EOF-SWITCH.
           PERFORM 310-READ-HISTORY-RECORD.
           MOVE 1 TO SHAPE-SUB.
           OPEN INPUT CUSTMAST.
           PERFORM 300-PROJECT-NEXT-CUSTOMER
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 520-PRINT-CONTROL-COUNTS.
           IF SHAPE-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 900-STAMP-RUN-CONTROL.
           IF SALESREPM-AVAILABLE
               CLOSE SALESREPM
           END-IF.
           IF BRANCHM-AVAILABLE
               CLOSE BRANCHM
           END-IF.
           CLOSE CUSTMAST
                 SALESHST
                 PRJRPT.
           STOP RUN.

      *****************************************************************
      * Holds the report with a condition code and a console message
      * unless the history balance check (HCK5000) completed cleanly
      * today - a projection built on drifted monthly buckets
      * misleads the sales managers
      *****************************************************************
       050-CHECK-RUN-CONTROL.

           MOVE "CHECK"   TO RQ-FUNCTION-CODE.
           MOVE "HCK5000" TO RQ-PROGRAM-ID.
           MOVE ZERO      TO RQ-RETURN-CODE.
           MOVE ZERO      TO RQ-REQUIRED-YYMM.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           IF RQ-RESULT NOT = "OK"
               EVALUATE RQ-RESULT
                   WHEN "NF"
                       DISPLAY "PRJ5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NEVER RUN"
                   WHEN "FL"
                       DISPLAY "PRJ5000 HELD - REQUIRED STEP "
                               "HCK5000 ENDED WITH ERRORS"
                   WHEN OTHER
                       DISPLAY "PRJ5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NOT RUN TODAY"
               END-EVALUATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the run with condition code 16 unless the customer master
      * and the history file still match the control records stamped by
      * the last run that rewrote them, so the projection is built off
      * exactly the files that run left. A file that is not supplied is
      * left to this run's own handling
      *****************************************************************
       060-VERIFY-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           PERFORM 065-VERIFY-ONE-FILE.
           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "SALESHST" TO FQ-DATA-FILE.
           MOVE "HISTCTL"  TO FQ-CONTROL-FILE.
           PERFORM 065-VERIFY-ONE-FILE.

       065-VERIFY-ONE-FILE.

           MOVE "CHECK"   TO FQ-FUNCTION-CODE.
           MOVE "PRJ5000" TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "PRJ5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading, and the archive
      * years the seasonal shape is taken from
      *****************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           COMPUTE LAST-SHAPE-YEAR  = CD-YEAR - 1.
           COMPUTE FIRST-SHAPE-YEAR = CD-YEAR - SHAPE-YEARS.
           MOVE CD-YEAR          TO SHL-PROJECTION-YEAR.
           MOVE FIRST-SHAPE-YEAR TO SHL-FIRST-SHAPE-YEAR.
           MOVE LAST-SHAPE-YEAR  TO SHL-LAST-SHAPE-YEAR.

      *****************************************************************
      * Reads one history record and keeps the latest month of this
      * year captured for the page headings
      *****************************************************************
       150-FIND-CLOSED-MONTH.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   IF HS-LAST-CAPTURE-YEAR = CD-YEAR
                      AND HS-LAST-CAPTURE-MONTH NOT > 12
                      AND HS-LAST-CAPTURE-MONTH > CLOSED-MONTH
                       MOVE HS-LAST-CAPTURE-MONTH TO CLOSED-MONTH
                   END-IF
           END-READ.

      *****************************************************************
      * Reads one archive record and adds it into the shape table
      * when it falls in the shape years. Each new year starts the
      * walk back at the top of the table
      *****************************************************************
       200-LOAD-ARCHIVE-SHAPE.

           READ HSTARCH INTO ARCHIVE-WORK-RECORD
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ARCHIVE-READ-COUNT
                   IF AW-ARCHIVE-YEAR NOT < FIRST-SHAPE-YEAR
                      AND AW-ARCHIVE-YEAR NOT > LAST-SHAPE-YEAR
                       IF AW-ARCHIVE-YEAR NOT = SHAPE-LOAD-YEAR
                           MOVE AW-ARCHIVE-YEAR TO SHAPE-LOAD-YEAR
                           MOVE 1 TO SHAPE-SUB
                       END-IF
                       PERFORM 210-STORE-ARCHIVE-SHAPE
                   END-IF
           END-READ.

      *****************************************************************
      * Walks the table forward to the archive record's customer and
      * adds the year's months in, opening an entry for a customer
      * met for the first time. A full table leaves the customer to
      * be projected at run-rate
      *****************************************************************
       210-STORE-ARCHIVE-SHAPE.

           SET SHAPE-POSITION-FOUND TO FALSE.
           PERFORM 211-ADVANCE-SHAPE-POSITION
               UNTIL SHAPE-SUB > SHAPE-COUNT
                 OR SHAPE-POSITION-FOUND.
           SET SHAPE-MATCHED TO FALSE.
           IF SHAPE-SUB NOT > SHAPE-COUNT
               IF SH-CUSTOMER-KEY (SHAPE-SUB) = AW-CUSTOMER-KEY
                   SET SHAPE-MATCHED TO TRUE
               END-IF
           END-IF.
           IF NOT SHAPE-MATCHED
               IF SHAPE-COUNT < 3000
                   PERFORM 212-SHIFT-SHAPE-DOWN
                       VARYING SHAPE-SHIFT-SUB FROM SHAPE-COUNT BY -1
                       UNTIL SHAPE-SHIFT-SUB < SHAPE-SUB
                   ADD 1 TO SHAPE-COUNT
                   MOVE AW-CUSTOMER-KEY TO SH-CUSTOMER-KEY (SHAPE-SUB)
                   PERFORM 213-CLEAR-SHAPE-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
                   SET SHAPE-MATCHED TO TRUE
               ELSE
                   ADD 1 TO SHAPE-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF SHAPE-MATCHED
               ADD 1 TO ARCHIVE-USED-COUNT
               PERFORM 214-ADD-SHAPE-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF.

       211-ADVANCE-SHAPE-POSITION.

           IF SH-CUSTOMER-KEY (SHAPE-SUB) < AW-CUSTOMER-KEY
               ADD 1 TO SHAPE-SUB
           ELSE
               SET SHAPE-POSITION-FOUND TO TRUE
           END-IF.

       212-SHIFT-SHAPE-DOWN.

           MOVE SHAPE-ENTRY (SHAPE-SHIFT-SUB)
               TO SHAPE-ENTRY (SHAPE-SHIFT-SUB + 1).

       213-CLEAR-SHAPE-MONTH.

           MOVE ZERO TO SH-MONTH-SALES (SHAPE-SUB, MONTH-SUB).

       214-ADD-SHAPE-MONTH.

           ADD AW-MONTH-SALES (MONTH-SUB)
               TO SH-MONTH-SALES (SHAPE-SUB, MONTH-SUB).

      *****************************************************************
      * Reads the next customer, closes out the salesrep, branch, and
      * region totals when they change, and projects the customer.
      * The master is read in key order, so a branch change always
      * closes the salesrep first, and a region closes when the next
      * branch carries a different region code
      *****************************************************************
       300-PROJECT-NEXT-CUSTOMER.

           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN CUSTMAST-EOF
                   IF NOT FIRST-RECORD
                       PERFORM 355-PRINT-SALESREP-TOTAL
                       PERFORM 360-PRINT-BRANCH-TOTAL
                       PERFORM 365-PRINT-REGION-TOTAL
                   END-IF
               WHEN FIRST-RECORD
                   PERFORM 327-LOOKUP-BRANCH-REGION
                   MOVE BR-REGION-CODE TO OLD-REGION-CODE
                   PERFORM 320-PRINT-PROJECTION-LINE
                   SET FIRST-RECORD TO FALSE
               WHEN CM-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 355-PRINT-SALESREP-TOTAL
                   PERFORM 360-PRINT-BRANCH-TOTAL
                   PERFORM 327-LOOKUP-BRANCH-REGION
                   IF BR-REGION-CODE NOT = OLD-REGION-CODE
                       PERFORM 365-PRINT-REGION-TOTAL
                   END-IF
                   MOVE BR-REGION-CODE TO OLD-REGION-CODE
                   PERFORM 320-PRINT-PROJECTION-LINE
               WHEN CM-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                   PERFORM 355-PRINT-SALESREP-TOTAL
                   PERFORM 320-PRINT-PROJECTION-LINE
               WHEN OTHER
                   PERFORM 320-PRINT-PROJECTION-LINE
           END-EVALUATE.

      *****************************************************************
      * Reads the next history record. At end of file the key is set
      * to HIGH-VALUES so no later customer matches
      *****************************************************************
       310-READ-HISTORY-RECORD.

           READ SALESHST INTO HISTORY-WORK-RECORD
               AT END
                   MOVE HIGH-VALUES TO HW-RECORD-KEY
                   SET SALESHST-EOF TO TRUE
           END-READ.

      *****************************************************************
      * Skips history records for keys no longer on the master, then
      * notes whether the history record matches this customer
      *****************************************************************
       315-MATCH-HISTORY.

           PERFORM 316-SKIP-HISTORY-ONLY
               UNTIL HW-RECORD-KEY NOT < CM-RECORD-KEY.
           IF HW-RECORD-KEY = CM-RECORD-KEY
               SET HISTORY-MATCHED TO TRUE
           ELSE
               SET HISTORY-MATCHED TO FALSE
           END-IF.

       316-SKIP-HISTORY-ONLY.

           ADD 1 TO HISTORY-ONLY-COUNT.
           PERFORM 310-READ-HISTORY-RECORD.

      *****************************************************************
      * Walks the shape table forward to this customer and notes
      * whether the customer has any archive history
      *****************************************************************
       317-MATCH-SHAPE.

           SET SHAPE-POSITION-FOUND TO FALSE.
           PERFORM 318-ADVANCE-TO-CUSTOMER
               UNTIL SHAPE-SUB > SHAPE-COUNT
                 OR SHAPE-POSITION-FOUND.
           SET SHAPE-MATCHED TO FALSE.
           IF SHAPE-SUB NOT > SHAPE-COUNT
               IF SH-CUSTOMER-KEY (SHAPE-SUB) = CM-RECORD-KEY
                   SET SHAPE-MATCHED TO TRUE
               END-IF
           END-IF.

       318-ADVANCE-TO-CUSTOMER.

           IF SH-CUSTOMER-KEY (SHAPE-SUB) < CM-RECORD-KEY
               ADD 1 TO SHAPE-SUB
           ELSE
               SET SHAPE-POSITION-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Projects one customer and prints the line, adding the figures
      * into the salesrep total
      *****************************************************************
       320-PRINT-PROJECTION-LINE.

           PERFORM 315-MATCH-HISTORY.
           PERFORM 317-MATCH-SHAPE.
           PERFORM 340-PROJECT-CUSTOMER.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 330-PRINT-HEADING-LINES.
           MOVE CM-BRANCH-NUMBER    TO PL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER  TO PL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER  TO PL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME    TO PL-CUSTOMER-NAME.
           MOVE CAPTURED-MONTHS     TO PL-CAPTURED-MONTHS.
           MOVE CAPTURED-SALES      TO PL-CAPTURED-SALES.
           MOVE REMAINING-SALES     TO PL-REMAINING-SALES.
           MOVE PROJECTED-SALES     TO PL-PROJECTED-SALES.
           MOVE CM-SALES-LAST-YTD   TO PL-SALES-LAST-YTD.
           MOVE PROJECTION-BASIS    TO PL-PROJECTION-BASIS.
           COMPUTE CHANGE-AMOUNT = PROJECTED-SALES - CM-SALES-LAST-YTD.
           MOVE CM-SALES-LAST-YTD   TO PT-LAST-YTD.
           PERFORM 350-COMPUTE-CHANGE-PERCENT.
           MOVE CHANGE-AMOUNT       TO PL-CHANGE-AMOUNT.
           MOVE CHANGE-PERCENT      TO PL-CHANGE-PERCENT.
           MOVE PROJECTION-LINE TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CUSTOMER-COUNT.
           ADD CAPTURED-SALES    TO SALESREP-TOTAL-CAPTURED.
           ADD REMAINING-SALES   TO SALESREP-TOTAL-REMAINING.
           ADD PROJECTED-SALES   TO SALESREP-TOTAL-PROJECTED.
           ADD CM-SALES-LAST-YTD TO SALESREP-TOTAL-LAST-YTD.
           MOVE CM-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER.

      *****************************************************************
      * Looks up the branch's region code for the region break. A
      * branch not on the branch master, or no branch master at all,
      * groups under a blank region code
      *****************************************************************
       327-LOOKUP-BRANCH-REGION.

           MOVE SPACES TO BR-REGION-CODE.
           IF BRANCHM-AVAILABLE
               MOVE CM-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCHM
                   INVALID KEY
                       MOVE SPACES TO BR-REGION-CODE
               END-READ
           END-IF.

      *****************************************************************
      * Prints the heading lines at the top of the report and when
      * the page fills, then resets the line count
      *****************************************************************
       330-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-2 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE SECTION-HEADING-LINE TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-4 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-5 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Works out the customer's projection. The months captured this
      * year are actual. With the whole year captured the actual is
      * the projection. Otherwise the captured sales are scaled up by
      * the share of the archived years' sales the same months
      * carried, as long as the archive gives a shape and those
      * months carried enough of the year to trust it; failing that
      * the captured sales are run out at a straight monthly rate.
      * A customer with nothing captured this year is not projected
      *****************************************************************
       340-PROJECT-CUSTOMER.

           MOVE ZERO TO CAPTURED-MONTHS.
           MOVE ZERO TO CAPTURED-SALES.
           MOVE ZERO TO SHAPE-THRU-SALES.
           MOVE ZERO TO SHAPE-YEAR-SALES.
           IF HISTORY-MATCHED
              AND HW-LAST-CAPTURE-YEAR = CD-YEAR
              AND HW-LAST-CAPTURE-MONTH NOT > 12
               MOVE HW-LAST-CAPTURE-MONTH TO CAPTURED-MONTHS
               PERFORM 341-ADD-CAPTURED-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > CAPTURED-MONTHS
           END-IF.
           IF SHAPE-MATCHED
               PERFORM 342-ADD-SHAPE-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF.
           EVALUATE TRUE
               WHEN CAPTURED-MONTHS = ZERO
                   SET BASIS-NO-MONTHS TO TRUE
                   MOVE ZERO TO PROJECTED-SALES
                   ADD 1 TO NO-MONTHS-COUNT
               WHEN CAPTURED-MONTHS = 12
                   SET BASIS-ACTUAL TO TRUE
                   MOVE CAPTURED-SALES TO PROJECTED-SALES
                   ADD 1 TO ACTUAL-COUNT
               WHEN SHAPE-THRU-SALES > ZERO
                AND SHAPE-YEAR-SALES > ZERO
                AND SHAPE-THRU-SALES * 100 NOT <
                    SHAPE-YEAR-SALES * MIN-SHAPE-PERCENT
                   SET BASIS-SEASONAL TO TRUE
                   COMPUTE PROJECTED-SALES ROUNDED =
                       CAPTURED-SALES * SHAPE-YEAR-SALES
                       / SHAPE-THRU-SALES
                       ON SIZE ERROR
                           SET BASIS-RUN-RATE TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   SET BASIS-RUN-RATE TO TRUE
           END-EVALUATE.
           IF BASIS-RUN-RATE
               COMPUTE PROJECTED-SALES ROUNDED =
                   CAPTURED-SALES * 12 / CAPTURED-MONTHS
               ADD 1 TO RUN-RATE-COUNT
           END-IF.
           IF BASIS-SEASONAL
               ADD 1 TO SEASONAL-COUNT
           END-IF.
           COMPUTE REMAINING-SALES = PROJECTED-SALES - CAPTURED-SALES.

       341-ADD-CAPTURED-MONTH.

           ADD HW-MONTH-SALES (MONTH-SUB) TO CAPTURED-SALES.

       342-ADD-SHAPE-MONTH.

           ADD SH-MONTH-SALES (SHAPE-SUB, MONTH-SUB)
               TO SHAPE-YEAR-SALES.
           IF MONTH-SUB NOT > CAPTURED-MONTHS
               ADD SH-MONTH-SALES (SHAPE-SUB, MONTH-SUB)
                   TO SHAPE-THRU-SALES
           END-IF.

      *****************************************************************
      * Works out the projected change percent against last year's
      * YTD in PT-LAST-YTD, 999.9 when there was no last year
      *****************************************************************
       350-COMPUTE-CHANGE-PERCENT.

           IF PT-LAST-YTD = ZERO
               MOVE 999.9 TO CHANGE-PERCENT
           ELSE
               COMPUTE CHANGE-PERCENT ROUNDED =
                   CHANGE-AMOUNT * 100 / PT-LAST-YTD
                   ON SIZE ERROR
                       MOVE 999.9 TO CHANGE-PERCENT
               END-COMPUTE
           END-IF.

      *****************************************************************
      * Prints the salesrep total with the salesrep's name and rolls
      * it into the branch
      *****************************************************************
       355-PRINT-SALESREP-TOTAL.

           MOVE "SALESREP TOTAL"   TO TL-LABEL.
           MOVE "*"                TO TL-MARKER.
           MOVE SPACES             TO TL-NAME.
           IF SALESREPM-AVAILABLE
               MOVE OLD-SALESREP-NUMBER TO SR-SALESREP-NUMBER
               READ SALESREPM
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO TL-NAME
                   NOT INVALID KEY
                       MOVE SR-SALESREP-NAME TO TL-NAME
               END-READ
           END-IF.
           MOVE SALESREP-TOTAL-CAPTURED  TO PT-CAPTURED.
           MOVE SALESREP-TOTAL-REMAINING TO PT-REMAINING.
           MOVE SALESREP-TOTAL-PROJECTED TO PT-PROJECTED.
           MOVE SALESREP-TOTAL-LAST-YTD  TO PT-LAST-YTD.
           PERFORM 370-PRINT-TOTAL-LINE.
           ADD SALESREP-TOTAL-CAPTURED  TO BRANCH-TOTAL-CAPTURED.
           ADD SALESREP-TOTAL-REMAINING TO BRANCH-TOTAL-REMAINING.
           ADD SALESREP-TOTAL-PROJECTED TO BRANCH-TOTAL-PROJECTED.
           ADD SALESREP-TOTAL-LAST-YTD  TO BRANCH-TOTAL-LAST-YTD.
           MOVE ZERO TO SALESREP-TOTAL-CAPTURED.
           MOVE ZERO TO SALESREP-TOTAL-REMAINING.
           MOVE ZERO TO SALESREP-TOTAL-PROJECTED.
           MOVE ZERO TO SALESREP-TOTAL-LAST-YTD.

      *****************************************************************
      * Prints the branch total with the branch name and rolls it
      * into the region
      *****************************************************************
       360-PRINT-BRANCH-TOTAL.

           MOVE "BRANCH TOTAL"     TO TL-LABEL.
           MOVE "**"               TO TL-MARKER.
           MOVE SPACES             TO TL-NAME.
           IF BRANCHM-AVAILABLE
               MOVE OLD-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCHM
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO TL-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO TL-NAME
               END-READ
           END-IF.
           MOVE BRANCH-TOTAL-CAPTURED  TO PT-CAPTURED.
           MOVE BRANCH-TOTAL-REMAINING TO PT-REMAINING.
           MOVE BRANCH-TOTAL-PROJECTED TO PT-PROJECTED.
           MOVE BRANCH-TOTAL-LAST-YTD  TO PT-LAST-YTD.
           PERFORM 370-PRINT-TOTAL-LINE.
           ADD BRANCH-TOTAL-CAPTURED  TO REGION-TOTAL-CAPTURED.
           ADD BRANCH-TOTAL-REMAINING TO REGION-TOTAL-REMAINING.
           ADD BRANCH-TOTAL-PROJECTED TO REGION-TOTAL-PROJECTED.
           ADD BRANCH-TOTAL-LAST-YTD  TO REGION-TOTAL-LAST-YTD.
           MOVE ZERO TO BRANCH-TOTAL-CAPTURED.
           MOVE ZERO TO BRANCH-TOTAL-REMAINING.
           MOVE ZERO TO BRANCH-TOTAL-PROJECTED.
           MOVE ZERO TO BRANCH-TOTAL-LAST-YTD.

      *****************************************************************
      * Prints the region total and rolls it into the company total
      *****************************************************************
       365-PRINT-REGION-TOTAL.

           MOVE "REGION TOTAL"     TO TL-LABEL.
           MOVE "***"              TO TL-MARKER.
           MOVE OLD-REGION-CODE    TO RNE-REGION-CODE.
           MOVE REGION-NAME-EDIT   TO TL-NAME.
           MOVE REGION-TOTAL-CAPTURED  TO PT-CAPTURED.
           MOVE REGION-TOTAL-REMAINING TO PT-REMAINING.
           MOVE REGION-TOTAL-PROJECTED TO PT-PROJECTED.
           MOVE REGION-TOTAL-LAST-YTD  TO PT-LAST-YTD.
           PERFORM 370-PRINT-TOTAL-LINE.
           ADD REGION-TOTAL-CAPTURED  TO GRAND-TOTAL-CAPTURED.
           ADD REGION-TOTAL-REMAINING TO GRAND-TOTAL-REMAINING.
           ADD REGION-TOTAL-PROJECTED TO GRAND-TOTAL-PROJECTED.
           ADD REGION-TOTAL-LAST-YTD  TO GRAND-TOTAL-LAST-YTD.
           MOVE ZERO TO REGION-TOTAL-CAPTURED.
           MOVE ZERO TO REGION-TOTAL-REMAINING.
           MOVE ZERO TO REGION-TOTAL-PROJECTED.
           MOVE ZERO TO REGION-TOTAL-LAST-YTD.

      *****************************************************************
      * Formats and prints a total line from the print totals, set off
      * by a blank line after it. The label, name, and marker must
      * already be moved in
      *****************************************************************
       370-PRINT-TOTAL-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 330-PRINT-HEADING-LINES.
           COMPUTE CHANGE-AMOUNT = PT-PROJECTED - PT-LAST-YTD.
           PERFORM 350-COMPUTE-CHANGE-PERCENT.
           MOVE PT-CAPTURED    TO TL-CAPTURED-SALES.
           MOVE PT-REMAINING   TO TL-REMAINING-SALES.
           MOVE PT-PROJECTED   TO TL-PROJECTED-SALES.
           MOVE PT-LAST-YTD    TO TL-SALES-LAST-YTD.
           MOVE CHANGE-AMOUNT  TO TL-CHANGE-AMOUNT.
           MOVE CHANGE-PERCENT TO TL-CHANGE-PERCENT.
           MOVE TOTAL-LINE TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           ADD 2 TO LINE-COUNT.

      *****************************************************************
      * Prints the company total and the note explaining the run-rate
      * basis
      *****************************************************************
       500-PRINT-GRAND-TOTALS.

           MOVE "COMPANY TOTAL"    TO TL-LABEL.
           MOVE "***"              TO TL-MARKER.
           MOVE SPACES             TO TL-NAME.
           MOVE GRAND-TOTAL-CAPTURED  TO PT-CAPTURED.
           MOVE GRAND-TOTAL-REMAINING TO PT-REMAINING.
           MOVE GRAND-TOTAL-PROJECTED TO PT-PROJECTED.
           MOVE GRAND-TOTAL-LAST-YTD  TO PT-LAST-YTD.
           PERFORM 370-PRINT-TOTAL-LINE.
           MOVE RUN-RATE-NOTE-LINE TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the control counts at the end of the report
      *****************************************************************
       520-PRINT-CONTROL-COUNTS.

           MOVE HEADING-LINE-3 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE "CUSTOMERS PROJECTED"              TO CCL-LABEL.
           MOVE CUSTOMER-COUNT                     TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "  ON SEASONAL SHAPE"              TO CCL-LABEL.
           MOVE SEASONAL-COUNT                     TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "  AT RUN RATE"                    TO CCL-LABEL.
           MOVE RUN-RATE-COUNT                     TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "  WHOLE YEAR ACTUAL"              TO CCL-LABEL.
           MOVE ACTUAL-COUNT                       TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "  NO MONTHS CAPTURED"             TO CCL-LABEL.
           MOVE NO-MONTHS-COUNT                    TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "HISTORY RECORDS WITH NO MASTER"   TO CCL-LABEL.
           MOVE HISTORY-ONLY-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "ARCHIVE RECORDS READ"             TO CCL-LABEL.
           MOVE ARCHIVE-READ-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "ARCHIVE RECORDS IN SHAPE"         TO CCL-LABEL.
           MOVE ARCHIVE-USED-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "ARCHIVE RECORDS NOT TABLED"       TO CCL-LABEL.
           MOVE SHAPE-OVERFLOW-COUNT               TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.

       525-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.

      *****************************************************************
      * Stamps this run's completion and return code on the run
      * control file
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "PRJ5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
