      *****************************************************************
      * Title..........: RET5000 - Customer Retention Report
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Measures how well each salesrep and branch
      *                  keeps its customers. Every customer's sales
      *                  are gathered from the current sales history
      *                  file and the permanent yearly archive, and the
      *                  dormant purge archive and the restore log show
      *                  which customers have been away and come back.
      *                  Each customer is then counted as new, lost,
      *                  reactivated, or retained, first for the last
      *                  full year against the year before it and then
      *                  for this year to date against last year, with
      *                  the revenue in each group, the growth in the
      *                  retained customers' revenue, and the retention
      *                  percent, by salesrep within branch
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RET5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT HSTARCH  ASSIGN TO HSTARCH
                  FILE STATUS IS HSTARCH-STATUS.
           SELECT ARCMAST  ASSIGN TO ARCMAST
                  FILE STATUS IS ARCMAST-STATUS.
           SELECT RSTLOG   ASSIGN TO RSTLOG
                  FILE STATUS IS RSTLOG-STATUS.
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
           SELECT RETRPT   ASSIGN TO RETRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The monthly sales history record carries this year's monthly
      * buckets and the year-month of the last capture
      *****************************************************************
       01  SALES-HISTORY-RECORD    PIC X(150).

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

       FD  ARCMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The dormant master archive written by the purge (PRG5000),
      * read here only for the keys of customers once purged
      *****************************************************************
       01  ARCHIVE-MASTER-RECORD.
           05  AM-RECORD-KEY           PIC X(9).
           05  FILLER                  PIC X(121).

       FD  RSTLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The restore log added to by the dormant restore (RST5000), one
      * record per customer put back on the master
      *****************************************************************
       01  RESTORE-LOG-RECORD.
           05  RL-RECORD-KEY           PIC X(9).
           05  RL-CUSTOMER-NAME        PIC X(20).
           05  RL-RESTORE-DATE.
               10  RL-RESTORE-YEAR     PIC 9(4).
               10  RL-RESTORE-MONTH    PIC 9(2).
               10  RL-RESTORE-DAY      PIC 9(2).
           05  RL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(35).

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
      * The branch master record supplies the branch name
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER     PIC 9(2).
           05  BR-BRANCH-NAME       PIC X(20).
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  RETRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the retention report
      *****************************************************************
       01  RETENTION-PRINT-AREA    PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the retention report
      *****************************************************************

      * Determines end of file, whether the optional files opened,
      * and what the customer table lookup found
       01  SWITCHES.
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  HSTARCH-EOF-SWITCH      PIC X    VALUE "N".
              88  HSTARCH-EOF                   VALUE "Y".
           05  ARCMAST-EOF-SWITCH      PIC X    VALUE "N".
              88  ARCMAST-EOF                   VALUE "Y".
           05  RSTLOG-EOF-SWITCH       PIC X    VALUE "N".
              88  RSTLOG-EOF                    VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88  FIRST-RECORD                  VALUE "Y"
                                                  FALSE "N".
           05  SALESREPM-OPEN-SWITCH   PIC X    VALUE "N".
              88  SALESREPM-AVAILABLE           VALUE "Y".
           05  BRANCHM-OPEN-SWITCH     PIC X    VALUE "N".
              88  BRANCHM-AVAILABLE             VALUE "Y".
           05  CUSTOMER-ADD-SWITCH     PIC X    VALUE "N".
              88  ADD-NEW-CUSTOMERS             VALUE "Y"
                                                  FALSE "N".
           05  CUSTOMER-POSITION-SWITCH PIC X   VALUE "N".
              88  CUSTOMER-POSITION-FOUND       VALUE "Y"
                                                  FALSE "N".
           05  CUSTOMER-MATCH-SWITCH   PIC X    VALUE "N".
              88  CUSTOMER-MATCHED              VALUE "Y"
                                                  FALSE "N".
           05  HISTORY-SWITCH          PIC X    VALUE "N".
              88  HAD-EARLIER-HISTORY           VALUE "Y"
                                                  FALSE "N".
           05  PERIOD-SWITCH           PIC X    VALUE "A".
              88  ANNUAL-PERIOD                 VALUE "A".
              88  YEAR-TO-DATE-PERIOD           VALUE "Y".

      * File statuses. The sales history file and the yearly archive
      * must open; a missing dormant archive or restore log only
      * means no customer has been purged or restored yet
       01  SALESHST-STATUS  PIC XX.
       01  HSTARCH-STATUS   PIC XX.
       01  ARCMAST-STATUS   PIC XX.
       01  RSTLOG-STATUS    PIC XX.

      * File status for the salesrep and branch name lookups
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.

      * This year, the last full year and the year before it, and the
      * latest month captured on the history file this year
       01  YEAR-FIELDS.
           05  CURRENT-YEAR            PIC 9(4)    VALUE ZERO.
           05  PRIOR-YEAR              PIC 9(4)    VALUE ZERO.
           05  SECOND-PRIOR-YEAR       PIC 9(4)    VALUE ZERO.
           05  CLOSED-MONTH            PIC 99      VALUE ZERO.

      * Copy of the history record being loaded
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

      * Copy of the archive record being loaded
       01  ARCHIVE-WORK-RECORD.
           05  AW-ARCHIVE-YEAR         PIC 9(4).
           05  AW-CUSTOMER-KEY         PIC X(9).
           05  AW-CUSTOMER-NAME        PIC X(20).
           05  AW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  AW-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

      * One entry per customer with sales this year, last year, or
      * the year before, in customer key order: this year's sales to
      * date, last year's sales in full and through the same month,
      * the year before's sales, whether the archive shows sales in
      * any earlier year, whether the customer is on the dormant
      * archive, and the year of the latest restore. Each input is in
      * key order, or in key order within a year or a run, so the
      * table is walked forward and the walk starts back at the top
      * whenever the key drops
       01  CUSTOMER-TABLE.
           05  CUSTOMER-COUNT          PIC S9(5)   VALUE ZERO.
           05  CUSTOMER-SUB            PIC S9(5)   VALUE ZERO.
           05  CUSTOMER-SHIFT-SUB      PIC S9(5)   VALUE ZERO.
           05  CUSTOMER-ENTRY OCCURS 5000 TIMES.
               10  CT-CUSTOMER-KEY.
                   15  CT-BRANCH-NUMBER    PIC 9(2).
                   15  CT-SALESREP-NUMBER  PIC 9(2).
                   15  CT-CUSTOMER-NUMBER  PIC 9(5).
               10  CT-THIS-YTD         PIC S9(7)V9(2).
               10  CT-LAST-YEAR        PIC S9(7)V9(2).
               10  CT-LAST-YEAR-SAME   PIC S9(7)V9(2).
               10  CT-2YR-AGO          PIC S9(7)V9(2).
               10  CT-EARLIER-SWITCH   PIC X.
                  88  CT-EARLIER-SALES          VALUE "Y".
               10  CT-DORMANT-SWITCH   PIC X.
                  88  CT-ON-DORMANT-ARCHIVE     VALUE "Y".
               10  CT-RESTORE-YEAR     PIC 9(4).

      * The key being looked up in the customer table, and the key
      * looked up before it
       01  LOOKUP-KEY              PIC X(9)    VALUE SPACE.
       01  LAST-LOOKUP-KEY         PIC X(9)    VALUE HIGH-VALUES.

      * Subscript for the month buckets
       01  MONTH-SUB           PIC S9(3)   VALUE ZERO.

      * The customer being counted: sales in the period, sales in the
      * prior year in full and over the same months
       01  PERIOD-FIELDS.
           05  CURRENT-SALES           PIC S9(7)V99    VALUE ZERO.
           05  PRIOR-SALES             PIC S9(7)V99    VALUE ZERO.
           05  PRIOR-SAME-SALES        PIC S9(7)V99    VALUE ZERO.
           05  PERIOD-RESTORE-YEAR     PIC 9(4)        VALUE ZERO.

      * Retained revenue growth and retention percent for the line
       01  CALCULATED-FIELDS.
           05  GROWTH-AMOUNT           PIC S9(9)V99    VALUE ZERO.
           05  GROWTH-PERCENT          PIC S9(3)V9     VALUE ZERO.
           05  RETENTION-PERCENT       PIC S9(3)V9     VALUE ZERO.
           05  CUSTOMER-BASE           PIC S9(7)       VALUE ZERO.

      * Stores the control fields of the last customer counted
       01  CONTROL-FIELDS.
           05  OLD-SALESREP-NUMBER     PIC 99.
           05  OLD-BRANCH-NUMBER       PIC 99.

      * Totals for the salesrep, branch, and company
       01  TOTAL-FIELDS.
           05  SALESREP-NEW-COUNT        PIC S9(7)      VALUE ZERO.
           05  SALESREP-NEW-SALES        PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-LOST-COUNT       PIC S9(7)      VALUE ZERO.
           05  SALESREP-LOST-SALES       PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-REACT-COUNT      PIC S9(7)      VALUE ZERO.
           05  SALESREP-REACT-SALES      PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-RETAINED-COUNT   PIC S9(7)      VALUE ZERO.
           05  SALESREP-RETAINED-PRIOR   PIC S9(9)V99   VALUE ZERO.
           05  SALESREP-RETAINED-CURRENT PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-NEW-COUNT          PIC S9(7)      VALUE ZERO.
           05  BRANCH-NEW-SALES          PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-LOST-COUNT         PIC S9(7)      VALUE ZERO.
           05  BRANCH-LOST-SALES         PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-REACT-COUNT        PIC S9(7)      VALUE ZERO.
           05  BRANCH-REACT-SALES        PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-RETAINED-COUNT     PIC S9(7)      VALUE ZERO.
           05  BRANCH-RETAINED-PRIOR     PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-RETAINED-CURRENT   PIC S9(9)V99   VALUE ZERO.
           05  COMPANY-NEW-COUNT         PIC S9(7)      VALUE ZERO.
           05  COMPANY-NEW-SALES         PIC S9(9)V99   VALUE ZERO.
           05  COMPANY-LOST-COUNT        PIC S9(7)      VALUE ZERO.
           05  COMPANY-LOST-SALES        PIC S9(9)V99   VALUE ZERO.
           05  COMPANY-REACT-COUNT       PIC S9(7)      VALUE ZERO.
           05  COMPANY-REACT-SALES       PIC S9(9)V99   VALUE ZERO.
           05  COMPANY-RETAINED-COUNT    PIC S9(7)      VALUE ZERO.
           05  COMPANY-RETAINED-PRIOR    PIC S9(9)V99   VALUE ZERO.
           05  COMPANY-RETAINED-CURRENT  PIC S9(9)V99   VALUE ZERO.

      * The total being printed, moved in from one of the levels above
       01  PRINT-TOTAL-FIELDS.
           05  PT-NEW-COUNT              PIC S9(7)      VALUE ZERO.
           05  PT-NEW-SALES              PIC S9(9)V99   VALUE ZERO.
           05  PT-LOST-COUNT             PIC S9(7)      VALUE ZERO.
           05  PT-LOST-SALES             PIC S9(9)V99   VALUE ZERO.
           05  PT-REACT-COUNT            PIC S9(7)      VALUE ZERO.
           05  PT-REACT-SALES            PIC S9(9)V99   VALUE ZERO.
           05  PT-RETAINED-COUNT         PIC S9(7)      VALUE ZERO.
           05  PT-RETAINED-PRIOR         PIC S9(9)V99   VALUE ZERO.
           05  PT-RETAINED-CURRENT       PIC S9(9)V99   VALUE ZERO.

      * Record counts for the control totals trailer
       01  COUNT-FIELDS.
           05  HISTORY-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  ARCHIVE-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  DORMANT-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  RESTORE-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  ANNUAL-RESTORE-COUNT    PIC S9(7)   VALUE ZERO.
           05  YTD-RESTORE-COUNT       PIC S9(7)   VALUE ZERO.
           05  TABLE-OVERFLOW-COUNT    PIC S9(7)   VALUE ZERO.

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
      * proves the history balance check passed before this year's
      * sales are taken off the monthly buckets, and stamps this run
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-RETURN-CODE      PIC 9(2).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * proves the history file is the one last stamped
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

      *****************************************************************
      * Lines printed on the retention report
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER RETENTION R".
           05  FILLER          PIC X(20)   VALUE "EPORT               ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RET5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

      * The heading for the section being printed, moved in from one
      * of the two period headings below
       01  SECTION-HEADING-LINE    PIC X(130)  VALUE SPACE.

       01  ANNUAL-HEADING-LINE.
           05  FILLER              PIC X(28)   VALUE
               "ANNUAL RETENTION - SALES IN ".
           05  AHL-CURRENT-YEAR    PIC 9(4).
           05  FILLER              PIC X(9)    VALUE " AGAINST ".
           05  AHL-PRIOR-YEAR      PIC 9(4).
           05  FILLER              PIC X(24)   VALUE
               " FROM THE YEARLY ARCHIVE".
           05  FILLER              PIC X(61)   VALUE SPACE.

       01  YTD-HEADING-LINE.
           05  FILLER              PIC X(34)   VALUE
               "YEAR-TO-DATE RETENTION - SALES IN ".
           05  YHL-CURRENT-YEAR    PIC 9(4).
           05  FILLER              PIC X(9)    VALUE " THROUGH ".
           05  YHL-CLOSED-THROUGH  PIC X(7).
           05  FILLER              PIC X(9)    VALUE " AGAINST ".
           05  YHL-PRIOR-YEAR      PIC 9(4).
           05  FILLER              PIC X(38)   VALUE
               " - RETAINED REVENUE ON THE SAME MONTHS".
           05  FILLER              PIC X(25)   VALUE SPACE.

       01  CLOSED-THROUGH-EDIT.
           05  CTE-MONTH           PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  CTE-YEAR            PIC 9999.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "BR SR SALESREP / BRANCH    ----- NEW ---".
           05  FILLER      PIC X(40)   VALUE
               "--- ----- LOST ----- -- REACTIVATED - --".
           05  FILLER      PIC X(40)   VALUE
               "------------ RETAINED CUSTOMERS --------".
           05  FILLER      PIC X(10)   VALUE "--- RETN  ".

       01  HEADING-LINE-5.
           05  FILLER      PIC X(40)   VALUE
               "                             CNT    REVE".
           05  FILLER      PIC X(40)   VALUE
               "NUE   CNT    REVENUE   CNT    REVENUE   ".
           05  FILLER      PIC X(40)   VALUE
               "CNT      PRIOR    CURRENT     GROWTH  PC".
           05  FILLER      PIC X(10)   VALUE "T    PCT  ".

       01  RETENTION-LINE.
           05  RL-LABEL                PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-NAME                 PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-NEW-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-NEW-SALES            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-LOST-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-LOST-SALES           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-REACT-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-REACT-SALES          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-RETAINED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-RETAINED-PRIOR       PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-RETAINED-CURRENT     PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-GROWTH-AMOUNT        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-GROWTH-PERCENT       PIC ZZ9.9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RL-RETENTION-PERCENT    PIC ZZ9.9.
           05  FILLER                  PIC X(1)    VALUE SPACE.

       01  BRANCH-LABEL-EDIT.
           05  FILLER                  PIC X(3)    VALUE "BR ".
           05  BLE-BRANCH-NUMBER       PIC 9(2).

       01  SALESREP-LABEL-EDIT.
           05  SLE-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SLE-SALESREP-NUMBER     PIC 9(2).

       01  DEFINITION-LINE-1.
           05  FILLER      PIC X(40)  VALUE
               "NEW - BOUGHT THIS PERIOD, NOTHING IN THE".
           05  FILLER      PIC X(40)  VALUE
               " PRIOR YEAR, NO EARLIER SALES, DORMANT A".
           05  FILLER      PIC X(40)  VALUE
               "RCHIVE OR RESTORE ON FILE               ".
           05  FILLER      PIC X(10)  VALUE SPACE.

       01  DEFINITION-LINE-2.
           05  FILLER      PIC X(40)  VALUE
               "REACTIVATED - BOUGHT THIS PERIOD, NOTHIN".
           05  FILLER      PIC X(40)  VALUE
               "G IN THE PRIOR YEAR, BUT BOUGHT EARLIER,".
           05  FILLER      PIC X(40)  VALUE
               " WAS PURGED DORMANT, OR WAS RESTORED    ".
           05  FILLER      PIC X(10)  VALUE SPACE.

       01  DEFINITION-LINE-3.
           05  FILLER      PIC X(40)  VALUE
               "LOST - BOUGHT IN THE PRIOR YEAR, NOTHING".
           05  FILLER      PIC X(40)  VALUE
               " THIS PERIOD.  RETENTION PCT = RETAINED ".
           05  FILLER      PIC X(40)  VALUE
               "/ (RETAINED + LOST).  AMOUNTS IN WHOLE D".
           05  FILLER      PIC X(10)  VALUE "OLLARS    ".

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CCL-LABEL               PIC X(32).
           05  CCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(84)   VALUE SPACE.

       01  NO-MONTHS-LINE.
           05  FILLER      PIC X(17)  VALUE "*** NO MONTHS OF ".
           05  NML-CURRENT-YEAR        PIC 9(4).
           05  FILLER      PIC X(45)  VALUE
               " CAPTURED YET - NO YEAR-TO-DATE RETENTION ***".
           05  FILLER      PIC X(64)  VALUE SPACE.

       01  TABLE-FULL-LINE.
           05  FILLER      PIC X(40)  VALUE
               "*** CUSTOMER TABLE FULL - SOME CUSTOMERS".
           05  FILLER      PIC X(40)  VALUE
               " NOT COUNTED, SEE CONTROL COUNTS ***    ".
           05  FILLER      PIC X(50)  VALUE SPACE.

       01  NO-FILE-LINE.
           05  FILLER      PIC X(4)   VALUE "*** ".
           05  NFL-FILE-NAME           PIC X(9).
           05  FILLER      PIC X(37)  VALUE
               " COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the retention report
      *****************************************************************
       000-PREPARE-RETENTION-REPORT.
      * Table every customer with sales this year or in the two years
      * before it from the history file and the yearly archive, mark
      * the ones with earlier sales, a dormant archive record, or a
      * restore, then print the annual and year-to-date sections
           PERFORM 050-CHECK-RUN-CONTROL.
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT RETRPT.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS NOT = "00"
               MOVE "SALESHST" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS NOT = "00"
               CLOSE SALESHST
               MOVE "HSTARCH" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           SET ADD-NEW-CUSTOMERS TO TRUE.
           PERFORM 150-LOAD-HISTORY-CUSTOMER
               WITH TEST AFTER
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
           MOVE CLOSED-MONTH TO CTE-MONTH.
           MOVE CURRENT-YEAR TO CTE-YEAR.
           MOVE CLOSED-THROUGH-EDIT TO YHL-CLOSED-THROUGH.
           MOVE HIGH-VALUES TO LAST-LOOKUP-KEY.
           PERFORM 200-LOAD-ARCHIVE-YEARS
               WITH TEST AFTER
               UNTIL HSTARCH-EOF.
           CLOSE HSTARCH.
           SET ADD-NEW-CUSTOMERS TO FALSE.
           OPEN INPUT HSTARCH.
           MOVE "N" TO HSTARCH-EOF-SWITCH.
           MOVE HIGH-VALUES TO LAST-LOOKUP-KEY.
           PERFORM 220-FLAG-EARLIER-YEARS
               WITH TEST AFTER
               UNTIL HSTARCH-EOF.
           CLOSE HSTARCH.
           OPEN INPUT ARCMAST.
           IF ARCMAST-STATUS = "00"
               MOVE HIGH-VALUES TO LAST-LOOKUP-KEY
               PERFORM 240-FLAG-DORMANT-CUSTOMER
                   WITH TEST AFTER
                   UNTIL ARCMAST-EOF
               CLOSE ARCMAST
           END-IF.
           OPEN INPUT RSTLOG.
           IF RSTLOG-STATUS = "00"
               MOVE HIGH-VALUES TO LAST-LOOKUP-KEY
               PERFORM 260-FLAG-RESTORED-CUSTOMER
                   WITH TEST AFTER
                   UNTIL RSTLOG-EOF
               CLOSE RSTLOG
           END-IF.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS = "00"
               SET SALESREPM-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT BRANCHM.
           IF BRANCHM-STATUS = "00"
               SET BRANCHM-AVAILABLE TO TRUE
           END-IF.
           SET ANNUAL-PERIOD TO TRUE.
           MOVE ANNUAL-HEADING-LINE TO SECTION-HEADING-LINE.
           PERFORM 300-REPORT-PERIOD.
           SET YEAR-TO-DATE-PERIOD TO TRUE.
           MOVE YTD-HEADING-LINE TO SECTION-HEADING-LINE.
           IF CLOSED-MONTH = ZERO
               PERFORM 330-PRINT-HEADING-LINES
               MOVE NO-MONTHS-LINE TO RETENTION-PRINT-AREA
               WRITE RETENTION-PRINT-AREA
               ADD 1 TO LINE-COUNT
           ELSE
               PERFORM 300-REPORT-PERIOD
           END-IF.
           PERFORM 520-PRINT-CONTROL-COUNTS.
           IF TABLE-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 900-STAMP-RUN-CONTROL.
           IF SALESREPM-AVAILABLE
               CLOSE SALESREPM
           END-IF.
           IF BRANCHM-AVAILABLE
               CLOSE BRANCHM
           END-IF.
           CLOSE RETRPT.
           STOP RUN.

      *****************************************************************
      * Holds the report with a condition code and a console message
      * unless the history balance check (HCK5000) completed cleanly
      * today - this year's sales come off the monthly buckets
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
                       DISPLAY "RET5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NEVER RUN"
                   WHEN "FL"
                       DISPLAY "RET5000 HELD - REQUIRED STEP "
                               "HCK5000 ENDED WITH ERRORS"
                   WHEN OTHER
                       DISPLAY "RET5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NOT RUN TODAY"
               END-EVALUATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the run with condition code 16 unless the history file
      * still matches the control record stamped by the last run that
      * rewrote it. A history file that is not supplied is left to this
      * run's own handling
      *****************************************************************
       060-VERIFY-FILE-CONTROL.

           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "SALESHST" TO FQ-DATA-FILE.
           MOVE "HISTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CHECK"    TO FQ-FUNCTION-CODE.
           MOVE "RET5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "RET5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Lists the file that would not open, named in NFL-FILE-NAME,
      * and ends the run held
      *****************************************************************
       090-HOLD-RUN.

           MOVE NO-FILE-LINE TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE 8 TO RETURN-CODE.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE RETRPT.
           STOP RUN.

      *****************************************************************
      * Get current date and time for the heading, and the years the
      * two sections compare
      *****************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-YEAR    TO CURRENT-YEAR.
           COMPUTE PRIOR-YEAR        = CD-YEAR - 1.
           COMPUTE SECOND-PRIOR-YEAR = CD-YEAR - 2.
           MOVE PRIOR-YEAR        TO AHL-CURRENT-YEAR.
           MOVE SECOND-PRIOR-YEAR TO AHL-PRIOR-YEAR.
           MOVE CURRENT-YEAR      TO YHL-CURRENT-YEAR.
           MOVE PRIOR-YEAR        TO YHL-PRIOR-YEAR.
           MOVE CURRENT-YEAR      TO NML-CURRENT-YEAR.

      *****************************************************************
      * Reads one history record, tables its customer, and adds in
      * the months captured this year. The latest month captured
      * bounds the same-months comparison against last year
      *****************************************************************
       150-LOAD-HISTORY-CUSTOMER.

           READ SALESHST INTO HISTORY-WORK-RECORD
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   MOVE HW-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 280-FIND-CUSTOMER-ENTRY
                   IF CUSTOMER-MATCHED
                      AND HW-LAST-CAPTURE-YEAR = CURRENT-YEAR
                      AND HW-LAST-CAPTURE-MONTH NOT > 12
                       PERFORM 155-ADD-CAPTURED-MONTH
                           VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > HW-LAST-CAPTURE-MONTH
                       IF HW-LAST-CAPTURE-MONTH > CLOSED-MONTH
                           MOVE HW-LAST-CAPTURE-MONTH TO CLOSED-MONTH
                       END-IF
                   END-IF
           END-READ.

       155-ADD-CAPTURED-MONTH.

           ADD HW-MONTH-SALES (MONTH-SUB)
               TO CT-THIS-YTD (CUSTOMER-SUB).

      *****************************************************************
      * Reads one archive record and, for last year and the year
      * before, tables its customer and adds in the year's sales.
      * Last year's months through the latest month captured this
      * year are kept apart for the year-to-date comparison
      *****************************************************************
       200-LOAD-ARCHIVE-YEARS.

           READ HSTARCH INTO ARCHIVE-WORK-RECORD
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ARCHIVE-READ-COUNT
                   IF (AW-ARCHIVE-YEAR = PRIOR-YEAR
                      OR AW-ARCHIVE-YEAR = SECOND-PRIOR-YEAR)
                      AND AW-YEAR-TOTAL NOT = ZERO
                       MOVE AW-CUSTOMER-KEY TO LOOKUP-KEY
                       PERFORM 280-FIND-CUSTOMER-ENTRY
                       PERFORM 205-ADD-ARCHIVE-YEAR
                   END-IF
           END-READ.

       205-ADD-ARCHIVE-YEAR.

           IF CUSTOMER-MATCHED
               IF AW-ARCHIVE-YEAR = PRIOR-YEAR
                   ADD AW-YEAR-TOTAL TO CT-LAST-YEAR (CUSTOMER-SUB)
                   PERFORM 210-ADD-SAME-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > CLOSED-MONTH
               ELSE
                   ADD AW-YEAR-TOTAL TO CT-2YR-AGO (CUSTOMER-SUB)
               END-IF
           END-IF.

       210-ADD-SAME-MONTH.

           ADD AW-MONTH-SALES (MONTH-SUB)
               TO CT-LAST-YEAR-SAME (CUSTOMER-SUB).

      *****************************************************************
      * Reads one archive record and marks a tabled customer who had
      * sales in any year before the two years compared
      *****************************************************************
       220-FLAG-EARLIER-YEARS.

           READ HSTARCH INTO ARCHIVE-WORK-RECORD
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   IF AW-ARCHIVE-YEAR < SECOND-PRIOR-YEAR
                      AND AW-YEAR-TOTAL > ZERO
                       MOVE AW-CUSTOMER-KEY TO LOOKUP-KEY
                       PERFORM 280-FIND-CUSTOMER-ENTRY
                       IF CUSTOMER-MATCHED
                           MOVE "Y" TO CT-EARLIER-SWITCH (CUSTOMER-SUB)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Reads one dormant archive record and marks a tabled customer
      * who was purged at some time - one bought again since was
      * re-added by hand rather than restored
      *****************************************************************
       240-FLAG-DORMANT-CUSTOMER.

           READ ARCMAST
               AT END
                   SET ARCMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO DORMANT-READ-COUNT
                   MOVE AM-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 280-FIND-CUSTOMER-ENTRY
                   IF CUSTOMER-MATCHED
                       MOVE "Y" TO CT-DORMANT-SWITCH (CUSTOMER-SUB)
                   END-IF
           END-READ.

      *****************************************************************
      * Reads one restore log record and keeps the latest year the
      * tabled customer was restored from the dormant archive
      *****************************************************************
       260-FLAG-RESTORED-CUSTOMER.

           READ RSTLOG
               AT END
                   SET RSTLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RESTORE-READ-COUNT
                   MOVE RL-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 280-FIND-CUSTOMER-ENTRY
                   IF CUSTOMER-MATCHED
                      AND RL-RESTORE-YEAR >
                          CT-RESTORE-YEAR (CUSTOMER-SUB)
                       MOVE RL-RESTORE-YEAR
                           TO CT-RESTORE-YEAR (CUSTOMER-SUB)
                   END-IF
           END-READ.

      *****************************************************************
      * Walks the customer table forward to LOOKUP-KEY, starting back
      * at the top when the key is lower than the last one looked up.
      * When customers are being added, a key met for the first time
      * gets a new entry in key order; a full table leaves the record
      * uncounted
      *****************************************************************
       280-FIND-CUSTOMER-ENTRY.

           IF LOOKUP-KEY < LAST-LOOKUP-KEY
               MOVE 1 TO CUSTOMER-SUB
           END-IF.
           MOVE LOOKUP-KEY TO LAST-LOOKUP-KEY.
           SET CUSTOMER-POSITION-FOUND TO FALSE.
           PERFORM 281-ADVANCE-CUSTOMER-POSITION
               UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
                 OR CUSTOMER-POSITION-FOUND.
           SET CUSTOMER-MATCHED TO FALSE.
           IF CUSTOMER-SUB NOT > CUSTOMER-COUNT
               IF CT-CUSTOMER-KEY (CUSTOMER-SUB) = LOOKUP-KEY
                   SET CUSTOMER-MATCHED TO TRUE
               END-IF
           END-IF.
           IF NOT CUSTOMER-MATCHED
              AND ADD-NEW-CUSTOMERS
               IF CUSTOMER-COUNT < 5000
                   PERFORM 282-SHIFT-CUSTOMER-DOWN
                       VARYING CUSTOMER-SHIFT-SUB
                       FROM CUSTOMER-COUNT BY -1
                       UNTIL CUSTOMER-SHIFT-SUB < CUSTOMER-SUB
                   ADD 1 TO CUSTOMER-COUNT
                   MOVE LOOKUP-KEY TO CT-CUSTOMER-KEY (CUSTOMER-SUB)
                   MOVE ZERO  TO CT-THIS-YTD       (CUSTOMER-SUB)
                   MOVE ZERO  TO CT-LAST-YEAR      (CUSTOMER-SUB)
                   MOVE ZERO  TO CT-LAST-YEAR-SAME (CUSTOMER-SUB)
                   MOVE ZERO  TO CT-2YR-AGO        (CUSTOMER-SUB)
                   MOVE "N"   TO CT-EARLIER-SWITCH (CUSTOMER-SUB)
                   MOVE "N"   TO CT-DORMANT-SWITCH (CUSTOMER-SUB)
                   MOVE ZERO  TO CT-RESTORE-YEAR   (CUSTOMER-SUB)
                   SET CUSTOMER-MATCHED TO TRUE
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT
               END-IF
           END-IF.

       281-ADVANCE-CUSTOMER-POSITION.

           IF CT-CUSTOMER-KEY (CUSTOMER-SUB) < LOOKUP-KEY
               ADD 1 TO CUSTOMER-SUB
           ELSE
               SET CUSTOMER-POSITION-FOUND TO TRUE
           END-IF.

       282-SHIFT-CUSTOMER-DOWN.

           MOVE CUSTOMER-ENTRY (CUSTOMER-SHIFT-SUB)
               TO CUSTOMER-ENTRY (CUSTOMER-SHIFT-SUB + 1).

      *****************************************************************
      * Prints one section of the report: every tabled customer is
      * counted in key order with a line per salesrep, a total per
      * branch, and the company total, followed by the definitions
      *****************************************************************
       300-REPORT-PERIOD.

           PERFORM 330-PRINT-HEADING-LINES.
           IF TABLE-OVERFLOW-COUNT > ZERO
               MOVE TABLE-FULL-LINE TO RETENTION-PRINT-AREA
               WRITE RETENTION-PRINT-AREA
               MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA
               WRITE RETENTION-PRINT-AREA
               ADD 2 TO LINE-COUNT
           END-IF.
           SET FIRST-RECORD TO TRUE.
           PERFORM 310-COUNT-NEXT-CUSTOMER
               VARYING CUSTOMER-SUB FROM 1 BY 1
               UNTIL CUSTOMER-SUB > CUSTOMER-COUNT.
           IF NOT FIRST-RECORD
               PERFORM 355-PRINT-SALESREP-TOTAL
               PERFORM 360-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 365-PRINT-COMPANY-TOTAL.
           PERFORM 380-PRINT-DEFINITION-LINES.

      *****************************************************************
      * Closes out the salesrep and branch when they change and counts
      * the customer. The table is in key order, so a branch change
      * always closes the salesrep first
      *****************************************************************
       310-COUNT-NEXT-CUSTOMER.

           EVALUATE TRUE
               WHEN FIRST-RECORD
                   SET FIRST-RECORD TO FALSE
               WHEN CT-BRANCH-NUMBER (CUSTOMER-SUB)
                        NOT = OLD-BRANCH-NUMBER
                   PERFORM 355-PRINT-SALESREP-TOTAL
                   PERFORM 360-PRINT-BRANCH-TOTAL
               WHEN CT-SALESREP-NUMBER (CUSTOMER-SUB)
                        NOT = OLD-SALESREP-NUMBER
                   PERFORM 355-PRINT-SALESREP-TOTAL
           END-EVALUATE.
           PERFORM 320-CLASSIFY-CUSTOMER.
           MOVE CT-SALESREP-NUMBER (CUSTOMER-SUB)
               TO OLD-SALESREP-NUMBER.
           MOVE CT-BRANCH-NUMBER (CUSTOMER-SUB)
               TO OLD-BRANCH-NUMBER.

      *****************************************************************
      * Counts the customer into the salesrep total. The annual
      * section sets last year against the year before; the
      * year-to-date section sets this year so far against last year,
      * with retained revenue compared over the same months. A
      * customer with nothing in the prior year is reactivated rather
      * than new when the archive shows earlier sales or the customer
      * was purged to the dormant archive or restored from it
      *****************************************************************
       320-CLASSIFY-CUSTOMER.

           SET HAD-EARLIER-HISTORY TO FALSE.
           IF CT-EARLIER-SALES (CUSTOMER-SUB)
              OR CT-ON-DORMANT-ARCHIVE (CUSTOMER-SUB)
              OR CT-RESTORE-YEAR (CUSTOMER-SUB) NOT = ZERO
               SET HAD-EARLIER-HISTORY TO TRUE
           END-IF.
           IF ANNUAL-PERIOD
               MOVE CT-LAST-YEAR (CUSTOMER-SUB) TO CURRENT-SALES
               MOVE CT-2YR-AGO (CUSTOMER-SUB)   TO PRIOR-SALES
               MOVE CT-2YR-AGO (CUSTOMER-SUB)   TO PRIOR-SAME-SALES
               MOVE PRIOR-YEAR                  TO PERIOD-RESTORE-YEAR
           ELSE
               MOVE CT-THIS-YTD (CUSTOMER-SUB)  TO CURRENT-SALES
               MOVE CT-LAST-YEAR (CUSTOMER-SUB) TO PRIOR-SALES
               MOVE CT-LAST-YEAR-SAME (CUSTOMER-SUB)
                                                TO PRIOR-SAME-SALES
               MOVE CURRENT-YEAR                TO PERIOD-RESTORE-YEAR
               IF CT-2YR-AGO (CUSTOMER-SUB) > ZERO
                   SET HAD-EARLIER-HISTORY TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CURRENT-SALES > ZERO
                AND PRIOR-SALES > ZERO
                   ADD 1                TO SALESREP-RETAINED-COUNT
                   ADD PRIOR-SAME-SALES TO SALESREP-RETAINED-PRIOR
                   ADD CURRENT-SALES    TO SALESREP-RETAINED-CURRENT
               WHEN CURRENT-SALES > ZERO
                AND HAD-EARLIER-HISTORY
                   ADD 1                TO SALESREP-REACT-COUNT
                   ADD CURRENT-SALES    TO SALESREP-REACT-SALES
                   IF CT-RESTORE-YEAR (CUSTOMER-SUB)
                          = PERIOD-RESTORE-YEAR
                       PERFORM 325-COUNT-RESTORE
                   END-IF
               WHEN CURRENT-SALES > ZERO
                   ADD 1                TO SALESREP-NEW-COUNT
                   ADD CURRENT-SALES    TO SALESREP-NEW-SALES
               WHEN PRIOR-SALES > ZERO
                   ADD 1                TO SALESREP-LOST-COUNT
                   ADD PRIOR-SALES      TO SALESREP-LOST-SALES
           END-EVALUATE.

       325-COUNT-RESTORE.

           IF ANNUAL-PERIOD
               ADD 1 TO ANNUAL-RESTORE-COUNT
           ELSE
               ADD 1 TO YTD-RESTORE-COUNT
           END-IF.

      *****************************************************************
      * Prints the heading lines at the top of the report and when
      * the page fills, then resets the line count
      *****************************************************************
       330-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-2 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE SECTION-HEADING-LINE TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-4 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-5 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Prints the salesrep's line with the salesrep's name and rolls
      * it into the branch
      *****************************************************************
       355-PRINT-SALESREP-TOTAL.

           MOVE OLD-BRANCH-NUMBER   TO SLE-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO SLE-SALESREP-NUMBER.
           MOVE SALESREP-LABEL-EDIT TO RL-LABEL.
           MOVE SPACES              TO RL-NAME.
           IF SALESREPM-AVAILABLE
               MOVE OLD-SALESREP-NUMBER TO SR-SALESREP-NUMBER
               READ SALESREPM
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO RL-NAME
                   NOT INVALID KEY
                       MOVE SR-SALESREP-NAME TO RL-NAME
               END-READ
           END-IF.
           MOVE SALESREP-NEW-COUNT        TO PT-NEW-COUNT.
           MOVE SALESREP-NEW-SALES        TO PT-NEW-SALES.
           MOVE SALESREP-LOST-COUNT       TO PT-LOST-COUNT.
           MOVE SALESREP-LOST-SALES       TO PT-LOST-SALES.
           MOVE SALESREP-REACT-COUNT      TO PT-REACT-COUNT.
           MOVE SALESREP-REACT-SALES      TO PT-REACT-SALES.
           MOVE SALESREP-RETAINED-COUNT   TO PT-RETAINED-COUNT.
           MOVE SALESREP-RETAINED-PRIOR   TO PT-RETAINED-PRIOR.
           MOVE SALESREP-RETAINED-CURRENT TO PT-RETAINED-CURRENT.
           PERFORM 370-PRINT-RETENTION-LINE.
           ADD SALESREP-NEW-COUNT        TO BRANCH-NEW-COUNT.
           ADD SALESREP-NEW-SALES        TO BRANCH-NEW-SALES.
           ADD SALESREP-LOST-COUNT       TO BRANCH-LOST-COUNT.
           ADD SALESREP-LOST-SALES       TO BRANCH-LOST-SALES.
           ADD SALESREP-REACT-COUNT      TO BRANCH-REACT-COUNT.
           ADD SALESREP-REACT-SALES      TO BRANCH-REACT-SALES.
           ADD SALESREP-RETAINED-COUNT   TO BRANCH-RETAINED-COUNT.
           ADD SALESREP-RETAINED-PRIOR   TO BRANCH-RETAINED-PRIOR.
           ADD SALESREP-RETAINED-CURRENT TO BRANCH-RETAINED-CURRENT.
           MOVE ZERO TO SALESREP-NEW-COUNT.
           MOVE ZERO TO SALESREP-NEW-SALES.
           MOVE ZERO TO SALESREP-LOST-COUNT.
           MOVE ZERO TO SALESREP-LOST-SALES.
           MOVE ZERO TO SALESREP-REACT-COUNT.
           MOVE ZERO TO SALESREP-REACT-SALES.
           MOVE ZERO TO SALESREP-RETAINED-COUNT.
           MOVE ZERO TO SALESREP-RETAINED-PRIOR.
           MOVE ZERO TO SALESREP-RETAINED-CURRENT.

      *****************************************************************
      * Prints the branch total with the branch name, set off by a
      * blank line, and rolls it into the company total
      *****************************************************************
       360-PRINT-BRANCH-TOTAL.

           MOVE OLD-BRANCH-NUMBER   TO BLE-BRANCH-NUMBER.
           MOVE BRANCH-LABEL-EDIT   TO RL-LABEL.
           MOVE SPACES              TO RL-NAME.
           IF BRANCHM-AVAILABLE
               MOVE OLD-BRANCH-NUMBER TO BR-BRANCH-NUMBER
               READ BRANCHM
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO RL-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO RL-NAME
               END-READ
           END-IF.
           MOVE BRANCH-NEW-COUNT        TO PT-NEW-COUNT.
           MOVE BRANCH-NEW-SALES        TO PT-NEW-SALES.
           MOVE BRANCH-LOST-COUNT       TO PT-LOST-COUNT.
           MOVE BRANCH-LOST-SALES       TO PT-LOST-SALES.
           MOVE BRANCH-REACT-COUNT      TO PT-REACT-COUNT.
           MOVE BRANCH-REACT-SALES      TO PT-REACT-SALES.
           MOVE BRANCH-RETAINED-COUNT   TO PT-RETAINED-COUNT.
           MOVE BRANCH-RETAINED-PRIOR   TO PT-RETAINED-PRIOR.
           MOVE BRANCH-RETAINED-CURRENT TO PT-RETAINED-CURRENT.
           PERFORM 370-PRINT-RETENTION-LINE.
           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD BRANCH-NEW-COUNT        TO COMPANY-NEW-COUNT.
           ADD BRANCH-NEW-SALES        TO COMPANY-NEW-SALES.
           ADD BRANCH-LOST-COUNT       TO COMPANY-LOST-COUNT.
           ADD BRANCH-LOST-SALES       TO COMPANY-LOST-SALES.
           ADD BRANCH-REACT-COUNT      TO COMPANY-REACT-COUNT.
           ADD BRANCH-REACT-SALES      TO COMPANY-REACT-SALES.
           ADD BRANCH-RETAINED-COUNT   TO COMPANY-RETAINED-COUNT.
           ADD BRANCH-RETAINED-PRIOR   TO COMPANY-RETAINED-PRIOR.
           ADD BRANCH-RETAINED-CURRENT TO COMPANY-RETAINED-CURRENT.
           MOVE ZERO TO BRANCH-NEW-COUNT.
           MOVE ZERO TO BRANCH-NEW-SALES.
           MOVE ZERO TO BRANCH-LOST-COUNT.
           MOVE ZERO TO BRANCH-LOST-SALES.
           MOVE ZERO TO BRANCH-REACT-COUNT.
           MOVE ZERO TO BRANCH-REACT-SALES.
           MOVE ZERO TO BRANCH-RETAINED-COUNT.
           MOVE ZERO TO BRANCH-RETAINED-PRIOR.
           MOVE ZERO TO BRANCH-RETAINED-CURRENT.

      *****************************************************************
      * Prints the company total, set off by a blank line, and clears
      * it for the next section
      *****************************************************************
       365-PRINT-COMPANY-TOTAL.

           MOVE "TOTAL"              TO RL-LABEL.
           MOVE "COMPANY"            TO RL-NAME.
           MOVE COMPANY-NEW-COUNT        TO PT-NEW-COUNT.
           MOVE COMPANY-NEW-SALES        TO PT-NEW-SALES.
           MOVE COMPANY-LOST-COUNT       TO PT-LOST-COUNT.
           MOVE COMPANY-LOST-SALES       TO PT-LOST-SALES.
           MOVE COMPANY-REACT-COUNT      TO PT-REACT-COUNT.
           MOVE COMPANY-REACT-SALES      TO PT-REACT-SALES.
           MOVE COMPANY-RETAINED-COUNT   TO PT-RETAINED-COUNT.
           MOVE COMPANY-RETAINED-PRIOR   TO PT-RETAINED-PRIOR.
           MOVE COMPANY-RETAINED-CURRENT TO PT-RETAINED-CURRENT.
           PERFORM 370-PRINT-RETENTION-LINE.
           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE ZERO TO COMPANY-NEW-COUNT.
           MOVE ZERO TO COMPANY-NEW-SALES.
           MOVE ZERO TO COMPANY-LOST-COUNT.
           MOVE ZERO TO COMPANY-LOST-SALES.
           MOVE ZERO TO COMPANY-REACT-COUNT.
           MOVE ZERO TO COMPANY-REACT-SALES.
           MOVE ZERO TO COMPANY-RETAINED-COUNT.
           MOVE ZERO TO COMPANY-RETAINED-PRIOR.
           MOVE ZERO TO COMPANY-RETAINED-CURRENT.

      *****************************************************************
      * Formats and prints a retention line from the print totals.
      * Retained revenue growth is set against the retained
      * customers' prior revenue, 999.9 when there was none; the
      * retention percent is the prior year's buying customers still
      * buying. The label and name must already be moved in
      *****************************************************************
       370-PRINT-RETENTION-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 330-PRINT-HEADING-LINES.
           COMPUTE GROWTH-AMOUNT =
               PT-RETAINED-CURRENT - PT-RETAINED-PRIOR.
           IF PT-RETAINED-PRIOR = ZERO
               MOVE 999.9 TO GROWTH-PERCENT
           ELSE
               COMPUTE GROWTH-PERCENT ROUNDED =
                   GROWTH-AMOUNT * 100 / PT-RETAINED-PRIOR
                   ON SIZE ERROR
                       MOVE 999.9 TO GROWTH-PERCENT
               END-COMPUTE
           END-IF.
           COMPUTE CUSTOMER-BASE = PT-RETAINED-COUNT + PT-LOST-COUNT.
           IF CUSTOMER-BASE = ZERO
               MOVE ZERO TO RETENTION-PERCENT
           ELSE
               COMPUTE RETENTION-PERCENT ROUNDED =
                   PT-RETAINED-COUNT * 100 / CUSTOMER-BASE
           END-IF.
           MOVE PT-NEW-COUNT        TO RL-NEW-COUNT.
           MOVE PT-NEW-SALES        TO RL-NEW-SALES.
           MOVE PT-LOST-COUNT       TO RL-LOST-COUNT.
           MOVE PT-LOST-SALES       TO RL-LOST-SALES.
           MOVE PT-REACT-COUNT      TO RL-REACT-COUNT.
           MOVE PT-REACT-SALES      TO RL-REACT-SALES.
           MOVE PT-RETAINED-COUNT   TO RL-RETAINED-COUNT.
           MOVE PT-RETAINED-PRIOR   TO RL-RETAINED-PRIOR.
           MOVE PT-RETAINED-CURRENT TO RL-RETAINED-CURRENT.
           MOVE GROWTH-AMOUNT       TO RL-GROWTH-AMOUNT.
           MOVE GROWTH-PERCENT      TO RL-GROWTH-PERCENT.
           MOVE RETENTION-PERCENT   TO RL-RETENTION-PERCENT.
           MOVE RETENTION-LINE TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the lines defining the four groups after the company
      * total
      *****************************************************************
       380-PRINT-DEFINITION-LINES.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 330-PRINT-HEADING-LINES.
           MOVE DEFINITION-LINE-1 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE DEFINITION-LINE-2 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE DEFINITION-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           ADD 3 TO LINE-COUNT.

      *****************************************************************
      * Prints the control counts at the end of the report
      *****************************************************************
       520-PRINT-CONTROL-COUNTS.

           MOVE HEADING-LINE-3 TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.
           MOVE "HISTORY RECORDS READ"             TO CCL-LABEL.
           MOVE HISTORY-READ-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "ARCHIVE RECORDS READ"             TO CCL-LABEL.
           MOVE ARCHIVE-READ-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "DORMANT ARCHIVE RECORDS READ"     TO CCL-LABEL.
           MOVE DORMANT-READ-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "RESTORE LOG RECORDS READ"         TO CCL-LABEL.
           MOVE RESTORE-READ-COUNT                 TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS COUNTED"                TO CCL-LABEL.
           MOVE CUSTOMER-COUNT                     TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "REACTIVATED ON RESTORE - ANNUAL"  TO CCL-LABEL.
           MOVE ANNUAL-RESTORE-COUNT               TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "REACTIVATED ON RESTORE - YTD"     TO CCL-LABEL.
           MOVE YTD-RESTORE-COUNT                  TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.
           MOVE "RECORDS NOT TABLED"               TO CCL-LABEL.
           MOVE TABLE-OVERFLOW-COUNT               TO CCL-COUNT.
           PERFORM 525-PRINT-COUNT-LINE.

       525-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO RETENTION-PRINT-AREA.
           WRITE RETENTION-PRINT-AREA.

      *****************************************************************
      * Stamps this run's completion and return code on the run
      * control file
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "RET5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
