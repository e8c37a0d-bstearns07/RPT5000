      *****************************************************************
      * Title..........: QAT5000 - Sales Quota Attainment Report
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Measures each salesrep and each branch against
      *                  its quota on the quota master (QTM5000), then
      *                  rolls the branches up by region code from the
      *                  branch master. THIS-YTD sales off the customer
      *                  master give percent of the annual quota
      *                  attained. The monthly buckets on the sales
      *                  history file, through the last month captured
      *                  this year, are set against the quota phased
      *                  through that same month to give dollars over
      *                  or short and whether the rep or branch is
      *                  ahead of or behind pace. A quota with no
      *                  phasing is spread evenly across the year, and
      *                  a quota keyed for another year is flagged and
      *                  left out of the quota totals
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. QAT5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-RECORD-KEY.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT QUOTAM   ASSIGN TO QUOTAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QM-QUOTA-KEY
                  FILE STATUS IS QUOTAM-STATUS.
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
           SELECT QATRPT   ASSIGN TO QATRPT.

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
      * months the report can treat as closed
      *****************************************************************
       01  SALES-HISTORY-RECORD.
           05  HS-RECORD-KEY.
               10  HS-BRANCH-NUMBER    PIC 9(2).
               10  HS-SALESREP-NUMBER  PIC 9(2).
               10  HS-CUSTOMER-NUMBER  PIC 9(5).
           05  HS-CUSTOMER-NAME        PIC X(20).
           05  HS-LAST-CAPTURE-YYMM.
               10  HS-LAST-CAPTURE-YEAR  PIC 9(4).
               10  HS-LAST-CAPTURE-MONTH PIC 9(2).
           05  HS-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  HS-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

       FD  QUOTAM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The quota master record maintained by QTM5000, keyed on the
      * quota type (S salesrep, B branch) and the salesrep or branch
      * number. All-zero phasing means an even spread over the year
      *****************************************************************
       01  QUOTA-MASTER-RECORD.
           05  QM-QUOTA-KEY.
               10  QM-QUOTA-TYPE       PIC X.
               10  QM-KEY-NUMBER       PIC 9(2).
           05  QM-QUOTA-YEAR           PIC 9(4).
           05  QM-ANNUAL-QUOTA         PIC 9(7)V9(2).
           05  QM-MONTH-PERCENT        OCCURS 12 TIMES
                                       PIC 9(2)V9.
           05  QM-CHANGE-DATE          PIC 9(8).
           05  QM-USER-ID              PIC X(8).
           05  FILLER                  PIC X(12).

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
      * region code the branches are rolled up by
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER     PIC 9(2).
           05  BR-BRANCH-NAME       PIC X(20).
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  QATRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the attainment report
      *****************************************************************
       01  ATTAINMENT-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the attainment report
      *****************************************************************

      * Determines end of file, whether the optional files opened,
      * and what the quota lookup found
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  SALESREPM-OPEN-SWITCH   PIC X    VALUE "N".
              88  SALESREPM-AVAILABLE           VALUE "Y".
           05  BRANCHM-OPEN-SWITCH     PIC X    VALUE "N".
              88  BRANCHM-AVAILABLE             VALUE "Y".
           05  QUOTA-FOUND-SWITCH      PIC X    VALUE "N".
              88  QUOTA-FOUND                   VALUE "Y"
                                                  FALSE "N".
           05  QUOTA-OLD-YEAR-SWITCH   PIC X    VALUE "N".
              88  QUOTA-IS-OLD-YEAR             VALUE "Y"
                                                  FALSE "N".
           05  REGION-FOUND-SWITCH     PIC X    VALUE "N".
              88  REGION-FOUND                  VALUE "Y"
                                                  FALSE "N".

      * File status for the sales history file - anything but "00"
      * leaves no month closed and every pace unmeasured
       01  SALESHST-STATUS  PIC XX.

      * File status for the quota master - the report cannot run
      * without it
       01  QUOTAM-STATUS    PIC XX.

      * File status for the salesrep and branch name lookups
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.

      * THIS-YTD sales and the captured monthly buckets by salesrep
      * number, filled from the customer master and history file
       01  REP-SALES-TABLE.
           05  REP-SALES-ENTRY OCCURS 99 TIMES.
               10  RS-ACTIVE-SWITCH    PIC X.
                  88  REP-IS-ACTIVE           VALUE "Y".
               10  RS-YTD-SALES        PIC S9(7)V99.
               10  RS-MONTH-SALES      OCCURS 12 TIMES
                                       PIC S9(7)V99.

      * The same sales by branch number
       01  BRANCH-SALES-TABLE.
           05  BRANCH-SALES-ENTRY OCCURS 99 TIMES.
               10  BS-ACTIVE-SWITCH    PIC X.
                  88  BRANCH-IS-ACTIVE        VALUE "Y".
               10  BS-YTD-SALES        PIC S9(7)V99.
               10  BS-MONTH-SALES      OCCURS 12 TIMES
                                       PIC S9(7)V99.

      * Region rollup of the branch figures, one entry per region
      * code in the order the regions are first met
       01  REGION-TABLE.
           05  REGION-ENTRY OCCURS 99 TIMES.
               10  RG-REGION-CODE      PIC X(2).
               10  RG-BRANCH-COUNT     PIC S9(3).
               10  RG-ANNUAL-QUOTA     PIC S9(9)V99.
               10  RG-QUOTA-TO-DATE    PIC S9(9)V99.
               10  RG-YTD-SALES        PIC S9(9)V99.
               10  RG-CLOSED-SALES     PIC S9(9)V99.

      * Subscripts for the sales, month, and region tables
       01  SUBSCRIPT-FIELDS.
           05  REP-SUB             PIC S9(3)   VALUE ZERO.
           05  BRANCH-SUB          PIC S9(3)   VALUE ZERO.
           05  MONTH-SUB           PIC S9(3)   VALUE ZERO.
           05  REGION-SUB          PIC S9(3)   VALUE ZERO.
           05  REGION-COUNT        PIC S9(3)   VALUE ZERO.

      * The last month of this year captured on the history file -
      * months through this one are closed and measured for pace
       01  CLOSED-MONTH          PIC 99      VALUE ZERO.

      * Figures for the salesrep, branch, region, or total being
      * measured, and the attainment worked out from them
       01  MEASURE-FIELDS.
           05  MEASURE-ANNUAL-QUOTA    PIC S9(9)V99   VALUE ZERO.
           05  MEASURE-QUOTA-TO-DATE   PIC S9(9)V99   VALUE ZERO.
           05  MEASURE-YTD-SALES       PIC S9(9)V99   VALUE ZERO.
           05  MEASURE-CLOSED-SALES    PIC S9(9)V99   VALUE ZERO.
           05  MEASURE-OVER-SHORT      PIC S9(9)V99   VALUE ZERO.
           05  PHASED-PERCENT          PIC S9(5)V9    VALUE ZERO.

      * Section totals for the salesrep and branch sections
       01  TOTAL-FIELDS.
           05  TOTAL-ANNUAL-QUOTA      PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-QUOTA-TO-DATE     PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-YTD-SALES         PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-CLOSED-SALES      PIC S9(9)V99   VALUE ZERO.

      * Region code of the branch being rolled up
       01  WORK-REGION-CODE      PIC X(2)    VALUE SPACES.

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
      * proves the history balance check passed before pace is
      * measured off the monthly buckets, and stamps this run
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
      * Lines printed on the attainment report
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES QUOTA ATTAINME".
           05  FILLER          PIC X(20)   VALUE "NT REPORT           ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "QAT5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  SECTION-HEADING-LINE.
           05  SHL-SECTION-TITLE   PIC X(26).
           05  FILLER              PIC X(14)   VALUE " - QUOTA YEAR ".
           05  SHL-QUOTA-YEAR      PIC 9(4).
           05  FILLER              PIC X(26)   VALUE
               " - MONTHS CLOSED THROUGH ".
           05  SHL-CLOSED-THROUGH  PIC X(7).
           05  FILLER              PIC X(53)   VALUE SPACE.

       01  CLOSED-THROUGH-EDIT.
           05  CTE-MONTH           PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  CTE-YEAR            PIC 9999.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "KEY    NAME                          ANN".
           05  FILLER      PIC X(40)   VALUE
               "UAL           SALES  PCT OF       QUOTA ".
           05  FILLER      PIC X(40)   VALUE
               "THRU      SALES THRU         OVER OR  PA".
           05  FILLER      PIC X(10)   VALUE "CE".

       01  HEADING-LINE-5.
           05  FILLER      PIC X(40)   VALUE
               "                                      QU".
           05  FILLER      PIC X(40)   VALUE
               "OTA        THIS YTD  ANNUAL        MONTH".
           05  FILLER      PIC X(40)   VALUE
               "-END       MONTH-END         (SHORT)    ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  ATTAINMENT-LINE.
           05  ATL-LABEL               PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-NAME                PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-ANNUAL-QUOTA        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-YTD-SALES           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ATL-PCT-ATTAINED        PIC ZZZ9.9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-QUOTA-TO-DATE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-CLOSED-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ATL-OVER-SHORT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ATL-PACE                PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.

       01  ATL-KEY-LABEL.
           05  AKL-PREFIX              PIC X(3).
           05  AKL-KEY                 PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.

       01  ATL-KEY-NUMBER-EDIT       PIC 99.

       01  REGION-NAME-EDIT.
           05  RNE-BRANCH-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(9)    VALUE " BRANCHES".
           05  FILLER                  PIC X(8)    VALUE SPACE.

       01  NO-QUOTA-MASTER-LINE.
           05  FILLER      PIC X(49)  VALUE
               "*** QUOTAM COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(81)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the attainment report
      *****************************************************************
       000-PREPARE-ATTAINMENT-REPORT.

           PERFORM 050-CHECK-RUN-CONTROL.
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT QATRPT.
           OPEN INPUT QUOTAM.
           IF QUOTAM-STATUS NOT = "00"
               MOVE NO-QUOTA-MASTER-LINE TO ATTAINMENT-PRINT-AREA
               WRITE ATTAINMENT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               PERFORM 900-STAMP-RUN-CONTROL
               CLOSE QATRPT
               STOP RUN
           END-IF.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS = "00"
               SET SALESREPM-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT BRANCHM.
           IF BRANCHM-STATUS = "00"
               SET BRANCHM-AVAILABLE TO TRUE
           END-IF.
           PERFORM 150-CLEAR-SALES-ENTRY
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > 99.
           OPEN INPUT CUSTMAST.
           PERFORM 200-ACCUMULATE-CUSTOMER
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               PERFORM 250-ACCUMULATE-HISTORY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
           END-IF.
           MOVE SPACES TO SHL-CLOSED-THROUGH.
           IF CLOSED-MONTH = ZERO
               MOVE "NONE"       TO SHL-CLOSED-THROUGH
           ELSE
               MOVE CLOSED-MONTH TO CTE-MONTH
               MOVE CD-YEAR      TO CTE-YEAR
               MOVE CLOSED-THROUGH-EDIT TO SHL-CLOSED-THROUGH
           END-IF.
           MOVE CD-YEAR TO SHL-QUOTA-YEAR.
           PERFORM 300-PRINT-SALESREP-SECTION.
           PERFORM 400-PRINT-BRANCH-SECTION.
           PERFORM 500-PRINT-REGION-SECTION.
           PERFORM 900-STAMP-RUN-CONTROL.
           IF SALESREPM-AVAILABLE
               CLOSE SALESREPM
           END-IF.
           IF BRANCHM-AVAILABLE
               CLOSE BRANCHM
           END-IF.
           CLOSE QUOTAM
                 QATRPT.
           STOP RUN.

      *****************************************************************
      * Holds the report with a condition code and a console message
      * unless the history balance check (HCK5000) completed cleanly
      * today - pace measured off drifted monthly buckets misleads
      * the sales managers
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
                       DISPLAY "QAT5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NEVER RUN"
                   WHEN "FL"
                       DISPLAY "QAT5000 HELD - REQUIRED STEP "
                               "HCK5000 ENDED WITH ERRORS"
                   WHEN OTHER
                       DISPLAY "QAT5000 HELD - REQUIRED STEP "
                               "HCK5000 HAS NOT RUN TODAY"
               END-EVALUATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the run with condition code 16 unless the customer master
      * and the history file still match the control records stamped by
      * the last run that rewrote them, so attainment is measured off
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
           MOVE "QAT5000" TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "QAT5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading
      *****************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *****************************************************************
      * Clears one salesrep entry and the branch entry of the same
      * number before the sales are loaded
      *****************************************************************
       150-CLEAR-SALES-ENTRY.

           MOVE "N"  TO RS-ACTIVE-SWITCH (REP-SUB).
           MOVE "N"  TO BS-ACTIVE-SWITCH (REP-SUB).
           MOVE ZERO TO RS-YTD-SALES (REP-SUB).
           MOVE ZERO TO BS-YTD-SALES (REP-SUB).
           PERFORM 151-CLEAR-SALES-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.

       151-CLEAR-SALES-MONTH.

           MOVE ZERO TO RS-MONTH-SALES (REP-SUB, MONTH-SUB).
           MOVE ZERO TO BS-MONTH-SALES (REP-SUB, MONTH-SUB).

      *****************************************************************
      * Reads one customer and adds THIS-YTD into its salesrep and
      * branch entries. A zero salesrep or branch number has no
      * quota to be measured against and is skipped
      *****************************************************************
       200-ACCUMULATE-CUSTOMER.

           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   IF CM-SALESREP-NUMBER > ZERO
                       MOVE CM-SALESREP-NUMBER TO REP-SUB
                       MOVE "Y" TO RS-ACTIVE-SWITCH (REP-SUB)
                       ADD CM-SALES-THIS-YTD TO RS-YTD-SALES (REP-SUB)
                   END-IF
                   IF CM-BRANCH-NUMBER > ZERO
                       MOVE CM-BRANCH-NUMBER TO BRANCH-SUB
                       MOVE "Y" TO BS-ACTIVE-SWITCH (BRANCH-SUB)
                       ADD CM-SALES-THIS-YTD
                           TO BS-YTD-SALES (BRANCH-SUB)
                   END-IF
           END-READ.

      *****************************************************************
      * Reads one history record. A record captured this year adds
      * its buckets through its capture month into its salesrep and
      * branch entries, and the latest capture month seen becomes
      * the last closed month
      *****************************************************************
       250-ACCUMULATE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   IF HS-LAST-CAPTURE-YEAR = CD-YEAR
                      AND HS-LAST-CAPTURE-MONTH > ZERO
                      AND HS-LAST-CAPTURE-MONTH NOT > 12
                       IF HS-LAST-CAPTURE-MONTH > CLOSED-MONTH
                           MOVE HS-LAST-CAPTURE-MONTH TO CLOSED-MONTH
                       END-IF
                       PERFORM 255-ADD-HISTORY-MONTH
                           VARYING MONTH-SUB FROM 1 BY 1
                           UNTIL MONTH-SUB > HS-LAST-CAPTURE-MONTH
                   END-IF
           END-READ.

      *****************************************************************
      * Adds one captured month bucket into the salesrep and branch
      *****************************************************************
       255-ADD-HISTORY-MONTH.

           IF HS-SALESREP-NUMBER > ZERO
               MOVE HS-SALESREP-NUMBER TO REP-SUB
               MOVE "Y" TO RS-ACTIVE-SWITCH (REP-SUB)
               ADD HS-MONTH-SALES (MONTH-SUB)
                   TO RS-MONTH-SALES (REP-SUB, MONTH-SUB)
           END-IF.
           IF HS-BRANCH-NUMBER > ZERO
               MOVE HS-BRANCH-NUMBER TO BRANCH-SUB
               MOVE "Y" TO BS-ACTIVE-SWITCH (BRANCH-SUB)
               ADD HS-MONTH-SALES (MONTH-SUB)
                   TO BS-MONTH-SALES (BRANCH-SUB, MONTH-SUB)
           END-IF.

      *****************************************************************
      * Prints one line per salesrep with sales or a quota on file,
      * then the total of all salesreps, starting on a new page
      *****************************************************************
       300-PRINT-SALESREP-SECTION.

           MOVE "SALESREP QUOTA ATTAINMENT" TO SHL-SECTION-TITLE.
           MOVE +99  TO LINE-COUNT.
           MOVE ZERO TO TOTAL-ANNUAL-QUOTA.
           MOVE ZERO TO TOTAL-QUOTA-TO-DATE.
           MOVE ZERO TO TOTAL-YTD-SALES.
           MOVE ZERO TO TOTAL-CLOSED-SALES.
           PERFORM 310-PRINT-SALESREP-LINE
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > 99.
           MOVE "TOTAL "         TO ATL-LABEL.
           MOVE "ALL SALESREPS"  TO ATL-NAME.
           PERFORM 720-PRINT-TOTAL-LINE.

      *****************************************************************
      * Measures one salesrep against the rep's quota and prints the
      * line. A rep with neither sales nor a quota is skipped
      *****************************************************************
       310-PRINT-SALESREP-LINE.

           MOVE "S"     TO QM-QUOTA-TYPE.
           MOVE REP-SUB TO QM-KEY-NUMBER.
           PERFORM 600-READ-QUOTA.
           IF REP-IS-ACTIVE (REP-SUB) OR QUOTA-FOUND
              OR QUOTA-IS-OLD-YEAR
               MOVE SPACES TO ATL-NAME
               IF SALESREPM-AVAILABLE
                   MOVE REP-SUB TO SR-SALESREP-NUMBER
                   READ SALESREPM
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO ATL-NAME
                       NOT INVALID KEY
                           MOVE SR-SALESREP-NAME TO ATL-NAME
                   END-READ
               END-IF
               MOVE "SR "   TO AKL-PREFIX
               MOVE REP-SUB TO ATL-KEY-NUMBER-EDIT
               MOVE ATL-KEY-NUMBER-EDIT TO AKL-KEY
               MOVE ATL-KEY-LABEL TO ATL-LABEL
               MOVE RS-YTD-SALES (REP-SUB) TO MEASURE-YTD-SALES
               MOVE ZERO TO MEASURE-CLOSED-SALES
               PERFORM 315-ADD-REP-CLOSED-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > CLOSED-MONTH
               PERFORM 650-COMPUTE-ATTAINMENT
               PERFORM 700-PRINT-ATTAINMENT-LINE
               ADD MEASURE-ANNUAL-QUOTA  TO TOTAL-ANNUAL-QUOTA
               ADD MEASURE-QUOTA-TO-DATE TO TOTAL-QUOTA-TO-DATE
               ADD MEASURE-YTD-SALES     TO TOTAL-YTD-SALES
               ADD MEASURE-CLOSED-SALES  TO TOTAL-CLOSED-SALES
           END-IF.

       315-ADD-REP-CLOSED-MONTH.

           ADD RS-MONTH-SALES (REP-SUB, MONTH-SUB)
               TO MEASURE-CLOSED-SALES.

      *****************************************************************
      * Prints one line per branch with sales or a quota on file,
      * rolling each into its region, then the total of all branches,
      * starting on a new page
      *****************************************************************
       400-PRINT-BRANCH-SECTION.

           MOVE "BRANCH QUOTA ATTAINMENT" TO SHL-SECTION-TITLE.
           MOVE +99  TO LINE-COUNT.
           MOVE ZERO TO TOTAL-ANNUAL-QUOTA.
           MOVE ZERO TO TOTAL-QUOTA-TO-DATE.
           MOVE ZERO TO TOTAL-YTD-SALES.
           MOVE ZERO TO TOTAL-CLOSED-SALES.
           PERFORM 410-PRINT-BRANCH-LINE
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           MOVE "TOTAL "         TO ATL-LABEL.
           MOVE "ALL BRANCHES"   TO ATL-NAME.
           PERFORM 720-PRINT-TOTAL-LINE.

      *****************************************************************
      * Measures one branch against the branch quota, prints the line,
      * and rolls the branch into its region. A branch not on the
      * branch master rolls into a region with a blank code
      *****************************************************************
       410-PRINT-BRANCH-LINE.

           MOVE "B"        TO QM-QUOTA-TYPE.
           MOVE BRANCH-SUB TO QM-KEY-NUMBER.
           PERFORM 600-READ-QUOTA.
           IF BRANCH-IS-ACTIVE (BRANCH-SUB) OR QUOTA-FOUND
              OR QUOTA-IS-OLD-YEAR
               MOVE SPACES TO ATL-NAME
               MOVE SPACES TO WORK-REGION-CODE
               IF BRANCHM-AVAILABLE
                   MOVE BRANCH-SUB TO BR-BRANCH-NUMBER
                   READ BRANCHM
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO ATL-NAME
                       NOT INVALID KEY
                           MOVE BR-BRANCH-NAME TO ATL-NAME
                           MOVE BR-REGION-CODE TO WORK-REGION-CODE
                   END-READ
               END-IF
               MOVE "BR "      TO AKL-PREFIX
               MOVE BRANCH-SUB TO ATL-KEY-NUMBER-EDIT
               MOVE ATL-KEY-NUMBER-EDIT TO AKL-KEY
               MOVE ATL-KEY-LABEL TO ATL-LABEL
               MOVE BS-YTD-SALES (BRANCH-SUB) TO MEASURE-YTD-SALES
               MOVE ZERO TO MEASURE-CLOSED-SALES
               PERFORM 415-ADD-BRANCH-CLOSED-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > CLOSED-MONTH
               PERFORM 650-COMPUTE-ATTAINMENT
               PERFORM 700-PRINT-ATTAINMENT-LINE
               ADD MEASURE-ANNUAL-QUOTA  TO TOTAL-ANNUAL-QUOTA
               ADD MEASURE-QUOTA-TO-DATE TO TOTAL-QUOTA-TO-DATE
               ADD MEASURE-YTD-SALES     TO TOTAL-YTD-SALES
               ADD MEASURE-CLOSED-SALES  TO TOTAL-CLOSED-SALES
               PERFORM 420-ROLL-INTO-REGION
           END-IF.

       415-ADD-BRANCH-CLOSED-MONTH.

           ADD BS-MONTH-SALES (BRANCH-SUB, MONTH-SUB)
               TO MEASURE-CLOSED-SALES.

      *****************************************************************
      * Adds the branch just measured into its region entry, opening
      * a new entry the first time a region code is met
      *****************************************************************
       420-ROLL-INTO-REGION.

           SET REGION-FOUND TO FALSE.
           PERFORM 425-MATCH-REGION
               VARYING REGION-SUB FROM 1 BY 1
               UNTIL REGION-SUB > REGION-COUNT OR REGION-FOUND.
           IF REGION-FOUND
               SUBTRACT 1 FROM REGION-SUB
           ELSE
               ADD 1 TO REGION-COUNT
               MOVE REGION-COUNT     TO REGION-SUB
               MOVE WORK-REGION-CODE TO RG-REGION-CODE (REGION-SUB)
               MOVE ZERO TO RG-BRANCH-COUNT (REGION-SUB)
               MOVE ZERO TO RG-ANNUAL-QUOTA (REGION-SUB)
               MOVE ZERO TO RG-QUOTA-TO-DATE (REGION-SUB)
               MOVE ZERO TO RG-YTD-SALES (REGION-SUB)
               MOVE ZERO TO RG-CLOSED-SALES (REGION-SUB)
           END-IF.
           ADD 1 TO RG-BRANCH-COUNT (REGION-SUB).
           ADD MEASURE-ANNUAL-QUOTA  TO RG-ANNUAL-QUOTA (REGION-SUB).
           ADD MEASURE-QUOTA-TO-DATE TO RG-QUOTA-TO-DATE (REGION-SUB).
           ADD MEASURE-YTD-SALES     TO RG-YTD-SALES (REGION-SUB).
           ADD MEASURE-CLOSED-SALES  TO RG-CLOSED-SALES (REGION-SUB).

       425-MATCH-REGION.

           IF RG-REGION-CODE (REGION-SUB) = WORK-REGION-CODE
               SET REGION-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Prints one line per region rolled up from its branches, then
      * the company total, starting on a new page
      *****************************************************************
       500-PRINT-REGION-SECTION.

           MOVE "REGION QUOTA ATTAINMENT" TO SHL-SECTION-TITLE.
           MOVE +99  TO LINE-COUNT.
           PERFORM 510-PRINT-REGION-LINE
               VARYING REGION-SUB FROM 1 BY 1
               UNTIL REGION-SUB > REGION-COUNT.
           MOVE "TOTAL "         TO ATL-LABEL.
           MOVE "COMPANY"        TO ATL-NAME.
           PERFORM 720-PRINT-TOTAL-LINE.

      *****************************************************************
      * Measures one region from the sums of its branches. The region
      * quota to date is the sum of its branches' phased quotas
      *****************************************************************
       510-PRINT-REGION-LINE.

           MOVE "RG "  TO AKL-PREFIX.
           MOVE RG-REGION-CODE (REGION-SUB) TO AKL-KEY.
           MOVE ATL-KEY-LABEL TO ATL-LABEL.
           IF RG-REGION-CODE (REGION-SUB) = SPACES
               MOVE "NO REGION CODE" TO ATL-NAME
           ELSE
               MOVE RG-BRANCH-COUNT (REGION-SUB) TO RNE-BRANCH-COUNT
               MOVE REGION-NAME-EDIT TO ATL-NAME
           END-IF.
           MOVE RG-ANNUAL-QUOTA (REGION-SUB)  TO MEASURE-ANNUAL-QUOTA.
           MOVE RG-QUOTA-TO-DATE (REGION-SUB) TO MEASURE-QUOTA-TO-DATE.
           MOVE RG-YTD-SALES (REGION-SUB)     TO MEASURE-YTD-SALES.
           MOVE RG-CLOSED-SALES (REGION-SUB)  TO MEASURE-CLOSED-SALES.
           MOVE "Y" TO QUOTA-FOUND-SWITCH.
           MOVE "N" TO QUOTA-OLD-YEAR-SWITCH.
           IF MEASURE-ANNUAL-QUOTA = ZERO
               MOVE "N" TO QUOTA-FOUND-SWITCH
           END-IF.
           PERFORM 660-FORMAT-ATTAINMENT.
           PERFORM 700-PRINT-ATTAINMENT-LINE.

      *****************************************************************
      * Reads the quota for the key already moved in. A quota keyed
      * for another year is noted but not measured against
      *****************************************************************
       600-READ-QUOTA.

           SET QUOTA-FOUND TO FALSE.
           SET QUOTA-IS-OLD-YEAR TO FALSE.
           READ QUOTAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QM-QUOTA-YEAR = CD-YEAR
                       SET QUOTA-FOUND TO TRUE
                   ELSE
                       SET QUOTA-IS-OLD-YEAR TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * Works out the annual quota and the quota phased through the
      * last closed month for the quota just read. An unphased quota
      * accrues one twelfth a month
      *****************************************************************
       650-COMPUTE-ATTAINMENT.

           MOVE ZERO TO MEASURE-ANNUAL-QUOTA.
           MOVE ZERO TO MEASURE-QUOTA-TO-DATE.
           IF QUOTA-FOUND
               MOVE QM-ANNUAL-QUOTA TO MEASURE-ANNUAL-QUOTA
               MOVE ZERO TO PHASED-PERCENT
               PERFORM 655-ADD-PHASED-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               IF PHASED-PERCENT = ZERO
                   COMPUTE MEASURE-QUOTA-TO-DATE ROUNDED =
                       QM-ANNUAL-QUOTA * CLOSED-MONTH / 12
               ELSE
                   MOVE ZERO TO PHASED-PERCENT
                   PERFORM 655-ADD-PHASED-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > CLOSED-MONTH
                   COMPUTE MEASURE-QUOTA-TO-DATE ROUNDED =
                       QM-ANNUAL-QUOTA * PHASED-PERCENT / 100
               END-IF
           END-IF.
           PERFORM 660-FORMAT-ATTAINMENT.

       655-ADD-PHASED-MONTH.

           ADD QM-MONTH-PERCENT (MONTH-SUB) TO PHASED-PERCENT.

      *****************************************************************
      * Formats the measured figures into the attainment line: the
      * percent of annual quota attained from THIS-YTD, and the
      * dollars over or short and the pace from the closed months.
      * Nothing closed yet this year leaves the pace unmeasured
      *****************************************************************
       660-FORMAT-ATTAINMENT.

           COMPUTE MEASURE-OVER-SHORT =
               MEASURE-CLOSED-SALES - MEASURE-QUOTA-TO-DATE.
           MOVE MEASURE-ANNUAL-QUOTA  TO ATL-ANNUAL-QUOTA.
           MOVE MEASURE-YTD-SALES     TO ATL-YTD-SALES.
           MOVE MEASURE-QUOTA-TO-DATE TO ATL-QUOTA-TO-DATE.
           MOVE MEASURE-CLOSED-SALES  TO ATL-CLOSED-SALES.
           MOVE MEASURE-OVER-SHORT    TO ATL-OVER-SHORT.
           IF MEASURE-ANNUAL-QUOTA = ZERO
               MOVE ZERO TO ATL-PCT-ATTAINED
           ELSE
               COMPUTE ATL-PCT-ATTAINED ROUNDED =
                   MEASURE-YTD-SALES * 100 / MEASURE-ANNUAL-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9 TO ATL-PCT-ATTAINED
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN QUOTA-IS-OLD-YEAR
                   MOVE "OLD QUOTA"  TO ATL-PACE
               WHEN NOT QUOTA-FOUND
                   MOVE "NO QUOTA"   TO ATL-PACE
               WHEN CLOSED-MONTH = ZERO
                   MOVE "NOT CLOSED" TO ATL-PACE
               WHEN MEASURE-OVER-SHORT > ZERO
                   MOVE "AHEAD"      TO ATL-PACE
               WHEN MEASURE-OVER-SHORT < ZERO
                   MOVE "BEHIND"     TO ATL-PACE
               WHEN OTHER
                   MOVE "ON PACE"    TO ATL-PACE
           END-EVALUATE.

      *****************************************************************
      * Writes the built attainment line, printing the page headings
      * first when the page is full
      *****************************************************************
       700-PRINT-ATTAINMENT-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 710-PRINT-HEADING-LINES.
           MOVE ATTAINMENT-LINE TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the heading lines, with the section being printed and
      * the months closed, at the top of each section and whenever
      * the page fills, then resets the line count
      *****************************************************************
       710-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-2 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE SECTION-HEADING-LINE TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-4 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-5 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Prints the section total line from the section totals, set
      * off by a blank line. The label and name must already be moved
      * in. The pace compares every closed-month sale in the section
      * with every current quota in it
      *****************************************************************
       720-PRINT-TOTAL-LINE.

           MOVE TOTAL-ANNUAL-QUOTA  TO MEASURE-ANNUAL-QUOTA.
           MOVE TOTAL-QUOTA-TO-DATE TO MEASURE-QUOTA-TO-DATE.
           MOVE TOTAL-YTD-SALES     TO MEASURE-YTD-SALES.
           MOVE TOTAL-CLOSED-SALES  TO MEASURE-CLOSED-SALES.
           MOVE "N" TO QUOTA-OLD-YEAR-SWITCH.
           IF TOTAL-ANNUAL-QUOTA = ZERO
               MOVE "N" TO QUOTA-FOUND-SWITCH
           ELSE
               MOVE "Y" TO QUOTA-FOUND-SWITCH
           END-IF.
           PERFORM 660-FORMAT-ATTAINMENT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 710-PRINT-HEADING-LINES.
           MOVE HEADING-LINE-3 TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           MOVE ATTAINMENT-LINE TO ATTAINMENT-PRINT-AREA.
           WRITE ATTAINMENT-PRINT-AREA.
           ADD 2 TO LINE-COUNT.

      *****************************************************************
      * Stamps this run's completion and return code on the run
      * control file
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "QAT5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
