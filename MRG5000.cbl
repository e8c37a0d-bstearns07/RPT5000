      *****************************************************************
      * Title..........: MRG5000 - Duplicate Customer Merge
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Folds duplicate customers together from a
      *                  small control file of survivor and victim key
      *                  pairs, usually taken from the duplicate
      *                  listing (DUP5000). The victim's three YTD
      *                  buckets are added into the survivor on the
      *                  customer master and the victim is deleted;
      *                  its monthly buckets on the sales history
      *                  file and its yearly records on the permanent
      *                  yearly archive are added into the survivor's,
      *                  or carried under the survivor's key where the
      *                  survivor has none, each file rewritten as a
      *                  new generation. Every pair is proven before
      *                  anything is changed - a key that is not on
      *                  the master, is named by another pair, or
      *                  would overflow a bucket is rejected and
      *                  listed. The merge register shows each pair
      *                  before and after with the totals merged, and
      *                  a before/after balance of record counts and
      *                  dollars for each file
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MRG5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MRGTRAN  ASSIGN TO MRGTRAN.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-RECORD-KEY
                  FILE STATUS IS CUSTMAST-STATUS.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT HSTARCH  ASSIGN TO HSTARCH
                  FILE STATUS IS HSTARCH-STATUS.
           SELECT NEWHSTA  ASSIGN TO NEWHSTA.
           SELECT MRGRPT   ASSIGN TO MRGRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  MRGTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * Merge control records, one per duplicate: the customer kept
      * and the customer folded into it and deleted
      *****************************************************************
       01  MERGE-CONTROL-RECORD.
           05  MT-SURVIVOR-KEY.
               10  MT-SURVIVOR-BRANCH      PIC X(2).
               10  MT-SURVIVOR-SALESREP    PIC X(2).
               10  MT-SURVIVOR-CUSTOMER    PIC X(5).
           05  MT-SURVIVOR-KEY-9       REDEFINES MT-SURVIVOR-KEY
                                       PIC 9(9).
           05  MT-VICTIM-KEY.
               10  MT-VICTIM-BRANCH        PIC X(2).
               10  MT-VICTIM-SALESREP      PIC X(2).
               10  MT-VICTIM-CUSTOMER      PIC X(5).
           05  MT-VICTIM-KEY-9         REDEFINES MT-VICTIM-KEY
                                       PIC 9(9).
           05  MT-USER-ID              PIC X(8).
           05  FILLER                  PIC X(54).

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The live customer master, opened for update so each survivor
      * is rewritten with the victim's buckets and each victim deleted
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
      * The live sales history file, in customer key order
      *****************************************************************
       01  SALES-HISTORY-RECORD.
           05  HS-RECORD-KEY           PIC X(9).
           05  FILLER                  PIC X(141).

       FD  NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The merged history file written by this run, in the same
      * layout and key order as SALESHST above
      *****************************************************************
       01  NEW-HISTORY-RECORD  PIC X(150).

       FD  HSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.

      *****************************************************************
      * The permanent yearly archive written by the year-end roll
      * (YRE5000), in year then customer key order
      *****************************************************************
       01  YEARLY-ARCHIVE-RECORD.
           05  AR-ARCHIVE-KEY.
               10  AR-ARCHIVE-YEAR     PIC 9(4).
               10  AR-RECORD-KEY       PIC X(9).
           05  AR-CUSTOMER-NAME        PIC X(20).
           05  AR-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  AR-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

       FD  NEWHSTA
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.

      *****************************************************************
      * The merged yearly archive written by this run, in the same
      * layout and order as HSTARCH above
      *****************************************************************
       01  NEW-YEARLY-ARCHIVE-RECORD  PIC X(160).

       FD  MRGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the merge register
      *****************************************************************
       01  MERGE-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the merge run
      *****************************************************************

      * Determines end of file, table lookups, and the run's outcome
       01  SWITCHES.
           05  MRGTRAN-EOF-SWITCH      PIC X    VALUE "N".
              88  MRGTRAN-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  HSTARCH-EOF-SWITCH      PIC X    VALUE "N".
              88  HSTARCH-EOF                   VALUE "Y".
           05  CONTROL-VALID-SWITCH    PIC X    VALUE "N".
              88  CONTROL-IS-VALID              VALUE "Y"
                                                  FALSE "N".
           05  MERGE-MATCH-SWITCH      PIC X    VALUE "N".
              88  MERGE-MATCHED                 VALUE "Y"
                                                  FALSE "N".
           05  MERGE-MATCH-ROLE        PIC X    VALUE SPACE.
              88  MATCHED-SURVIVOR              VALUE "S".
              88  MATCHED-VICTIM                VALUE "V".
           05  BUCKET-OVERFLOW-SWITCH  PIC X    VALUE "N".
              88  BUCKET-OVERFLOW               VALUE "Y"
                                                  FALSE "N".
           05  YEAR-ROW-READY-SWITCH   PIC X    VALUE "N".
              88  YEAR-ROW-READY                VALUE "Y"
                                                  FALSE "N".
           05  OUT-OF-BALANCE-SWITCH   PIC X    VALUE "N".
              88  RUN-OUT-OF-BALANCE            VALUE "Y".

      * File statuses. The customer master must open; a missing
      * history file or yearly archive behaves as empty, since a shop
      * that has not yet run its first capture or year end has none
       01  CUSTMAST-STATUS  PIC XX.
       01  SALESHST-STATUS  PIC XX.
       01  HSTARCH-STATUS   PIC XX.

      * Every accepted pair with both customers' names, YTD buckets
      * and history records as they stood before the run, and its
      * state: blank while planned, R when rejected, M once merged.
      * The year counts are the victim's yearly archive records and
      * how many of them fell in a year the survivor also has
       01  MERGE-FIELDS.
           05  MERGE-COUNT         PIC S9(5)   VALUE ZERO.
           05  MERGE-SUB           PIC S9(5)   VALUE ZERO.
           05  MERGE-MATCH-SUB     PIC S9(5)   VALUE ZERO.
           05  NEW-MERGE-SUB       PIC S9(5)   VALUE ZERO.
           05  ROW-MERGE-SUB       PIC S9(5)   VALUE ZERO.
           05  MERGE-ENTRY OCCURS 500 TIMES.
               10  MG-SURVIVOR-KEY         PIC X(9).
               10  MG-VICTIM-KEY           PIC X(9).
               10  MG-USER-ID              PIC X(8).
               10  MG-SURVIVOR-NAME        PIC X(20).
               10  MG-SURVIVOR-THIS-YTD    PIC S9(5)V9(2).
               10  MG-SURVIVOR-LAST-YTD    PIC S9(5)V9(2).
               10  MG-SURVIVOR-2YR-AGO     PIC S9(5)V9(2).
               10  MG-VICTIM-NAME          PIC X(20).
               10  MG-VICTIM-THIS-YTD      PIC S9(5)V9(2).
               10  MG-VICTIM-LAST-YTD      PIC S9(5)V9(2).
               10  MG-VICTIM-2YR-AGO       PIC S9(5)V9(2).
               10  MG-SURVIVOR-HIST-SWITCH PIC X.
                  88  MG-SURVIVOR-HAS-HISTORY     VALUE "Y".
               10  MG-VICTIM-HIST-SWITCH   PIC X.
                  88  MG-VICTIM-HAS-HISTORY       VALUE "Y".
               10  MG-SURVIVOR-HIST-AMOUNT PIC S9(7)V9(2).
               10  MG-VICTIM-HIST-AMOUNT   PIC S9(7)V9(2).
               10  MG-SURVIVOR-HIST-RECORD PIC X(150).
               10  MG-VICTIM-HIST-RECORD   PIC X(150).
               10  MG-VICTIM-YEAR-COUNT    PIC S9(3).
               10  MG-YEAR-FOLD-COUNT      PIC S9(3).
               10  MG-STATE                PIC X.
                  88  MG-PLANNED                  VALUE SPACE.
                  88  MG-REJECTED                 VALUE "R".
                  88  MG-MERGED                   VALUE "M".
               10  MG-REASON               PIC X(25).

      * Merged history records built from the pairs merged, held in
      * ascending survivor-key order so the copy of the history file
      * can merge each back in sequence. At most one per pair
       01  MERGED-HIST-FIELDS.
           05  RKH-COUNT           PIC S9(5)   VALUE ZERO.
           05  RKH-SUB             PIC S9(5)   VALUE ZERO.
           05  RKH-INSERT-POS      PIC S9(5)   VALUE ZERO.
           05  RKH-SHIFT-SUB       PIC S9(5)   VALUE ZERO.
           05  MERGED-HIST-ENTRY   OCCURS 500 TIMES.
               10  RKH-RECORD-KEY  PIC X(9).
               10  RKH-RECORD      PIC X(150).

      * Merged yearly archive records, one per pair per archived year
      * under the survivor's key, held in year and key order with the
      * pair each belongs to. Built while every pair is still planned
      * so a run too large to hold them is stopped before any change
       01  MERGED-YEAR-FIELDS.
           05  RKY-COUNT           PIC S9(5)   VALUE ZERO.
           05  RKY-SUB             PIC S9(5)   VALUE ZERO.
           05  RKY-INSERT-POS      PIC S9(5)   VALUE ZERO.
           05  RKY-SHIFT-SUB       PIC S9(5)   VALUE ZERO.
           05  MERGED-YEAR-ENTRY   OCCURS 5000 TIMES.
               10  RKY-ARCHIVE-KEY PIC X(13).
               10  RKY-MERGE-SUB   PIC S9(5).
               10  RKY-RECORD      PIC X(160).

      * Keys of the next merged record waiting to go out and of the
      * record read being copied, HIGH-VALUES when each is exhausted
       01  MERGE-KEY-FIELDS.
           05  HIST-INSERT-KEY     PIC X(9)    VALUE HIGH-VALUES.
           05  HIST-MERGE-KEY      PIC X(9)    VALUE LOW-VALUES.
           05  YEAR-INSERT-KEY     PIC X(13)   VALUE HIGH-VALUES.
           05  YEAR-MERGE-KEY      PIC X(13)   VALUE LOW-VALUES.

      * The key being looked up
       01  LOOKUP-KEY              PIC X(9).

      * Work copies of the survivor's and the victim's history
      * records, used to add the victim's buckets into the survivor's
      * and to total a record's buckets for the balance
       01  HISTORY-WORK-RECORD.
           05  HW-RECORD-KEY           PIC X(9).
           05  HW-CUSTOMER-NAME        PIC X(20).
           05  HW-LAST-CAPTURE-YYMM    PIC 9(6).
           05  HW-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  HW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

       01  VICTIM-HISTORY-RECORD.
           05  VH-RECORD-KEY           PIC X(9).
           05  VH-CUSTOMER-NAME        PIC X(20).
           05  VH-LAST-CAPTURE-YYMM    PIC 9(6).
           05  VH-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  VH-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

      * Work copies of a yearly archive record read and of the merged
      * record it is added into
       01  YEAR-WORK-RECORD.
           05  YW-ARCHIVE-KEY.
               10  YW-ARCHIVE-YEAR     PIC 9(4).
               10  YW-RECORD-KEY       PIC X(9).
           05  YW-CUSTOMER-NAME        PIC X(20).
           05  YW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  YW-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

       01  YEAR-SUM-RECORD.
           05  YS-ARCHIVE-KEY.
               10  YS-ARCHIVE-YEAR     PIC 9(4).
               10  YS-RECORD-KEY       PIC X(9).
           05  YS-CUSTOMER-NAME        PIC X(20).
           05  YS-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  YS-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

      * Subscript and totals used to add and sum buckets. A merged
      * bucket is added up here first and refused if it would not fit
      * the file's field
       01  BUCKET-FIELDS.
           05  MONTH-SUB           PIC S9(3)      VALUE ZERO.
           05  RECORD-BUCKET-TOTAL PIC S9(7)V99   VALUE ZERO.
           05  MERGED-BUCKET       PIC S9(7)V99   VALUE ZERO.
           05  MERGED-YEAR-TOTAL   PIC S9(9)V99   VALUE ZERO.

      * Record counts and dollar totals before and after the run for
      * every file merged. A merge removes records but never dollars
       01  BALANCE-FIELDS.
           05  LIVE-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  LIVE-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  LIVE-BEFORE-THIS-YTD    PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-THIS-YTD     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-BEFORE-LAST-YTD    PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-LAST-YTD     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-BEFORE-2YR-AGO     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-2YR-AGO      PIC S9(9)V99   VALUE ZERO.
           05  HIST-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  HIST-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  HIST-BEFORE-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  HIST-AFTER-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  YEAR-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  YEAR-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  YEAR-BEFORE-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  YEAR-AFTER-AMOUNT       PIC S9(9)V99   VALUE ZERO.

      * Figures for the balance line being printed
       01  BALANCE-PRINT-FIELDS.
           05  BAL-COUNT-BEFORE        PIC S9(7)      VALUE ZERO.
           05  BAL-COUNT-MERGED        PIC S9(7)      VALUE ZERO.
           05  BAL-COUNT-AFTER         PIC S9(7)      VALUE ZERO.
           05  BAL-AMOUNT-BEFORE       PIC S9(9)V99   VALUE ZERO.
           05  BAL-AMOUNT-AFTER        PIC S9(9)V99   VALUE ZERO.

      * Totals of the pairs merged, before and after, for the
      * register trailer
       01  REGISTER-TOTAL-FIELDS.
           05  SURVIVOR-TOTAL-THIS-YTD PIC S9(9)V99   VALUE ZERO.
           05  SURVIVOR-TOTAL-LAST-YTD PIC S9(9)V99   VALUE ZERO.
           05  SURVIVOR-TOTAL-2YR-AGO  PIC S9(9)V99   VALUE ZERO.
           05  SURVIVOR-TOTAL-HISTORY  PIC S9(9)V99   VALUE ZERO.
           05  VICTIM-TOTAL-THIS-YTD   PIC S9(9)V99   VALUE ZERO.
           05  VICTIM-TOTAL-LAST-YTD   PIC S9(9)V99   VALUE ZERO.
           05  VICTIM-TOTAL-2YR-AGO    PIC S9(9)V99   VALUE ZERO.
           05  VICTIM-TOTAL-HISTORY    PIC S9(9)V99   VALUE ZERO.
           05  AFTER-TOTAL-THIS-YTD    PIC S9(9)V99   VALUE ZERO.
           05  AFTER-TOTAL-LAST-YTD    PIC S9(9)V99   VALUE ZERO.
           05  AFTER-TOTAL-2YR-AGO     PIC S9(9)V99   VALUE ZERO.
           05  AFTER-TOTAL-HISTORY     PIC S9(9)V99   VALUE ZERO.

      * Control record and merge counts for the control totals trailer
       01  COUNT-FIELDS.
           05  CONTROL-READ-COUNT      PIC S9(5)   VALUE ZERO.
           05  CONTROL-REJECT-COUNT    PIC S9(5)   VALUE ZERO.
           05  CUSTOMERS-MERGED-COUNT  PIC S9(5)   VALUE ZERO.
           05  MERGE-REJECT-COUNT      PIC S9(5)   VALUE ZERO.
           05  HIST-FOLD-COUNT         PIC S9(5)   VALUE ZERO.
           05  HIST-REKEY-COUNT        PIC S9(5)   VALUE ZERO.
           05  YEAR-FOLD-COUNT         PIC S9(5)   VALUE ZERO.
           05  YEAR-REKEY-COUNT        PIC S9(5)   VALUE ZERO.

      * Controls spacing on the listing and the column headings
      * reprinted at the top of each page of the current section
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
       01  SECTION-HEADING-A   PIC X(130)  VALUE SPACE.
       01  SECTION-HEADING-B   PIC X(130)  VALUE SPACE.
       01  LISTING-LINE        PIC X(130)  VALUE SPACE.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Request area for the run control manager (RCT5000), which
      * stamps this run's completion for the steps that follow it
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-RETURN-CODE      PIC 9(2).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * stamps the control records of the live master merged in
      * place and of the new history generation
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

      * Condition code the run has set so far, kept across a call
      * to a control-record subprogram, which returns a code of its own
       01  SAVE-RETURN-CODE    PIC S9(4)   VALUE ZERO.

      *****************************************************************
      * Lines printed on the merge register
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MERGE REGIS".
           05  FILLER          PIC X(20)   VALUE "TER                 ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "MRG5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE           PIC X(40).
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  CONTROL-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE
               "-SURVIVOR--    --VICTIM---              ".
           05  FILLER      PIC X(90)   VALUE SPACE.

       01  CONTROL-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "BR SR CUST     BR SR CUST     USER      ".
           05  FILLER      PIC X(40)   VALUE
               " DISPOSITION                            ".
           05  FILLER      PIC X(50)   VALUE SPACE.

       01  CONTROL-RECORD-LINE.
           05  CTL-SURVIVOR-BRANCH     PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-SURVIVOR-SALESREP   PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-SURVIVOR-CUSTOMER   PIC X(5).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  CTL-VICTIM-BRANCH       PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-VICTIM-SALESREP     PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-VICTIM-CUSTOMER     PIC X(5).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  CTL-USER-ID             PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CTL-DISPOSITION         PIC X(25).
           05  FILLER                  PIC X(64)   VALUE SPACE.

       01  REGISTER-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE SPACE.
           05  FILLER      PIC X(40)   VALUE
               "   ------------ YTD BUCKETS ----------- ".
           05  FILLER      PIC X(40)   VALUE
               "  SALESHST                              ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  REGISTER-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "ROLE     BR SR CUST   NAME              ".
           05  FILLER      PIC X(40)   VALUE
               "      THIS YTD    LAST YTD     2YR AGO  ".
           05  FILLER      PIC X(40)   VALUE
               "   12 MONTHS  DISPOSITION               ".
           05  FILLER      PIC X(10)   VALUE "USER".

       01  REGISTER-LINE.
           05  RGL-ROLE                PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RGL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-SALES-2YR-AGO       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-HISTORY-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RGL-DISPOSITION         PIC X(25).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RGL-USER-ID             PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.

       01  REGISTER-WORK-KEY.
           05  RWK-BRANCH-NUMBER       PIC 9(2).
           05  RWK-SALESREP-NUMBER     PIC 9(2).
           05  RWK-CUSTOMER-NUMBER     PIC 9(5).

       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05  RTL-LABEL               PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RTL-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RTL-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RTL-SALES-2YR-AGO       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  RTL-HISTORY-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(38)   VALUE SPACE.

       01  BALANCE-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE
               "                            RECORDS  REC".
           05  FILLER      PIC X(40)   VALUE
               "ORDS  RECORDS          DOLLARS          ".
           05  FILLER      PIC X(40)   VALUE
               "DOLLARS                                 ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  BALANCE-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "FILE      MEASURE            BEFORE   ME".
           05  FILLER      PIC X(40)   VALUE
               "RGED    AFTER           BEFORE          ".
           05  FILLER      PIC X(40)   VALUE
               "  AFTER  STATUS                         ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  BALANCE-LINE.
           05  BL-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-MEASURE              PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-COUNT-BEFORE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-COUNT-MERGED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-COUNT-AFTER          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-AMOUNT-BEFORE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-AMOUNT-AFTER         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-STATUS               PIC X(20).
           05  FILLER                  PIC X(21)   VALUE SPACE.

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CCL-LABEL               PIC X(28).
           05  CCL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACE.

       01  NO-FILE-LINE.
           05  FILLER      PIC X(4)   VALUE "*** ".
           05  NFL-FILE-NAME           PIC X(9).
           05  FILLER      PIC X(37)  VALUE
               " COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       01  TOO-LARGE-LINE.
           05  FILLER      PIC X(4)   VALUE "*** ".
           05  TLL-TABLE-NAME          PIC X(20).
           05  FILLER      PIC X(50)  VALUE
               " EXCEED WHAT ONE RUN CAN MERGE - RUN HELD ***".
           05  FILLER      PIC X(56)  VALUE SPACE.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER      PIC X(50)  VALUE
               "*** MERGE OUT OF BALANCE - CHECK FILES ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the merge run
      *****************************************************************
       000-MERGE-CUSTOMERS.
      * Total the live master, load and prove the pairs, plan every
      * history and yearly archive merge and reject any pair that
      * would overflow a bucket, then merge the customers, fold their
      * history on every file, and prove the dollars balance before
      * and after
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT MRGRPT.
           OPEN I-O CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "CUSTMAST" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           PERFORM 150-TOTAL-LIVE-MASTER-BEFORE.
           PERFORM 200-LOAD-CONTROL-RECORDS.
           PERFORM 300-PLAN-HISTORY-MERGES.
           PERFORM 350-PLAN-YEAR-ARCHIVE-MERGES.
           PERFORM 400-MERGE-LIVE-CUSTOMERS.
           PERFORM 450-LIST-MERGES.
           PERFORM 500-MERGE-SALES-HISTORY.
           PERFORM 600-MERGE-YEARLY-ARCHIVE.
           PERFORM 650-TOTAL-LIVE-MASTER-AFTER.
           PERFORM 700-PRINT-BALANCE.
           PERFORM 750-PRINT-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN RUN-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN CONTROL-REJECT-COUNT > ZERO
                 OR MERGE-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           CLOSE CUSTMAST.
           PERFORM 910-STAMP-FILE-CONTROL.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE MRGRPT.
           STOP RUN.

      *****************************************************************
      * Lists the file or table that stopped the run, ends it with a
      * condition code, and leaves every file exactly as it was. The
      * file name or table name must already be moved in
      *****************************************************************
       090-HOLD-RUN.

           IF NFL-FILE-NAME NOT = SPACES
               MOVE NO-FILE-LINE TO MERGE-PRINT-AREA
           ELSE
               MOVE TOO-LARGE-LINE TO MERGE-PRINT-AREA
           END-IF.
           WRITE MERGE-PRINT-AREA.
           MOVE 8 TO RETURN-CODE.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE MRGRPT.
           STOP RUN.

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
           MOVE SPACES     TO NFL-FILE-NAME.

      *****************************************************************
      * Reads the live master from the top to total it before the
      * merges for the balance
      *****************************************************************
       150-TOTAL-LIVE-MASTER-BEFORE.

           PERFORM 155-TOTAL-ONE-LIVE-CUSTOMER
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.

       155-TOTAL-ONE-LIVE-CUSTOMER.

           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIVE-BEFORE-COUNT
                   ADD CM-SALES-THIS-YTD TO LIVE-BEFORE-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO LIVE-BEFORE-LAST-YTD
                   ADD CM-SALES-2YR-AGO  TO LIVE-BEFORE-2YR-AGO
           END-READ.

      *****************************************************************
      * Loads the control records into the merge table, listing every
      * record with its disposition
      *****************************************************************
       200-LOAD-CONTROL-RECORDS.

           MOVE "MERGE CONTROL RECORDS" TO STL-TITLE.
           MOVE CONTROL-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE CONTROL-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           OPEN INPUT MRGTRAN.
           PERFORM 210-LOAD-ONE-CONTROL
               WITH TEST AFTER
               UNTIL MRGTRAN-EOF.
           CLOSE MRGTRAN.

       210-LOAD-ONE-CONTROL.

           READ MRGTRAN
               AT END
                   SET MRGTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CONTROL-READ-COUNT
                   PERFORM 220-EDIT-CONTROL-RECORD
           END-READ.

      *****************************************************************
      * Edits one control record for two good keys that differ, then
      * proves the pair against the master and the pairs already
      * loaded
      *****************************************************************
       220-EDIT-CONTROL-RECORD.

           SET CONTROL-IS-VALID TO FALSE.
           EVALUATE TRUE
               WHEN MT-SURVIVOR-KEY-9 NOT NUMERIC
                   MOVE "INVALID SURVIVOR KEY"    TO CTL-DISPOSITION
               WHEN MT-VICTIM-KEY-9 NOT NUMERIC
                   MOVE "INVALID VICTIM KEY"      TO CTL-DISPOSITION
               WHEN MT-SURVIVOR-KEY = MT-VICTIM-KEY
                   MOVE "SURVIVOR SAME AS VICTIM" TO CTL-DISPOSITION
               WHEN OTHER
                   PERFORM 225-EDIT-MERGE-PAIR
           END-EVALUATE.
           IF CONTROL-IS-VALID
               MOVE "ACCEPTED" TO CTL-DISPOSITION
           ELSE
               ADD 1 TO CONTROL-REJECT-COUNT
           END-IF.
           PERFORM 240-LIST-CONTROL-RECORD.

      *****************************************************************
      * Proves a pair: neither key may be named by a pair already
      * loaded, which would chain one merge into another and leave the
      * outcome depending on the order the deck was keyed in, both
      * customers must be on the master, and no merged YTD bucket may
      * overflow the master's field
      *****************************************************************
       225-EDIT-MERGE-PAIR.

           SET CONTROL-IS-VALID TO TRUE.
           COMPUTE NEW-MERGE-SUB = MERGE-COUNT + 1.
           MOVE MT-SURVIVOR-KEY TO LOOKUP-KEY.
           PERFORM 840-FIND-MERGE-KEY.
           IF NOT MERGE-MATCHED
               MOVE MT-VICTIM-KEY TO LOOKUP-KEY
               PERFORM 840-FIND-MERGE-KEY
           END-IF.
           EVALUATE TRUE
               WHEN MERGE-MATCHED
                   SET CONTROL-IS-VALID TO FALSE
                   MOVE "KEY ALREADY IN A MERGE"  TO CTL-DISPOSITION
               WHEN MERGE-COUNT >= 500
                   SET CONTROL-IS-VALID TO FALSE
                   MOVE "CONTROL TABLE FULL"      TO CTL-DISPOSITION
           END-EVALUATE.
           IF CONTROL-IS-VALID
               MOVE MT-VICTIM-KEY TO CM-RECORD-KEY
               READ CUSTMAST
                   INVALID KEY
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "VICTIM NOT ON FILE"  TO CTL-DISPOSITION
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME
                           TO MG-VICTIM-NAME (NEW-MERGE-SUB)
                       MOVE CM-SALES-THIS-YTD
                           TO MG-VICTIM-THIS-YTD (NEW-MERGE-SUB)
                       MOVE CM-SALES-LAST-YTD
                           TO MG-VICTIM-LAST-YTD (NEW-MERGE-SUB)
                       MOVE CM-SALES-2YR-AGO
                           TO MG-VICTIM-2YR-AGO (NEW-MERGE-SUB)
               END-READ
           END-IF.
           IF CONTROL-IS-VALID
               MOVE MT-SURVIVOR-KEY TO CM-RECORD-KEY
               READ CUSTMAST
                   INVALID KEY
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "SURVIVOR NOT ON FILE" TO CTL-DISPOSITION
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME
                           TO MG-SURVIVOR-NAME (NEW-MERGE-SUB)
                       MOVE CM-SALES-THIS-YTD
                           TO MG-SURVIVOR-THIS-YTD (NEW-MERGE-SUB)
                       MOVE CM-SALES-LAST-YTD
                           TO MG-SURVIVOR-LAST-YTD (NEW-MERGE-SUB)
                       MOVE CM-SALES-2YR-AGO
                           TO MG-SURVIVOR-2YR-AGO (NEW-MERGE-SUB)
                       PERFORM 230-CHECK-MERGED-YTD
               END-READ
           END-IF.
           IF CONTROL-IS-VALID
               ADD 1 TO MERGE-COUNT
               MOVE MT-SURVIVOR-KEY TO MG-SURVIVOR-KEY (MERGE-COUNT)
               MOVE MT-VICTIM-KEY   TO MG-VICTIM-KEY (MERGE-COUNT)
               MOVE MT-USER-ID      TO MG-USER-ID (MERGE-COUNT)
               MOVE "N"   TO MG-SURVIVOR-HIST-SWITCH (MERGE-COUNT)
               MOVE "N"   TO MG-VICTIM-HIST-SWITCH (MERGE-COUNT)
               MOVE ZERO  TO MG-SURVIVOR-HIST-AMOUNT (MERGE-COUNT)
               MOVE ZERO  TO MG-VICTIM-HIST-AMOUNT (MERGE-COUNT)
               MOVE ZERO  TO MG-VICTIM-YEAR-COUNT (MERGE-COUNT)
               MOVE ZERO  TO MG-YEAR-FOLD-COUNT (MERGE-COUNT)
               MOVE SPACE TO MG-STATE (MERGE-COUNT)
               MOVE SPACES TO MG-REASON (MERGE-COUNT)
           END-IF.

      *****************************************************************
      * Refuses the pair when any of the three merged YTD buckets on
      * the survivor would not fit the master's field
      *****************************************************************
       230-CHECK-MERGED-YTD.

           COMPUTE MERGED-BUCKET = MG-SURVIVOR-THIS-YTD (NEW-MERGE-SUB)
                                 + MG-VICTIM-THIS-YTD (NEW-MERGE-SUB).
           PERFORM 235-CHECK-MERGED-BUCKET.
           COMPUTE MERGED-BUCKET = MG-SURVIVOR-LAST-YTD (NEW-MERGE-SUB)
                                 + MG-VICTIM-LAST-YTD (NEW-MERGE-SUB).
           PERFORM 235-CHECK-MERGED-BUCKET.
           COMPUTE MERGED-BUCKET = MG-SURVIVOR-2YR-AGO (NEW-MERGE-SUB)
                                 + MG-VICTIM-2YR-AGO (NEW-MERGE-SUB).
           PERFORM 235-CHECK-MERGED-BUCKET.

       235-CHECK-MERGED-BUCKET.

           IF MERGED-BUCKET > 99999.99 OR MERGED-BUCKET < -99999.99
               SET CONTROL-IS-VALID TO FALSE
               MOVE "MERGED YTD TOO LARGE" TO CTL-DISPOSITION
           END-IF.

      *****************************************************************
      * Lists one control record with its disposition
      *****************************************************************
       240-LIST-CONTROL-RECORD.

           MOVE MT-SURVIVOR-BRANCH    TO CTL-SURVIVOR-BRANCH.
           MOVE MT-SURVIVOR-SALESREP  TO CTL-SURVIVOR-SALESREP.
           MOVE MT-SURVIVOR-CUSTOMER  TO CTL-SURVIVOR-CUSTOMER.
           MOVE MT-VICTIM-BRANCH      TO CTL-VICTIM-BRANCH.
           MOVE MT-VICTIM-SALESREP    TO CTL-VICTIM-SALESREP.
           MOVE MT-VICTIM-CUSTOMER    TO CTL-VICTIM-CUSTOMER.
           MOVE MT-USER-ID            TO CTL-USER-ID.
           MOVE CONTROL-RECORD-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Pulls the history record of each customer named in a pair
      * into the merge table, then rejects every pair whose merged
      * monthly buckets would not fit the history file's fields
      *****************************************************************
       300-PLAN-HISTORY-MERGES.

           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               PERFORM 310-PULL-ONE-HISTORY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
           END-IF.
           PERFORM 320-CHECK-ONE-HISTORY-MERGE
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-COUNT.

       310-PULL-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-MERGE-KEY
                   IF MERGE-MATCHED
                       MOVE SALES-HISTORY-RECORD
                           TO HISTORY-WORK-RECORD
                       PERFORM 850-TOTAL-HISTORY-BUCKETS
                       PERFORM 315-STORE-PAIR-HISTORY
                   END-IF
           END-READ.

       315-STORE-PAIR-HISTORY.

           IF MATCHED-SURVIVOR
               MOVE SALES-HISTORY-RECORD
                   TO MG-SURVIVOR-HIST-RECORD (MERGE-MATCH-SUB)
               MOVE RECORD-BUCKET-TOTAL
                   TO MG-SURVIVOR-HIST-AMOUNT (MERGE-MATCH-SUB)
               MOVE "Y" TO MG-SURVIVOR-HIST-SWITCH (MERGE-MATCH-SUB)
           ELSE
               MOVE SALES-HISTORY-RECORD
                   TO MG-VICTIM-HIST-RECORD (MERGE-MATCH-SUB)
               MOVE RECORD-BUCKET-TOTAL
                   TO MG-VICTIM-HIST-AMOUNT (MERGE-MATCH-SUB)
               MOVE "Y" TO MG-VICTIM-HIST-SWITCH (MERGE-MATCH-SUB)
           END-IF.

       320-CHECK-ONE-HISTORY-MERGE.

           IF MG-SURVIVOR-HAS-HISTORY (MERGE-SUB)
              AND MG-VICTIM-HAS-HISTORY (MERGE-SUB)
               PERFORM 330-COMBINE-PAIR-HISTORY
               IF BUCKET-OVERFLOW
                   MOVE "R" TO MG-STATE (MERGE-SUB)
                   MOVE "HISTORY BUCKET TOO LARGE"
                       TO MG-REASON (MERGE-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * Adds the victim's history record into the survivor's in the
      * work area: the twelve monthly buckets, the YTD at the last
      * capture, and the later of the two capture months. Flags a
      * bucket that would not fit the history file's field
      *****************************************************************
       330-COMBINE-PAIR-HISTORY.

           MOVE MG-SURVIVOR-HIST-RECORD (MERGE-SUB)
               TO HISTORY-WORK-RECORD.
           MOVE MG-VICTIM-HIST-RECORD (MERGE-SUB)
               TO VICTIM-HISTORY-RECORD.
           SET BUCKET-OVERFLOW TO FALSE.
           PERFORM 335-ADD-VICTIM-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           COMPUTE MERGED-BUCKET = HW-LAST-CAPTURE-YTD
                                 + VH-LAST-CAPTURE-YTD.
           IF MERGED-BUCKET > 99999.99 OR MERGED-BUCKET < -99999.99
               SET BUCKET-OVERFLOW TO TRUE
           ELSE
               MOVE MERGED-BUCKET TO HW-LAST-CAPTURE-YTD
           END-IF.
           IF VH-LAST-CAPTURE-YYMM > HW-LAST-CAPTURE-YYMM
               MOVE VH-LAST-CAPTURE-YYMM TO HW-LAST-CAPTURE-YYMM
           END-IF.

       335-ADD-VICTIM-MONTH.

           COMPUTE MERGED-BUCKET = HW-MONTH-SALES (MONTH-SUB)
                                 + VH-MONTH-SALES (MONTH-SUB).
           IF MERGED-BUCKET > 99999.99 OR MERGED-BUCKET < -99999.99
               SET BUCKET-OVERFLOW TO TRUE
           ELSE
               MOVE MERGED-BUCKET TO HW-MONTH-SALES (MONTH-SUB)
           END-IF.

      *****************************************************************
      * Builds the merged yearly archive records of every pair still
      * planned: each survivor or victim record is carried under the
      * survivor's key and name and added into the record already
      * held for that year, if there is one. A pair whose merged year
      * would not fit is rejected; a run with more merged records
      * than the table holds is held before anything is changed
      *****************************************************************
       350-PLAN-YEAR-ARCHIVE-MERGES.

           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS = "00"
               PERFORM 360-PULL-ONE-YEAR-RECORD
                   WITH TEST AFTER
                   UNTIL HSTARCH-EOF
               CLOSE HSTARCH
           END-IF.

       360-PULL-ONE-YEAR-RECORD.

           READ HSTARCH
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   MOVE AR-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-MERGE-KEY
                   IF MERGE-MATCHED
                      AND MG-PLANNED (MERGE-MATCH-SUB)
                       MOVE YEARLY-ARCHIVE-RECORD TO YEAR-WORK-RECORD
                       MOVE MG-SURVIVOR-KEY (MERGE-MATCH-SUB)
                           TO YW-RECORD-KEY
                       MOVE MG-SURVIVOR-NAME (MERGE-MATCH-SUB)
                           TO YW-CUSTOMER-NAME
                       IF MATCHED-VICTIM
                           ADD 1 TO MG-VICTIM-YEAR-COUNT
                                        (MERGE-MATCH-SUB)
                       END-IF
                       PERFORM 365-STORE-YEAR-RECORD
                   END-IF
           END-READ.

       365-STORE-YEAR-RECORD.

           MOVE ZERO TO RKY-INSERT-POS.
           PERFORM 366-FIND-YEAR-POSITION
               VARYING RKY-SUB FROM 1 BY 1
               UNTIL RKY-SUB > RKY-COUNT
                 OR RKY-INSERT-POS > ZERO.
           IF RKY-INSERT-POS > ZERO
              AND RKY-ARCHIVE-KEY (RKY-INSERT-POS) = YW-ARCHIVE-KEY
               PERFORM 370-ADD-INTO-YEAR-RECORD
           ELSE
               IF RKY-COUNT >= 5000
                   MOVE "YEARLY ARCHIVE RECS" TO TLL-TABLE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
               IF RKY-INSERT-POS = ZERO
                   COMPUTE RKY-INSERT-POS = RKY-COUNT + 1
               END-IF
               PERFORM 367-SHIFT-YEAR-DOWN
                   VARYING RKY-SHIFT-SUB FROM RKY-COUNT BY -1
                   UNTIL RKY-SHIFT-SUB < RKY-INSERT-POS
               MOVE YW-ARCHIVE-KEY TO RKY-ARCHIVE-KEY (RKY-INSERT-POS)
               MOVE MERGE-MATCH-SUB TO RKY-MERGE-SUB (RKY-INSERT-POS)
               MOVE YEAR-WORK-RECORD TO RKY-RECORD (RKY-INSERT-POS)
               ADD 1 TO RKY-COUNT
           END-IF.

       366-FIND-YEAR-POSITION.

           IF RKY-ARCHIVE-KEY (RKY-SUB) NOT < YW-ARCHIVE-KEY
               MOVE RKY-SUB TO RKY-INSERT-POS
           END-IF.

       367-SHIFT-YEAR-DOWN.

           MOVE MERGED-YEAR-ENTRY (RKY-SHIFT-SUB)
               TO MERGED-YEAR-ENTRY (RKY-SHIFT-SUB + 1).

      *****************************************************************
      * Adds the record read into the merged record already held for
      * its year, rejecting the pair when a month or the year total
      * would not fit the archive's fields
      *****************************************************************
       370-ADD-INTO-YEAR-RECORD.

           MOVE RKY-RECORD (RKY-INSERT-POS) TO YEAR-SUM-RECORD.
           SET BUCKET-OVERFLOW TO FALSE.
           PERFORM 375-ADD-YEAR-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           COMPUTE MERGED-YEAR-TOTAL = YS-YEAR-TOTAL + YW-YEAR-TOTAL.
           IF MERGED-YEAR-TOTAL > 9999999.99
              OR MERGED-YEAR-TOTAL < -9999999.99
               SET BUCKET-OVERFLOW TO TRUE
           ELSE
               MOVE MERGED-YEAR-TOTAL TO YS-YEAR-TOTAL
           END-IF.
           IF BUCKET-OVERFLOW
               MOVE "R" TO MG-STATE (MERGE-MATCH-SUB)
               MOVE "ARCHIVE BUCKET TOO LARGE"
                   TO MG-REASON (MERGE-MATCH-SUB)
           ELSE
               MOVE YEAR-SUM-RECORD TO RKY-RECORD (RKY-INSERT-POS)
               ADD 1 TO MG-YEAR-FOLD-COUNT (MERGE-MATCH-SUB)
           END-IF.

       375-ADD-YEAR-MONTH.

           COMPUTE MERGED-BUCKET = YS-MONTH-SALES (MONTH-SUB)
                                 + YW-MONTH-SALES (MONTH-SUB).
           IF MERGED-BUCKET > 99999.99 OR MERGED-BUCKET < -99999.99
               SET BUCKET-OVERFLOW TO TRUE
           ELSE
               MOVE MERGED-BUCKET TO YS-MONTH-SALES (MONTH-SUB)
           END-IF.

      *****************************************************************
      * Merges every pair still planned on the live master: the
      * survivor is rewritten with the victim's YTD buckets added in,
      * then the victim is deleted
      *****************************************************************
       400-MERGE-LIVE-CUSTOMERS.

           PERFORM 410-MERGE-ONE-LIVE-CUSTOMER
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-COUNT.

       410-MERGE-ONE-LIVE-CUSTOMER.

           IF MG-PLANNED (MERGE-SUB)
               MOVE MG-SURVIVOR-KEY (MERGE-SUB) TO CM-RECORD-KEY
               READ CUSTMAST
                   INVALID KEY
                       MOVE "R" TO MG-STATE (MERGE-SUB)
                       MOVE "MASTER READ FAILED"
                           TO MG-REASON (MERGE-SUB)
               END-READ
           END-IF.
           IF MG-PLANNED (MERGE-SUB)
               COMPUTE CM-SALES-THIS-YTD
                   = MG-SURVIVOR-THIS-YTD (MERGE-SUB)
                   + MG-VICTIM-THIS-YTD (MERGE-SUB)
               COMPUTE CM-SALES-LAST-YTD
                   = MG-SURVIVOR-LAST-YTD (MERGE-SUB)
                   + MG-VICTIM-LAST-YTD (MERGE-SUB)
               COMPUTE CM-SALES-2YR-AGO
                   = MG-SURVIVOR-2YR-AGO (MERGE-SUB)
                   + MG-VICTIM-2YR-AGO (MERGE-SUB)
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "R" TO MG-STATE (MERGE-SUB)
                       MOVE "MASTER REWRITE FAILED"
                           TO MG-REASON (MERGE-SUB)
               END-REWRITE
           END-IF.
           IF MG-PLANNED (MERGE-SUB)
               MOVE MG-VICTIM-KEY (MERGE-SUB) TO CM-RECORD-KEY
               DELETE CUSTMAST
                   INVALID KEY
                       MOVE "R" TO MG-STATE (MERGE-SUB)
                       MOVE "MASTER DELETE FAILED"
                           TO MG-REASON (MERGE-SUB)
                   NOT INVALID KEY
                       MOVE "M" TO MG-STATE (MERGE-SUB)
                       ADD 1 TO CUSTOMERS-MERGED-COUNT
               END-DELETE
           END-IF.

      *****************************************************************
      * Lists every pair with both customers as they stood before the
      * run and, for a pair merged, the survivor after it, or why the
      * pair was rejected, then the totals merged
      *****************************************************************
       450-LIST-MERGES.

           MOVE "CUSTOMERS MERGED" TO STL-TITLE.
           MOVE REGISTER-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE REGISTER-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           PERFORM 455-LIST-ONE-MERGE
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-COUNT.
           MOVE "SURVIVORS BEFORE"        TO RTL-LABEL.
           MOVE SURVIVOR-TOTAL-THIS-YTD   TO RTL-SALES-THIS-YTD.
           MOVE SURVIVOR-TOTAL-LAST-YTD   TO RTL-SALES-LAST-YTD.
           MOVE SURVIVOR-TOTAL-2YR-AGO    TO RTL-SALES-2YR-AGO.
           MOVE SURVIVOR-TOTAL-HISTORY    TO RTL-HISTORY-AMOUNT.
           PERFORM 465-PRINT-TOTAL-LINE.
           MOVE "VICTIMS BEFORE"          TO RTL-LABEL.
           MOVE VICTIM-TOTAL-THIS-YTD     TO RTL-SALES-THIS-YTD.
           MOVE VICTIM-TOTAL-LAST-YTD     TO RTL-SALES-LAST-YTD.
           MOVE VICTIM-TOTAL-2YR-AGO      TO RTL-SALES-2YR-AGO.
           MOVE VICTIM-TOTAL-HISTORY      TO RTL-HISTORY-AMOUNT.
           PERFORM 465-PRINT-TOTAL-LINE.
           MOVE "SURVIVORS AFTER"         TO RTL-LABEL.
           MOVE AFTER-TOTAL-THIS-YTD      TO RTL-SALES-THIS-YTD.
           MOVE AFTER-TOTAL-LAST-YTD      TO RTL-SALES-LAST-YTD.
           MOVE AFTER-TOTAL-2YR-AGO       TO RTL-SALES-2YR-AGO.
           MOVE AFTER-TOTAL-HISTORY       TO RTL-HISTORY-AMOUNT.
           PERFORM 465-PRINT-TOTAL-LINE.

       455-LIST-ONE-MERGE.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               MOVE LINES-ON-PAGE TO LINE-COUNT
           END-IF.
           MOVE "SURVIVOR" TO RGL-ROLE.
           MOVE MG-SURVIVOR-KEY (MERGE-SUB)      TO REGISTER-WORK-KEY.
           MOVE MG-SURVIVOR-NAME (MERGE-SUB)     TO RGL-CUSTOMER-NAME.
           MOVE MG-SURVIVOR-THIS-YTD (MERGE-SUB) TO RGL-SALES-THIS-YTD.
           MOVE MG-SURVIVOR-LAST-YTD (MERGE-SUB) TO RGL-SALES-LAST-YTD.
           MOVE MG-SURVIVOR-2YR-AGO (MERGE-SUB)  TO RGL-SALES-2YR-AGO.
           MOVE MG-SURVIVOR-HIST-AMOUNT (MERGE-SUB)
               TO RGL-HISTORY-AMOUNT.
           MOVE SPACES TO RGL-DISPOSITION.
           MOVE MG-USER-ID (MERGE-SUB) TO RGL-USER-ID.
           PERFORM 460-PRINT-REGISTER-LINE.
           MOVE "VICTIM" TO RGL-ROLE.
           MOVE MG-VICTIM-KEY (MERGE-SUB)        TO REGISTER-WORK-KEY.
           MOVE MG-VICTIM-NAME (MERGE-SUB)       TO RGL-CUSTOMER-NAME.
           MOVE MG-VICTIM-THIS-YTD (MERGE-SUB)   TO RGL-SALES-THIS-YTD.
           MOVE MG-VICTIM-LAST-YTD (MERGE-SUB)   TO RGL-SALES-LAST-YTD.
           MOVE MG-VICTIM-2YR-AGO (MERGE-SUB)    TO RGL-SALES-2YR-AGO.
           MOVE MG-VICTIM-HIST-AMOUNT (MERGE-SUB)
               TO RGL-HISTORY-AMOUNT.
           MOVE SPACES TO RGL-USER-ID.
           IF MG-MERGED (MERGE-SUB)
               PERFORM 460-PRINT-REGISTER-LINE
               PERFORM 470-LIST-MERGED-SURVIVOR
           ELSE
               MOVE MG-REASON (MERGE-SUB) TO RGL-DISPOSITION
               PERFORM 460-PRINT-REGISTER-LINE
               ADD 1 TO MERGE-REJECT-COUNT
           END-IF.
           MOVE HEADING-LINE-3 TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

       460-PRINT-REGISTER-LINE.

           MOVE RWK-BRANCH-NUMBER   TO RGL-BRANCH-NUMBER.
           MOVE RWK-SALESREP-NUMBER TO RGL-SALESREP-NUMBER.
           MOVE RWK-CUSTOMER-NUMBER TO RGL-CUSTOMER-NUMBER.
           MOVE REGISTER-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

       465-PRINT-TOTAL-LINE.

           MOVE REGISTER-TOTAL-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Prints the survivor of a merged pair as it stands after the
      * run, adds the pair into the register totals, and counts the
      * history and yearly archive records folded or carried over
      *****************************************************************
       470-LIST-MERGED-SURVIVOR.

           ADD MG-SURVIVOR-THIS-YTD (MERGE-SUB)
               TO SURVIVOR-TOTAL-THIS-YTD.
           ADD MG-SURVIVOR-LAST-YTD (MERGE-SUB)
               TO SURVIVOR-TOTAL-LAST-YTD.
           ADD MG-SURVIVOR-2YR-AGO (MERGE-SUB)
               TO SURVIVOR-TOTAL-2YR-AGO.
           ADD MG-SURVIVOR-HIST-AMOUNT (MERGE-SUB)
               TO SURVIVOR-TOTAL-HISTORY.
           ADD MG-VICTIM-THIS-YTD (MERGE-SUB) TO VICTIM-TOTAL-THIS-YTD.
           ADD MG-VICTIM-LAST-YTD (MERGE-SUB) TO VICTIM-TOTAL-LAST-YTD.
           ADD MG-VICTIM-2YR-AGO (MERGE-SUB)  TO VICTIM-TOTAL-2YR-AGO.
           ADD MG-VICTIM-HIST-AMOUNT (MERGE-SUB)
               TO VICTIM-TOTAL-HISTORY.
           MOVE "AFTER" TO RGL-ROLE.
           MOVE MG-SURVIVOR-KEY (MERGE-SUB)  TO REGISTER-WORK-KEY.
           MOVE MG-SURVIVOR-NAME (MERGE-SUB) TO RGL-CUSTOMER-NAME.
           COMPUTE RECORD-BUCKET-TOTAL
               = MG-SURVIVOR-THIS-YTD (MERGE-SUB)
               + MG-VICTIM-THIS-YTD (MERGE-SUB).
           MOVE RECORD-BUCKET-TOTAL TO RGL-SALES-THIS-YTD.
           ADD RECORD-BUCKET-TOTAL  TO AFTER-TOTAL-THIS-YTD.
           COMPUTE RECORD-BUCKET-TOTAL
               = MG-SURVIVOR-LAST-YTD (MERGE-SUB)
               + MG-VICTIM-LAST-YTD (MERGE-SUB).
           MOVE RECORD-BUCKET-TOTAL TO RGL-SALES-LAST-YTD.
           ADD RECORD-BUCKET-TOTAL  TO AFTER-TOTAL-LAST-YTD.
           COMPUTE RECORD-BUCKET-TOTAL
               = MG-SURVIVOR-2YR-AGO (MERGE-SUB)
               + MG-VICTIM-2YR-AGO (MERGE-SUB).
           MOVE RECORD-BUCKET-TOTAL TO RGL-SALES-2YR-AGO.
           ADD RECORD-BUCKET-TOTAL  TO AFTER-TOTAL-2YR-AGO.
           COMPUTE RECORD-BUCKET-TOTAL
               = MG-SURVIVOR-HIST-AMOUNT (MERGE-SUB)
               + MG-VICTIM-HIST-AMOUNT (MERGE-SUB).
           MOVE RECORD-BUCKET-TOTAL TO RGL-HISTORY-AMOUNT.
           ADD RECORD-BUCKET-TOTAL  TO AFTER-TOTAL-HISTORY.
           MOVE "MERGED" TO RGL-DISPOSITION.
           PERFORM 460-PRINT-REGISTER-LINE.
           IF MG-VICTIM-HAS-HISTORY (MERGE-SUB)
               IF MG-SURVIVOR-HAS-HISTORY (MERGE-SUB)
                   ADD 1 TO HIST-FOLD-COUNT
               ELSE
                   ADD 1 TO HIST-REKEY-COUNT
               END-IF
           END-IF.
           ADD MG-YEAR-FOLD-COUNT (MERGE-SUB) TO YEAR-FOLD-COUNT.
           COMPUTE YEAR-REKEY-COUNT = YEAR-REKEY-COUNT
                                    + MG-VICTIM-YEAR-COUNT (MERGE-SUB)
                                    - MG-YEAR-FOLD-COUNT (MERGE-SUB).

      *****************************************************************
      * Writes the new history generation: the merged record of every
      * pair merged is built into a table in survivor-key order, then
      * the history file is copied through with the records of both
      * customers of each merged pair left out and the merged records
      * put back in key order. A missing history file writes an
      * empty new generation
      *****************************************************************
       500-MERGE-SALES-HISTORY.

           PERFORM 510-BUILD-MERGED-HISTORY
               VARYING MERGE-SUB FROM 1 BY 1
               UNTIL MERGE-SUB > MERGE-COUNT.
           MOVE "N" TO SALESHST-EOF-SWITCH.
           OPEN OUTPUT NEWHIST.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               MOVE 1 TO RKH-SUB
               PERFORM 525-SET-HISTORY-INSERT-KEY
               PERFORM 530-READ-HISTORY-AGAIN
               PERFORM 540-MERGE-NEXT-HISTORY
                   UNTIL HIST-INSERT-KEY = HIGH-VALUES
                     AND HIST-MERGE-KEY = HIGH-VALUES
               CLOSE SALESHST
           END-IF.
           CLOSE NEWHIST.

      *****************************************************************
      * Builds the history record a merged pair leaves: both records
      * added together, the survivor's alone, or the victim's carried
      * under the survivor's key and name
      *****************************************************************
       510-BUILD-MERGED-HISTORY.

           IF MG-MERGED (MERGE-SUB)
               EVALUATE TRUE
                   WHEN MG-SURVIVOR-HAS-HISTORY (MERGE-SUB)
                    AND MG-VICTIM-HAS-HISTORY (MERGE-SUB)
                       PERFORM 330-COMBINE-PAIR-HISTORY
                       PERFORM 515-STORE-MERGED-HISTORY
                   WHEN MG-SURVIVOR-HAS-HISTORY (MERGE-SUB)
                       MOVE MG-SURVIVOR-HIST-RECORD (MERGE-SUB)
                           TO HISTORY-WORK-RECORD
                       PERFORM 515-STORE-MERGED-HISTORY
                   WHEN MG-VICTIM-HAS-HISTORY (MERGE-SUB)
                       MOVE MG-VICTIM-HIST-RECORD (MERGE-SUB)
                           TO HISTORY-WORK-RECORD
                       MOVE MG-SURVIVOR-KEY (MERGE-SUB)
                           TO HW-RECORD-KEY
                       MOVE MG-SURVIVOR-NAME (MERGE-SUB)
                           TO HW-CUSTOMER-NAME
                       PERFORM 515-STORE-MERGED-HISTORY
               END-EVALUATE
           END-IF.

       515-STORE-MERGED-HISTORY.

           MOVE ZERO TO RKH-INSERT-POS.
           PERFORM 516-FIND-HISTORY-POSITION
               VARYING RKH-SUB FROM 1 BY 1
               UNTIL RKH-SUB > RKH-COUNT
                 OR RKH-INSERT-POS > ZERO.
           IF RKH-INSERT-POS = ZERO
               COMPUTE RKH-INSERT-POS = RKH-COUNT + 1
           END-IF.
           PERFORM 517-SHIFT-HISTORY-DOWN
               VARYING RKH-SHIFT-SUB FROM RKH-COUNT BY -1
               UNTIL RKH-SHIFT-SUB < RKH-INSERT-POS.
           MOVE HW-RECORD-KEY TO RKH-RECORD-KEY (RKH-INSERT-POS).
           MOVE HISTORY-WORK-RECORD TO RKH-RECORD (RKH-INSERT-POS).
           ADD 1 TO RKH-COUNT.

       516-FIND-HISTORY-POSITION.

           IF RKH-RECORD-KEY (RKH-SUB) NOT < HW-RECORD-KEY
               MOVE RKH-SUB TO RKH-INSERT-POS
           END-IF.

       517-SHIFT-HISTORY-DOWN.

           MOVE MERGED-HIST-ENTRY (RKH-SHIFT-SUB)
               TO MERGED-HIST-ENTRY (RKH-SHIFT-SUB + 1).

      *****************************************************************
      * Sets the key of the next merged record waiting to go out,
      * HIGH-VALUES once the table is exhausted
      *****************************************************************
       525-SET-HISTORY-INSERT-KEY.

           IF RKH-SUB > RKH-COUNT
               MOVE HIGH-VALUES TO HIST-INSERT-KEY
           ELSE
               MOVE RKH-RECORD-KEY (RKH-SUB) TO HIST-INSERT-KEY
           END-IF.

      *****************************************************************
      * Reads the history forward, totalling every record for the
      * balance and skipping the records of both customers of a
      * merged pair - their merged record goes out from the table
      *****************************************************************
       530-READ-HISTORY-AGAIN.

           PERFORM 535-READ-ONE-HISTORY
               WITH TEST AFTER
               UNTIL SALESHST-EOF
                 OR NOT MERGE-MATCHED.

       535-READ-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
                   SET MERGE-MATCHED TO FALSE
                   MOVE HIGH-VALUES TO HIST-MERGE-KEY
               NOT AT END
                   MOVE SALES-HISTORY-RECORD TO HISTORY-WORK-RECORD
                   PERFORM 850-TOTAL-HISTORY-BUCKETS
                   ADD 1 TO HIST-BEFORE-COUNT
                   ADD RECORD-BUCKET-TOTAL TO HIST-BEFORE-AMOUNT
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-MERGE-KEY
                   IF MERGE-MATCHED
                      AND NOT MG-MERGED (MERGE-MATCH-SUB)
                       SET MERGE-MATCHED TO FALSE
                   END-IF
                   MOVE HS-RECORD-KEY TO HIST-MERGE-KEY
           END-READ.

      *****************************************************************
      * Writes whichever of the merged record and the record read
      * comes first in key order. The record read never carries a
      * survivor's key, since those records are skipped
      *****************************************************************
       540-MERGE-NEXT-HISTORY.

           IF HIST-INSERT-KEY < HIST-MERGE-KEY
               MOVE RKH-RECORD (RKH-SUB) TO HISTORY-WORK-RECORD
               ADD 1 TO RKH-SUB
               PERFORM 525-SET-HISTORY-INSERT-KEY
           ELSE
               MOVE SALES-HISTORY-RECORD TO HISTORY-WORK-RECORD
               PERFORM 530-READ-HISTORY-AGAIN
           END-IF.
           WRITE NEW-HISTORY-RECORD FROM HISTORY-WORK-RECORD.
           PERFORM 850-TOTAL-HISTORY-BUCKETS.
           ADD 1 TO HIST-AFTER-COUNT.
           ADD RECORD-BUCKET-TOTAL TO HIST-AFTER-AMOUNT.

      *****************************************************************
      * Writes the new yearly archive generation the same way, from
      * the merged records built while planning, keeping it in year
      * then customer key order so the year-over-year comparison
      * (YOY5000) can still match it. Merged records of a pair that
      * was rejected are passed over and its own records copied
      *****************************************************************
       600-MERGE-YEARLY-ARCHIVE.

           MOVE "N" TO HSTARCH-EOF-SWITCH.
           OPEN OUTPUT NEWHSTA.
           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS = "00"
               MOVE 1 TO RKY-SUB
               PERFORM 625-SET-YEAR-INSERT-KEY
               PERFORM 630-READ-YEAR-AGAIN
               PERFORM 640-MERGE-NEXT-YEAR-RECORD
                   UNTIL YEAR-INSERT-KEY = HIGH-VALUES
                     AND YEAR-MERGE-KEY = HIGH-VALUES
               CLOSE HSTARCH
           END-IF.
           CLOSE NEWHSTA.

      *****************************************************************
      * Sets the key of the next merged record of a merged pair,
      * HIGH-VALUES once the table is exhausted
      *****************************************************************
       625-SET-YEAR-INSERT-KEY.

           SET YEAR-ROW-READY TO FALSE.
           PERFORM 626-CHECK-YEAR-ROW
               UNTIL YEAR-ROW-READY.

       626-CHECK-YEAR-ROW.

           IF RKY-SUB > RKY-COUNT
               MOVE HIGH-VALUES TO YEAR-INSERT-KEY
               SET YEAR-ROW-READY TO TRUE
           ELSE
               MOVE RKY-MERGE-SUB (RKY-SUB) TO ROW-MERGE-SUB
               IF MG-MERGED (ROW-MERGE-SUB)
                   MOVE RKY-ARCHIVE-KEY (RKY-SUB) TO YEAR-INSERT-KEY
                   SET YEAR-ROW-READY TO TRUE
               ELSE
                   ADD 1 TO RKY-SUB
               END-IF
           END-IF.

       630-READ-YEAR-AGAIN.

           PERFORM 635-READ-ONE-YEAR-RECORD
               WITH TEST AFTER
               UNTIL HSTARCH-EOF
                 OR NOT MERGE-MATCHED.

       635-READ-ONE-YEAR-RECORD.

           READ HSTARCH
               AT END
                   SET HSTARCH-EOF TO TRUE
                   SET MERGE-MATCHED TO FALSE
                   MOVE HIGH-VALUES TO YEAR-MERGE-KEY
               NOT AT END
                   ADD 1 TO YEAR-BEFORE-COUNT
                   ADD AR-YEAR-TOTAL TO YEAR-BEFORE-AMOUNT
                   MOVE AR-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-MERGE-KEY
                   IF MERGE-MATCHED
                      AND NOT MG-MERGED (MERGE-MATCH-SUB)
                       SET MERGE-MATCHED TO FALSE
                   END-IF
                   MOVE AR-ARCHIVE-KEY TO YEAR-MERGE-KEY
           END-READ.

      *****************************************************************
      * Writes whichever of the merged record and the record read
      * comes first in year and key order
      *****************************************************************
       640-MERGE-NEXT-YEAR-RECORD.

           IF YEAR-INSERT-KEY < YEAR-MERGE-KEY
               MOVE RKY-RECORD (RKY-SUB) TO YEAR-WORK-RECORD
               ADD 1 TO RKY-SUB
               PERFORM 625-SET-YEAR-INSERT-KEY
           ELSE
               MOVE YEARLY-ARCHIVE-RECORD TO YEAR-WORK-RECORD
               PERFORM 630-READ-YEAR-AGAIN
           END-IF.
           WRITE NEW-YEARLY-ARCHIVE-RECORD FROM YEAR-WORK-RECORD.
           ADD 1 TO YEAR-AFTER-COUNT.
           ADD YW-YEAR-TOTAL TO YEAR-AFTER-AMOUNT.

      *****************************************************************
      * Reads the live master again from the top to total it after
      * the merges for the balance
      *****************************************************************
       650-TOTAL-LIVE-MASTER-AFTER.

           CLOSE CUSTMAST.
           OPEN INPUT CUSTMAST.
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           PERFORM 655-TOTAL-ONE-LIVE-CUSTOMER
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.

       655-TOTAL-ONE-LIVE-CUSTOMER.

           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIVE-AFTER-COUNT
                   ADD CM-SALES-THIS-YTD TO LIVE-AFTER-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO LIVE-AFTER-LAST-YTD
                   ADD CM-SALES-2YR-AGO  TO LIVE-AFTER-2YR-AGO
           END-READ.

      *****************************************************************
      * Prints the before/after balance of every file merged. A merge
      * takes away the records folded into a survivor but never any
      * dollars, so each file's count after must be its count before
      * less the records merged away, and its dollars must not change
      *****************************************************************
       700-PRINT-BALANCE.

           MOVE "BEFORE/AFTER BALANCE" TO STL-TITLE.
           MOVE BALANCE-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE BALANCE-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           MOVE "CUSTMAST"              TO BL-FILE-NAME.
           MOVE "THIS YTD"              TO BL-MEASURE.
           MOVE LIVE-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE CUSTOMERS-MERGED-COUNT  TO BAL-COUNT-MERGED.
           MOVE LIVE-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE LIVE-BEFORE-THIS-YTD    TO BAL-AMOUNT-BEFORE.
           MOVE LIVE-AFTER-THIS-YTD     TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "LAST YTD"              TO BL-MEASURE.
           MOVE LIVE-BEFORE-LAST-YTD    TO BAL-AMOUNT-BEFORE.
           MOVE LIVE-AFTER-LAST-YTD     TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "2YR AGO"               TO BL-MEASURE.
           MOVE LIVE-BEFORE-2YR-AGO     TO BAL-AMOUNT-BEFORE.
           MOVE LIVE-AFTER-2YR-AGO      TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "SALESHST"              TO BL-FILE-NAME.
           MOVE "MONTH BUCKETS"         TO BL-MEASURE.
           MOVE HIST-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE HIST-FOLD-COUNT         TO BAL-COUNT-MERGED.
           MOVE HIST-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE HIST-BEFORE-AMOUNT      TO BAL-AMOUNT-BEFORE.
           MOVE HIST-AFTER-AMOUNT       TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "HSTARCH"               TO BL-FILE-NAME.
           MOVE "YEAR TOTALS"           TO BL-MEASURE.
           MOVE YEAR-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE YEAR-FOLD-COUNT         TO BAL-COUNT-MERGED.
           MOVE YEAR-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE YEAR-BEFORE-AMOUNT      TO BAL-AMOUNT-BEFORE.
           MOVE YEAR-AFTER-AMOUNT       TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           IF RUN-OUT-OF-BALANCE
               MOVE HEADING-LINE-3 TO LISTING-LINE
               PERFORM 800-PRINT-LISTING-LINE
               MOVE OUT-OF-BALANCE-LINE TO LISTING-LINE
               PERFORM 800-PRINT-LISTING-LINE
           END-IF.

      *****************************************************************
      * Prints one balance line from the figures moved in, flagging
      * the run when the figures after are not the figures before
      * less the records merged away
      *****************************************************************
       710-PRINT-BALANCE-LINE.

           MOVE BAL-COUNT-BEFORE  TO BL-COUNT-BEFORE.
           MOVE BAL-COUNT-MERGED  TO BL-COUNT-MERGED.
           MOVE BAL-COUNT-AFTER   TO BL-COUNT-AFTER.
           MOVE BAL-AMOUNT-BEFORE TO BL-AMOUNT-BEFORE.
           MOVE BAL-AMOUNT-AFTER  TO BL-AMOUNT-AFTER.
           IF BAL-COUNT-BEFORE - BAL-COUNT-MERGED = BAL-COUNT-AFTER
              AND BAL-AMOUNT-BEFORE = BAL-AMOUNT-AFTER
               MOVE "BALANCED" TO BL-STATUS
           ELSE
               MOVE "*** OUT OF BALANCE" TO BL-STATUS
               MOVE "Y" TO OUT-OF-BALANCE-SWITCH
           END-IF.
           MOVE BALANCE-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Prints the control totals trailer at the end of the listing
      *****************************************************************
       750-PRINT-CONTROL-TOTALS.

           MOVE HEADING-LINE-3 TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.
           MOVE "CONTROL RECORDS READ"     TO CCL-LABEL.
           MOVE CONTROL-READ-COUNT         TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "CONTROL RECORDS REJECTED" TO CCL-LABEL.
           MOVE CONTROL-REJECT-COUNT       TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS MERGED"         TO CCL-LABEL.
           MOVE CUSTOMERS-MERGED-COUNT     TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "MERGES REJECTED"          TO CCL-LABEL.
           MOVE MERGE-REJECT-COUNT         TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "HISTORY RECORDS FOLDED"   TO CCL-LABEL.
           MOVE HIST-FOLD-COUNT            TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "HISTORY RECORDS REKEYED"  TO CCL-LABEL.
           MOVE HIST-REKEY-COUNT           TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "YEAR ARCHIVE RECS FOLDED" TO CCL-LABEL.
           MOVE YEAR-FOLD-COUNT            TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "YEAR ARCHIVE RECS REKEYED" TO CCL-LABEL.
           MOVE YEAR-REKEY-COUNT           TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.

       760-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Writes the built listing line, printing the page headings and
      * the current section's column headings first when the page is
      * full
      *****************************************************************
       800-PRINT-LISTING-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 810-PRINT-HEADING-LINES.
           MOVE LISTING-LINE TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the heading lines with the current section's title and
      * column headings, then resets the line count
      *****************************************************************
       810-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE HEADING-LINE-2 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE SECTION-TITLE-LINE TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE SECTION-HEADING-A TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE SECTION-HEADING-B TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Starts a new section of the listing on a new page. The title
      * and column headings must already be moved in
      *****************************************************************
       820-START-SECTION.

           MOVE +99 TO LINE-COUNT.

      *****************************************************************
      * Scans the pairs for one whose survivor or victim is the key in
      * LOOKUP-KEY, whatever its state, noting which of the two it is
      *****************************************************************
       840-FIND-MERGE-KEY.

           SET MERGE-MATCHED TO FALSE.
           PERFORM 841-CHECK-MERGE-KEY
               VARYING MERGE-MATCH-SUB FROM 1 BY 1
               UNTIL MERGE-MATCH-SUB > MERGE-COUNT
                 OR MERGE-MATCHED.
           IF MERGE-MATCHED
               SUBTRACT 1 FROM MERGE-MATCH-SUB
           END-IF.

       841-CHECK-MERGE-KEY.

           EVALUATE TRUE
               WHEN MG-SURVIVOR-KEY (MERGE-MATCH-SUB) = LOOKUP-KEY
                   SET MERGE-MATCHED TO TRUE
                   SET MATCHED-SURVIVOR TO TRUE
               WHEN MG-VICTIM-KEY (MERGE-MATCH-SUB) = LOOKUP-KEY
                   SET MERGE-MATCHED TO TRUE
                   SET MATCHED-VICTIM TO TRUE
           END-EVALUATE.

      *****************************************************************
      * Totals the twelve month buckets of the history record in the
      * work area
      *****************************************************************
       850-TOTAL-HISTORY-BUCKETS.

           MOVE ZERO TO RECORD-BUCKET-TOTAL.
           PERFORM 851-ADD-ONE-BUCKET
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.

       851-ADD-ONE-BUCKET.

           ADD HW-MONTH-SALES (MONTH-SUB) TO RECORD-BUCKET-TOTAL.

      *****************************************************************
      * Stamps this run's completion and return code on the run
      * control file
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "MRG5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control records of the live master and the new
      * history generation so every later reader can prove it has the
      * files this merge left. A control record that cannot be
      * written ends the run with condition code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.
           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "NEWHIST"  TO FQ-DATA-FILE.
           MOVE "NEWHCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.

       915-STAMP-ONE-FILE.

           MOVE "STAMP"   TO FQ-FUNCTION-CODE.
           MOVE "MRG5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "MRG5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
