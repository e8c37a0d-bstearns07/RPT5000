      *****************************************************************
      * Title..........: TRA5000 - Sales Territory Realignment
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Moves customers between salesreps and branches
      *                  in bulk from a small control file: every
      *                  customer of one salesrep to another (in every
      *                  branch or in one), one branch folded into
      *                  another, or an explicit list of customers
      *                  with their new branch and/or salesrep. The
      *                  customer number never changes. Live and
      *                  dormant (purged) customers are moved alike,
      *                  and every file keyed by the customer is
      *                  rekeyed in the same run so history follows
      *                  the customer: the customer master in place,
      *                  the sales history file, the permanent yearly
      *                  archive, and both dormant archives, each
      *                  rewritten as a new generation. Every move is
      *                  planned and proven before anything is
      *                  changed - a move whose new key is already
      *                  held on any of those files, or is claimed by
      *                  another move, is rejected and listed, never
      *                  overwritten. The listing shows every customer
      *                  with its old and new keys and YTD buckets,
      *                  and a before/after balance of record counts
      *                  and dollars for each file
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRA5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRATRAN  ASSIGN TO TRATRAN.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-RECORD-KEY
                  FILE STATUS IS CUSTMAST-STATUS.
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
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT HSTARCH  ASSIGN TO HSTARCH
                  FILE STATUS IS HSTARCH-STATUS.
           SELECT NEWHSTA  ASSIGN TO NEWHSTA.
           SELECT ARCMAST  ASSIGN TO ARCMAST
                  FILE STATUS IS ARCMAST-STATUS.
           SELECT NEWARCM  ASSIGN TO NEWARCM.
           SELECT ARCHIST  ASSIGN TO ARCHIST
                  FILE STATUS IS ARCHIST-STATUS.
           SELECT NEWARCH  ASSIGN TO NEWARCH.
           SELECT TRARPT   ASSIGN TO TRARPT.

       DATA DIVISION.

       FILE SECTION.

       FD  TRATRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * Realignment control records. R moves every customer of the
      * from-salesrep to the to-salesrep, in the from-branch only
      * when one is given. B folds every customer of the from-branch
      * into the to-branch under the same salesrep. C moves the one
      * customer keyed by from-branch/salesrep/customer to the
      * to-branch and/or to-salesrep, a blank one meaning unchanged.
      * A customer named on a C record is moved by that record alone;
      * any other customer takes both a branch fold and a salesrep
      * move that apply to it
      *****************************************************************
       01  REALIGN-CONTROL-RECORD.
           05  TA-REALIGN-TYPE         PIC X.
              88  TA-REP-MOVE                   VALUE "R".
              88  TA-BRANCH-FOLD                VALUE "B".
              88  TA-CUSTOMER-MOVE              VALUE "C".
           05  TA-FROM-KEY.
               10  TA-FROM-BRANCH      PIC X(2).
               10  TA-FROM-BRANCH-9    REDEFINES TA-FROM-BRANCH
                                       PIC 9(2).
               10  TA-FROM-SALESREP    PIC X(2).
               10  TA-FROM-SALESREP-9  REDEFINES TA-FROM-SALESREP
                                       PIC 9(2).
               10  TA-FROM-CUSTOMER    PIC X(5).
               10  TA-FROM-CUSTOMER-9  REDEFINES TA-FROM-CUSTOMER
                                       PIC 9(5).
           05  TA-TO-BRANCH            PIC X(2).
           05  TA-TO-BRANCH-9          REDEFINES TA-TO-BRANCH
                                       PIC 9(2).
           05  TA-TO-SALESREP          PIC X(2).
           05  TA-TO-SALESREP-9        REDEFINES TA-TO-SALESREP
                                       PIC 9(2).
           05  TA-USER-ID              PIC X(8).
           05  FILLER                  PIC X(58).

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The live customer master, opened for update so each moved
      * customer is written under its new key and deleted from its old
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

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The salesrep master record, read to prove a target salesrep
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
      * The branch master record, read to prove a target branch
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER     PIC 9(2).
           05  BR-BRANCH-NAME       PIC X(20).
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

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
      * The rekeyed history file written by this run, in the same
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
      * The rekeyed yearly archive written by this run, in the same
      * layout and order as HSTARCH above
      *****************************************************************
       01  NEW-YEARLY-ARCHIVE-RECORD  PIC X(160).

       FD  ARCMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The dormant master archive written by the purge (PRG5000),
      * appended run over run
      *****************************************************************
       01  ARCHIVE-MASTER-RECORD.
           05  AM-RECORD-KEY.
               10  AM-BRANCH-NUMBER    PIC 9(2).
               10  AM-SALESREP-NUMBER  PIC 9(2).
               10  AM-CUSTOMER-NUMBER  PIC 9(5).
           05  AM-CUSTOMER-NAME        PIC X(20).
           05  AM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  AM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  AM-SALES-2YR-AGO        PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

       FD  NEWARCM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The master archive rewritten by this run with moved customers
      * under their new keys, in the same order as ARCMAST above
      *****************************************************************
       01  NEW-ARCMAST-RECORD  PIC X(130).

       FD  ARCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The dormant history archive written by the purge, appended
      * run over run beside ARCMAST
      *****************************************************************
       01  ARCHIVE-HISTORY-RECORD.
           05  AH-RECORD-KEY           PIC X(9).
           05  FILLER                  PIC X(141).

       FD  NEWARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The history archive rewritten by this run with moved customers
      * under their new keys, in the same order as ARCHIST above
      *****************************************************************
       01  NEW-ARCHIST-RECORD  PIC X(150).

       FD  TRARPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the realignment listing
      *****************************************************************
       01  REALIGN-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the realignment run
      *****************************************************************

      * Determines end of file, table lookups, and the run's outcome
       01  SWITCHES.
           05  TRATRAN-EOF-SWITCH      PIC X    VALUE "N".
              88  TRATRAN-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  HSTARCH-EOF-SWITCH      PIC X    VALUE "N".
              88  HSTARCH-EOF                   VALUE "Y".
           05  ARCMAST-EOF-SWITCH      PIC X    VALUE "N".
              88  ARCMAST-EOF                   VALUE "Y".
           05  ARCHIST-EOF-SWITCH      PIC X    VALUE "N".
              88  ARCHIST-EOF                   VALUE "Y".
           05  CONTROL-VALID-SWITCH    PIC X    VALUE "N".
              88  CONTROL-IS-VALID              VALUE "Y"
                                                  FALSE "N".
           05  RULE-MATCH-SWITCH       PIC X    VALUE "N".
              88  RULE-MATCHED                  VALUE "Y"
                                                  FALSE "N".
           05  MOVE-MATCH-SWITCH       PIC X    VALUE "N".
              88  MOVE-MATCHED                  VALUE "Y"
                                                  FALSE "N".
           05  OUT-OF-BALANCE-SWITCH   PIC X    VALUE "N".
              88  RUN-OUT-OF-BALANCE            VALUE "Y".

      * File statuses. The customer master and the two masters that
      * prove the targets must open; a missing history file or
      * archive behaves as empty, since a shop that has not yet run
      * its first capture, year end, or purge has none
       01  CUSTMAST-STATUS  PIC XX.
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.
       01  SALESHST-STATUS  PIC XX.
       01  HSTARCH-STATUS   PIC XX.
       01  ARCMAST-STATUS   PIC XX.
       01  ARCHIST-STATUS   PIC XX.

      * Branch folds, one entry per branch number: the branch it
      * folds into, zero when it is not being folded
       01  BRANCH-FOLD-TABLE.
           05  BRANCH-FOLD-ENTRY OCCURS 99 TIMES.
               10  BF-TO-BRANCH        PIC 9(2).
               10  BF-USER-ID          PIC X(8).

      * Salesrep moves, each limited to one branch or, with a zero
      * from-branch, applying in every branch
       01  REP-RULE-FIELDS.
           05  REP-RULE-COUNT      PIC S9(3)   VALUE ZERO.
           05  REP-RULE-SUB        PIC S9(3)   VALUE ZERO.
           05  REP-RULE-ENTRY OCCURS 100 TIMES.
               10  RR-FROM-BRANCH      PIC 9(2).
               10  RR-FROM-SALESREP    PIC 9(2).
               10  RR-TO-SALESREP      PIC 9(2).
               10  RR-USER-ID          PIC X(8).

      * Explicit customer moves, and whether the customer was found
      * on the master or the dormant archive
       01  CUSTOMER-RULE-FIELDS.
           05  CUST-RULE-COUNT     PIC S9(3)   VALUE ZERO.
           05  CUST-RULE-SUB       PIC S9(3)   VALUE ZERO.
           05  CUST-RULE-MATCH-SUB PIC S9(3)   VALUE ZERO.
           05  CUSTOMER-RULE-ENTRY OCCURS 500 TIMES.
               10  CR-FROM-KEY         PIC X(9).
               10  CR-TO-BRANCH        PIC 9(2).
               10  CR-TO-SALESREP      PIC 9(2).
               10  CR-USER-ID          PIC X(8).
               10  CR-FOUND-SWITCH     PIC X.
                  88  CR-FOUND                VALUE "Y".

      * Every customer to be moved, live or dormant, with its old and
      * new keys, its YTD buckets for the listing, and its state:
      * blank while planned, C when rejected for a collision, M once
      * moved. Sized well past any realignment the business has
      * asked for; a larger one holds the run before anything moves
       01  MOVE-FIELDS.
           05  MOVE-COUNT          PIC S9(5)   VALUE ZERO.
           05  MOVE-SUB            PIC S9(5)   VALUE ZERO.
           05  MOVE-MATCH-SUB      PIC S9(5)   VALUE ZERO.
           05  MOVE-ENTRY OCCURS 2000 TIMES.
               10  MV-OLD-KEY          PIC X(9).
               10  MV-NEW-KEY          PIC X(9).
               10  MV-SOURCE           PIC X.
                  88  MV-LIVE-CUSTOMER        VALUE "L".
                  88  MV-DORMANT-CUSTOMER     VALUE "A".
               10  MV-CUSTOMER-NAME    PIC X(20).
               10  MV-SALES-THIS-YTD   PIC S9(5)V9(2).
               10  MV-SALES-LAST-YTD   PIC S9(5)V9(2).
               10  MV-SALES-2YR-AGO    PIC S9(5)V9(2).
               10  MV-USER-ID          PIC X(8).
               10  MV-STATE            PIC X.
                  88  MV-PLANNED              VALUE SPACE.
                  88  MV-COLLIDED             VALUE "C".
                  88  MV-MOVED                VALUE "M".
               10  MV-REASON           PIC X(25).

      * Rekeyed history records pulled off the first history pass,
      * held in ascending new-key order so the second pass can merge
      * each back in sequence. At most one per move
       01  REKEYED-HIST-FIELDS.
           05  RKH-COUNT           PIC S9(5)   VALUE ZERO.
           05  RKH-SUB             PIC S9(5)   VALUE ZERO.
           05  RKH-INSERT-POS      PIC S9(5)   VALUE ZERO.
           05  RKH-SHIFT-SUB       PIC S9(5)   VALUE ZERO.
           05  REKEYED-HIST-ENTRY  OCCURS 2000 TIMES.
               10  RKH-RECORD-KEY  PIC X(9).
               10  RKH-RECORD      PIC X(150).

      * Rekeyed yearly archive records, held the same way in year
      * and new-key order. One per moved customer per archived year;
      * the plan counts them first and holds a run that would not fit
       01  REKEYED-YEAR-FIELDS.
           05  RKY-COUNT           PIC S9(5)   VALUE ZERO.
           05  RKY-SUB             PIC S9(5)   VALUE ZERO.
           05  RKY-INSERT-POS      PIC S9(5)   VALUE ZERO.
           05  RKY-SHIFT-SUB       PIC S9(5)   VALUE ZERO.
           05  RKY-NEEDED-COUNT    PIC S9(7)   VALUE ZERO.
           05  REKEYED-YEAR-ENTRY  OCCURS 5000 TIMES.
               10  RKY-ARCHIVE-KEY PIC X(13).
               10  RKY-RECORD      PIC X(160).

      * Keys of the next rekeyed record waiting to merge and of the
      * record read being merged, HIGH-VALUES when each is exhausted
       01  MERGE-KEY-FIELDS.
           05  HIST-INSERT-KEY     PIC X(9)    VALUE HIGH-VALUES.
           05  HIST-MERGE-KEY      PIC X(9)    VALUE LOW-VALUES.
           05  YEAR-INSERT-KEY     PIC X(13)   VALUE HIGH-VALUES.
           05  YEAR-MERGE-KEY      PIC X(13)   VALUE LOW-VALUES.

      * The key being planned, looked up, or rekeyed
       01  WORK-KEY-FIELDS.
           05  WORK-OLD-KEY.
               10  WO-BRANCH-NUMBER    PIC 9(2).
               10  WO-SALESREP-NUMBER  PIC 9(2).
               10  WO-CUSTOMER-NUMBER  PIC 9(5).
           05  WORK-NEW-KEY.
               10  WN-BRANCH-NUMBER    PIC 9(2).
               10  WN-SALESREP-NUMBER  PIC 9(2).
               10  WN-CUSTOMER-NUMBER  PIC 9(5).
           05  WORK-USER-ID            PIC X(8).
           05  LOOKUP-KEY              PIC X(9).
           05  REP-FROM-BRANCH         PIC 9(2).

      * Work copies of a history and a yearly archive record, used to
      * rekey a record and to total its buckets for the balance
       01  HISTORY-WORK-RECORD.
           05  HW-RECORD-KEY           PIC X(9).
           05  HW-CUSTOMER-NAME        PIC X(20).
           05  HW-LAST-CAPTURE-YYMM    PIC 9(6).
           05  HW-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  HW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

       01  YEAR-WORK-RECORD.
           05  YW-ARCHIVE-KEY.
               10  YW-ARCHIVE-YEAR     PIC 9(4).
               10  YW-RECORD-KEY       PIC X(9).
           05  YW-CUSTOMER-NAME        PIC X(20).
           05  YW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  YW-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

      * Subscript and total used to sum a history record's buckets
       01  BUCKET-FIELDS.
           05  MONTH-SUB           PIC S9(3)      VALUE ZERO.
           05  RECORD-BUCKET-TOTAL PIC S9(7)V99   VALUE ZERO.

      * Record counts and dollar totals before and after the run for
      * every file rekeyed, proving nothing was lost or doubled
       01  BALANCE-FIELDS.
           05  LIVE-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  LIVE-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  LIVE-BEFORE-THIS-YTD    PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-THIS-YTD     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-BEFORE-LAST-YTD    PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-LAST-YTD     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-BEFORE-2YR-AGO     PIC S9(9)V99   VALUE ZERO.
           05  LIVE-AFTER-2YR-AGO      PIC S9(9)V99   VALUE ZERO.
           05  ARCM-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  ARCM-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  ARCM-BEFORE-THIS-YTD    PIC S9(9)V99   VALUE ZERO.
           05  ARCM-AFTER-THIS-YTD     PIC S9(9)V99   VALUE ZERO.
           05  HIST-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  HIST-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  HIST-BEFORE-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  HIST-AFTER-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  ARCH-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  ARCH-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  ARCH-BEFORE-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  ARCH-AFTER-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  YEAR-BEFORE-COUNT       PIC S9(7)      VALUE ZERO.
           05  YEAR-AFTER-COUNT        PIC S9(7)      VALUE ZERO.
           05  YEAR-BEFORE-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  YEAR-AFTER-AMOUNT       PIC S9(9)V99   VALUE ZERO.

      * Figures for the balance line being printed
       01  BALANCE-PRINT-FIELDS.
           05  BAL-COUNT-BEFORE        PIC S9(7)      VALUE ZERO.
           05  BAL-COUNT-AFTER         PIC S9(7)      VALUE ZERO.
           05  BAL-AMOUNT-BEFORE       PIC S9(9)V99   VALUE ZERO.
           05  BAL-AMOUNT-AFTER        PIC S9(9)V99   VALUE ZERO.

      * Totals of the customers moved, for the listing trailer
       01  MOVED-TOTAL-FIELDS.
           05  MOVED-THIS-YTD          PIC S9(9)V99   VALUE ZERO.
           05  MOVED-LAST-YTD          PIC S9(9)V99   VALUE ZERO.
           05  MOVED-2YR-AGO           PIC S9(9)V99   VALUE ZERO.

      * Control record and move counts for the control totals trailer
       01  COUNT-FIELDS.
           05  CONTROL-READ-COUNT      PIC S9(5)   VALUE ZERO.
           05  CONTROL-REJECT-COUNT    PIC S9(5)   VALUE ZERO.
           05  LIVE-MOVED-COUNT        PIC S9(5)   VALUE ZERO.
           05  DORMANT-MOVED-COUNT     PIC S9(5)   VALUE ZERO.
           05  MOVE-REJECT-COUNT       PIC S9(5)   VALUE ZERO.
           05  HIST-REKEY-COUNT        PIC S9(5)   VALUE ZERO.
           05  ARCH-REKEY-COUNT        PIC S9(5)   VALUE ZERO.
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
      * stamps the control records of the live master rekeyed in
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
      * Lines printed on the realignment listing
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES TERRITORY REAL".
           05  FILLER          PIC X(20)   VALUE "IGNMENT             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "TRA5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE           PIC X(40).
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  CONTROL-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE
               "        ----FROM----  --TO-             ".
           05  FILLER      PIC X(90)   VALUE SPACE.

       01  CONTROL-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "TYPE    BR SR CUST    BR SR   USER      ".
           05  FILLER      PIC X(40)   VALUE
               " DISPOSITION                            ".
           05  FILLER      PIC X(50)   VALUE SPACE.

       01  CONTROL-RECORD-LINE.
           05  CTL-TYPE                PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CTL-FROM-BRANCH         PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-FROM-SALESREP       PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-FROM-CUSTOMER       PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CTL-TO-BRANCH           PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CTL-TO-SALESREP         PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CTL-USER-ID             PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CTL-DISPOSITION         PIC X(25).
           05  FILLER                  PIC X(64)   VALUE SPACE.

       01  MOVE-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE
               "     --OLD KEY--  --NEW KEY--           ".
           05  FILLER      PIC X(90)   VALUE SPACE.

       01  MOVE-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "FROM BR SR CUST   BR SR CUST  NAME      ".
           05  FILLER      PIC X(40)   VALUE
               "                THIS YTD      LAST YTD  ".
           05  FILLER      PIC X(40)   VALUE
               "     2YR AGO  DISPOSITION               ".
           05  FILLER      PIC X(10)   VALUE "USER".

       01  MOVE-DETAIL-LINE.
           05  MVL-SOURCE              PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-OLD-BRANCH          PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-OLD-SALESREP        PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-OLD-CUSTOMER        PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  MVL-NEW-BRANCH          PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-NEW-SALESREP        PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-NEW-CUSTOMER        PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-SALES-THIS-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-SALES-LAST-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-SALES-2YR-AGO       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  MVL-DISPOSITION         PIC X(25).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MVL-USER-ID             PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.

       01  MOVE-WORK-KEY.
           05  MWK-BRANCH-NUMBER       PIC 9(2).
           05  MWK-SALESREP-NUMBER     PIC 9(2).
           05  MWK-CUSTOMER-NUMBER     PIC 9(5).

       01  MOVED-TOTAL-LINE.
           05  FILLER                  PIC X(30)   VALUE SPACE.
           05  FILLER                  PIC X(20)   VALUE
               "TOTAL MOVED".
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MTL-SALES-THIS-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MTL-SALES-LAST-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  MTL-SALES-2YR-AGO       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(38)   VALUE SPACE.

       01  BALANCE-HEADING-LINE-1.
           05  FILLER      PIC X(40)   VALUE
               "                            RECORDS  REC".
           05  FILLER      PIC X(40)   VALUE
               "ORDS          DOLLARS          DOLLARS  ".
           05  FILLER      PIC X(50)   VALUE SPACE.

       01  BALANCE-HEADING-LINE-2.
           05  FILLER      PIC X(40)   VALUE
               "FILE      MEASURE            BEFORE    A".
           05  FILLER      PIC X(40)   VALUE
               "FTER           BEFORE            AFTER  ".
           05  FILLER      PIC X(40)   VALUE
               "STATUS                                  ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  BALANCE-LINE.
           05  BL-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-MEASURE              PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-COUNT-BEFORE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-COUNT-AFTER          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-AMOUNT-BEFORE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-AMOUNT-AFTER         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BL-STATUS               PIC X(20).
           05  FILLER                  PIC X(30)   VALUE SPACE.

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
               " EXCEED WHAT ONE RUN CAN MOVE - RUN HELD ***".
           05  FILLER      PIC X(56)  VALUE SPACE.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER      PIC X(50)  VALUE
               "*** REALIGNMENT OUT OF BALANCE - CHECK FILES ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the realignment run
      *****************************************************************
       000-REALIGN-TERRITORIES.
      * Load and prove the control records, plan every move off the
      * live master and the dormant archive, reject every move whose
      * new key is already taken anywhere, then move the customers
      * and rekey their history on every file, and prove the counts
      * and dollars balance before and after
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT TRARPT.
           OPEN I-O CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "CUSTMAST" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS NOT = "00"
               MOVE "SALESREPM" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           OPEN INPUT BRANCHM.
           IF BRANCHM-STATUS NOT = "00"
               MOVE "BRANCHM" TO NFL-FILE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           PERFORM 150-LOAD-CONTROL-RECORDS.
           PERFORM 200-PLAN-LIVE-MOVES.
           PERFORM 250-PLAN-DORMANT-MOVES.
           PERFORM 290-LIST-UNFOUND-CUSTOMERS.
           PERFORM 300-CHECK-COLLISIONS.
           PERFORM 400-MOVE-LIVE-CUSTOMERS.
           PERFORM 450-REKEY-ARCHIVE-MASTER.
           PERFORM 470-LIST-MOVES.
           PERFORM 500-REKEY-SALES-HISTORY.
           PERFORM 550-REKEY-ARCHIVE-HISTORY.
           PERFORM 600-REKEY-YEARLY-ARCHIVE.
           PERFORM 650-TOTAL-LIVE-MASTER-AFTER.
           PERFORM 700-PRINT-BALANCE.
           PERFORM 750-PRINT-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN RUN-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN CONTROL-REJECT-COUNT > ZERO
                 OR MOVE-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           CLOSE CUSTMAST.
           PERFORM 910-STAMP-FILE-CONTROL.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE SALESREPM
                 BRANCHM
                 TRARPT.
           STOP RUN.

      *****************************************************************
      * Lists the file or table that stopped the run, ends it with a
      * condition code, and leaves every file exactly as it was. The
      * file name or table name must already be moved in
      *****************************************************************
       090-HOLD-RUN.

           IF NFL-FILE-NAME NOT = SPACES
               MOVE NO-FILE-LINE TO REALIGN-PRINT-AREA
           ELSE
               MOVE TOO-LARGE-LINE TO REALIGN-PRINT-AREA
           END-IF.
           WRITE REALIGN-PRINT-AREA.
           MOVE 8 TO RETURN-CODE.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE TRARPT.
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
      * Loads the control records into the fold, salesrep, and
      * customer tables, listing every record with its disposition
      *****************************************************************
       150-LOAD-CONTROL-RECORDS.

           MOVE "REALIGNMENT CONTROL RECORDS" TO STL-TITLE.
           MOVE CONTROL-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE CONTROL-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           PERFORM 151-CLEAR-FOLD-ENTRY
               VARYING MOVE-SUB FROM 1 BY 1
               UNTIL MOVE-SUB > 99.
           OPEN INPUT TRATRAN.
           PERFORM 160-LOAD-ONE-CONTROL
               WITH TEST AFTER
               UNTIL TRATRAN-EOF.
           CLOSE TRATRAN.

       151-CLEAR-FOLD-ENTRY.

           MOVE ZERO   TO BF-TO-BRANCH (MOVE-SUB).
           MOVE SPACES TO BF-USER-ID (MOVE-SUB).

       160-LOAD-ONE-CONTROL.

           READ TRATRAN
               AT END
                   SET TRATRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CONTROL-READ-COUNT
                   PERFORM 165-EDIT-CONTROL-RECORD
           END-READ.

      *****************************************************************
      * Edits one control record for the fields its type needs, then
      * hands it to the edit for its type to prove against the
      * masters and the records already loaded
      *****************************************************************
       165-EDIT-CONTROL-RECORD.

           SET CONTROL-IS-VALID TO FALSE.
           EVALUATE TRUE
               WHEN NOT TA-REP-MOVE AND NOT TA-BRANCH-FOLD
                AND NOT TA-CUSTOMER-MOVE
                   MOVE "INVALID REALIGN TYPE"    TO CTL-DISPOSITION
               WHEN TA-REP-MOVE
                AND (TA-FROM-SALESREP-9 NOT NUMERIC
                     OR TA-FROM-SALESREP-9 = ZERO)
                   MOVE "INVALID FROM SALESREP"   TO CTL-DISPOSITION
               WHEN TA-REP-MOVE
                AND (TA-TO-SALESREP-9 NOT NUMERIC
                     OR TA-TO-SALESREP-9 = ZERO)
                   MOVE "INVALID TO SALESREP"     TO CTL-DISPOSITION
               WHEN TA-REP-MOVE AND TA-FROM-BRANCH NOT = SPACES
                AND (TA-FROM-BRANCH-9 NOT NUMERIC
                     OR TA-FROM-BRANCH-9 = ZERO)
                   MOVE "INVALID FROM BRANCH"     TO CTL-DISPOSITION
               WHEN TA-REP-MOVE
                AND TA-TO-SALESREP-9 = TA-FROM-SALESREP-9
                   MOVE "NO CHANGE REQUESTED"     TO CTL-DISPOSITION
               WHEN TA-REP-MOVE
                   PERFORM 170-EDIT-REP-MOVE
               WHEN TA-BRANCH-FOLD
                AND (TA-FROM-BRANCH-9 NOT NUMERIC
                     OR TA-FROM-BRANCH-9 = ZERO)
                   MOVE "INVALID FROM BRANCH"     TO CTL-DISPOSITION
               WHEN TA-BRANCH-FOLD
                AND (TA-TO-BRANCH-9 NOT NUMERIC
                     OR TA-TO-BRANCH-9 = ZERO)
                   MOVE "INVALID TO BRANCH"       TO CTL-DISPOSITION
               WHEN TA-BRANCH-FOLD
                AND TA-TO-BRANCH-9 = TA-FROM-BRANCH-9
                   MOVE "NO CHANGE REQUESTED"     TO CTL-DISPOSITION
               WHEN TA-BRANCH-FOLD
                   PERFORM 175-EDIT-BRANCH-FOLD
               WHEN TA-FROM-BRANCH-9 NOT NUMERIC
                 OR TA-FROM-SALESREP-9 NOT NUMERIC
                 OR TA-FROM-CUSTOMER-9 NOT NUMERIC
                   MOVE "INVALID CUSTOMER KEY"    TO CTL-DISPOSITION
               WHEN TA-TO-BRANCH NOT = SPACES
                AND (TA-TO-BRANCH-9 NOT NUMERIC
                     OR TA-TO-BRANCH-9 = ZERO)
                   MOVE "INVALID TO BRANCH"       TO CTL-DISPOSITION
               WHEN TA-TO-SALESREP NOT = SPACES
                AND (TA-TO-SALESREP-9 NOT NUMERIC
                     OR TA-TO-SALESREP-9 = ZERO)
                   MOVE "INVALID TO SALESREP"     TO CTL-DISPOSITION
               WHEN TA-TO-BRANCH = SPACES AND TA-TO-SALESREP = SPACES
                   MOVE "NO CHANGE REQUESTED"     TO CTL-DISPOSITION
               WHEN OTHER
                   PERFORM 180-EDIT-CUSTOMER-MOVE
           END-EVALUATE.
           IF CONTROL-IS-VALID
               MOVE "ACCEPTED" TO CTL-DISPOSITION
           ELSE
               ADD 1 TO CONTROL-REJECT-COUNT
           END-IF.
           PERFORM 185-LIST-CONTROL-RECORD.

      *****************************************************************
      * Proves a salesrep move: the target salesrep must be on file,
      * a salesrep may be moved only once in any one branch, and a
      * move may not chain into or out of another, which would leave
      * the outcome depending on the order the deck was keyed in
      *****************************************************************
       170-EDIT-REP-MOVE.

           MOVE TA-TO-SALESREP-9 TO SR-SALESREP-NUMBER.
           IF TA-FROM-BRANCH = SPACES
               MOVE ZERO TO REP-FROM-BRANCH
           ELSE
               MOVE TA-FROM-BRANCH-9 TO REP-FROM-BRANCH
           END-IF.
           SET RULE-MATCHED TO FALSE.
           READ SALESREPM
               INVALID KEY
                   MOVE "SALESREP NOT ON FILE" TO CTL-DISPOSITION
               NOT INVALID KEY
                   PERFORM 171-CHECK-REP-RULE
                       VARYING REP-RULE-SUB FROM 1 BY 1
                       UNTIL REP-RULE-SUB > REP-RULE-COUNT
                         OR RULE-MATCHED
                   EVALUATE TRUE
                       WHEN RULE-MATCHED
                           CONTINUE
                       WHEN REP-RULE-COUNT >= 100
                           MOVE "CONTROL TABLE FULL"
                               TO CTL-DISPOSITION
                       WHEN OTHER
                           ADD 1 TO REP-RULE-COUNT
                           MOVE REP-FROM-BRANCH TO
                               RR-FROM-BRANCH (REP-RULE-COUNT)
                           MOVE TA-FROM-SALESREP-9 TO
                               RR-FROM-SALESREP (REP-RULE-COUNT)
                           MOVE TA-TO-SALESREP-9 TO
                               RR-TO-SALESREP (REP-RULE-COUNT)
                           MOVE TA-USER-ID TO
                               RR-USER-ID (REP-RULE-COUNT)
                           SET CONTROL-IS-VALID TO TRUE
                   END-EVALUATE
           END-READ.

       171-CHECK-REP-RULE.

           EVALUATE TRUE
               WHEN RR-FROM-SALESREP (REP-RULE-SUB)
                        = TA-FROM-SALESREP-9
                AND (RR-FROM-BRANCH (REP-RULE-SUB) = ZERO
                     OR REP-FROM-BRANCH = ZERO
                     OR RR-FROM-BRANCH (REP-RULE-SUB)
                            = REP-FROM-BRANCH)
                   SET RULE-MATCHED TO TRUE
                   MOVE "DUPLICATE CONTROL RECORD" TO CTL-DISPOSITION
               WHEN RR-FROM-SALESREP (REP-RULE-SUB) = TA-TO-SALESREP-9
                 OR RR-TO-SALESREP (REP-RULE-SUB) = TA-FROM-SALESREP-9
                   SET RULE-MATCHED TO TRUE
                   MOVE "CHAINED SALESREP MOVE"    TO CTL-DISPOSITION
           END-EVALUATE.

      *****************************************************************
      * Proves a branch fold: the target branch must be on file, a
      * branch may be folded only once, and a fold may not chain into
      * or out of another fold
      *****************************************************************
       175-EDIT-BRANCH-FOLD.

           MOVE TA-TO-BRANCH-9 TO BR-BRANCH-NUMBER.
           SET RULE-MATCHED TO FALSE.
           READ BRANCHM
               INVALID KEY
                   MOVE "BRANCH NOT ON FILE" TO CTL-DISPOSITION
               NOT INVALID KEY
                   PERFORM 176-CHECK-FOLD-ENTRY
                       VARYING MOVE-SUB FROM 1 BY 1
                       UNTIL MOVE-SUB > 99
                         OR RULE-MATCHED
                   EVALUATE TRUE
                       WHEN BF-TO-BRANCH (TA-FROM-BRANCH-9) NOT = ZERO
                           MOVE "DUPLICATE CONTROL RECORD"
                               TO CTL-DISPOSITION
                       WHEN RULE-MATCHED
                         OR BF-TO-BRANCH (TA-TO-BRANCH-9) NOT = ZERO
                           MOVE "CHAINED BRANCH FOLD"
                               TO CTL-DISPOSITION
                       WHEN OTHER
                           MOVE TA-TO-BRANCH-9
                               TO BF-TO-BRANCH (TA-FROM-BRANCH-9)
                           MOVE TA-USER-ID
                               TO BF-USER-ID (TA-FROM-BRANCH-9)
                           SET CONTROL-IS-VALID TO TRUE
                   END-EVALUATE
           END-READ.

       176-CHECK-FOLD-ENTRY.

           IF BF-TO-BRANCH (MOVE-SUB) = TA-FROM-BRANCH-9
               SET RULE-MATCHED TO TRUE
           END-IF.

      *****************************************************************
      * Proves an explicit customer move: a new branch or salesrep
      * given must be on file and the customer may be named only once
      *****************************************************************
       180-EDIT-CUSTOMER-MOVE.

           SET CONTROL-IS-VALID TO TRUE.
           IF TA-TO-BRANCH NOT = SPACES
               MOVE TA-TO-BRANCH-9 TO BR-BRANCH-NUMBER
               READ BRANCHM
                   INVALID KEY
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "BRANCH NOT ON FILE" TO CTL-DISPOSITION
               END-READ
           END-IF.
           IF CONTROL-IS-VALID AND TA-TO-SALESREP NOT = SPACES
               MOVE TA-TO-SALESREP-9 TO SR-SALESREP-NUMBER
               READ SALESREPM
                   INVALID KEY
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "SALESREP NOT ON FILE" TO CTL-DISPOSITION
               END-READ
           END-IF.
           IF CONTROL-IS-VALID
               MOVE TA-FROM-KEY TO LOOKUP-KEY
               PERFORM 265-FIND-CUSTOMER-RULE
               EVALUATE TRUE
                   WHEN RULE-MATCHED
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "DUPLICATE CONTROL RECORD"
                           TO CTL-DISPOSITION
                   WHEN CUST-RULE-COUNT >= 500
                       SET CONTROL-IS-VALID TO FALSE
                       MOVE "CONTROL TABLE FULL" TO CTL-DISPOSITION
                   WHEN OTHER
                       ADD 1 TO CUST-RULE-COUNT
                       MOVE TA-FROM-KEY
                           TO CR-FROM-KEY (CUST-RULE-COUNT)
                       MOVE ZERO TO CR-TO-BRANCH (CUST-RULE-COUNT)
                       MOVE ZERO TO CR-TO-SALESREP (CUST-RULE-COUNT)
                       IF TA-TO-BRANCH NOT = SPACES
                           MOVE TA-TO-BRANCH-9
                               TO CR-TO-BRANCH (CUST-RULE-COUNT)
                       END-IF
                       IF TA-TO-SALESREP NOT = SPACES
                           MOVE TA-TO-SALESREP-9
                               TO CR-TO-SALESREP (CUST-RULE-COUNT)
                       END-IF
                       MOVE TA-USER-ID TO CR-USER-ID (CUST-RULE-COUNT)
                       MOVE "N" TO CR-FOUND-SWITCH (CUST-RULE-COUNT)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Lists one control record with its disposition
      *****************************************************************
       185-LIST-CONTROL-RECORD.

           EVALUATE TRUE
               WHEN TA-REP-MOVE
                   MOVE "REP"       TO CTL-TYPE
               WHEN TA-BRANCH-FOLD
                   MOVE "BRANCH"    TO CTL-TYPE
               WHEN TA-CUSTOMER-MOVE
                   MOVE "CUST"      TO CTL-TYPE
               WHEN OTHER
                   MOVE TA-REALIGN-TYPE TO CTL-TYPE
           END-EVALUATE.
           MOVE TA-FROM-BRANCH    TO CTL-FROM-BRANCH.
           MOVE TA-FROM-SALESREP  TO CTL-FROM-SALESREP.
           MOVE TA-FROM-CUSTOMER  TO CTL-FROM-CUSTOMER.
           MOVE TA-TO-BRANCH      TO CTL-TO-BRANCH.
           MOVE TA-TO-SALESREP    TO CTL-TO-SALESREP.
           MOVE TA-USER-ID        TO CTL-USER-ID.
           MOVE CONTROL-RECORD-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Reads the live master from the top, totalling it for the
      * balance and planning a move for every customer a control
      * record applies to
      *****************************************************************
       200-PLAN-LIVE-MOVES.

           PERFORM 210-PLAN-ONE-LIVE-CUSTOMER
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.

       210-PLAN-ONE-LIVE-CUSTOMER.

           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LIVE-BEFORE-COUNT
                   ADD CM-SALES-THIS-YTD TO LIVE-BEFORE-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO LIVE-BEFORE-LAST-YTD
                   ADD CM-SALES-2YR-AGO  TO LIVE-BEFORE-2YR-AGO
                   MOVE CM-RECORD-KEY TO WORK-OLD-KEY
                   PERFORM 260-DETERMINE-NEW-KEY
                   IF WORK-NEW-KEY NOT = WORK-OLD-KEY
                       PERFORM 280-ADD-MOVE-ENTRY
                       MOVE "L" TO MV-SOURCE (MOVE-COUNT)
                       MOVE CM-CUSTOMER-NAME
                           TO MV-CUSTOMER-NAME (MOVE-COUNT)
                       MOVE CM-SALES-THIS-YTD
                           TO MV-SALES-THIS-YTD (MOVE-COUNT)
                       MOVE CM-SALES-LAST-YTD
                           TO MV-SALES-LAST-YTD (MOVE-COUNT)
                       MOVE CM-SALES-2YR-AGO
                           TO MV-SALES-2YR-AGO (MOVE-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * Reads the dormant master archive the same way, so a purged
      * customer restored later comes back in its new territory
      *****************************************************************
       250-PLAN-DORMANT-MOVES.

           OPEN INPUT ARCMAST.
           IF ARCMAST-STATUS = "00"
               PERFORM 255-PLAN-ONE-DORMANT-CUSTOMER
                   WITH TEST AFTER
                   UNTIL ARCMAST-EOF
               CLOSE ARCMAST
           END-IF.

       255-PLAN-ONE-DORMANT-CUSTOMER.

           READ ARCMAST
               AT END
                   SET ARCMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ARCM-BEFORE-COUNT
                   ADD AM-SALES-THIS-YTD TO ARCM-BEFORE-THIS-YTD
                   MOVE AM-RECORD-KEY TO WORK-OLD-KEY
                   PERFORM 260-DETERMINE-NEW-KEY
                   IF WORK-NEW-KEY NOT = WORK-OLD-KEY
                       PERFORM 280-ADD-MOVE-ENTRY
                       MOVE "A" TO MV-SOURCE (MOVE-COUNT)
                       MOVE AM-CUSTOMER-NAME
                           TO MV-CUSTOMER-NAME (MOVE-COUNT)
                       MOVE AM-SALES-THIS-YTD
                           TO MV-SALES-THIS-YTD (MOVE-COUNT)
                       MOVE AM-SALES-LAST-YTD
                           TO MV-SALES-LAST-YTD (MOVE-COUNT)
                       MOVE AM-SALES-2YR-AGO
                           TO MV-SALES-2YR-AGO (MOVE-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * Works out the new key for the customer key in WORK-OLD-KEY.
      * A customer named on a customer move takes that move alone;
      * any other takes its branch fold and salesrep move, if any.
      * The customer number never changes
      *****************************************************************
       260-DETERMINE-NEW-KEY.

           MOVE WORK-OLD-KEY TO WORK-NEW-KEY.
           MOVE SPACES       TO WORK-USER-ID.
           MOVE WORK-OLD-KEY TO LOOKUP-KEY.
           PERFORM 265-FIND-CUSTOMER-RULE.
           IF RULE-MATCHED
               MOVE "Y" TO CR-FOUND-SWITCH (CUST-RULE-MATCH-SUB)
               IF CR-TO-BRANCH (CUST-RULE-MATCH-SUB) NOT = ZERO
                   MOVE CR-TO-BRANCH (CUST-RULE-MATCH-SUB)
                       TO WN-BRANCH-NUMBER
               END-IF
               IF CR-TO-SALESREP (CUST-RULE-MATCH-SUB) NOT = ZERO
                   MOVE CR-TO-SALESREP (CUST-RULE-MATCH-SUB)
                       TO WN-SALESREP-NUMBER
               END-IF
               MOVE CR-USER-ID (CUST-RULE-MATCH-SUB) TO WORK-USER-ID
           ELSE
               IF WO-BRANCH-NUMBER > ZERO
                  AND BF-TO-BRANCH (WO-BRANCH-NUMBER) NOT = ZERO
                   MOVE BF-TO-BRANCH (WO-BRANCH-NUMBER)
                       TO WN-BRANCH-NUMBER
                   MOVE BF-USER-ID (WO-BRANCH-NUMBER) TO WORK-USER-ID
               END-IF
               SET RULE-MATCHED TO FALSE
               PERFORM 270-MATCH-REP-RULE
                   VARYING REP-RULE-SUB FROM 1 BY 1
                   UNTIL REP-RULE-SUB > REP-RULE-COUNT
                     OR RULE-MATCHED
           END-IF.

      *****************************************************************
      * Scans the customer moves for the key in LOOKUP-KEY
      *****************************************************************
       265-FIND-CUSTOMER-RULE.

           SET RULE-MATCHED TO FALSE.
           PERFORM 266-CHECK-CUSTOMER-RULE
               VARYING CUST-RULE-SUB FROM 1 BY 1
               UNTIL CUST-RULE-SUB > CUST-RULE-COUNT
                 OR RULE-MATCHED.

       266-CHECK-CUSTOMER-RULE.

           IF CR-FROM-KEY (CUST-RULE-SUB) = LOOKUP-KEY
               SET RULE-MATCHED TO TRUE
               MOVE CUST-RULE-SUB TO CUST-RULE-MATCH-SUB
           END-IF.

      *****************************************************************
      * Applies the first salesrep move for the customer's salesrep
      * in every branch or in the customer's own branch
      *****************************************************************
       270-MATCH-REP-RULE.

           IF RR-FROM-SALESREP (REP-RULE-SUB) = WO-SALESREP-NUMBER
              AND (RR-FROM-BRANCH (REP-RULE-SUB) = ZERO
                   OR RR-FROM-BRANCH (REP-RULE-SUB)
                          = WO-BRANCH-NUMBER)
               SET RULE-MATCHED TO TRUE
               MOVE RR-TO-SALESREP (REP-RULE-SUB)
                   TO WN-SALESREP-NUMBER
               MOVE RR-USER-ID (REP-RULE-SUB) TO WORK-USER-ID
           END-IF.

      *****************************************************************
      * Adds a planned move for the old and new keys just worked out.
      * A realignment too large for one run is held before anything
      * on any file has been changed
      *****************************************************************
       280-ADD-MOVE-ENTRY.

           IF MOVE-COUNT >= 2000
               MOVE "CUSTOMERS TO MOVE" TO TLL-TABLE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.
           ADD 1 TO MOVE-COUNT.
           MOVE WORK-OLD-KEY TO MV-OLD-KEY (MOVE-COUNT).
           MOVE WORK-NEW-KEY TO MV-NEW-KEY (MOVE-COUNT).
           MOVE WORK-USER-ID TO MV-USER-ID (MOVE-COUNT).
           MOVE SPACE        TO MV-STATE (MOVE-COUNT).
           MOVE SPACES       TO MV-REASON (MOVE-COUNT).

      *****************************************************************
      * Lists every customer move whose customer was on neither the
      * live master nor the dormant archive
      *****************************************************************
       290-LIST-UNFOUND-CUSTOMERS.

           PERFORM 295-CHECK-ONE-CUSTOMER-RULE
               VARYING CUST-RULE-SUB FROM 1 BY 1
               UNTIL CUST-RULE-SUB > CUST-RULE-COUNT.

       295-CHECK-ONE-CUSTOMER-RULE.

           IF NOT CR-FOUND (CUST-RULE-SUB)
               MOVE CR-FROM-KEY (CUST-RULE-SUB) TO MOVE-WORK-KEY
               MOVE "CUST"                 TO CTL-TYPE
               MOVE MWK-BRANCH-NUMBER      TO CTL-FROM-BRANCH
               MOVE MWK-SALESREP-NUMBER    TO CTL-FROM-SALESREP
               MOVE MWK-CUSTOMER-NUMBER    TO CTL-FROM-CUSTOMER
               MOVE SPACES                 TO CTL-TO-BRANCH
               MOVE SPACES                 TO CTL-TO-SALESREP
               MOVE CR-USER-ID (CUST-RULE-SUB) TO CTL-USER-ID
               MOVE "CUSTOMER NOT ON FILE" TO CTL-DISPOSITION
               MOVE CONTROL-RECORD-LINE TO LISTING-LINE
               PERFORM 800-PRINT-LISTING-LINE
               ADD 1 TO CONTROL-REJECT-COUNT
           END-IF.

      *****************************************************************
      * Rejects every planned move whose new key is already taken:
      * claimed by an earlier move, held by a customer on the live
      * master, or found on the dormant archives, the sales history,
      * or the yearly archive. A key held by a customer who is itself
      * moving away in this run is still treated as taken, so no
      * move ever depends on the order moves are applied in. The
      * yearly archive records to be rekeyed are counted on the way
      * so a run too large to rekey is held here, before any change
      *****************************************************************
       300-CHECK-COLLISIONS.

           PERFORM 310-CHECK-ONE-PLANNED-MOVE
               VARYING MOVE-SUB FROM 1 BY 1
               UNTIL MOVE-SUB > MOVE-COUNT.
           MOVE "N" TO ARCMAST-EOF-SWITCH.
           OPEN INPUT ARCMAST.
           IF ARCMAST-STATUS = "00"
               PERFORM 320-CHECK-ARCHIVE-MASTER-KEY
                   WITH TEST AFTER
                   UNTIL ARCMAST-EOF
               CLOSE ARCMAST
           END-IF.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               PERFORM 330-CHECK-HISTORY-KEY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
           END-IF.
           OPEN INPUT ARCHIST.
           IF ARCHIST-STATUS = "00"
               PERFORM 340-CHECK-ARCHIVE-HISTORY-KEY
                   WITH TEST AFTER
                   UNTIL ARCHIST-EOF
               CLOSE ARCHIST
           END-IF.
           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS = "00"
               PERFORM 350-CHECK-YEARLY-ARCHIVE-KEY
                   WITH TEST AFTER
                   UNTIL HSTARCH-EOF
               CLOSE HSTARCH
           END-IF.
           IF RKY-NEEDED-COUNT > 5000
               MOVE "YEARLY ARCHIVE RECS" TO TLL-TABLE-NAME
               PERFORM 090-HOLD-RUN
           END-IF.

      *****************************************************************
      * Checks one planned move's new key against the moves planned
      * before it and against the live master
      *****************************************************************
       310-CHECK-ONE-PLANNED-MOVE.

           MOVE MV-NEW-KEY (MOVE-SUB) TO LOOKUP-KEY.
           SET MOVE-MATCHED TO FALSE.
           PERFORM 311-CHECK-EARLIER-MOVE
               VARYING MOVE-MATCH-SUB FROM 1 BY 1
               UNTIL MOVE-MATCH-SUB >= MOVE-SUB
                 OR MOVE-MATCHED.
           IF MOVE-MATCHED
               MOVE "C" TO MV-STATE (MOVE-SUB)
               MOVE "TARGET KEY ALSO CLAIMED" TO MV-REASON (MOVE-SUB)
           ELSE
               MOVE LOOKUP-KEY TO CM-RECORD-KEY
               READ CUSTMAST
                   NOT INVALID KEY
                       MOVE "C" TO MV-STATE (MOVE-SUB)
                       MOVE "TARGET KEY ON MASTER"
                           TO MV-REASON (MOVE-SUB)
               END-READ
           END-IF.

       311-CHECK-EARLIER-MOVE.

           IF MV-NEW-KEY (MOVE-MATCH-SUB) = LOOKUP-KEY
              AND MV-PLANNED (MOVE-MATCH-SUB)
               SET MOVE-MATCHED TO TRUE
           END-IF.

       320-CHECK-ARCHIVE-MASTER-KEY.

           READ ARCMAST
               AT END
                   SET ARCMAST-EOF TO TRUE
               NOT AT END
                   MOVE AM-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 830-FIND-PLANNED-NEW-KEY
                   IF MOVE-MATCHED
                       MOVE "C" TO MV-STATE (MOVE-MATCH-SUB)
                       MOVE "TARGET KEY ON DORMANT FILE"
                           TO MV-REASON (MOVE-MATCH-SUB)
                   END-IF
           END-READ.

       330-CHECK-HISTORY-KEY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 830-FIND-PLANNED-NEW-KEY
                   IF MOVE-MATCHED
                       MOVE "C" TO MV-STATE (MOVE-MATCH-SUB)
                       MOVE "TARGET KEY ON HISTORY"
                           TO MV-REASON (MOVE-MATCH-SUB)
                   END-IF
           END-READ.

       340-CHECK-ARCHIVE-HISTORY-KEY.

           READ ARCHIST
               AT END
                   SET ARCHIST-EOF TO TRUE
               NOT AT END
                   MOVE AH-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 830-FIND-PLANNED-NEW-KEY
                   IF MOVE-MATCHED
                       MOVE "C" TO MV-STATE (MOVE-MATCH-SUB)
                       MOVE "TARGET KEY ON DORMANT FILE"
                           TO MV-REASON (MOVE-MATCH-SUB)
                   END-IF
           END-READ.

       350-CHECK-YEARLY-ARCHIVE-KEY.

           READ HSTARCH
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   MOVE AR-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 830-FIND-PLANNED-NEW-KEY
                   IF MOVE-MATCHED
                       MOVE "C" TO MV-STATE (MOVE-MATCH-SUB)
                       MOVE "TARGET KEY ON YEAR ARCHIVE"
                           TO MV-REASON (MOVE-MATCH-SUB)
                   END-IF
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED
                       ADD 1 TO RKY-NEEDED-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      * Moves every live customer whose move survived the collision
      * checks: the record is written under its new key, then
      * deleted from its old one
      *****************************************************************
       400-MOVE-LIVE-CUSTOMERS.

           PERFORM 410-MOVE-ONE-LIVE-CUSTOMER
               VARYING MOVE-SUB FROM 1 BY 1
               UNTIL MOVE-SUB > MOVE-COUNT.

       410-MOVE-ONE-LIVE-CUSTOMER.

           IF MV-LIVE-CUSTOMER (MOVE-SUB) AND MV-PLANNED (MOVE-SUB)
               MOVE MV-OLD-KEY (MOVE-SUB) TO CM-RECORD-KEY
               READ CUSTMAST
                   INVALID KEY
                       MOVE "C" TO MV-STATE (MOVE-SUB)
                       MOVE "MASTER READ FAILED"
                           TO MV-REASON (MOVE-SUB)
               END-READ
           END-IF.
           IF MV-LIVE-CUSTOMER (MOVE-SUB) AND MV-PLANNED (MOVE-SUB)
               MOVE MV-NEW-KEY (MOVE-SUB) TO CM-RECORD-KEY
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "C" TO MV-STATE (MOVE-SUB)
                       MOVE "MASTER WRITE FAILED"
                           TO MV-REASON (MOVE-SUB)
               END-WRITE
           END-IF.
           IF MV-LIVE-CUSTOMER (MOVE-SUB) AND MV-PLANNED (MOVE-SUB)
               MOVE MV-OLD-KEY (MOVE-SUB) TO CM-RECORD-KEY
               DELETE CUSTMAST
                   INVALID KEY
                       MOVE "C" TO MV-STATE (MOVE-SUB)
                       MOVE "MASTER DELETE FAILED"
                           TO MV-REASON (MOVE-SUB)
                   NOT INVALID KEY
                       MOVE "M" TO MV-STATE (MOVE-SUB)
                       ADD 1 TO LIVE-MOVED-COUNT
               END-DELETE
           END-IF.

      *****************************************************************
      * Rewrites the dormant master archive in its own order, with
      * every dormant customer whose move survived the collision
      * checks carried under its new key
      *****************************************************************
       450-REKEY-ARCHIVE-MASTER.

           MOVE "N" TO ARCMAST-EOF-SWITCH.
           OPEN OUTPUT NEWARCM.
           OPEN INPUT ARCMAST.
           IF ARCMAST-STATUS = "00"
               PERFORM 455-REKEY-ONE-ARCHIVE-MASTER
                   WITH TEST AFTER
                   UNTIL ARCMAST-EOF
               CLOSE ARCMAST
           END-IF.
           CLOSE NEWARCM.

       455-REKEY-ONE-ARCHIVE-MASTER.

           READ ARCMAST
               AT END
                   SET ARCMAST-EOF TO TRUE
               NOT AT END
                   MOVE AM-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED
                      AND MV-DORMANT-CUSTOMER (MOVE-MATCH-SUB)
                      AND NOT MV-COLLIDED (MOVE-MATCH-SUB)
                       MOVE MV-NEW-KEY (MOVE-MATCH-SUB)
                           TO AM-RECORD-KEY
                       IF MV-PLANNED (MOVE-MATCH-SUB)
                           MOVE "M" TO MV-STATE (MOVE-MATCH-SUB)
                           ADD 1 TO DORMANT-MOVED-COUNT
                       END-IF
                   END-IF
                   WRITE NEW-ARCMAST-RECORD
                       FROM ARCHIVE-MASTER-RECORD
                   ADD 1 TO ARCM-AFTER-COUNT
                   ADD AM-SALES-THIS-YTD TO ARCM-AFTER-THIS-YTD
           END-READ.

      *****************************************************************
      * Lists every planned move with its old and new keys, its YTD
      * buckets, and whether it moved or why it was rejected, then
      * the dollars moved
      *****************************************************************
       470-LIST-MOVES.

           MOVE "CUSTOMERS REALIGNED" TO STL-TITLE.
           MOVE MOVE-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE MOVE-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           PERFORM 475-LIST-ONE-MOVE
               VARYING MOVE-SUB FROM 1 BY 1
               UNTIL MOVE-SUB > MOVE-COUNT.
           MOVE MOVED-THIS-YTD TO MTL-SALES-THIS-YTD.
           MOVE MOVED-LAST-YTD TO MTL-SALES-LAST-YTD.
           MOVE MOVED-2YR-AGO  TO MTL-SALES-2YR-AGO.
           MOVE HEADING-LINE-3 TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.
           MOVE MOVED-TOTAL-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

       475-LIST-ONE-MOVE.

           IF MV-LIVE-CUSTOMER (MOVE-SUB)
               MOVE "LIVE" TO MVL-SOURCE
           ELSE
               MOVE "DORM" TO MVL-SOURCE
           END-IF.
           MOVE MV-OLD-KEY (MOVE-SUB)  TO MOVE-WORK-KEY.
           MOVE MWK-BRANCH-NUMBER      TO MVL-OLD-BRANCH.
           MOVE MWK-SALESREP-NUMBER    TO MVL-OLD-SALESREP.
           MOVE MWK-CUSTOMER-NUMBER    TO MVL-OLD-CUSTOMER.
           MOVE MV-NEW-KEY (MOVE-SUB)  TO MOVE-WORK-KEY.
           MOVE MWK-BRANCH-NUMBER      TO MVL-NEW-BRANCH.
           MOVE MWK-SALESREP-NUMBER    TO MVL-NEW-SALESREP.
           MOVE MWK-CUSTOMER-NUMBER    TO MVL-NEW-CUSTOMER.
           MOVE MV-CUSTOMER-NAME (MOVE-SUB)  TO MVL-CUSTOMER-NAME.
           MOVE MV-SALES-THIS-YTD (MOVE-SUB) TO MVL-SALES-THIS-YTD.
           MOVE MV-SALES-LAST-YTD (MOVE-SUB) TO MVL-SALES-LAST-YTD.
           MOVE MV-SALES-2YR-AGO (MOVE-SUB)  TO MVL-SALES-2YR-AGO.
           MOVE MV-USER-ID (MOVE-SUB)        TO MVL-USER-ID.
           IF MV-MOVED (MOVE-SUB)
               MOVE "MOVED" TO MVL-DISPOSITION
               ADD MV-SALES-THIS-YTD (MOVE-SUB) TO MOVED-THIS-YTD
               ADD MV-SALES-LAST-YTD (MOVE-SUB) TO MOVED-LAST-YTD
               ADD MV-SALES-2YR-AGO (MOVE-SUB)  TO MOVED-2YR-AGO
           ELSE
               MOVE MV-REASON (MOVE-SUB) TO MVL-DISPOSITION
               ADD 1 TO MOVE-REJECT-COUNT
           END-IF.
           MOVE MOVE-DETAIL-LINE TO LISTING-LINE.
           PERFORM 800-PRINT-LISTING-LINE.

      *****************************************************************
      * Rekeys the sales history in two passes, the way the customer
      * maintenance (MNT5000) does: the first pass pulls every record
      * of a moved customer into the merge table under its new key,
      * and the second copies the file through, merging the rekeyed
      * records back in key order. A missing history file writes an
      * empty new generation
      *****************************************************************
       500-REKEY-SALES-HISTORY.

           MOVE "N" TO SALESHST-EOF-SWITCH.
           OPEN OUTPUT NEWHIST.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               PERFORM 510-PULL-ONE-HISTORY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
               OPEN INPUT SALESHST
               MOVE "N" TO SALESHST-EOF-SWITCH
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
      * First pass: holds the rekeyed copy of every record belonging
      * to a moved customer in the merge table, in new-key order
      *****************************************************************
       510-PULL-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED AND MV-MOVED (MOVE-MATCH-SUB)
                       MOVE SALES-HISTORY-RECORD
                           TO HISTORY-WORK-RECORD
                       MOVE MV-NEW-KEY (MOVE-MATCH-SUB)
                           TO HW-RECORD-KEY
                       PERFORM 515-STORE-REKEYED-HISTORY
                       ADD 1 TO HIST-REKEY-COUNT
                   END-IF
           END-READ.

       515-STORE-REKEYED-HISTORY.

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

           MOVE REKEYED-HIST-ENTRY (RKH-SHIFT-SUB)
               TO REKEYED-HIST-ENTRY (RKH-SHIFT-SUB + 1).

      *****************************************************************
      * Sets the key of the next rekeyed record waiting to merge,
      * HIGH-VALUES once the table is exhausted
      *****************************************************************
       525-SET-HISTORY-INSERT-KEY.

           IF RKH-SUB > RKH-COUNT
               MOVE HIGH-VALUES TO HIST-INSERT-KEY
           ELSE
               MOVE RKH-RECORD-KEY (RKH-SUB) TO HIST-INSERT-KEY
           END-IF.

      *****************************************************************
      * Second pass: reads the history forward, totalling every
      * record for the balance and skipping the records of moved
      * customers - their rekeyed copies go out from the table
      *****************************************************************
       530-READ-HISTORY-AGAIN.

           PERFORM 535-READ-ONE-HISTORY
               WITH TEST AFTER
               UNTIL SALESHST-EOF
                 OR NOT MOVE-MATCHED.

       535-READ-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
                   SET MOVE-MATCHED TO FALSE
                   MOVE HIGH-VALUES TO HIST-MERGE-KEY
               NOT AT END
                   MOVE SALES-HISTORY-RECORD TO HISTORY-WORK-RECORD
                   PERFORM 850-TOTAL-HISTORY-BUCKETS
                   ADD 1 TO HIST-BEFORE-COUNT
                   ADD RECORD-BUCKET-TOTAL TO HIST-BEFORE-AMOUNT
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED AND NOT MV-MOVED (MOVE-MATCH-SUB)
                       SET MOVE-MATCHED TO FALSE
                   END-IF
                   MOVE HS-RECORD-KEY TO HIST-MERGE-KEY
           END-READ.

      *****************************************************************
      * Writes whichever of the rekeyed record and the record read
      * comes first in key order. The collision checks proved no new
      * key is on the file, so the two keys are never equal
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
      * Rewrites the dormant history archive in its own order, with
      * every record of a moved customer carried under its new key
      *****************************************************************
       550-REKEY-ARCHIVE-HISTORY.

           MOVE "N" TO ARCHIST-EOF-SWITCH.
           OPEN OUTPUT NEWARCH.
           OPEN INPUT ARCHIST.
           IF ARCHIST-STATUS = "00"
               PERFORM 555-REKEY-ONE-ARCHIVE-HISTORY
                   WITH TEST AFTER
                   UNTIL ARCHIST-EOF
               CLOSE ARCHIST
           END-IF.
           CLOSE NEWARCH.

       555-REKEY-ONE-ARCHIVE-HISTORY.

           READ ARCHIST
               AT END
                   SET ARCHIST-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-HISTORY-RECORD TO HISTORY-WORK-RECORD
                   PERFORM 850-TOTAL-HISTORY-BUCKETS
                   ADD 1 TO ARCH-BEFORE-COUNT
                   ADD RECORD-BUCKET-TOTAL TO ARCH-BEFORE-AMOUNT
                   MOVE AH-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED AND MV-MOVED (MOVE-MATCH-SUB)
                       MOVE MV-NEW-KEY (MOVE-MATCH-SUB)
                           TO HW-RECORD-KEY
                       ADD 1 TO ARCH-REKEY-COUNT
                   END-IF
                   WRITE NEW-ARCHIST-RECORD FROM HISTORY-WORK-RECORD
                   ADD 1 TO ARCH-AFTER-COUNT
                   ADD RECORD-BUCKET-TOTAL TO ARCH-AFTER-AMOUNT
           END-READ.

      *****************************************************************
      * Rekeys the yearly archive in two passes like the sales
      * history, keeping it in year then customer key order so the
      * year-over-year comparison (YOY5000) can still match it
      *****************************************************************
       600-REKEY-YEARLY-ARCHIVE.

           MOVE "N" TO HSTARCH-EOF-SWITCH.
           OPEN OUTPUT NEWHSTA.
           OPEN INPUT HSTARCH.
           IF HSTARCH-STATUS = "00"
               PERFORM 610-PULL-ONE-YEAR-RECORD
                   WITH TEST AFTER
                   UNTIL HSTARCH-EOF
               CLOSE HSTARCH
               OPEN INPUT HSTARCH
               MOVE "N" TO HSTARCH-EOF-SWITCH
               MOVE 1 TO RKY-SUB
               PERFORM 625-SET-YEAR-INSERT-KEY
               PERFORM 630-READ-YEAR-AGAIN
               PERFORM 640-MERGE-NEXT-YEAR-RECORD
                   UNTIL YEAR-INSERT-KEY = HIGH-VALUES
                     AND YEAR-MERGE-KEY = HIGH-VALUES
               CLOSE HSTARCH
           END-IF.
           CLOSE NEWHSTA.

       610-PULL-ONE-YEAR-RECORD.

           READ HSTARCH
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   MOVE AR-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED AND MV-MOVED (MOVE-MATCH-SUB)
                       MOVE YEARLY-ARCHIVE-RECORD TO YEAR-WORK-RECORD
                       MOVE MV-NEW-KEY (MOVE-MATCH-SUB)
                           TO YW-RECORD-KEY
                       PERFORM 615-STORE-REKEYED-YEAR-RECORD
                       ADD 1 TO YEAR-REKEY-COUNT
                   END-IF
           END-READ.

       615-STORE-REKEYED-YEAR-RECORD.

           MOVE ZERO TO RKY-INSERT-POS.
           PERFORM 616-FIND-YEAR-POSITION
               VARYING RKY-SUB FROM 1 BY 1
               UNTIL RKY-SUB > RKY-COUNT
                 OR RKY-INSERT-POS > ZERO.
           IF RKY-INSERT-POS = ZERO
               COMPUTE RKY-INSERT-POS = RKY-COUNT + 1
           END-IF.
           PERFORM 617-SHIFT-YEAR-DOWN
               VARYING RKY-SHIFT-SUB FROM RKY-COUNT BY -1
               UNTIL RKY-SHIFT-SUB < RKY-INSERT-POS.
           MOVE YW-ARCHIVE-KEY TO RKY-ARCHIVE-KEY (RKY-INSERT-POS).
           MOVE YEAR-WORK-RECORD TO RKY-RECORD (RKY-INSERT-POS).
           ADD 1 TO RKY-COUNT.

       616-FIND-YEAR-POSITION.

           IF RKY-ARCHIVE-KEY (RKY-SUB) NOT < YW-ARCHIVE-KEY
               MOVE RKY-SUB TO RKY-INSERT-POS
           END-IF.

       617-SHIFT-YEAR-DOWN.

           MOVE REKEYED-YEAR-ENTRY (RKY-SHIFT-SUB)
               TO REKEYED-YEAR-ENTRY (RKY-SHIFT-SUB + 1).

       625-SET-YEAR-INSERT-KEY.

           IF RKY-SUB > RKY-COUNT
               MOVE HIGH-VALUES TO YEAR-INSERT-KEY
           ELSE
               MOVE RKY-ARCHIVE-KEY (RKY-SUB) TO YEAR-INSERT-KEY
           END-IF.

       630-READ-YEAR-AGAIN.

           PERFORM 635-READ-ONE-YEAR-RECORD
               WITH TEST AFTER
               UNTIL HSTARCH-EOF
                 OR NOT MOVE-MATCHED.

       635-READ-ONE-YEAR-RECORD.

           READ HSTARCH
               AT END
                   SET HSTARCH-EOF TO TRUE
                   SET MOVE-MATCHED TO FALSE
                   MOVE HIGH-VALUES TO YEAR-MERGE-KEY
               NOT AT END
                   ADD 1 TO YEAR-BEFORE-COUNT
                   ADD AR-YEAR-TOTAL TO YEAR-BEFORE-AMOUNT
                   MOVE AR-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 840-FIND-OLD-KEY
                   IF MOVE-MATCHED AND NOT MV-MOVED (MOVE-MATCH-SUB)
                       SET MOVE-MATCHED TO FALSE
                   END-IF
                   MOVE AR-ARCHIVE-KEY TO YEAR-MERGE-KEY
           END-READ.

      *****************************************************************
      * Writes whichever of the rekeyed record and the record read
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
      * the moves for the balance
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
      * Prints the before/after balance of every file rekeyed. A move
      * changes only keys, so every count and dollar total must be
      * the same after the run as before it
      *****************************************************************
       700-PRINT-BALANCE.

           MOVE "BEFORE/AFTER BALANCE" TO STL-TITLE.
           MOVE BALANCE-HEADING-LINE-1 TO SECTION-HEADING-A.
           MOVE BALANCE-HEADING-LINE-2 TO SECTION-HEADING-B.
           PERFORM 820-START-SECTION.
           MOVE "CUSTMAST"              TO BL-FILE-NAME.
           MOVE "THIS YTD"              TO BL-MEASURE.
           MOVE LIVE-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
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
           MOVE HIST-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE HIST-BEFORE-AMOUNT      TO BAL-AMOUNT-BEFORE.
           MOVE HIST-AFTER-AMOUNT       TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "HSTARCH"               TO BL-FILE-NAME.
           MOVE "YEAR TOTALS"           TO BL-MEASURE.
           MOVE YEAR-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE YEAR-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE YEAR-BEFORE-AMOUNT      TO BAL-AMOUNT-BEFORE.
           MOVE YEAR-AFTER-AMOUNT       TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "ARCMAST"               TO BL-FILE-NAME.
           MOVE "THIS YTD"              TO BL-MEASURE.
           MOVE ARCM-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE ARCM-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE ARCM-BEFORE-THIS-YTD    TO BAL-AMOUNT-BEFORE.
           MOVE ARCM-AFTER-THIS-YTD     TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           MOVE "ARCHIST"               TO BL-FILE-NAME.
           MOVE "MONTH BUCKETS"         TO BL-MEASURE.
           MOVE ARCH-BEFORE-COUNT       TO BAL-COUNT-BEFORE.
           MOVE ARCH-AFTER-COUNT        TO BAL-COUNT-AFTER.
           MOVE ARCH-BEFORE-AMOUNT      TO BAL-AMOUNT-BEFORE.
           MOVE ARCH-AFTER-AMOUNT       TO BAL-AMOUNT-AFTER.
           PERFORM 710-PRINT-BALANCE-LINE.
           IF RUN-OUT-OF-BALANCE
               MOVE HEADING-LINE-3 TO LISTING-LINE
               PERFORM 800-PRINT-LISTING-LINE
               MOVE OUT-OF-BALANCE-LINE TO LISTING-LINE
               PERFORM 800-PRINT-LISTING-LINE
           END-IF.

      *****************************************************************
      * Prints one balance line from the figures moved in, flagging
      * the run when the before and after figures differ
      *****************************************************************
       710-PRINT-BALANCE-LINE.

           MOVE BAL-COUNT-BEFORE  TO BL-COUNT-BEFORE.
           MOVE BAL-COUNT-AFTER   TO BL-COUNT-AFTER.
           MOVE BAL-AMOUNT-BEFORE TO BL-AMOUNT-BEFORE.
           MOVE BAL-AMOUNT-AFTER  TO BL-AMOUNT-AFTER.
           IF BAL-COUNT-BEFORE = BAL-COUNT-AFTER
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
           MOVE "LIVE CUSTOMERS MOVED"     TO CCL-LABEL.
           MOVE LIVE-MOVED-COUNT           TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "DORMANT CUSTOMERS MOVED"  TO CCL-LABEL.
           MOVE DORMANT-MOVED-COUNT        TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "MOVES REJECTED"           TO CCL-LABEL.
           MOVE MOVE-REJECT-COUNT          TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "HISTORY RECORDS REKEYED"  TO CCL-LABEL.
           MOVE HIST-REKEY-COUNT           TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "YEAR ARCHIVE RECS REKEYED" TO CCL-LABEL.
           MOVE YEAR-REKEY-COUNT           TO CCL-COUNT.
           PERFORM 760-PRINT-COUNT-LINE.
           MOVE "DORMANT HISTORY REKEYED"  TO CCL-LABEL.
           MOVE ARCH-REKEY-COUNT           TO CCL-COUNT.
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
           MOVE LISTING-LINE TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the heading lines with the current section's title and
      * column headings, then resets the line count
      *****************************************************************
       810-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE HEADING-LINE-2 TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE HEADING-LINE-3 TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE SECTION-TITLE-LINE TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE HEADING-LINE-3 TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE SECTION-HEADING-A TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE SECTION-HEADING-B TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE HEADING-LINE-3 TO REALIGN-PRINT-AREA.
           WRITE REALIGN-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Starts a new section of the listing on a new page. The title
      * and column headings must already be moved in
      *****************************************************************
       820-START-SECTION.

           MOVE +99 TO LINE-COUNT.

      *****************************************************************
      * Scans the moves still planned for one whose new key is the
      * key in LOOKUP-KEY
      *****************************************************************
       830-FIND-PLANNED-NEW-KEY.

           SET MOVE-MATCHED TO FALSE.
           PERFORM 831-CHECK-PLANNED-NEW-KEY
               VARYING MOVE-MATCH-SUB FROM 1 BY 1
               UNTIL MOVE-MATCH-SUB > MOVE-COUNT
                 OR MOVE-MATCHED.
           IF MOVE-MATCHED
               SUBTRACT 1 FROM MOVE-MATCH-SUB
           END-IF.

       831-CHECK-PLANNED-NEW-KEY.

           IF MV-NEW-KEY (MOVE-MATCH-SUB) = LOOKUP-KEY
              AND MV-PLANNED (MOVE-MATCH-SUB)
               SET MOVE-MATCHED TO TRUE
           END-IF.

      *****************************************************************
      * Scans the moves for one whose old key is the key in
      * LOOKUP-KEY, whatever its state
      *****************************************************************
       840-FIND-OLD-KEY.

           SET MOVE-MATCHED TO FALSE.
           PERFORM 841-CHECK-OLD-KEY
               VARYING MOVE-MATCH-SUB FROM 1 BY 1
               UNTIL MOVE-MATCH-SUB > MOVE-COUNT
                 OR MOVE-MATCHED.
           IF MOVE-MATCHED
               SUBTRACT 1 FROM MOVE-MATCH-SUB
           END-IF.

       841-CHECK-OLD-KEY.

           IF MV-OLD-KEY (MOVE-MATCH-SUB) = LOOKUP-KEY
               SET MOVE-MATCHED TO TRUE
           END-IF.

      *****************************************************************
      * Totals the twelve month buckets of the history record in the
      * work area for the balance
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
           MOVE "TRA5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control records of the live master and the new
      * history generation so every later reader can prove it has the
      * files this realignment left. A control record that cannot be
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
           MOVE "TRA5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "TRA5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
