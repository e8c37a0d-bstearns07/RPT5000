      *****************************************************************
      * Title..........: BKO5000 - Maintenance Run Backout
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Reverses the changes one run of the customer
      *                  maintenance (MNT5000) or the salesrep/branch
      *                  maintenance (LKM5000) applied, using the
      *                  before and after images that run wrote to its
      *                  maintenance journal. A control record names
      *                  the run by program, date, and time, and
      *                  optionally one user within it. Changes are
      *                  reversed newest first, field by field, and a
      *                  field is put back only while it still holds
      *                  the value that run gave it - a field someone
      *                  has changed again since is left alone and
      *                  listed. A reversed salesrep reassignment takes
      *                  the customer's sales history back to the old
      *                  key, and a reversed commission rate takes its
      *                  rate history record back out, each written as
      *                  a new generation. Every change is listed with
      *                  what was reversed and what could not be
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BKO5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BKOTRAN  ASSIGN TO BKOTRAN.
           SELECT MNTJRNL  ASSIGN TO MNTJRNL
                  FILE STATUS IS MNTJRNL-STATUS.
           SELECT LKMJRNL  ASSIGN TO LKMJRNL
                  FILE STATUS IS LKMJRNL-STATUS.
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
           SELECT RATEHIST ASSIGN TO RATEHIST
                  FILE STATUS IS RATEHIST-STATUS.
           SELECT NEWRATE  ASSIGN TO NEWRATE.
           SELECT BKORPT   ASSIGN TO BKORPT.

       DATA DIVISION.

       FILE SECTION.

       FD  BKOTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The backout control record names the run to reverse: the
      * program that ran, the date it ran, and the time it started as
      * shown on its audit listing heading (hours and minutes, with
      * seconds only needed when two runs started in the same minute).
      * A user ID limits the backout to that user's changes; blank
      * reverses the whole run
      *****************************************************************
       01  BACKOUT-CONTROL-RECORD.
           05  BK-PROGRAM-ID           PIC X(8).
              88  BK-CUSTOMER-MAINT             VALUE "MNT5000".
              88  BK-LOOKUP-MAINT               VALUE "LKM5000".
           05  BK-RUN-DATE             PIC X(8).
           05  BK-RUN-DATE-9           REDEFINES BK-RUN-DATE
                                       PIC 9(8).
           05  BK-RUN-TIME.
               10  BK-RUN-HHMM         PIC X(4).
               10  BK-RUN-HHMM-9       REDEFINES BK-RUN-HHMM
                                       PIC 9(4).
               10  BK-RUN-SECONDS      PIC X(2).
               10  BK-RUN-SECONDS-9    REDEFINES BK-RUN-SECONDS
                                       PIC 9(2).
           05  BK-USER-ID              PIC X(8).
           05  FILLER                  PIC X(50).

       FD  MNTJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 400 CHARACTERS.

      *****************************************************************
      * The customer maintenance journal written by MNT5000
      *****************************************************************
       01  MNT-JOURNAL-RECORD  PIC X(400).

       FD  LKMJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 400 CHARACTERS.

      *****************************************************************
      * The salesrep/branch maintenance journal written by LKM5000,
      * in the same layout
      *****************************************************************
       01  LKM-JOURNAL-RECORD  PIC X(400).

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master, opened for update when a customer
      * maintenance run is being reversed
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-RECORD-KEY           PIC X(9).
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
      * The salesrep master, opened for update when a salesrep/branch
      * maintenance run is being reversed
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
      * The branch master, opened for update with the salesrep master
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
      * The monthly sales history file, in customer key order
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
      * The history file written by this run with every reversed
      * reassignment's history back under the old key, in key order
      *****************************************************************
       01  NEW-HISTORY-RECORD  PIC X(150).

       FD  RATEHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * The commission rate history appended by LKM5000
      *****************************************************************
       01  RATE-HISTORY-RECORD PIC X(40).

       FD  NEWRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * The rate history written by this run without the records of
      * the rate changes reversed, in the same order as RATEHIST
      *****************************************************************
       01  NEW-RATE-RECORD     PIC X(40).

       FD  BKORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the backout listing
      *****************************************************************
       01  BACKOUT-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the backout run
      *****************************************************************

      * Determines end of file, lookups, and field-by-field results
       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH      PIC X    VALUE "N".
              88  JOURNAL-EOF                   VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                  VALUE "Y".
           05  RATEHIST-EOF-SWITCH     PIC X    VALUE "N".
              88  RATEHIST-EOF                  VALUE "Y".
           05  RECORD-FOUND-SWITCH     PIC X    VALUE "N".
              88  RECORD-FOUND                  VALUE "Y"
                                                  FALSE "N".
           05  RECORD-CHANGED-SWITCH   PIC X    VALUE "N".
              88  RECORD-CHANGED                VALUE "Y"
                                                  FALSE "N".
           05  FIELD-REVERSED-SWITCH   PIC X    VALUE "N".
              88  FIELD-REVERSED                VALUE "Y"
                                                  FALSE "N".
           05  AS-RUN-LEFT-IT-SWITCH   PIC X    VALUE "N".
              88  RECORD-AS-RUN-LEFT-IT         VALUE "Y"
                                                  FALSE "N".
           05  REVERSAL-MATCH-SWITCH   PIC X    VALUE "N".
              88  REVERSAL-MATCHED              VALUE "Y"
                                                  FALSE "N".
           05  RATE-MATCH-SWITCH       PIC X    VALUE "N".
              88  RATE-MATCHED                  VALUE "Y"
                                                  FALSE "N".

      * File statuses. The journal of the run named and the masters
      * it changed must open; a missing history or rate history file
      * is simply not rewritten
       01  MNTJRNL-STATUS   PIC XX.
       01  LKMJRNL-STATUS   PIC XX.
       01  CUSTMAST-STATUS  PIC XX.
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.
       01  SALESHST-STATUS  PIC XX.
       01  RATEHIST-STATUS  PIC XX.

      * The journal record being selected or reversed. The layout is
      * the one both maintenance programs journal in: the run ID, the
      * order applied, the user, the file (C customer, H history
      * rekey, S salesrep, B branch, R rate history logged), the
      * action (A, C, D, or K for a rekey), the keys before and after,
      * and the whole record before and after the change
       01  JOURNAL-ENTRY-RECORD.
           05  JE-RUN-ID.
               10  JE-PROGRAM-ID       PIC X(8).
               10  JE-RUN-DATE         PIC 9(8).
               10  JE-RUN-TIME.
                   15  JE-RUN-HHMM     PIC 9(4).
                   15  JE-RUN-SECONDS  PIC 9(2).
           05  JE-SEQUENCE-NUMBER      PIC 9(5).
           05  JE-USER-ID              PIC X(8).
           05  JE-FILE-CODE            PIC X.
              88  JE-CUSTOMER-ENTRY             VALUE "C".
              88  JE-HISTORY-ENTRY              VALUE "H".
              88  JE-SALESREP-ENTRY             VALUE "S".
              88  JE-BRANCH-ENTRY               VALUE "B".
              88  JE-RATE-ENTRY                 VALUE "R".
           05  JE-ACTION-CODE          PIC X.
              88  JE-ADD-ACTION                 VALUE "A".
              88  JE-CHANGE-ACTION              VALUE "C".
              88  JE-DELETE-ACTION              VALUE "D".
           05  JE-OLD-KEY              PIC X(9).
           05  JE-NEW-KEY              PIC X(9).
           05  JE-BEFORE-IMAGE         PIC X(150).
           05  JE-AFTER-IMAGE          PIC X(150).
           05  FILLER                  PIC X(45).

      * The journal before and after images, viewed as whichever
      * master record the entry changed
       01  JOURNAL-BEFORE-IMAGE.
           05  JB-CUSTOMER-IMAGE.
               10  JB-RECORD-KEY       PIC X(9).
               10  JB-CUSTOMER-NAME    PIC X(20).
               10  JB-SALES-THIS-YTD   PIC S9(5)V9(2).
               10  JB-SALES-LAST-YTD   PIC S9(5)V9(2).
               10  JB-SALES-2YR-AGO    PIC S9(5)V9(2).
               10  FILLER              PIC X(100).
           05  JB-SALESREP-IMAGE       REDEFINES JB-CUSTOMER-IMAGE.
               10  JB-SALESREP-NUMBER  PIC 9(2).
               10  JB-SALESREP-NAME    PIC X(20).
               10  JB-COMMISSION-RATE  PIC 9V9(4).
               10  FILLER              PIC X(123).
           05  JB-BRANCH-IMAGE         REDEFINES JB-CUSTOMER-IMAGE.
               10  JB-BRANCH-NUMBER    PIC 9(2).
               10  JB-BRANCH-NAME      PIC X(20).
               10  JB-REGION-CODE      PIC X(2).
               10  FILLER              PIC X(126).

       01  JOURNAL-AFTER-IMAGE.
           05  JA-CUSTOMER-IMAGE.
               10  JA-RECORD-KEY       PIC X(9).
               10  JA-CUSTOMER-NAME    PIC X(20).
               10  JA-SALES-THIS-YTD   PIC S9(5)V9(2).
               10  JA-SALES-LAST-YTD   PIC S9(5)V9(2).
               10  JA-SALES-2YR-AGO    PIC S9(5)V9(2).
               10  FILLER              PIC X(100).
           05  JA-SALESREP-IMAGE       REDEFINES JA-CUSTOMER-IMAGE.
               10  JA-SALESREP-NUMBER  PIC 9(2).
               10  JA-SALESREP-NAME    PIC X(20).
               10  JA-COMMISSION-RATE  PIC 9V9(4).
               10  FILLER              PIC X(123).
           05  JA-BRANCH-IMAGE         REDEFINES JA-CUSTOMER-IMAGE.
               10  JA-BRANCH-NUMBER    PIC 9(2).
               10  JA-BRANCH-NAME      PIC X(20).
               10  JA-REGION-CODE      PIC X(2).
               10  FILLER              PIC X(126).
           05  JA-RATE-HISTORY-IMAGE   REDEFINES JA-CUSTOMER-IMAGE.
               10  JA-RATE-HISTORY-RECORD PIC X(40).
               10  FILLER              PIC X(110).

      * Every journal record selected for the backout, in the order
      * applied, so they can be reversed newest first. A salesrep
      * entry whose rate was reversed is flagged so the rate history
      * entry journaled right behind it comes back out, and each rate
      * history entry is flagged once found and dropped
       01  SELECTED-FIELDS.
           05  SELECTED-COUNT      PIC S9(5)   VALUE ZERO.
           05  SELECTED-SUB        PIC S9(5)   VALUE ZERO.
           05  PRIOR-SUB           PIC S9(5)   VALUE ZERO.
           05  SELECTED-ENTRY OCCURS 2000 TIMES.
               10  SE-JOURNAL-RECORD       PIC X(400).
               10  SE-RATE-REVERSED-SWITCH PIC X.
                  88  SE-RATE-REVERSED           VALUE "Y".
               10  SE-RATE-DROP-SWITCH     PIC X.
                  88  SE-RATE-TO-DROP            VALUE "Y".
                  88  SE-RATE-DROPPED            VALUE "D".

      * The run time of the first entry selected; every other entry
      * must carry the same, or the run named was not unique
       01  SELECTED-RUN-TIME   PIC 9(6)    VALUE ZERO.

      * One entry per reassignment reversed on the customer master:
      * the history of the customer moves from the key the run gave
      * it back to the key it had. An entry is blocked when a history
      * record already holds the old key, and marked applied once the
      * history record has been rekeyed back
       01  HIST-REVERSAL-FIELDS.
           05  HR-COUNT            PIC S9(5)   VALUE ZERO.
           05  HR-SUB              PIC S9(5)   VALUE ZERO.
           05  HR-MATCH-SUB        PIC S9(5)   VALUE ZERO.
           05  HR-HOP-COUNT        PIC S9(5)   VALUE ZERO.
           05  HIST-REVERSAL-ENTRY OCCURS 2000 TIMES.
               10  HR-FROM-KEY     PIC X(9).
               10  HR-TO-KEY       PIC X(9).
               10  HR-STATE        PIC X.
                  88  HR-PENDING           VALUE SPACE.
                  88  HR-BLOCKED           VALUE "B".
                  88  HR-APPLIED           VALUE "A".

      * Rekeyed history records pulled off the first history pass,
      * held in ascending key order for the merge pass
       01  REKEYED-HIST-FIELDS.
           05  RKH-COUNT           PIC S9(5)   VALUE ZERO.
           05  RKH-SUB             PIC S9(5)   VALUE ZERO.
           05  RKH-INSERT-POS      PIC S9(5)   VALUE ZERO.
           05  RKH-SHIFT-SUB       PIC S9(5)   VALUE ZERO.
           05  REKEYED-HIST-ENTRY  OCCURS 2000 TIMES.
               10  RKH-RECORD-KEY  PIC X(9).
               10  RKH-RECORD      PIC X(150).

      * Keys of the next rekeyed record waiting to merge and of the
      * history record being merged, HIGH-VALUES when exhausted
       01  RKH-INSERT-KEY      PIC X(9)    VALUE HIGH-VALUES.
       01  RKH-MERGE-KEY       PIC X(9)    VALUE LOW-VALUES.

      * Key being looked up in the reversal table and the history
      * record being rekeyed
       01  LOOKUP-KEY          PIC X(9).
       01  HISTORY-WORK-RECORD.
           05  HW-RECORD-KEY   PIC X(9).
           05  FILLER          PIC X(141).

      * Values compared and put back for the field being reversed:
      * the journal before and after values and the value on file
       01  FIELD-COMPARE-FIELDS.
           05  TEXT-BEFORE         PIC X(20).
           05  TEXT-AFTER          PIC X(20).
           05  TEXT-NOW            PIC X(20).
           05  AMOUNT-BEFORE       PIC S9(5)V9(2).
           05  AMOUNT-AFTER        PIC S9(5)V9(2).
           05  AMOUNT-NOW          PIC S9(5)V9(2).
           05  RATE-BEFORE         PIC 9V9(4).
           05  RATE-AFTER          PIC 9V9(4).
           05  RATE-NOW            PIC 9V9(4).

      * Edited values shown on the listing
       01  AMOUNT-EDIT         PIC ZZ,ZZ9.99-.
       01  RATE-EDIT           PIC 9.9(4).

      * A customer key split for the listing
       01  KEY-WORK.
           05  KW-BRANCH-NUMBER    PIC X(2).
           05  KW-SALESREP-NUMBER  PIC X(2).
           05  KW-CUSTOMER-NUMBER  PIC X(5).

      * Counts for the control totals trailer
       01  COUNT-FIELDS.
           05  JOURNAL-READ-COUNT      PIC S9(7)   VALUE ZERO.
           05  FIELDS-REVERSED-COUNT   PIC S9(5)   VALUE ZERO.
           05  NOT-REVERSED-COUNT      PIC S9(5)   VALUE ZERO.
           05  HIST-REKEYED-COUNT      PIC S9(5)   VALUE ZERO.
           05  RATE-REMOVED-COUNT      PIC S9(5)   VALUE ZERO.

      * Controls spacing on the listing and page headings
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
      * stamps this run's completion for the steps that follow it
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-RETURN-CODE      PIC 9(2).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * stamps the control records of the customer master reversed in
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
      * Lines printed on the backout listing
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MAINTENANCE RUN BACK".
           05  FILLER          PIC X(20)   VALUE "OUT                 ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "BKO5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  RUN-ID-LINE.
           05  FILLER          PIC X(16)   VALUE "RUN BACKED OUT: ".
           05  RIL-PROGRAM-ID  PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  RIL-RUN-DATE    PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  RIL-RUN-TIME    PIC X(6).
           05  FILLER          PIC X(10)   VALUE "    USER: ".
           05  RIL-USER-ID     PIC X(8).
           05  FILLER          PIC X(70)   VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "  SEQ ACTION FILE KEY         FIELD     ".
           05  FILLER      PIC X(40)   VALUE
               "       JOURNAL BEFORE       ON FILE AT B".
           05  FILLER      PIC X(40)   VALUE
               "ACKOUT   DISPOSITION               USER ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  BACKOUT-LINE.
           05  BL-SEQUENCE-NUMBER      PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-ACTION               PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-FILE-NAME            PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-KEY.
               10  BL-BRANCH-NUMBER    PIC X(2).
               10  FILLER              PIC X(1).
               10  BL-SALESREP-NUMBER  PIC X(2).
               10  FILLER              PIC X(1).
               10  BL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-FIELD-NAME           PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-BEFORE-VALUE         PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-NOW-VALUE            PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-DISPOSITION          PIC X(25).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(7)    VALUE SPACE.

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

       01  HELD-RUN-LINE.
           05  FILLER      PIC X(4)   VALUE "*** ".
           05  HRL-REASON              PIC X(40).
           05  FILLER      PIC X(16)  VALUE " - RUN HELD ***".
           05  FILLER      PIC X(70)  VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05  FILLER      PIC X(50)  VALUE
               "*** NO JOURNAL ENTRIES FOUND FOR THE RUN NAMED ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the backout run
      *****************************************************************
       000-BACK-OUT-RUN.
      * Read the control record, select every journal entry of the run
      * named, open the files that run changed, then reverse the
      * entries newest first and take the history rekeys and rate
      * history records of the reversed changes back out
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT BKORPT.
           PERFORM 150-READ-CONTROL-RECORD.
           PERFORM 200-SELECT-JOURNAL-ENTRIES.
           IF SELECTED-COUNT = ZERO
               MOVE NOTHING-SELECTED-LINE TO BACKOUT-PRINT-AREA
               WRITE BACKOUT-PRINT-AREA
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 250-OPEN-MASTERS
               PERFORM 300-REVERSE-ONE-ENTRY
                   VARYING SELECTED-SUB FROM SELECTED-COUNT BY -1
                   UNTIL SELECTED-SUB < 1
               IF BK-CUSTOMER-MAINT
                   PERFORM 500-REVERSE-HISTORY-REKEYS
                   PERFORM 580-LIST-HISTORY-ENTRIES
                       VARYING SELECTED-SUB FROM SELECTED-COUNT BY -1
                       UNTIL SELECTED-SUB < 1
                   CLOSE CUSTMAST
               ELSE
                   PERFORM 600-REMOVE-RATE-HISTORY
                   PERFORM 680-LIST-RATE-ENTRIES
                       VARYING SELECTED-SUB FROM SELECTED-COUNT BY -1
                       UNTIL SELECTED-SUB < 1
                   CLOSE SALESREPM
                         BRANCHM
               END-IF
               PERFORM 700-PRINT-CONTROL-TOTALS
               IF NOT-REVERSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF BK-CUSTOMER-MAINT
                   PERFORM 910-STAMP-FILE-CONTROL
               END-IF
           END-IF.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE BKORPT.
           STOP RUN.

      *****************************************************************
      * Lists what stopped the run, ends it with a condition code, and
      * leaves every file exactly as it was. The file name or reason
      * must already be moved in
      *****************************************************************
       090-HOLD-RUN.

           IF NFL-FILE-NAME NOT = SPACES
               MOVE NO-FILE-LINE TO BACKOUT-PRINT-AREA
           ELSE
               MOVE HELD-RUN-LINE TO BACKOUT-PRINT-AREA
           END-IF.
           WRITE BACKOUT-PRINT-AREA.
           MOVE 8 TO RETURN-CODE.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE BKORPT.
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
      * Reads and edits the control record naming the run to reverse.
      * A missing or invalid control record holds the run
      *****************************************************************
       150-READ-CONTROL-RECORD.

           OPEN INPUT BKOTRAN.
           READ BKOTRAN
               AT END
                   MOVE "NO BACKOUT CONTROL RECORD" TO HRL-REASON
                   PERFORM 090-HOLD-RUN
           END-READ.
           CLOSE BKOTRAN.
           EVALUATE TRUE
               WHEN NOT BK-CUSTOMER-MAINT AND NOT BK-LOOKUP-MAINT
                   MOVE "INVALID PROGRAM ID ON CONTROL RECORD"
                       TO HRL-REASON
                   PERFORM 090-HOLD-RUN
               WHEN BK-RUN-DATE-9 NOT NUMERIC
                 OR BK-RUN-HHMM-9 NOT NUMERIC
                   MOVE "INVALID RUN DATE/TIME ON CONTROL RECORD"
                       TO HRL-REASON
                   PERFORM 090-HOLD-RUN
               WHEN BK-RUN-SECONDS NOT = SPACES
                AND BK-RUN-SECONDS-9 NOT NUMERIC
                   MOVE "INVALID RUN DATE/TIME ON CONTROL RECORD"
                       TO HRL-REASON
                   PERFORM 090-HOLD-RUN
           END-EVALUATE.
           MOVE BK-PROGRAM-ID TO RIL-PROGRAM-ID.
           MOVE BK-RUN-DATE   TO RIL-RUN-DATE.
           MOVE BK-RUN-TIME   TO RIL-RUN-TIME.
           IF BK-USER-ID = SPACES
               MOVE "ALL"      TO RIL-USER-ID
           ELSE
               MOVE BK-USER-ID TO RIL-USER-ID
           END-IF.

      *****************************************************************
      * Reads the journal of the program named and keeps every entry
      * of the run named, for the user named when one is. More
      * entries than one backout can hold, or a run time matching
      * two runs, holds the run before anything is changed
      *****************************************************************
       200-SELECT-JOURNAL-ENTRIES.

           IF BK-CUSTOMER-MAINT
               OPEN INPUT MNTJRNL
               IF MNTJRNL-STATUS NOT = "00"
                   MOVE "MNTJRNL" TO NFL-FILE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
           ELSE
               OPEN INPUT LKMJRNL
               IF LKMJRNL-STATUS NOT = "00"
                   MOVE "LKMJRNL" TO NFL-FILE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
           END-IF.
           PERFORM 210-SELECT-ONE-ENTRY
               WITH TEST AFTER
               UNTIL JOURNAL-EOF.
           IF BK-CUSTOMER-MAINT
               CLOSE MNTJRNL
           ELSE
               CLOSE LKMJRNL
           END-IF.

       210-SELECT-ONE-ENTRY.

           IF BK-CUSTOMER-MAINT
               READ MNTJRNL INTO JOURNAL-ENTRY-RECORD
                   AT END
                       SET JOURNAL-EOF TO TRUE
               END-READ
           ELSE
               READ LKMJRNL INTO JOURNAL-ENTRY-RECORD
                   AT END
                       SET JOURNAL-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT JOURNAL-EOF
               ADD 1 TO JOURNAL-READ-COUNT
               IF JE-PROGRAM-ID = BK-PROGRAM-ID
                  AND JE-RUN-DATE = BK-RUN-DATE-9
                  AND JE-RUN-HHMM = BK-RUN-HHMM-9
                  AND (BK-RUN-SECONDS = SPACES
                       OR JE-RUN-SECONDS = BK-RUN-SECONDS-9)
                  AND (BK-USER-ID = SPACES
                       OR JE-USER-ID = BK-USER-ID)
                   PERFORM 220-KEEP-SELECTED-ENTRY
               END-IF
           END-IF.

       220-KEEP-SELECTED-ENTRY.

           IF SELECTED-COUNT = ZERO
               MOVE JE-RUN-TIME TO SELECTED-RUN-TIME
           END-IF.
           IF JE-RUN-TIME NOT = SELECTED-RUN-TIME
               MOVE "RUN TIME MATCHES TWO RUNS - KEY SECONDS"
                   TO HRL-REASON
               PERFORM 090-HOLD-RUN
           END-IF.
           IF SELECTED-COUNT >= 2000
               MOVE "RUN TOO LARGE TO BACK OUT IN ONE PASS"
                   TO HRL-REASON
               PERFORM 090-HOLD-RUN
           END-IF.
           ADD 1 TO SELECTED-COUNT.
           MOVE JOURNAL-ENTRY-RECORD
               TO SE-JOURNAL-RECORD (SELECTED-COUNT).
           MOVE "N" TO SE-RATE-REVERSED-SWITCH (SELECTED-COUNT).
           MOVE "N" TO SE-RATE-DROP-SWITCH (SELECTED-COUNT).

      *****************************************************************
      * Opens the masters the run named changed, holding the backout
      * if any cannot be opened
      *****************************************************************
       250-OPEN-MASTERS.

           IF BK-CUSTOMER-MAINT
               OPEN I-O CUSTMAST
               IF CUSTMAST-STATUS NOT = "00"
                   MOVE "CUSTMAST" TO NFL-FILE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
           ELSE
               OPEN I-O SALESREPM
               IF SALESREPM-STATUS NOT = "00"
                   MOVE "SALESREPM" TO NFL-FILE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
               OPEN I-O BRANCHM
               IF BRANCHM-STATUS NOT = "00"
                   MOVE "BRANCHM" TO NFL-FILE-NAME
                   PERFORM 090-HOLD-RUN
               END-IF
           END-IF.

      *****************************************************************
      * Reverses one selected journal entry by the file it changed.
      * History rekeys and rate history entries follow the master
      * changes they belong to, and are handled after every master
      * change has been reversed
      *****************************************************************
       300-REVERSE-ONE-ENTRY.

           MOVE SE-JOURNAL-RECORD (SELECTED-SUB)
               TO JOURNAL-ENTRY-RECORD.
           MOVE JE-BEFORE-IMAGE TO JOURNAL-BEFORE-IMAGE.
           MOVE JE-AFTER-IMAGE  TO JOURNAL-AFTER-IMAGE.
           EVALUATE TRUE
               WHEN JE-CUSTOMER-ENTRY
                   PERFORM 310-REVERSE-CUSTOMER-ENTRY
               WHEN JE-SALESREP-ENTRY
                   PERFORM 350-REVERSE-SALESREP-ENTRY
               WHEN JE-BRANCH-ENTRY
                   PERFORM 380-REVERSE-BRANCH-ENTRY
           END-EVALUATE.

      *****************************************************************
      * Reverses a customer add, delete, or change
      *****************************************************************
       310-REVERSE-CUSTOMER-ENTRY.

           MOVE "CUST" TO BL-FILE-NAME.
           EVALUATE TRUE
               WHEN JE-ADD-ACTION
                   PERFORM 315-REVERSE-CUSTOMER-ADD
               WHEN JE-DELETE-ACTION
                   PERFORM 320-REVERSE-CUSTOMER-DELETE
               WHEN OTHER
                   PERFORM 325-REVERSE-CUSTOMER-CHANGE
           END-EVALUATE.

      *****************************************************************
      * Deletes a customer the run added, provided the record still
      * holds exactly what the run gave it
      *****************************************************************
       315-REVERSE-CUSTOMER-ADD.

           MOVE "ADD" TO BL-ACTION.
           MOVE JE-NEW-KEY TO LOOKUP-KEY.
           PERFORM 810-FORMAT-CUSTOMER-KEY.
           MOVE SPACES TO BL-FIELD-NAME.
           MOVE SPACES TO BL-BEFORE-VALUE.
           MOVE SPACES TO BL-NOW-VALUE.
           MOVE JE-NEW-KEY TO CM-RECORD-KEY.
           READ CUSTMAST
               INVALID KEY
                   MOVE "NOT ON FILE" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   IF CM-CUSTOMER-NAME = JA-CUSTOMER-NAME
                      AND CM-SALES-THIS-YTD = JA-SALES-THIS-YTD
                      AND CM-SALES-LAST-YTD = JA-SALES-LAST-YTD
                      AND CM-SALES-2YR-AGO = JA-SALES-2YR-AGO
                       PERFORM 316-DELETE-ADDED-CUSTOMER
                   ELSE
                       MOVE CM-CUSTOMER-NAME TO BL-NOW-VALUE
                       MOVE "CHANGED AGAIN SINCE" TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   END-IF
           END-READ.
           PERFORM 800-PRINT-BACKOUT-LINE.

       316-DELETE-ADDED-CUSTOMER.

           DELETE CUSTMAST
               INVALID KEY
                   MOVE "MASTER DELETE FAILED" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   MOVE "REVERSED - DELETED" TO BL-DISPOSITION
                   ADD 1 TO FIELDS-REVERSED-COUNT
           END-DELETE.

      *****************************************************************
      * Puts back a customer the run deleted, provided no customer
      * has been added under the key since
      *****************************************************************
       320-REVERSE-CUSTOMER-DELETE.

           MOVE "DELETE" TO BL-ACTION.
           MOVE JE-OLD-KEY TO LOOKUP-KEY.
           PERFORM 810-FORMAT-CUSTOMER-KEY.
           MOVE SPACES TO BL-FIELD-NAME.
           MOVE JB-CUSTOMER-NAME TO BL-BEFORE-VALUE.
           MOVE SPACES TO BL-NOW-VALUE.
           MOVE JOURNAL-BEFORE-IMAGE TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "KEY IN USE SINCE" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   MOVE "REVERSED - RESTORED" TO BL-DISPOSITION
                   ADD 1 TO FIELDS-REVERSED-COUNT
           END-WRITE.
           PERFORM 800-PRINT-BACKOUT-LINE.

      *****************************************************************
      * Reverses a customer change field by field. The record is read
      * under the key the run left it on; each field the run changed
      * is put back only while it still holds the run's new value.
      * A reversed reassignment moves the record back to its old key
      * and is remembered so the history follows it - but only while
      * the name and all three sales amounts are still as the run
      * left them. A reassigned record changed since stays on its new
      * key and is listed for operations to sort out by hand
      *****************************************************************
       325-REVERSE-CUSTOMER-CHANGE.

           MOVE "CHANGE" TO BL-ACTION.
           MOVE JE-NEW-KEY TO LOOKUP-KEY.
           PERFORM 810-FORMAT-CUSTOMER-KEY.
           MOVE JE-NEW-KEY TO CM-RECORD-KEY.
           READ CUSTMAST
               INVALID KEY
                   SET RECORD-FOUND TO FALSE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           IF NOT RECORD-FOUND
               MOVE SPACES        TO BL-FIELD-NAME
               MOVE SPACES        TO BL-BEFORE-VALUE
               MOVE SPACES        TO BL-NOW-VALUE
               MOVE "NOT ON FILE" TO BL-DISPOSITION
               ADD 1 TO NOT-REVERSED-COUNT
               PERFORM 800-PRINT-BACKOUT-LINE
           ELSE
               SET RECORD-CHANGED TO FALSE
               IF CM-CUSTOMER-NAME = JA-CUSTOMER-NAME
                  AND CM-SALES-THIS-YTD = JA-SALES-THIS-YTD
                  AND CM-SALES-LAST-YTD = JA-SALES-LAST-YTD
                  AND CM-SALES-2YR-AGO = JA-SALES-2YR-AGO
                   SET RECORD-AS-RUN-LEFT-IT TO TRUE
               ELSE
                   SET RECORD-AS-RUN-LEFT-IT TO FALSE
               END-IF
               PERFORM 326-REVERSE-CUSTOMER-FIELDS
               IF JE-OLD-KEY NOT = JE-NEW-KEY
                   IF RECORD-AS-RUN-LEFT-IT
                       PERFORM 330-REVERSE-REASSIGNMENT
                   ELSE
                       PERFORM 332-LIST-REASSIGNMENT-CHANGED
                   END-IF
               ELSE
                   IF RECORD-CHANGED
                       PERFORM 335-REWRITE-CUSTOMER
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Reverses each customer field the run changed
      *****************************************************************
       326-REVERSE-CUSTOMER-FIELDS.

           IF JB-CUSTOMER-NAME NOT = JA-CUSTOMER-NAME
               MOVE "CUSTOMER NAME"   TO BL-FIELD-NAME
               MOVE JB-CUSTOMER-NAME  TO TEXT-BEFORE
               MOVE JA-CUSTOMER-NAME  TO TEXT-AFTER
               MOVE CM-CUSTOMER-NAME  TO TEXT-NOW
               PERFORM 400-REVERSE-TEXT-FIELD
               MOVE TEXT-NOW          TO CM-CUSTOMER-NAME
           END-IF.
           IF JB-SALES-THIS-YTD NOT = JA-SALES-THIS-YTD
               MOVE "SALES THIS YTD"  TO BL-FIELD-NAME
               MOVE JB-SALES-THIS-YTD TO AMOUNT-BEFORE
               MOVE JA-SALES-THIS-YTD TO AMOUNT-AFTER
               MOVE CM-SALES-THIS-YTD TO AMOUNT-NOW
               PERFORM 410-REVERSE-AMOUNT-FIELD
               MOVE AMOUNT-NOW        TO CM-SALES-THIS-YTD
           END-IF.
           IF JB-SALES-LAST-YTD NOT = JA-SALES-LAST-YTD
               MOVE "SALES LAST YTD"  TO BL-FIELD-NAME
               MOVE JB-SALES-LAST-YTD TO AMOUNT-BEFORE
               MOVE JA-SALES-LAST-YTD TO AMOUNT-AFTER
               MOVE CM-SALES-LAST-YTD TO AMOUNT-NOW
               PERFORM 410-REVERSE-AMOUNT-FIELD
               MOVE AMOUNT-NOW        TO CM-SALES-LAST-YTD
           END-IF.
           IF JB-SALES-2YR-AGO NOT = JA-SALES-2YR-AGO
               MOVE "SALES 2YR AGO"   TO BL-FIELD-NAME
               MOVE JB-SALES-2YR-AGO  TO AMOUNT-BEFORE
               MOVE JA-SALES-2YR-AGO  TO AMOUNT-AFTER
               MOVE CM-SALES-2YR-AGO  TO AMOUNT-NOW
               PERFORM 410-REVERSE-AMOUNT-FIELD
               MOVE AMOUNT-NOW        TO CM-SALES-2YR-AGO
           END-IF.

      *****************************************************************
      * Moves a reassigned customer back to its old key: the record is
      * written under the old key and deleted from the new one. When a
      * customer has been added under the old key since, the record
      * stays where it is with any other fields reversed in place
      *****************************************************************
       330-REVERSE-REASSIGNMENT.

           MOVE "SALESREP NUMBER" TO BL-FIELD-NAME.
           MOVE JE-OLD-KEY TO KEY-WORK.
           MOVE KW-SALESREP-NUMBER TO BL-BEFORE-VALUE.
           MOVE JE-NEW-KEY TO KEY-WORK.
           MOVE KW-SALESREP-NUMBER TO BL-NOW-VALUE.
           MOVE JE-OLD-KEY TO CM-RECORD-KEY.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "OLD KEY IN USE SINCE" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
                   PERFORM 800-PRINT-BACKOUT-LINE
                   MOVE JE-NEW-KEY TO CM-RECORD-KEY
                   IF RECORD-CHANGED
                       PERFORM 335-REWRITE-CUSTOMER
                   END-IF
               NOT INVALID KEY
                   MOVE JE-NEW-KEY TO CM-RECORD-KEY
                   PERFORM 331-DELETE-REASSIGNED-KEY
           END-WRITE.

       331-DELETE-REASSIGNED-KEY.

           DELETE CUSTMAST
               INVALID KEY
                   MOVE "MASTER DELETE FAILED" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   MOVE "REVERSED" TO BL-DISPOSITION
                   ADD 1 TO FIELDS-REVERSED-COUNT
                   PERFORM 340-ADD-HISTORY-REVERSAL
           END-DELETE.
           PERFORM 800-PRINT-BACKOUT-LINE.

      *****************************************************************
      * Lists a reassignment left in place because the record has
      * changed since the run. Any other fields still as the run left
      * them are reversed in place under the new key
      *****************************************************************
       332-LIST-REASSIGNMENT-CHANGED.

           MOVE "SALESREP NUMBER" TO BL-FIELD-NAME.
           MOVE JE-OLD-KEY TO KEY-WORK.
           MOVE KW-SALESREP-NUMBER TO BL-BEFORE-VALUE.
           MOVE JE-NEW-KEY TO KEY-WORK.
           MOVE KW-SALESREP-NUMBER TO BL-NOW-VALUE.
           MOVE "CHANGED AGAIN SINCE" TO BL-DISPOSITION.
           ADD 1 TO NOT-REVERSED-COUNT.
           PERFORM 800-PRINT-BACKOUT-LINE.
           IF RECORD-CHANGED
               PERFORM 335-REWRITE-CUSTOMER
           END-IF.

       335-REWRITE-CUSTOMER.

           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO BL-FIELD-NAME
                   MOVE SPACES TO BL-BEFORE-VALUE
                   MOVE SPACES TO BL-NOW-VALUE
                   MOVE "MASTER REWRITE FAILED" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
                   PERFORM 800-PRINT-BACKOUT-LINE
           END-REWRITE.

      *****************************************************************
      * Remembers a reversed reassignment so the history pass moves
      * the customer's history from the new key back to the old one
      *****************************************************************
       340-ADD-HISTORY-REVERSAL.

           IF HR-COUNT < 2000
               ADD 1 TO HR-COUNT
               MOVE JE-NEW-KEY TO HR-FROM-KEY (HR-COUNT)
               MOVE JE-OLD-KEY TO HR-TO-KEY (HR-COUNT)
               MOVE SPACE      TO HR-STATE (HR-COUNT)
           END-IF.

      *****************************************************************
      * Reverses a salesrep add, delete, or change. A rate put back
      * flags the entry so its rate history record comes back out
      *****************************************************************
       350-REVERSE-SALESREP-ENTRY.

           MOVE "SREP" TO BL-FILE-NAME.
           PERFORM 815-FORMAT-NUMBER-KEY.
           MOVE JB-SALESREP-NUMBER TO SR-SALESREP-NUMBER.
           IF JE-ADD-ACTION
               MOVE JA-SALESREP-NUMBER TO SR-SALESREP-NUMBER
           END-IF.
           READ SALESREPM
               INVALID KEY
                   SET RECORD-FOUND TO FALSE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO BL-FIELD-NAME.
           MOVE SPACES TO BL-BEFORE-VALUE.
           MOVE SPACES TO BL-NOW-VALUE.
           EVALUATE TRUE
               WHEN JE-ADD-ACTION AND NOT RECORD-FOUND
                   MOVE "ADD" TO BL-ACTION
                   PERFORM 840-LIST-NOT-ON-FILE
               WHEN JE-ADD-ACTION
                   PERFORM 355-REVERSE-SALESREP-ADD
               WHEN JE-DELETE-ACTION AND RECORD-FOUND
                   MOVE "DELETE" TO BL-ACTION
                   MOVE JB-SALESREP-NAME TO BL-BEFORE-VALUE
                   MOVE SR-SALESREP-NAME TO BL-NOW-VALUE
                   MOVE "KEY IN USE SINCE" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
                   PERFORM 800-PRINT-BACKOUT-LINE
               WHEN JE-DELETE-ACTION
                   PERFORM 360-REVERSE-SALESREP-DELETE
               WHEN NOT RECORD-FOUND
                   MOVE "CHANGE" TO BL-ACTION
                   PERFORM 840-LIST-NOT-ON-FILE
               WHEN OTHER
                   PERFORM 365-REVERSE-SALESREP-CHANGE
           END-EVALUATE.

       355-REVERSE-SALESREP-ADD.

           MOVE "ADD" TO BL-ACTION.
           IF SR-SALESREP-NAME = JA-SALESREP-NAME
              AND SR-COMMISSION-RATE = JA-COMMISSION-RATE
               DELETE SALESREPM
                   INVALID KEY
                       MOVE "MASTER DELETE FAILED" TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   NOT INVALID KEY
                       MOVE "REVERSED - DELETED" TO BL-DISPOSITION
                       ADD 1 TO FIELDS-REVERSED-COUNT
                       MOVE "Y" TO
                           SE-RATE-REVERSED-SWITCH (SELECTED-SUB)
               END-DELETE
           ELSE
               MOVE SR-SALESREP-NAME TO BL-NOW-VALUE
               MOVE "CHANGED AGAIN SINCE" TO BL-DISPOSITION
               ADD 1 TO NOT-REVERSED-COUNT
           END-IF.
           PERFORM 800-PRINT-BACKOUT-LINE.

       360-REVERSE-SALESREP-DELETE.

           MOVE "DELETE" TO BL-ACTION.
           MOVE JB-SALESREP-NAME TO BL-BEFORE-VALUE.
           MOVE JOURNAL-BEFORE-IMAGE TO SALESREP-MASTER-RECORD.
           WRITE SALESREP-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER WRITE FAILED" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   MOVE "REVERSED - RESTORED" TO BL-DISPOSITION
                   ADD 1 TO FIELDS-REVERSED-COUNT
           END-WRITE.
           PERFORM 800-PRINT-BACKOUT-LINE.

       365-REVERSE-SALESREP-CHANGE.

           MOVE "CHANGE" TO BL-ACTION.
           SET RECORD-CHANGED TO FALSE.
           IF JB-SALESREP-NAME NOT = JA-SALESREP-NAME
               MOVE "SALESREP NAME"   TO BL-FIELD-NAME
               MOVE JB-SALESREP-NAME  TO TEXT-BEFORE
               MOVE JA-SALESREP-NAME  TO TEXT-AFTER
               MOVE SR-SALESREP-NAME  TO TEXT-NOW
               PERFORM 400-REVERSE-TEXT-FIELD
               MOVE TEXT-NOW          TO SR-SALESREP-NAME
           END-IF.
           IF JB-COMMISSION-RATE NOT = JA-COMMISSION-RATE
               MOVE "COMMISSION RATE"  TO BL-FIELD-NAME
               MOVE JB-COMMISSION-RATE TO RATE-BEFORE
               MOVE JA-COMMISSION-RATE TO RATE-AFTER
               MOVE SR-COMMISSION-RATE TO RATE-NOW
               PERFORM 420-REVERSE-RATE-FIELD
               MOVE RATE-NOW           TO SR-COMMISSION-RATE
               IF FIELD-REVERSED
                   MOVE "Y" TO SE-RATE-REVERSED-SWITCH (SELECTED-SUB)
               END-IF
           END-IF.
           IF RECORD-CHANGED
               REWRITE SALESREP-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO
                           SE-RATE-REVERSED-SWITCH (SELECTED-SUB)
                       PERFORM 845-LIST-REWRITE-FAILED
               END-REWRITE
           END-IF.

      *****************************************************************
      * Reverses a branch add, delete, or change
      *****************************************************************
       380-REVERSE-BRANCH-ENTRY.

           MOVE "BRCH" TO BL-FILE-NAME.
           PERFORM 815-FORMAT-NUMBER-KEY.
           MOVE JB-BRANCH-NUMBER TO BR-BRANCH-NUMBER.
           IF JE-ADD-ACTION
               MOVE JA-BRANCH-NUMBER TO BR-BRANCH-NUMBER
           END-IF.
           READ BRANCHM
               INVALID KEY
                   SET RECORD-FOUND TO FALSE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO BL-FIELD-NAME.
           MOVE SPACES TO BL-BEFORE-VALUE.
           MOVE SPACES TO BL-NOW-VALUE.
           EVALUATE TRUE
               WHEN JE-ADD-ACTION AND NOT RECORD-FOUND
                   MOVE "ADD" TO BL-ACTION
                   PERFORM 840-LIST-NOT-ON-FILE
               WHEN JE-ADD-ACTION
                   PERFORM 385-REVERSE-BRANCH-ADD
               WHEN JE-DELETE-ACTION AND RECORD-FOUND
                   MOVE "DELETE" TO BL-ACTION
                   MOVE JB-BRANCH-NAME TO BL-BEFORE-VALUE
                   MOVE BR-BRANCH-NAME TO BL-NOW-VALUE
                   MOVE "KEY IN USE SINCE" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
                   PERFORM 800-PRINT-BACKOUT-LINE
               WHEN JE-DELETE-ACTION
                   PERFORM 390-REVERSE-BRANCH-DELETE
               WHEN NOT RECORD-FOUND
                   MOVE "CHANGE" TO BL-ACTION
                   PERFORM 840-LIST-NOT-ON-FILE
               WHEN OTHER
                   PERFORM 395-REVERSE-BRANCH-CHANGE
           END-EVALUATE.

       385-REVERSE-BRANCH-ADD.

           MOVE "ADD" TO BL-ACTION.
           IF BR-BRANCH-NAME = JA-BRANCH-NAME
              AND BR-REGION-CODE = JA-REGION-CODE
               DELETE BRANCHM
                   INVALID KEY
                       MOVE "MASTER DELETE FAILED" TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   NOT INVALID KEY
                       MOVE "REVERSED - DELETED" TO BL-DISPOSITION
                       ADD 1 TO FIELDS-REVERSED-COUNT
               END-DELETE
           ELSE
               MOVE BR-BRANCH-NAME TO BL-NOW-VALUE
               MOVE "CHANGED AGAIN SINCE" TO BL-DISPOSITION
               ADD 1 TO NOT-REVERSED-COUNT
           END-IF.
           PERFORM 800-PRINT-BACKOUT-LINE.

       390-REVERSE-BRANCH-DELETE.

           MOVE "DELETE" TO BL-ACTION.
           MOVE JB-BRANCH-NAME TO BL-BEFORE-VALUE.
           MOVE JOURNAL-BEFORE-IMAGE TO BRANCH-MASTER-RECORD.
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER WRITE FAILED" TO BL-DISPOSITION
                   ADD 1 TO NOT-REVERSED-COUNT
               NOT INVALID KEY
                   MOVE "REVERSED - RESTORED" TO BL-DISPOSITION
                   ADD 1 TO FIELDS-REVERSED-COUNT
           END-WRITE.
           PERFORM 800-PRINT-BACKOUT-LINE.

       395-REVERSE-BRANCH-CHANGE.

           MOVE "CHANGE" TO BL-ACTION.
           SET RECORD-CHANGED TO FALSE.
           IF JB-BRANCH-NAME NOT = JA-BRANCH-NAME
               MOVE "BRANCH NAME"     TO BL-FIELD-NAME
               MOVE JB-BRANCH-NAME    TO TEXT-BEFORE
               MOVE JA-BRANCH-NAME    TO TEXT-AFTER
               MOVE BR-BRANCH-NAME    TO TEXT-NOW
               PERFORM 400-REVERSE-TEXT-FIELD
               MOVE TEXT-NOW          TO BR-BRANCH-NAME
           END-IF.
           IF JB-REGION-CODE NOT = JA-REGION-CODE
               MOVE "REGION CODE"     TO BL-FIELD-NAME
               MOVE JB-REGION-CODE    TO TEXT-BEFORE
               MOVE JA-REGION-CODE    TO TEXT-AFTER
               MOVE BR-REGION-CODE    TO TEXT-NOW
               PERFORM 400-REVERSE-TEXT-FIELD
               MOVE TEXT-NOW          TO BR-REGION-CODE
           END-IF.
           IF RECORD-CHANGED
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       PERFORM 845-LIST-REWRITE-FAILED
               END-REWRITE
           END-IF.

      *****************************************************************
      * Puts a text field back to its journal before value when it
      * still holds the run's after value, and lists the field either
      * way. The field name and the three values must already be
      * moved in; the value to keep comes back in TEXT-NOW
      *****************************************************************
       400-REVERSE-TEXT-FIELD.

           MOVE TEXT-BEFORE TO BL-BEFORE-VALUE.
           MOVE TEXT-NOW    TO BL-NOW-VALUE.
           IF TEXT-NOW = TEXT-AFTER
               MOVE TEXT-BEFORE TO TEXT-NOW
               SET FIELD-REVERSED TO TRUE
           ELSE
               SET FIELD-REVERSED TO FALSE
           END-IF.
           PERFORM 430-LIST-FIELD-RESULT.

      *****************************************************************
      * The same for a sales amount field
      *****************************************************************
       410-REVERSE-AMOUNT-FIELD.

           MOVE AMOUNT-BEFORE TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT   TO BL-BEFORE-VALUE.
           MOVE AMOUNT-NOW    TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT   TO BL-NOW-VALUE.
           IF AMOUNT-NOW = AMOUNT-AFTER
               MOVE AMOUNT-BEFORE TO AMOUNT-NOW
               SET FIELD-REVERSED TO TRUE
           ELSE
               SET FIELD-REVERSED TO FALSE
           END-IF.
           PERFORM 430-LIST-FIELD-RESULT.

      *****************************************************************
      * The same for a commission rate field
      *****************************************************************
       420-REVERSE-RATE-FIELD.

           MOVE RATE-BEFORE TO RATE-EDIT.
           MOVE RATE-EDIT   TO BL-BEFORE-VALUE.
           MOVE RATE-NOW    TO RATE-EDIT.
           MOVE RATE-EDIT   TO BL-NOW-VALUE.
           IF RATE-NOW = RATE-AFTER
               MOVE RATE-BEFORE TO RATE-NOW
               SET FIELD-REVERSED TO TRUE
           ELSE
               SET FIELD-REVERSED TO FALSE
           END-IF.
           PERFORM 430-LIST-FIELD-RESULT.

       430-LIST-FIELD-RESULT.

           IF FIELD-REVERSED
               SET RECORD-CHANGED TO TRUE
               MOVE "REVERSED" TO BL-DISPOSITION
               ADD 1 TO FIELDS-REVERSED-COUNT
           ELSE
               MOVE "CHANGED AGAIN SINCE" TO BL-DISPOSITION
               ADD 1 TO NOT-REVERSED-COUNT
           END-IF.
           PERFORM 800-PRINT-BACKOUT-LINE.

      *****************************************************************
      * Moves the history of every customer whose reassignment was
      * reversed back to the old key, in three passes over the
      * history: the first blocks any reversal whose old key a history
      * record already holds, the second pulls the records to rekey
      * into a key-ordered table, and the third copies the history
      * through merging them back in key order, as the customer
      * maintenance (MNT5000) does. With no history file supplied the
      * pass is skipped
      *****************************************************************
       500-REVERSE-HISTORY-REKEYS.

           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               PERFORM 510-BLOCK-ONE-HISTORY-KEY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
               OPEN INPUT SALESHST
               MOVE "N" TO SALESHST-EOF-SWITCH
               PERFORM 520-PULL-ONE-HISTORY
                   WITH TEST AFTER
                   UNTIL SALESHST-EOF
               CLOSE SALESHST
               OPEN INPUT SALESHST
               OPEN OUTPUT NEWHIST
               MOVE "N" TO SALESHST-EOF-SWITCH
               MOVE 1 TO RKH-SUB
               PERFORM 545-SET-INSERT-KEY
               PERFORM 550-READ-HISTORY-AGAIN
               PERFORM 560-MERGE-NEXT-HISTORY
                   UNTIL RKH-INSERT-KEY = HIGH-VALUES
                     AND RKH-MERGE-KEY = HIGH-VALUES
               CLOSE SALESHST
                     NEWHIST
           END-IF.

      *****************************************************************
      * First pass: blocks every reversal whose old key is already
      * held by a history record
      *****************************************************************
       510-BLOCK-ONE-HISTORY-KEY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   PERFORM 511-CHECK-BLOCKED-KEY
                       VARYING HR-SUB FROM 1 BY 1
                       UNTIL HR-SUB > HR-COUNT
           END-READ.

       511-CHECK-BLOCKED-KEY.

           IF HR-TO-KEY (HR-SUB) = HS-RECORD-KEY
               MOVE "B" TO HR-STATE (HR-SUB)
           END-IF.

      *****************************************************************
      * Second pass: rekeys every history record a reversal applies
      * to, following a chain of reversals (a customer reassigned
      * twice in the run comes back through both) to the key it
      * started the run on, and holds it in the merge table
      *****************************************************************
       520-PULL-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
               NOT AT END
                   MOVE HS-RECORD-KEY TO LOOKUP-KEY
                   PERFORM 530-FIND-REVERSAL
                   IF REVERSAL-MATCHED
                       MOVE SALES-HISTORY-RECORD TO HISTORY-WORK-RECORD
                       MOVE ZERO TO HR-HOP-COUNT
                       PERFORM 525-APPLY-ONE-REVERSAL
                           UNTIL NOT REVERSAL-MATCHED
                             OR HR-HOP-COUNT > 2000
                       PERFORM 535-STORE-REKEYED-HISTORY
                       ADD 1 TO HIST-REKEYED-COUNT
                   END-IF
           END-READ.

       525-APPLY-ONE-REVERSAL.

           ADD 1 TO HR-HOP-COUNT.
           MOVE "A" TO HR-STATE (HR-MATCH-SUB).
           MOVE HR-TO-KEY (HR-MATCH-SUB) TO HW-RECORD-KEY.
           MOVE HW-RECORD-KEY TO LOOKUP-KEY.
           PERFORM 530-FIND-REVERSAL.

      *****************************************************************
      * Scans the reversals still pending for one from the key in
      * LOOKUP-KEY
      *****************************************************************
       530-FIND-REVERSAL.

           SET REVERSAL-MATCHED TO FALSE.
           PERFORM 531-CHECK-REVERSAL
               VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-COUNT
                 OR REVERSAL-MATCHED.

       531-CHECK-REVERSAL.

           IF HR-FROM-KEY (HR-SUB) = LOOKUP-KEY
              AND HR-PENDING (HR-SUB)
               SET REVERSAL-MATCHED TO TRUE
               MOVE HR-SUB TO HR-MATCH-SUB
           END-IF.

      *****************************************************************
      * Stores the rekeyed record in the merge table in key order
      *****************************************************************
       535-STORE-REKEYED-HISTORY.

           MOVE ZERO TO RKH-INSERT-POS.
           PERFORM 536-FIND-INSERT-POSITION
               VARYING RKH-SUB FROM 1 BY 1
               UNTIL RKH-SUB > RKH-COUNT
                 OR RKH-INSERT-POS > ZERO.
           IF RKH-INSERT-POS = ZERO
               COMPUTE RKH-INSERT-POS = RKH-COUNT + 1
           END-IF.
           PERFORM 537-SHIFT-ENTRY-DOWN
               VARYING RKH-SHIFT-SUB FROM RKH-COUNT BY -1
               UNTIL RKH-SHIFT-SUB < RKH-INSERT-POS.
           MOVE HW-RECORD-KEY TO RKH-RECORD-KEY (RKH-INSERT-POS).
           MOVE HISTORY-WORK-RECORD TO RKH-RECORD (RKH-INSERT-POS).
           ADD 1 TO RKH-COUNT.

       536-FIND-INSERT-POSITION.

           IF RKH-RECORD-KEY (RKH-SUB) NOT < HW-RECORD-KEY
               MOVE RKH-SUB TO RKH-INSERT-POS
           END-IF.

       537-SHIFT-ENTRY-DOWN.

           MOVE REKEYED-HIST-ENTRY (RKH-SHIFT-SUB)
               TO REKEYED-HIST-ENTRY (RKH-SHIFT-SUB + 1).

      *****************************************************************
      * Sets the key of the next rekeyed record waiting to merge,
      * HIGH-VALUES once the table is exhausted
      *****************************************************************
       545-SET-INSERT-KEY.

           IF RKH-SUB > RKH-COUNT
               MOVE HIGH-VALUES TO RKH-INSERT-KEY
           ELSE
               MOVE RKH-RECORD-KEY (RKH-SUB) TO RKH-INSERT-KEY
           END-IF.

      *****************************************************************
      * Third pass: reads the history forward, skipping the records
      * pulled into the merge table - their rekeyed copies go out
      * under their old keys instead
      *****************************************************************
       550-READ-HISTORY-AGAIN.

           PERFORM 555-READ-ONE-HISTORY
               WITH TEST AFTER
               UNTIL SALESHST-EOF
                 OR NOT REVERSAL-MATCHED.

       555-READ-ONE-HISTORY.

           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE
                   SET REVERSAL-MATCHED TO FALSE
                   MOVE HIGH-VALUES TO RKH-MERGE-KEY
               NOT AT END
                   SET REVERSAL-MATCHED TO FALSE
                   PERFORM 556-CHECK-PULLED-KEY
                       VARYING HR-SUB FROM 1 BY 1
                       UNTIL HR-SUB > HR-COUNT
                         OR REVERSAL-MATCHED
                   MOVE HS-RECORD-KEY TO RKH-MERGE-KEY
           END-READ.

       556-CHECK-PULLED-KEY.

           IF HR-FROM-KEY (HR-SUB) = HS-RECORD-KEY
              AND HR-APPLIED (HR-SUB)
               SET REVERSAL-MATCHED TO TRUE
           END-IF.

      *****************************************************************
      * Writes whichever of the rekeyed record and the record read
      * comes first in key order. The first pass proved no old key is
      * held on the file, so the two keys are never equal
      *****************************************************************
       560-MERGE-NEXT-HISTORY.

           IF RKH-INSERT-KEY < RKH-MERGE-KEY
               WRITE NEW-HISTORY-RECORD FROM RKH-RECORD (RKH-SUB)
               ADD 1 TO RKH-SUB
               PERFORM 545-SET-INSERT-KEY
           ELSE
               WRITE NEW-HISTORY-RECORD FROM SALES-HISTORY-RECORD
               PERFORM 550-READ-HISTORY-AGAIN
           END-IF.

      *****************************************************************
      * Lists each history rekey the run made with whether its history
      * came back. A rekey comes back only with the reassignment on
      * the master that caused it
      *****************************************************************
       580-LIST-HISTORY-ENTRIES.

           MOVE SE-JOURNAL-RECORD (SELECTED-SUB)
               TO JOURNAL-ENTRY-RECORD.
           IF JE-HISTORY-ENTRY
               MOVE "REKEY"           TO BL-ACTION
               MOVE "HIST"            TO BL-FILE-NAME
               MOVE JE-NEW-KEY        TO LOOKUP-KEY
               PERFORM 810-FORMAT-CUSTOMER-KEY
               MOVE "RECORD KEY"      TO BL-FIELD-NAME
               MOVE JE-OLD-KEY        TO BL-BEFORE-VALUE
               MOVE JE-NEW-KEY        TO BL-NOW-VALUE
               SET REVERSAL-MATCHED TO FALSE
               PERFORM 581-CHECK-HISTORY-REVERSAL
                   VARYING HR-SUB FROM 1 BY 1
                   UNTIL HR-SUB > HR-COUNT
                     OR REVERSAL-MATCHED
               EVALUATE TRUE
                   WHEN NOT REVERSAL-MATCHED
                       MOVE "MASTER KEY NOT REVERSED"
                           TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   WHEN HR-APPLIED (HR-MATCH-SUB)
                       MOVE "REVERSED" TO BL-DISPOSITION
                   WHEN HR-BLOCKED (HR-MATCH-SUB)
                       MOVE "OLD KEY IN USE ON HISTORY"
                           TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   WHEN OTHER
                       MOVE "HISTORY NOT ON FILE" TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
               END-EVALUATE
               PERFORM 800-PRINT-BACKOUT-LINE
           END-IF.

       581-CHECK-HISTORY-REVERSAL.

           IF HR-FROM-KEY (HR-SUB) = JE-NEW-KEY
               SET REVERSAL-MATCHED TO TRUE
               MOVE HR-SUB TO HR-MATCH-SUB
           END-IF.

      *****************************************************************
      * Takes back out of the rate history every record logged by a
      * rate change that was reversed: each rate history entry is
      * dropped when the salesrep entry journaled just ahead of it had
      * its rate put back. The rate history is copied through to the
      * new generation without those records. With no rate history
      * file supplied the pass is skipped
      *****************************************************************
       600-REMOVE-RATE-HISTORY.

           PERFORM 610-MARK-RATE-TO-DROP
               VARYING SELECTED-SUB FROM 2 BY 1
               UNTIL SELECTED-SUB > SELECTED-COUNT.
           OPEN INPUT RATEHIST.
           IF RATEHIST-STATUS = "00"
               OPEN OUTPUT NEWRATE
               PERFORM 620-COPY-ONE-RATE-RECORD
                   WITH TEST AFTER
                   UNTIL RATEHIST-EOF
               CLOSE RATEHIST
                     NEWRATE
           END-IF.

       610-MARK-RATE-TO-DROP.

           COMPUTE PRIOR-SUB = SELECTED-SUB - 1.
           MOVE SE-JOURNAL-RECORD (SELECTED-SUB)
               TO JOURNAL-ENTRY-RECORD.
           IF JE-RATE-ENTRY
              AND SE-RATE-REVERSED (PRIOR-SUB)
               MOVE "Y" TO SE-RATE-DROP-SWITCH (SELECTED-SUB)
           END-IF.

      *****************************************************************
      * Copies one rate history record, dropping it instead when it
      * is the record a reversed rate change logged
      *****************************************************************
       620-COPY-ONE-RATE-RECORD.

           READ RATEHIST
               AT END
                   SET RATEHIST-EOF TO TRUE
               NOT AT END
                   SET RATE-MATCHED TO FALSE
                   PERFORM 625-CHECK-RATE-TO-DROP
                       VARYING SELECTED-SUB FROM 1 BY 1
                       UNTIL SELECTED-SUB > SELECTED-COUNT
                         OR RATE-MATCHED
                   IF RATE-MATCHED
                       ADD 1 TO RATE-REMOVED-COUNT
                   ELSE
                       WRITE NEW-RATE-RECORD FROM RATE-HISTORY-RECORD
                   END-IF
           END-READ.

       625-CHECK-RATE-TO-DROP.

           IF SE-RATE-TO-DROP (SELECTED-SUB)
               MOVE SE-JOURNAL-RECORD (SELECTED-SUB)
                   TO JOURNAL-ENTRY-RECORD
               MOVE JE-AFTER-IMAGE TO JOURNAL-AFTER-IMAGE
               IF JA-RATE-HISTORY-RECORD = RATE-HISTORY-RECORD
                   SET RATE-MATCHED TO TRUE
                   MOVE "D" TO SE-RATE-DROP-SWITCH (SELECTED-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * Lists each rate history record the run logged with whether it
      * came back out
      *****************************************************************
       680-LIST-RATE-ENTRIES.

           MOVE SE-JOURNAL-RECORD (SELECTED-SUB)
               TO JOURNAL-ENTRY-RECORD.
           IF JE-RATE-ENTRY
               MOVE "RATE"            TO BL-ACTION
               MOVE "RHST"            TO BL-FILE-NAME
               PERFORM 815-FORMAT-NUMBER-KEY
               MOVE "RATE HISTORY"    TO BL-FIELD-NAME
               MOVE SPACES            TO BL-BEFORE-VALUE
               MOVE SPACES            TO BL-NOW-VALUE
               EVALUATE TRUE
                   WHEN SE-RATE-DROPPED (SELECTED-SUB)
                       MOVE "REVERSED - REMOVED" TO BL-DISPOSITION
                   WHEN SE-RATE-TO-DROP (SELECTED-SUB)
                       MOVE "RATE HISTORY NOT FOUND"
                           TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
                   WHEN OTHER
                       MOVE "RATE NOT REVERSED - KEPT"
                           TO BL-DISPOSITION
                       ADD 1 TO NOT-REVERSED-COUNT
               END-EVALUATE
               PERFORM 800-PRINT-BACKOUT-LINE
           END-IF.

      *****************************************************************
      * Prints the control totals trailer at the end of the listing
      *****************************************************************
       700-PRINT-CONTROL-TOTALS.

           MOVE HEADING-LINE-3 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE "JOURNAL RECORDS READ"     TO CCL-LABEL.
           MOVE JOURNAL-READ-COUNT         TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "JOURNAL ENTRIES SELECTED" TO CCL-LABEL.
           MOVE SELECTED-COUNT             TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "CHANGES REVERSED"         TO CCL-LABEL.
           MOVE FIELDS-REVERSED-COUNT      TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "CHANGES NOT REVERSED"     TO CCL-LABEL.
           MOVE NOT-REVERSED-COUNT         TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "HISTORY RECORDS REKEYED"  TO CCL-LABEL.
           MOVE HIST-REKEYED-COUNT         TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.
           MOVE "RATE HISTORY RECS REMOVED" TO CCL-LABEL.
           MOVE RATE-REMOVED-COUNT         TO CCL-COUNT.
           PERFORM 710-PRINT-COUNT-LINE.

       710-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.

      *****************************************************************
      * Writes the built backout line with the entry's sequence number
      * and user, printing the page headings first when the page is
      * full
      *****************************************************************
       800-PRINT-BACKOUT-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 820-PRINT-HEADING-LINES.
           MOVE JE-SEQUENCE-NUMBER TO BL-SEQUENCE-NUMBER.
           MOVE JE-USER-ID         TO BL-USER-ID.
           MOVE BACKOUT-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Splits the customer key in LOOKUP-KEY for the listing
      *****************************************************************
       810-FORMAT-CUSTOMER-KEY.

           MOVE LOOKUP-KEY         TO KEY-WORK.
           MOVE SPACES             TO BL-KEY.
           MOVE KW-BRANCH-NUMBER   TO BL-BRANCH-NUMBER.
           MOVE KW-SALESREP-NUMBER TO BL-SALESREP-NUMBER.
           MOVE KW-CUSTOMER-NUMBER TO BL-CUSTOMER-NUMBER.

      *****************************************************************
      * Shows a salesrep or branch number as the listing key
      *****************************************************************
       815-FORMAT-NUMBER-KEY.

           MOVE JE-OLD-KEY         TO KEY-WORK.
           MOVE SPACES             TO BL-KEY.
           MOVE KW-BRANCH-NUMBER   TO BL-BRANCH-NUMBER.

      *****************************************************************
      * Prints the heading lines with the run being backed out at the
      * top of the listing and whenever the page fills
      *****************************************************************
       820-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE HEADING-LINE-2 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE RUN-ID-LINE    TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE HEADING-LINE-4 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Lists an entry whose master record is no longer on file
      *****************************************************************
       840-LIST-NOT-ON-FILE.

           MOVE "NOT ON FILE" TO BL-DISPOSITION.
           ADD 1 TO NOT-REVERSED-COUNT.
           PERFORM 800-PRINT-BACKOUT-LINE.

      *****************************************************************
      * Lists a master rewrite that failed after its fields were
      * reversed, so the reversal did not reach the file
      *****************************************************************
       845-LIST-REWRITE-FAILED.

           MOVE SPACES TO BL-FIELD-NAME.
           MOVE SPACES TO BL-BEFORE-VALUE.
           MOVE SPACES TO BL-NOW-VALUE.
           MOVE "MASTER REWRITE FAILED" TO BL-DISPOSITION.
           ADD 1 TO NOT-REVERSED-COUNT.
           PERFORM 800-PRINT-BACKOUT-LINE.

      *****************************************************************
      * Stamps this run's completion and return code on the run
      * control file
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "BKO5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control records of the customer master and, when
      * there was a history file to carry forward, the new history
      * file, so every later reader can prove it has the files this
      * backout left. A control record that cannot be written ends
      * the run with condition code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.
           IF SALESHST-STATUS = "00"
               MOVE "SALESHST" TO FQ-FILE-TYPE
               MOVE "NEWHIST"  TO FQ-DATA-FILE
               MOVE "NEWHCTL"  TO FQ-CONTROL-FILE
               PERFORM 915-STAMP-ONE-FILE
           END-IF.

       915-STAMP-ONE-FILE.

           MOVE "STAMP"   TO FQ-FUNCTION-CODE.
           MOVE "BKO5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "BKO5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
