      *****************************************************************
      * Title..........: PST5000 - Daily Invoice/Credit Memo Posting
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Posts the day's batch of invoices and credit
      *                  memos to CM-SALES-THIS-YTD, adding invoices
      *                  and subtracting credits, so the YTD figure is
      *                  never retyped by hand. The batch header's
      *                  counts and totals are proven against the
      *                  detail before anything posts. A duplicate
      *                  invoice number, an unknown customer, or a
      *                  credit that would take YTD below zero is
      *                  rejected and listed. Every posted item is
      *                  printed on the posting journal by branch and
      *                  salesrep, and the run is stamped on the run
      *                  control file so the month-end capture knows
      *                  the day's sales are in
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PST5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT POSTTRAN ASSIGN TO POSTTRAN.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-RECORD-KEY
                  FILE STATUS IS CUSTMAST-STATUS.
           SELECT POSTINV  ASSIGN TO POSTINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PI-INVOICE-NUMBER
                  FILE STATUS IS POSTINV-STATUS.
           SELECT SALESREPM ASSIGN TO SALESREPM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALESREP-NUMBER
                  FILE STATUS IS SALESREPM-STATUS.
           SELECT PSTJRNL  ASSIGN TO PSTJRNL.
           SELECT PSTREJ   ASSIGN TO PSTREJ.

       DATA DIVISION.

       FILE SECTION.

       FD  POSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The day's posting batch: one batch header record first, then
      * the invoice (I) and credit memo (C) records sorted by branch/
      * salesrep/customer. Amounts are unsigned - the record type
      * says whether the amount adds to or comes off the YTD
      *****************************************************************
       01  POSTING-TRANSACTION-RECORD.
           05  PT-RECORD-TYPE          PIC X.
              88  PT-BATCH-HEADER               VALUE "H".
              88  PT-INVOICE                    VALUE "I".
              88  PT-CREDIT-MEMO                VALUE "C".
           05  PT-RECORD-KEY.
               10  PT-BRANCH-NUMBER    PIC 9(2).
               10  PT-SALESREP-NUMBER  PIC 9(2).
               10  PT-CUSTOMER-NUMBER  PIC 9(5).
           05  PT-INVOICE-NUMBER       PIC X(8).
           05  PT-INVOICE-DATE         PIC X(8).
           05  PT-INVOICE-DATE-9       REDEFINES PT-INVOICE-DATE.
               10  PT-INVOICE-YEAR     PIC 9(4).
               10  PT-INVOICE-MONTH    PIC 9(2).
               10  PT-INVOICE-DAY      PIC 9(2).
           05  PT-AMOUNT               PIC X(7).
           05  PT-AMOUNT-9             REDEFINES PT-AMOUNT
                                       PIC 9(5)V9(2).
           05  PT-USER-ID              PIC X(8).
           05  FILLER                  PIC X(39).

      *****************************************************************
      * The batch header carries the control counts and totals the
      * detail records must prove to before the batch posts
      *****************************************************************
       01  POSTING-BATCH-HEADER.
           05  PH-RECORD-TYPE          PIC X.
           05  PH-BATCH-NUMBER         PIC X(6).
           05  PH-BATCH-DATE           PIC X(8).
           05  PH-INVOICE-COUNT        PIC X(5).
           05  PH-INVOICE-COUNT-9      REDEFINES PH-INVOICE-COUNT
                                       PIC 9(5).
           05  PH-INVOICE-TOTAL        PIC X(9).
           05  PH-INVOICE-TOTAL-9      REDEFINES PH-INVOICE-TOTAL
                                       PIC 9(7)V9(2).
           05  PH-CREDIT-COUNT         PIC X(5).
           05  PH-CREDIT-COUNT-9       REDEFINES PH-CREDIT-COUNT
                                       PIC 9(5).
           05  PH-CREDIT-TOTAL         PIC X(9).
           05  PH-CREDIT-TOTAL-9       REDEFINES PH-CREDIT-TOTAL
                                       PIC 9(7)V9(2).
           05  FILLER                  PIC X(37).

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The live customer master, opened for update so each posted
      * item is read and rewritten by key
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

       FD  POSTINV
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 50 CHARACTERS.

      *****************************************************************
      * The posted-invoice register, keyed on invoice number. One
      * record is written for every invoice and credit memo posted,
      * so a number already here - from today's batch or any earlier
      * one - is a duplicate and is never posted twice
      *****************************************************************
       01  POSTED-INVOICE-RECORD.
           05  PI-INVOICE-NUMBER       PIC X(8).
           05  PI-RECORD-KEY           PIC X(9).
           05  PI-RECORD-TYPE          PIC X.
           05  PI-INVOICE-DATE         PIC 9(8).
           05  PI-AMOUNT               PIC S9(5)V9(2).
           05  PI-BATCH-NUMBER         PIC X(6).
           05  PI-POSTED-DATE          PIC 9(8).
           05  FILLER                  PIC X(3).

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The salesrep master record, read only for the salesrep name
      * printed on the journal's salesrep total line
      *****************************************************************
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER   PIC 9(2).
           05  SR-SALESREP-NAME     PIC X(20).
           05  SR-COMMISSION-RATE   PIC 9V9(4).
           05  FILLER               PIC X(3).

       FD  PSTJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the posting journal
      *****************************************************************
       01  JOURNAL-PRINT-AREA  PIC X(130).

       FD  PSTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the rejected-transaction listing
      *****************************************************************
       01  REJECT-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the posting run
      *****************************************************************

      * Determines end of file, edit results, and control-break state
       01  SWITCHES.
           05  POSTTRAN-EOF-SWITCH     PIC X    VALUE "N".
              88  POSTTRAN-EOF                  VALUE "Y".
           05  TRAN-VALID-SWITCH       PIC X    VALUE "N".
              88  TRAN-IS-VALID                 VALUE "Y".
           05  HEADER-VALID-SWITCH     PIC X    VALUE "N".
              88  HEADER-IS-VALID               VALUE "Y".
           05  BATCH-BALANCED-SWITCH   PIC X    VALUE "N".
              88  BATCH-IS-BALANCED             VALUE "Y".
           05  FIRST-POSTING-SWITCH    PIC X    VALUE "Y".
              88  FIRST-POSTING                 VALUE "Y"
                                                  FALSE "N".
           05  SALESREPM-AVAILABLE-SWITCH PIC X VALUE "N".
              88  SALESREPM-AVAILABLE           VALUE "Y".

      * File status for the customer master - the run is refused when
      * it cannot be opened for update
       01  CUSTMAST-STATUS  PIC XX.

      * File status for the posted-invoice register - "35" on the
      * first run ever means the register is created empty
       01  POSTINV-STATUS   PIC XX.

      * File status for the salesrep master - the journal prints
      * without salesrep names when it cannot be opened
       01  SALESREPM-STATUS PIC XX.

      * The batch header's number and date, saved off the header
      * record for the journal and the invoice register
       01  BATCH-FIELDS.
           05  BATCH-NUMBER            PIC X(6)    VALUE SPACES.
           05  BATCH-DATE              PIC X(8)    VALUE SPACES.

      * Counts and totals the detail records actually carried, proven
      * against the batch header before anything posts
       01  BATCH-PROOF-FIELDS.
           05  PROOF-INVOICE-COUNT     PIC S9(7)      VALUE ZERO.
           05  PROOF-INVOICE-TOTAL     PIC S9(9)V99   VALUE ZERO.
           05  PROOF-CREDIT-COUNT      PIC S9(7)      VALUE ZERO.
           05  PROOF-CREDIT-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  PROOF-UNREADABLE-COUNT  PIC S9(7)      VALUE ZERO.

      * The new YTD amount worked out for the item being posted
       01  POSTING-FIELDS.
           05  NEW-SALES-THIS-YTD      PIC S9(7)V99   VALUE ZERO.
           05  OLD-SALES-THIS-YTD      PIC S9(5)V99   VALUE ZERO.

      * Key of the prior transaction, used for the sequence check,
      * and the branch/salesrep of the journal group being printed
       01  CONTROL-FIELDS.
           05  SAVE-TRAN-KEY           PIC X(9)    VALUE LOW-VALUES.
           05  OLD-BRANCH-NUMBER       PIC 9(2)    VALUE ZERO.
           05  OLD-SALESREP-NUMBER     PIC 9(2)    VALUE ZERO.

      * Invoice and credit totals at each level of the journal
       01  TOTAL-FIELDS.
           05  SALESREP-INVOICE-TOTAL  PIC S9(7)V99   VALUE ZERO.
           05  SALESREP-CREDIT-TOTAL   PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-INVOICE-TOTAL    PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-CREDIT-TOTAL     PIC S9(7)V99   VALUE ZERO.
           05  GRAND-INVOICE-TOTAL     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-CREDIT-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  REJECT-INVOICE-TOTAL    PIC S9(9)V99   VALUE ZERO.
           05  REJECT-CREDIT-TOTAL     PIC S9(9)V99   VALUE ZERO.
           05  NET-AMOUNT              PIC S9(9)V99   VALUE ZERO.

      * Controls spacing on the journal and page headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

      * Record and transaction counts for the control totals trailer
       01  COUNT-FIELDS.
           05  TRANS-READ-COUNT        PIC S9(5)   VALUE ZERO.
           05  INVOICE-POSTED-COUNT    PIC S9(5)   VALUE ZERO.
           05  CREDIT-POSTED-COUNT     PIC S9(5)   VALUE ZERO.
           05  TRANS-REJECT-COUNT      PIC S9(5)   VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR     PIC 9999.
               10  CD-MONTH    PIC 99.
               10  CD-DAY      PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Request area for the run control manager (RCT5000), which
      * stamps this run's completion so the month-end capture can
      * prove the day's sales were posted before it
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-RETURN-CODE      PIC 9(2).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * stamps the control record of the master posted in place
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
      * Lines printed on the posting journal
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DAILY SALES POSTING ".
           05  FILLER          PIC X(20)   VALUE "JOURNAL             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PST5000".
           05  FILLER          PIC X(39)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  BATCH-ID-LINE.
           05  FILLER              PIC X(14)  VALUE "BATCH NUMBER: ".
           05  BIL-BATCH-NUMBER    PIC X(6).
           05  FILLER              PIC X(16)  VALUE "    BATCH DATE: ".
           05  BIL-BATCH-DATE      PIC X(8).
           05  FILLER              PIC X(86)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "BR SR CUST  NAME                 INVOICE".
           05  FILLER      PIC X(40)   VALUE
               "  INV DATE  TYPE     INVOICE      CREDIT".
           05  FILLER      PIC X(40)   VALUE
               "     OLD YTD     NEW YTD  USER          ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  JOURNAL-LINE.
           05  JL-BRANCH-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  JL-SALESREP-NUMBER      PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  JL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  JL-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  JL-INVOICE-NUMBER       PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-INVOICE-DATE         PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-TYPE                 PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  JL-INVOICE-AMOUNT       PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-CREDIT-AMOUNT        PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-OLD-YTD              PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-NEW-YTD              PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(14)   VALUE SPACE.

       01  SALESREP-TOTAL-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACE.
           05  FILLER                  PIC X(9)    VALUE "SALESREP ".
           05  STL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  STL-SALESREP-NAME       PIC X(20).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STL-INVOICE-TOTAL       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  STL-CREDIT-TOTAL        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)    VALUE "  NET ".
           05  STL-NET-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE " *".
           05  FILLER                  PIC X(35)   VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACE.
           05  FILLER                  PIC X(9)    VALUE "BRANCH   ".
           05  BTL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(24)   VALUE SPACE.
           05  BTL-INVOICE-TOTAL       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BTL-CREDIT-TOTAL        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)    VALUE "  NET ".
           05  BTL-NET-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE " **".
           05  FILLER                  PIC X(34)   VALUE SPACE.

       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACE.
           05  FILLER                  PIC X(11)   VALUE "GRAND TOTAL".
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05  GTL-INVOICE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTL-CREDIT-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)    VALUE " NET".
           05  GTL-NET-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)    VALUE " ***".
           05  FILLER                  PIC X(31)   VALUE SPACE.

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CCL-LABEL               PIC X(28).
           05  CCL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACE.

       01  CONTROL-AMOUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CAL-LABEL               PIC X(28).
           05  CAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(82)   VALUE SPACE.

       01  BATCH-PROOF-HEADING.
           05  FILLER      PIC X(40)   VALUE
               "BATCH CONTROL                  HEADER  ".
           05  FILLER      PIC X(20)   VALUE
               "        DETAIL      ".
           05  FILLER      PIC X(70)   VALUE SPACE.

       01  BATCH-PROOF-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  BPL-LABEL               PIC X(20).
           05  BPL-HEADER-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BPL-DETAIL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BPL-FLAG                PIC X(12).
           05  FILLER                  PIC X(59)   VALUE SPACE.

       01  BATCH-COUNT-PROOF-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  BCL-LABEL               PIC X(20).
           05  FILLER                  PIC X(8)    VALUE SPACE.
           05  BCL-HEADER-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)   VALUE SPACE.
           05  BCL-DETAIL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BCL-FLAG                PIC X(12).
           05  FILLER                  PIC X(60)   VALUE SPACE.

       01  BATCH-BALANCED-LINE.
           05  FILLER      PIC X(46)  VALUE
               "*** BATCH IN BALANCE - POSTING RELEASED ***".
           05  FILLER      PIC X(84)  VALUE SPACE.

       01  BATCH-UNBALANCED-LINE.
           05  FILLER      PIC X(50)  VALUE
               "*** BATCH OUT OF BALANCE - NOTHING POSTED ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

       01  NO-HEADER-LINE.
           05  FILLER      PIC X(50)  VALUE
               "*** BATCH HEADER MISSING OR INVALID - NOTHING POST".
           05  FILLER      PIC X(8)   VALUE "ED ***".
           05  FILLER      PIC X(72)  VALUE SPACE.

       01  UNREADABLE-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  FILLER                  PIC X(28)   VALUE
               "UNREADABLE DETAIL RECORDS".
           05  UDL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACE.

       01  NO-FILE-LINE.
           05  FILLER      PIC X(4)   VALUE "*** ".
           05  NFL-FILE-NAME           PIC X(9).
           05  FILLER      PIC X(37)  VALUE
               " COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(80)  VALUE SPACE.

      *****************************************************************
      * Lines printed on the rejected-transaction listing
      *****************************************************************
       01  REJECT-HEADING-LINE.
           05  FILLER      PIC X(40)  VALUE
               "TYPE BR SR CUST  INVOICE       AMOUNT  R".
           05  FILLER      PIC X(40)  VALUE
               "EASON                     USER          ".
           05  FILLER      PIC X(50)  VALUE SPACE.

       01  REJECT-EXCEPTION-LINE.
           05  REJL-TYPE               PIC X(1).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  REJL-BRANCH-NUMBER      PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-SALESREP-NUMBER    PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-CUSTOMER-NUMBER    PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-INVOICE-NUMBER     PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-AMOUNT             PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REJL-REASON             PIC X(25).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-USER-ID            PIC X(8).
           05  FILLER                  PIC X(58)   VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the posting run
      *****************************************************************
       000-POST-DAILY-SALES.
      * Prove the batch header against the detail first. Only a
      * balanced batch is posted: each item is edited, checked against
      * the master and the invoice register, posted to the master,
      * registered, and printed on the journal by branch/salesrep
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT PSTJRNL PSTREJ.
           MOVE REJECT-HEADING-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.
           PERFORM 150-PROVE-BATCH-CONTROLS.
           IF NOT BATCH-IS-BALANCED
               MOVE 8 TO RETURN-CODE
               PERFORM 900-STAMP-RUN-CONTROL
               CLOSE PSTJRNL PSTREJ
               STOP RUN
           END-IF.
           OPEN I-O CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "CUSTMAST" TO NFL-FILE-NAME
               MOVE NO-FILE-LINE TO JOURNAL-PRINT-AREA
               WRITE JOURNAL-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE PSTJRNL PSTREJ
               STOP RUN
           END-IF.
           PERFORM 170-OPEN-INVOICE-REGISTER.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS = "00"
               SET SALESREPM-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT POSTTRAN.
           MOVE "N" TO POSTTRAN-EOF-SWITCH.
           READ POSTTRAN
               AT END
                   SET POSTTRAN-EOF TO TRUE
           END-READ.
           PERFORM 320-READ-TRANSACTION.
           PERFORM 300-POST-TRANSACTION
               UNTIL POSTTRAN-EOF.
           IF NOT FIRST-POSTING
               PERFORM 355-PRINT-SALESREP-LINE
               PERFORM 360-PRINT-BRANCH-LINE
           END-IF.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMAST.
           PERFORM 910-STAMP-FILE-CONTROL.
           PERFORM 900-STAMP-RUN-CONTROL.
           IF SALESREPM-AVAILABLE
               CLOSE SALESREPM
           END-IF.
           CLOSE POSTTRAN
                 POSTINV
                 PSTJRNL
                 PSTREJ.
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

      *****************************************************************
      * First pass over the batch: the header must be first and must
      * be numeric, and the detail records' invoice and credit counts
      * and totals must agree with it exactly. A detail record with
      * an unknown type or a non-numeric amount cannot be counted and
      * leaves the batch unproven. The proof is printed at the top of
      * the journal whichever way it goes
      *****************************************************************
       150-PROVE-BATCH-CONTROLS.

           OPEN INPUT POSTTRAN.
           READ POSTTRAN
               AT END
                   SET POSTTRAN-EOF TO TRUE
           END-READ.
           IF NOT POSTTRAN-EOF
              AND PT-BATCH-HEADER
              AND PH-INVOICE-COUNT-9 NUMERIC
              AND PH-INVOICE-TOTAL-9 NUMERIC
              AND PH-CREDIT-COUNT-9 NUMERIC
              AND PH-CREDIT-TOTAL-9 NUMERIC
               SET HEADER-IS-VALID TO TRUE
               MOVE PH-BATCH-NUMBER TO BATCH-NUMBER
               MOVE PH-BATCH-DATE   TO BATCH-DATE
           END-IF.
           PERFORM 420-PRINT-HEADING-LINES.
           IF HEADER-IS-VALID
               PERFORM 160-COUNT-DETAIL-RECORD
                   WITH TEST AFTER
                   UNTIL POSTTRAN-EOF
               PERFORM 165-PRINT-BATCH-PROOF
           ELSE
               MOVE NO-HEADER-LINE TO JOURNAL-PRINT-AREA
               WRITE JOURNAL-PRINT-AREA
           END-IF.
           CLOSE POSTTRAN.

       160-COUNT-DETAIL-RECORD.

           READ POSTTRAN
               AT END
                   SET POSTTRAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PT-AMOUNT-9 NOT NUMERIC
                           ADD 1 TO PROOF-UNREADABLE-COUNT
                       WHEN PT-INVOICE
                           ADD 1 TO PROOF-INVOICE-COUNT
                           ADD PT-AMOUNT-9 TO PROOF-INVOICE-TOTAL
                       WHEN PT-CREDIT-MEMO
                           ADD 1 TO PROOF-CREDIT-COUNT
                           ADD PT-AMOUNT-9 TO PROOF-CREDIT-TOTAL
                       WHEN OTHER
                           ADD 1 TO PROOF-UNREADABLE-COUNT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * Prints the header totals beside the detail totals, flagging
      * each one that disagrees, and the verdict that releases or
      * holds the posting
      *****************************************************************
       165-PRINT-BATCH-PROOF.

           MOVE BATCH-PROOF-HEADING TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           SET BATCH-IS-BALANCED TO TRUE.
           MOVE "INVOICE COUNT"      TO BCL-LABEL.
           MOVE PH-INVOICE-COUNT-9   TO BCL-HEADER-COUNT.
           MOVE PROOF-INVOICE-COUNT  TO BCL-DETAIL-COUNT.
           IF PH-INVOICE-COUNT-9 = PROOF-INVOICE-COUNT
               MOVE SPACES TO BCL-FLAG
           ELSE
               MOVE "** NO MATCH" TO BCL-FLAG
               MOVE "N" TO BATCH-BALANCED-SWITCH
           END-IF.
           PERFORM 167-PRINT-PROOF-COUNT-LINE.
           MOVE "INVOICE TOTAL"      TO BPL-LABEL.
           MOVE PH-INVOICE-TOTAL-9   TO BPL-HEADER-AMOUNT.
           MOVE PROOF-INVOICE-TOTAL  TO BPL-DETAIL-AMOUNT.
           IF PH-INVOICE-TOTAL-9 = PROOF-INVOICE-TOTAL
               MOVE SPACES TO BPL-FLAG
           ELSE
               MOVE "** NO MATCH" TO BPL-FLAG
               MOVE "N" TO BATCH-BALANCED-SWITCH
           END-IF.
           PERFORM 166-PRINT-PROOF-LINE.
           MOVE "CREDIT MEMO COUNT"  TO BCL-LABEL.
           MOVE PH-CREDIT-COUNT-9    TO BCL-HEADER-COUNT.
           MOVE PROOF-CREDIT-COUNT   TO BCL-DETAIL-COUNT.
           IF PH-CREDIT-COUNT-9 = PROOF-CREDIT-COUNT
               MOVE SPACES TO BCL-FLAG
           ELSE
               MOVE "** NO MATCH" TO BCL-FLAG
               MOVE "N" TO BATCH-BALANCED-SWITCH
           END-IF.
           PERFORM 167-PRINT-PROOF-COUNT-LINE.
           MOVE "CREDIT MEMO TOTAL"  TO BPL-LABEL.
           MOVE PH-CREDIT-TOTAL-9    TO BPL-HEADER-AMOUNT.
           MOVE PROOF-CREDIT-TOTAL   TO BPL-DETAIL-AMOUNT.
           IF PH-CREDIT-TOTAL-9 = PROOF-CREDIT-TOTAL
               MOVE SPACES TO BPL-FLAG
           ELSE
               MOVE "** NO MATCH" TO BPL-FLAG
               MOVE "N" TO BATCH-BALANCED-SWITCH
           END-IF.
           PERFORM 166-PRINT-PROOF-LINE.
           IF PROOF-UNREADABLE-COUNT > ZERO
               MOVE PROOF-UNREADABLE-COUNT TO UDL-COUNT
               MOVE UNREADABLE-LINE TO JOURNAL-PRINT-AREA
               WRITE JOURNAL-PRINT-AREA
               MOVE "N" TO BATCH-BALANCED-SWITCH
           END-IF.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           IF BATCH-IS-BALANCED
               MOVE BATCH-BALANCED-LINE TO JOURNAL-PRINT-AREA
           ELSE
               MOVE BATCH-UNBALANCED-LINE TO JOURNAL-PRINT-AREA
           END-IF.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 9 TO LINE-COUNT.

       166-PRINT-PROOF-LINE.

           MOVE BATCH-PROOF-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.

       167-PRINT-PROOF-COUNT-LINE.

           MOVE BATCH-COUNT-PROOF-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.

      *****************************************************************
      * Opens the posted-invoice register for update. On the first
      * run ever there is no register yet (status 35), so an empty
      * one is created and reopened for update
      *****************************************************************
       170-OPEN-INVOICE-REGISTER.

           OPEN I-O POSTINV.
           IF POSTINV-STATUS = "35"
               OPEN OUTPUT POSTINV
               CLOSE POSTINV
               OPEN I-O POSTINV
           END-IF.
           IF POSTINV-STATUS NOT = "00"
               MOVE "POSTINV" TO NFL-FILE-NAME
               MOVE NO-FILE-LINE TO JOURNAL-PRINT-AREA
               WRITE JOURNAL-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTMAST PSTJRNL PSTREJ
               STOP RUN
           END-IF.

      *****************************************************************
      * Posts one edited transaction. The customer must be on the
      * master, the invoice number must not be on the register, and a
      * credit may not take the YTD below zero. An item that passes
      * takes its place in the journal's branch/salesrep grouping,
      * then is posted, registered, and printed
      *****************************************************************
       300-POST-TRANSACTION.

           MOVE PT-RECORD-KEY TO CM-RECORD-KEY.
           READ CUSTMAST
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE"    TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 330-CHECK-INVOICE-REGISTER
           END-READ.
           PERFORM 320-READ-TRANSACTION.

      *****************************************************************
      * Reads transactions until one passes the format edits or end of
      * file is reached. Transactions failing an edit go straight to
      * the reject listing with the reason, and are never posted
      *****************************************************************
       320-READ-TRANSACTION.

           MOVE "N" TO TRAN-VALID-SWITCH.
           PERFORM 321-READ-AND-EDIT-TRANSACTION
               WITH TEST AFTER
               UNTIL TRAN-IS-VALID OR POSTTRAN-EOF.

       321-READ-AND-EDIT-TRANSACTION.

           READ POSTTRAN
               AT END
                   SET POSTTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 322-EDIT-TRANSACTION
           END-READ.

      *****************************************************************
      * Edits one transaction. The edits reject an unknown record
      * type, a bad key, an out-of-sequence transaction, a missing
      * invoice number, a bad invoice date, and a zero amount. The
      * amount itself was proven numeric by the batch proof
      *****************************************************************
       322-EDIT-TRANSACTION.

           SET TRAN-IS-VALID TO TRUE.
           EVALUATE TRUE
               WHEN NOT PT-INVOICE AND NOT PT-CREDIT-MEMO
                   MOVE "INVALID RECORD TYPE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PT-RECORD-KEY NOT NUMERIC
                   MOVE "NON-NUMERIC KEY FIELD"   TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PT-RECORD-KEY < SAVE-TRAN-KEY
                   MOVE "TRAN OUT OF SEQUENCE"    TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PT-INVOICE-NUMBER = SPACES
                   MOVE "MISSING INVOICE NUMBER"  TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PT-INVOICE-DATE NOT NUMERIC
                 OR PT-INVOICE-MONTH < 1
                 OR PT-INVOICE-MONTH > 12
                 OR PT-INVOICE-DAY < 1
                 OR PT-INVOICE-DAY > 31
                   MOVE "INVALID INVOICE DATE"    TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PT-AMOUNT-9 NOT NUMERIC
                 OR PT-AMOUNT-9 = ZERO
                   MOVE "INVALID AMOUNT"          TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
           END-EVALUATE.
           IF TRAN-IS-VALID
               MOVE PT-RECORD-KEY TO SAVE-TRAN-KEY
           ELSE
               PERFORM 410-PRINT-REJECT-LINE
           END-IF.

      *****************************************************************
      * Rejects an invoice number already on the register, then works
      * out the new YTD and rejects a credit that would take it below
      * zero or an invoice that would overflow it
      *****************************************************************
       330-CHECK-INVOICE-REGISTER.

           MOVE PT-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           READ POSTINV
               INVALID KEY
                   MOVE CM-SALES-THIS-YTD TO OLD-SALES-THIS-YTD
                   IF PT-INVOICE
                       COMPUTE NEW-SALES-THIS-YTD =
                           CM-SALES-THIS-YTD + PT-AMOUNT-9
                   ELSE
                       COMPUTE NEW-SALES-THIS-YTD =
                           CM-SALES-THIS-YTD - PT-AMOUNT-9
                   END-IF
                   EVALUATE TRUE
                       WHEN NEW-SALES-THIS-YTD < ZERO
                           MOVE "CREDIT EXCEEDS YTD SALES"
                               TO REJL-REASON
                           PERFORM 410-PRINT-REJECT-LINE
                       WHEN NEW-SALES-THIS-YTD > 99999.99
                           MOVE "YTD SALES WOULD OVERFLOW"
                               TO REJL-REASON
                           PERFORM 410-PRINT-REJECT-LINE
                       WHEN OTHER
                           PERFORM 340-APPLY-POSTING
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE "DUPLICATE INVOICE NUMBER" TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
           END-READ.

      *****************************************************************
      * Prints the salesrep and branch totals when the item starts a
      * new journal group, posts the amount to the master, registers
      * the invoice number, and prints the journal line
      *****************************************************************
       340-APPLY-POSTING.

           EVALUATE TRUE
               WHEN FIRST-POSTING
                   SET FIRST-POSTING TO FALSE
               WHEN CM-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 355-PRINT-SALESREP-LINE
                   PERFORM 360-PRINT-BRANCH-LINE
               WHEN CM-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                   PERFORM 355-PRINT-SALESREP-LINE
           END-EVALUATE.
           MOVE CM-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           MOVE NEW-SALES-THIS-YTD TO CM-SALES-THIS-YTD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED"   TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 345-REGISTER-INVOICE
                   PERFORM 350-PRINT-JOURNAL-LINE
           END-REWRITE.

      *****************************************************************
      * Writes the invoice register record for the item just posted
      * so the same number can never post again. An item the register
      * will not take has still been posted, so it is listed on the
      * reject listing - outside the rejected totals - and the run
      * ends with condition code 8 for operations to register it by
      * hand before any rerun
      *****************************************************************
       345-REGISTER-INVOICE.

           MOVE SPACES             TO POSTED-INVOICE-RECORD.
           MOVE PT-INVOICE-NUMBER  TO PI-INVOICE-NUMBER.
           MOVE PT-RECORD-KEY      TO PI-RECORD-KEY.
           MOVE PT-RECORD-TYPE     TO PI-RECORD-TYPE.
           MOVE PT-INVOICE-DATE-9  TO PI-INVOICE-DATE.
           MOVE PT-AMOUNT-9        TO PI-AMOUNT.
           MOVE BATCH-NUMBER       TO PI-BATCH-NUMBER.
           MOVE CD-DATE            TO PI-POSTED-DATE.
           WRITE POSTED-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "PST5000 INVOICE " PT-INVOICE-NUMBER
                           " POSTED BUT NOT REGISTERED"
                   PERFORM 346-LIST-UNREGISTERED-ITEM
           END-WRITE.

       346-LIST-UNREGISTERED-ITEM.

           MOVE PT-RECORD-TYPE     TO REJL-TYPE.
           MOVE PT-BRANCH-NUMBER   TO REJL-BRANCH-NUMBER.
           MOVE PT-SALESREP-NUMBER TO REJL-SALESREP-NUMBER.
           MOVE PT-CUSTOMER-NUMBER TO REJL-CUSTOMER-NUMBER.
           MOVE PT-INVOICE-NUMBER  TO REJL-INVOICE-NUMBER.
           MOVE PT-USER-ID         TO REJL-USER-ID.
           MOVE PT-AMOUNT-9        TO REJL-AMOUNT.
           MOVE "POSTED BUT NOT REGISTERED" TO REJL-REASON.
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Prints one posted item on the journal and folds it into the
      * salesrep total and the posted counts
      *****************************************************************
       350-PRINT-JOURNAL-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 420-PRINT-HEADING-LINES.
           MOVE CM-BRANCH-NUMBER   TO JL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO JL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO JL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO JL-CUSTOMER-NAME.
           MOVE PT-INVOICE-NUMBER  TO JL-INVOICE-NUMBER.
           MOVE PT-INVOICE-DATE    TO JL-INVOICE-DATE.
           MOVE OLD-SALES-THIS-YTD TO JL-OLD-YTD.
           MOVE CM-SALES-THIS-YTD  TO JL-NEW-YTD.
           MOVE PT-USER-ID         TO JL-USER-ID.
           IF PT-INVOICE
               MOVE "INV"          TO JL-TYPE
               MOVE PT-AMOUNT-9    TO JL-INVOICE-AMOUNT
               MOVE ZERO           TO JL-CREDIT-AMOUNT
               ADD PT-AMOUNT-9     TO SALESREP-INVOICE-TOTAL
               ADD 1 TO INVOICE-POSTED-COUNT
           ELSE
               MOVE "CREDIT"       TO JL-TYPE
               MOVE ZERO           TO JL-INVOICE-AMOUNT
               MOVE PT-AMOUNT-9    TO JL-CREDIT-AMOUNT
               ADD PT-AMOUNT-9     TO SALESREP-CREDIT-TOTAL
               ADD 1 TO CREDIT-POSTED-COUNT
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the total for the salesrep group just finished and
      * rolls it into the branch total
      *****************************************************************
       355-PRINT-SALESREP-LINE.

           MOVE SPACES TO SR-SALESREP-NAME.
           IF SALESREPM-AVAILABLE
               MOVE OLD-SALESREP-NUMBER TO SR-SALESREP-NUMBER
               READ SALESREPM
                   INVALID KEY
                       MOVE SPACES TO SR-SALESREP-NAME
               END-READ
           END-IF.
           MOVE OLD-SALESREP-NUMBER    TO STL-SALESREP-NUMBER.
           MOVE SR-SALESREP-NAME       TO STL-SALESREP-NAME.
           MOVE SALESREP-INVOICE-TOTAL TO STL-INVOICE-TOTAL.
           MOVE SALESREP-CREDIT-TOTAL  TO STL-CREDIT-TOTAL.
           COMPUTE NET-AMOUNT =
               SALESREP-INVOICE-TOTAL - SALESREP-CREDIT-TOTAL.
           MOVE NET-AMOUNT             TO STL-NET-AMOUNT.
           MOVE SALESREP-TOTAL-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           ADD SALESREP-INVOICE-TOTAL TO BRANCH-INVOICE-TOTAL.
           ADD SALESREP-CREDIT-TOTAL  TO BRANCH-CREDIT-TOTAL.
           MOVE ZERO TO SALESREP-INVOICE-TOTAL.
           MOVE ZERO TO SALESREP-CREDIT-TOTAL.

      *****************************************************************
      * Prints the total for the branch group just finished and rolls
      * it into the grand total
      *****************************************************************
       360-PRINT-BRANCH-LINE.

           MOVE OLD-BRANCH-NUMBER    TO BTL-BRANCH-NUMBER.
           MOVE BRANCH-INVOICE-TOTAL TO BTL-INVOICE-TOTAL.
           MOVE BRANCH-CREDIT-TOTAL  TO BTL-CREDIT-TOTAL.
           COMPUTE NET-AMOUNT =
               BRANCH-INVOICE-TOTAL - BRANCH-CREDIT-TOTAL.
           MOVE NET-AMOUNT           TO BTL-NET-AMOUNT.
           MOVE BRANCH-TOTAL-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           ADD BRANCH-INVOICE-TOTAL TO GRAND-INVOICE-TOTAL.
           ADD BRANCH-CREDIT-TOTAL  TO GRAND-CREDIT-TOTAL.
           MOVE ZERO TO BRANCH-INVOICE-TOTAL.
           MOVE ZERO TO BRANCH-CREDIT-TOTAL.

      *****************************************************************
      * Writes the rejected transaction to the reject listing with the
      * reason already moved to REJL-REASON by the caller, and keeps
      * the rejected amounts so the batch still ties out
      *****************************************************************
       410-PRINT-REJECT-LINE.

           MOVE PT-RECORD-TYPE     TO REJL-TYPE.
           MOVE PT-BRANCH-NUMBER   TO REJL-BRANCH-NUMBER.
           MOVE PT-SALESREP-NUMBER TO REJL-SALESREP-NUMBER.
           MOVE PT-CUSTOMER-NUMBER TO REJL-CUSTOMER-NUMBER.
           MOVE PT-INVOICE-NUMBER  TO REJL-INVOICE-NUMBER.
           MOVE PT-USER-ID         TO REJL-USER-ID.
           IF PT-AMOUNT-9 NUMERIC
               MOVE PT-AMOUNT-9    TO REJL-AMOUNT
               IF PT-INVOICE
                   ADD PT-AMOUNT-9 TO REJECT-INVOICE-TOTAL
               END-IF
               IF PT-CREDIT-MEMO
                   ADD PT-AMOUNT-9 TO REJECT-CREDIT-TOTAL
               END-IF
           ELSE
               MOVE ZERO           TO REJL-AMOUNT
           END-IF.
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.
           ADD 1 TO TRANS-REJECT-COUNT.

      *****************************************************************
      * Prints the heading lines at the top of the journal and
      * whenever the page fills, then resets the line count
      *****************************************************************
       420-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-2 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE BATCH-NUMBER   TO BIL-BATCH-NUMBER.
           MOVE BATCH-DATE     TO BIL-BATCH-DATE.
           MOVE BATCH-ID-LINE  TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-4 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Prints the grand totals and the control totals trailer. The
      * posted and rejected amounts together tie back to the batch
      * header, so the balancing clerk can prove nothing was lost
      *****************************************************************
       500-PRINT-CONTROL-TOTALS.

           MOVE GRAND-INVOICE-TOTAL TO GTL-INVOICE-TOTAL.
           MOVE GRAND-CREDIT-TOTAL  TO GTL-CREDIT-TOTAL.
           COMPUTE NET-AMOUNT =
               GRAND-INVOICE-TOTAL - GRAND-CREDIT-TOTAL.
           MOVE NET-AMOUNT          TO GTL-NET-AMOUNT.
           MOVE GRAND-TOTAL-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE HEADING-LINE-3 TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           MOVE "TRANSACTIONS READ"        TO CCL-LABEL.
           MOVE TRANS-READ-COUNT           TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "INVOICES POSTED"          TO CCL-LABEL.
           MOVE INVOICE-POSTED-COUNT       TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "CREDIT MEMOS POSTED"      TO CCL-LABEL.
           MOVE CREDIT-POSTED-COUNT        TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED"    TO CCL-LABEL.
           MOVE TRANS-REJECT-COUNT         TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "INVOICE AMOUNT POSTED"    TO CAL-LABEL.
           MOVE GRAND-INVOICE-TOTAL        TO CAL-AMOUNT.
           PERFORM 515-PRINT-AMOUNT-LINE.
           MOVE "INVOICE AMOUNT REJECTED"  TO CAL-LABEL.
           MOVE REJECT-INVOICE-TOTAL       TO CAL-AMOUNT.
           PERFORM 515-PRINT-AMOUNT-LINE.
           MOVE "CREDIT AMOUNT POSTED"     TO CAL-LABEL.
           MOVE GRAND-CREDIT-TOTAL         TO CAL-AMOUNT.
           PERFORM 515-PRINT-AMOUNT-LINE.
           MOVE "CREDIT AMOUNT REJECTED"   TO CAL-LABEL.
           MOVE REJECT-CREDIT-TOTAL        TO CAL-AMOUNT.
           PERFORM 515-PRINT-AMOUNT-LINE.
           MOVE "NET CHANGE TO YTD SALES"  TO CAL-LABEL.
           MOVE NET-AMOUNT                 TO CAL-AMOUNT.
           PERFORM 515-PRINT-AMOUNT-LINE.

       510-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       515-PRINT-AMOUNT-LINE.

           MOVE CONTROL-AMOUNT-LINE TO JOURNAL-PRINT-AREA.
           WRITE JOURNAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Stamps this run's completion on the run control file so the
      * month-end capture can prove the day's sales were posted. An
      * out-of-balance batch is stamped with its condition code, which
      * holds the capture until the batch is corrected and rerun
      *****************************************************************
       900-STAMP-RUN-CONTROL.

           MOVE "STAMP"     TO RQ-FUNCTION-CODE.
           MOVE "PST5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control record of the posted master so every later
      * reader can prove it has the file as this posting left it. A
      * control record that cannot be written ends the run with
      * condition code 16, which also holds the month-end capture
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "STAMP"    TO FQ-FUNCTION-CODE.
           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           MOVE "PST5000"  TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "PST5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
