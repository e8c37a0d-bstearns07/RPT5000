      *****************************************************************
      * Title..........: DUP5000 - Duplicate Customer Detection
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Lists likely duplicate customers across the
      *                  whole customer master. Customer numbers are
      *                  given out per branch and salesrep, so the
      *                  same company is often set up twice and its
      *                  sales split over two keys. Every name is
      *                  reduced to its letters and digits, with case,
      *                  punctuation, spacing and the common company
      *                  words (THE, AND, CO, INC, CORP, LLC, LTD)
      *                  taken out, and every pair of customers is
      *                  compared: the same reduced name is listed as
      *                  a name match, the same first eight characters
      *                  as a near match. Each pair prints both keys,
      *                  names, YTD buckets and salesreps with their
      *                  combined YTD, for review before the pair is
      *                  handed to the customer merge (MRG5000)
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DUP5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-RECORD-KEY.
           SELECT SALESREPM ASSIGN TO SALESREPM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALESREP-NUMBER
                  FILE STATUS IS SALESREPM-STATUS.
           SELECT DUPRPT   ASSIGN TO DUPRPT.

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

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The salesrep master record holds the salesrep's name printed
      * beside each customer of a pair
      *****************************************************************
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER   PIC 9(2).
           05  SR-SALESREP-NAME     PIC X(20).
           05  SR-COMMISSION-RATE   PIC 9V9(4).
           05  FILLER               PIC X(3).

       FD  DUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the duplicate listing
      *****************************************************************
       01  DUPLICATE-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the duplicate listing
      *****************************************************************

      * Determines end of file and whether the salesrep master could
      * be opened
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  SALESREPM-OPEN-SWITCH   PIC X    VALUE "N".
              88  SALESREPM-AVAILABLE             VALUE "Y".

      * File status for the salesrep master lookup file
       01  SALESREPM-STATUS PIC XX.

      * Every customer on the master with its YTD buckets and its
      * reduced name. The name prefix is the first eight characters
      * of the reduced name, the length a near match must agree on.
      * Sized well past the master the business carries; customers
      * beyond it are counted and left out of the comparison
       01  CUSTOMER-TABLE-FIELDS.
           05  CUSTOMER-COUNT      PIC S9(5)   VALUE ZERO.
           05  FIRST-SUB           PIC S9(5)   VALUE ZERO.
           05  SECOND-SUB          PIC S9(5)   VALUE ZERO.
           05  NEXT-SUB            PIC S9(5)   VALUE ZERO.
           05  PRINT-SUB           PIC S9(5)   VALUE ZERO.
           05  CUSTOMER-ENTRY OCCURS 5000 TIMES.
               10  CT-RECORD-KEY.
                   15  CT-BRANCH-NUMBER    PIC 9(2).
                   15  CT-SALESREP-NUMBER  PIC 9(2).
                   15  CT-CUSTOMER-NUMBER  PIC 9(5).
               10  CT-CUSTOMER-NAME    PIC X(20).
               10  CT-SALES-THIS-YTD   PIC S9(5)V9(2).
               10  CT-SALES-LAST-YTD   PIC S9(5)V9(2).
               10  CT-SALES-2YR-AGO    PIC S9(5)V9(2).
               10  CT-REDUCED-NAME     PIC X(20).
               10  CT-NAME-PREFIX      PIC X(8).
               10  CT-REDUCED-LENGTH   PIC S9(3).

      * The near-match length, which is the size of CT-NAME-PREFIX
       01  NEAR-MATCH-LENGTH   PIC S9(3)   VALUE +8.

      * The name being reduced, one character at a time, the word
      * being built from it, and the reduced name built from the
      * words that are kept. A word is ended by a space; any other
      * character that is not a letter or digit is dropped
       01  NAME-WORK-FIELDS.
           05  NAME-WORK               PIC X(20).
           05  NAME-WORK-CHARS         REDEFINES NAME-WORK.
               10  NAME-CHAR           OCCURS 20 TIMES
                                       PIC X.
           05  NAME-SUB                PIC S9(3)   VALUE ZERO.
           05  THIS-CHAR               PIC X.
              88  CHAR-IS-LETTER            VALUE "A" THRU "Z".
              88  CHAR-IS-DIGIT             VALUE "0" THRU "9".
           05  WORD-AREA               PIC X(20).
              88  COMMON-COMPANY-WORD       VALUE "THE" "AND" "CO"
                                                  "INC" "CORP" "LLC"
                                                  "LTD" "COMPANY"
                                                  "CORPORATION".
           05  WORD-AREA-CHARS         REDEFINES WORD-AREA.
               10  WORD-CHAR           OCCURS 20 TIMES
                                       PIC X.
           05  WORD-LENGTH             PIC S9(3)   VALUE ZERO.
           05  WORD-SUB                PIC S9(3)   VALUE ZERO.
           05  REDUCED-NAME            PIC X(20).
           05  REDUCED-NAME-CHARS      REDEFINES REDUCED-NAME.
               10  REDUCED-CHAR        OCCURS 20 TIMES
                                       PIC X.
           05  REDUCED-LENGTH          PIC S9(3)   VALUE ZERO.

      * The kind of match found for the pair being printed, and the
      * pair's combined YTD buckets
       01  PAIR-FIELDS.
           05  PAIR-MATCH-TYPE         PIC X(10).
           05  PAIR-SALES-THIS-YTD     PIC S9(7)V9(2).
           05  PAIR-SALES-LAST-YTD     PIC S9(7)V9(2).
           05  PAIR-SALES-2YR-AGO      PIC S9(7)V9(2).

      * Record and pair counts for the run
       01  COUNT-FIELDS.
           05  CUSTOMER-READ-COUNT     PIC S9(7)   VALUE ZERO.
           05  NOT-COMPARED-COUNT      PIC S9(7)   VALUE ZERO.
           05  NAME-MATCH-COUNT        PIC S9(7)   VALUE ZERO.
           05  NEAR-MATCH-COUNT        PIC S9(7)   VALUE ZERO.

      * Controls spacing on the report and when to print heading lines
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

      * Request area for the file integrity control (FIC5000), which
      * proves the customer master is the one last stamped
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Lines printed on the duplicate listing
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DUPLICATE CUSTOMER C".
           05  FILLER          PIC X(20)   VALUE "ANDIDATES           ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(42)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "DUP5000".
           05  FILLER          PIC X(38)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  DUPLICATE-HEADING-LINE.
           05  FILLER      PIC X(40)   VALUE
               "MATCH       BR SR CUST   NAME           ".
           05  FILLER      PIC X(40)   VALUE
               "          THIS YTD     LAST YTD      2YR".
           05  FILLER      PIC X(40)   VALUE
               " AGO  SALESREP                          ".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  DUPLICATE-LINE.
           05  DPL-MATCH-TYPE          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  DPL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  DPL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-SALES-2YR-AGO       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DPL-SALESREP-NAME       PIC X(20).
           05  FILLER                  PIC X(24)   VALUE SPACE.

       01  COMBINED-LINE.
           05  FILLER                  PIC X(25)   VALUE SPACE.
           05  FILLER                  PIC X(20)   VALUE
               "COMBINED".
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CBL-SALES-THIS-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CBL-SALES-LAST-YTD      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CBL-SALES-2YR-AGO       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(46)   VALUE SPACE.

       01  NO-DUPLICATES-LINE.
           05  FILLER      PIC X(40)   VALUE
               "*** NO LIKELY DUPLICATE CUSTOMERS ***".
           05  FILLER      PIC X(90)   VALUE SPACE.

       01  DUPLICATE-COUNT-LINE.
           05  DCL-LABEL           PIC X(28).
           05  DCL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(93)   VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the duplicate listing
      *****************************************************************
       000-LIST-DUPLICATE-CUSTOMERS.
      * Load every customer with its reduced name, compare every pair,
      * and list each likely duplicate as it is found
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT CUSTMAST.
           OPEN OUTPUT DUPRPT.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS = "00"
               SET SALESREPM-AVAILABLE TO TRUE
           END-IF.
           PERFORM 200-LOAD-CUSTOMER-RECORD
               WITH TEST AFTER
               UNTIL CUSTMAST-EOF.
           PERFORM 300-COMPARE-FIRST-CUSTOMER
               VARYING FIRST-SUB FROM 1 BY 1
               UNTIL FIRST-SUB >= CUSTOMER-COUNT.
           IF NAME-MATCH-COUNT + NEAR-MATCH-COUNT = ZERO
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 430-PRINT-HEADING-LINES
               END-IF
               MOVE NO-DUPLICATES-LINE TO DUPLICATE-PRINT-AREA
               WRITE DUPLICATE-PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 500-PRINT-SUMMARY-COUNTS.
           IF NOT-COMPARED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF SALESREPM-AVAILABLE
               CLOSE SALESREPM
           END-IF.
           CLOSE CUSTMAST
                 DUPRPT.
           STOP RUN.

      *****************************************************************
      * Holds the run with condition code 16 unless the customer master
      * still matches the control record stamped by the last run that
      * rewrote it. A master that is not supplied is left to this run's
      * own handling
      *****************************************************************
       060-VERIFY-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CHECK"    TO FQ-FUNCTION-CODE.
           MOVE "DUP5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "DUP5000 HELD - " FQ-DATA-FILE
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
      * Reads one customer into the table with its reduced name. A
      * customer past the end of the table is counted and not compared
      *****************************************************************
       200-LOAD-CUSTOMER-RECORD.

           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CUSTOMER-READ-COUNT
                   IF CUSTOMER-COUNT >= 5000
                       ADD 1 TO NOT-COMPARED-COUNT
                   ELSE
                       PERFORM 210-STORE-CUSTOMER
                   END-IF
           END-READ.

       210-STORE-CUSTOMER.

           ADD 1 TO CUSTOMER-COUNT.
           MOVE CM-RECORD-KEY     TO CT-RECORD-KEY (CUSTOMER-COUNT).
           MOVE CM-CUSTOMER-NAME  TO CT-CUSTOMER-NAME (CUSTOMER-COUNT).
           MOVE CM-SALES-THIS-YTD TO CT-SALES-THIS-YTD (CUSTOMER-COUNT).
           MOVE CM-SALES-LAST-YTD TO CT-SALES-LAST-YTD (CUSTOMER-COUNT).
           MOVE CM-SALES-2YR-AGO  TO CT-SALES-2YR-AGO (CUSTOMER-COUNT).
           PERFORM 250-REDUCE-CUSTOMER-NAME.
           MOVE REDUCED-NAME   TO CT-REDUCED-NAME (CUSTOMER-COUNT).
           MOVE REDUCED-NAME   TO CT-NAME-PREFIX (CUSTOMER-COUNT).
           MOVE REDUCED-LENGTH TO CT-REDUCED-LENGTH (CUSTOMER-COUNT).

      *****************************************************************
      * Reduces the customer name to its letters and digits in upper
      * case, leaving out the common company words. The position past
      * the end of the name is treated as a space to end the last
      * word. A name made up of nothing but company words keeps them
      *****************************************************************
       250-REDUCE-CUSTOMER-NAME.

           MOVE CM-CUSTOMER-NAME TO NAME-WORK.
           INSPECT NAME-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO REDUCED-NAME.
           MOVE ZERO   TO REDUCED-LENGTH.
           MOVE SPACES TO WORD-AREA.
           MOVE ZERO   TO WORD-LENGTH.
           PERFORM 255-REDUCE-ONE-CHARACTER
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB > 21.
           IF REDUCED-LENGTH = ZERO
               MOVE NAME-WORK TO REDUCED-NAME
               MOVE 20        TO REDUCED-LENGTH
           END-IF.

       255-REDUCE-ONE-CHARACTER.

           IF NAME-SUB > 20
               MOVE SPACE TO THIS-CHAR
           ELSE
               MOVE NAME-CHAR (NAME-SUB) TO THIS-CHAR
           END-IF.
           EVALUATE TRUE
               WHEN CHAR-IS-LETTER OR CHAR-IS-DIGIT
                   ADD 1 TO WORD-LENGTH
                   MOVE THIS-CHAR TO WORD-CHAR (WORD-LENGTH)
               WHEN THIS-CHAR = SPACE AND WORD-LENGTH > ZERO
                   PERFORM 260-END-ONE-WORD
           END-EVALUATE.

      *****************************************************************
      * Adds the word just built to the reduced name unless it is one
      * of the common company words, then clears it for the next word
      *****************************************************************
       260-END-ONE-WORD.

           IF NOT COMMON-COMPANY-WORD
               PERFORM 265-ADD-WORD-CHARACTER
                   VARYING WORD-SUB FROM 1 BY 1
                   UNTIL WORD-SUB > WORD-LENGTH
           END-IF.
           MOVE SPACES TO WORD-AREA.
           MOVE ZERO   TO WORD-LENGTH.

       265-ADD-WORD-CHARACTER.

           ADD 1 TO REDUCED-LENGTH.
           MOVE WORD-CHAR (WORD-SUB) TO REDUCED-CHAR (REDUCED-LENGTH).

      *****************************************************************
      * Compares one customer with every customer after it in the
      * table, so each pair is compared once
      *****************************************************************
       300-COMPARE-FIRST-CUSTOMER.

           COMPUTE NEXT-SUB = FIRST-SUB + 1.
           PERFORM 310-COMPARE-ONE-PAIR
               VARYING SECOND-SUB FROM NEXT-SUB BY 1
               UNTIL SECOND-SUB > CUSTOMER-COUNT.

      *****************************************************************
      * Lists the pair when the reduced names are the same, or when
      * both are at least the near-match length and agree that far
      *****************************************************************
       310-COMPARE-ONE-PAIR.

           EVALUATE TRUE
               WHEN CT-REDUCED-NAME (FIRST-SUB)
                        = CT-REDUCED-NAME (SECOND-SUB)
                   MOVE "NAME MATCH" TO PAIR-MATCH-TYPE
                   ADD 1 TO NAME-MATCH-COUNT
                   PERFORM 400-PRINT-DUPLICATE-PAIR
               WHEN CT-REDUCED-LENGTH (FIRST-SUB) >= NEAR-MATCH-LENGTH
                AND CT-REDUCED-LENGTH (SECOND-SUB) >= NEAR-MATCH-LENGTH
                AND CT-NAME-PREFIX (FIRST-SUB)
                        = CT-NAME-PREFIX (SECOND-SUB)
                   MOVE "NEAR MATCH" TO PAIR-MATCH-TYPE
                   ADD 1 TO NEAR-MATCH-COUNT
                   PERFORM 400-PRINT-DUPLICATE-PAIR
           END-EVALUATE.

      *****************************************************************
      * Prints both customers of a pair and their combined YTD
      * buckets, kept together on one page
      *****************************************************************
       400-PRINT-DUPLICATE-PAIR.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 430-PRINT-HEADING-LINES.
           MOVE PAIR-MATCH-TYPE TO DPL-MATCH-TYPE.
           MOVE FIRST-SUB TO PRINT-SUB.
           PERFORM 410-PRINT-PAIR-CUSTOMER.
           MOVE SPACES TO DPL-MATCH-TYPE.
           MOVE SECOND-SUB TO PRINT-SUB.
           PERFORM 410-PRINT-PAIR-CUSTOMER.
           COMPUTE PAIR-SALES-THIS-YTD = CT-SALES-THIS-YTD (FIRST-SUB)
                                       + CT-SALES-THIS-YTD (SECOND-SUB).
           COMPUTE PAIR-SALES-LAST-YTD = CT-SALES-LAST-YTD (FIRST-SUB)
                                       + CT-SALES-LAST-YTD (SECOND-SUB).
           COMPUTE PAIR-SALES-2YR-AGO  = CT-SALES-2YR-AGO (FIRST-SUB)
                                       + CT-SALES-2YR-AGO (SECOND-SUB).
           MOVE PAIR-SALES-THIS-YTD TO CBL-SALES-THIS-YTD.
           MOVE PAIR-SALES-LAST-YTD TO CBL-SALES-LAST-YTD.
           MOVE PAIR-SALES-2YR-AGO  TO CBL-SALES-2YR-AGO.
           MOVE COMBINED-LINE TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           ADD 2 TO LINE-COUNT.

      *****************************************************************
      * Prints the customer at PRINT-SUB with its salesrep's name
      *****************************************************************
       410-PRINT-PAIR-CUSTOMER.

           MOVE CT-BRANCH-NUMBER (PRINT-SUB)   TO DPL-BRANCH-NUMBER.
           MOVE CT-SALESREP-NUMBER (PRINT-SUB) TO DPL-SALESREP-NUMBER.
           MOVE CT-CUSTOMER-NUMBER (PRINT-SUB) TO DPL-CUSTOMER-NUMBER.
           MOVE CT-CUSTOMER-NAME (PRINT-SUB)   TO DPL-CUSTOMER-NAME.
           MOVE CT-SALES-THIS-YTD (PRINT-SUB)  TO DPL-SALES-THIS-YTD.
           MOVE CT-SALES-LAST-YTD (PRINT-SUB)  TO DPL-SALES-LAST-YTD.
           MOVE CT-SALES-2YR-AGO (PRINT-SUB)   TO DPL-SALES-2YR-AGO.
           MOVE SPACES TO SR-SALESREP-NAME.
           IF SALESREPM-AVAILABLE
               MOVE CT-SALESREP-NUMBER (PRINT-SUB) TO SR-SALESREP-NUMBER
               READ SALESREPM
                   INVALID KEY
                       MOVE SPACES TO SR-SALESREP-NAME
               END-READ
           END-IF.
           MOVE SR-SALESREP-NAME TO DPL-SALESREP-NAME.
           MOVE DUPLICATE-LINE TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the heading lines and resets the line count
      *****************************************************************
       430-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE HEADING-LINE-2 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE DUPLICATE-HEADING-LINE TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE HEADING-LINE-3 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Prints the record and pair counts at the end of the listing
      *****************************************************************
       500-PRINT-SUMMARY-COUNTS.

           MOVE HEADING-LINE-3 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
           MOVE "CUSTOMER RECORDS READ"        TO DCL-LABEL.
           MOVE CUSTOMER-READ-COUNT            TO DCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "NAME MATCHES LISTED"          TO DCL-LABEL.
           MOVE NAME-MATCH-COUNT               TO DCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "NEAR MATCHES LISTED"          TO DCL-LABEL.
           MOVE NEAR-MATCH-COUNT               TO DCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS NOT COMPARED"       TO DCL-LABEL.
           MOVE NOT-COMPARED-COUNT             TO DCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.

       510-PRINT-COUNT-LINE.

           MOVE DUPLICATE-COUNT-LINE TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA.
