                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BRANCH-NUMBER
                  FILE STATUS IS BRANCHM-STATUS.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT HSTARCH  ASSIGN TO HSTARCH
                  FILE STATUS IS HSTARCH-STATUS.

       DATA DIVISION.

      *****************************************************************
      * SYSIN-style run parameters: lines per page and an optional
      * branch-number/salesrep-number selection range. A zero high
      * value for a range means "no limit" on that range. An as-of
      * year and month (YYYYMM) reports the sales as they stood at
      * the end of that month instead of the live master's buckets
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-LINES-ON-PAGE    PIC 9(3).
           05  PARM-SALESREP-HIGH    PIC 9(2).
           05  PARM-RESTART-SWITCH   PIC X.
           05  PARM-SUMMARY-SWITCH   PIC X.
           05  PARM-AS-OF-YYMM.
               10  PARM-AS-OF-YEAR   PIC 9(4).
               10  PARM-AS-OF-MONTH  PIC 9(2).
           05  FILLER                PIC X(61).

       FD  CHKPFILE
           RECORDING MODE IS F
      *****************************************************************
      * One run-log record is appended for every execution: start and
      * end date-time, the PARMFILE selections used, the record counts
      * the control trailer prints, the grand totals, the return
      * code handed to the scheduler, and the as-of year and month
      * the run reported, zero for a run off the live master
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-START-DATE             PIC 9(8).
           05  RL-GRAND-TOTAL-LAST-YTD   PIC S9(7)V99.
           05  RL-GRAND-TOTAL-2YR-AGO    PIC S9(7)V99.
           05  RL-RETURN-CODE            PIC 9(2).
           05  RL-AS-OF-YYMM             PIC 9(6).
           05  FILLER                    PIC X(30).

       FD  DISTCTL
           RECORDING MODE IS F
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The monthly sales history file, in customer key order, read
      * only for an as-of run to rebuild this year's YTD from the
      * month buckets
      *****************************************************************
       01  SALES-HISTORY-RECORD    PIC X(150).

       FD  HSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.

      *****************************************************************
      * The permanent yearly archive written by the year-end roll
      * (YRE5000), in year then customer key order, read only for an
      * as-of run into a closed year
      *****************************************************************
       01  YEARLY-ARCHIVE-RECORD   PIC X(160).

       WORKING-STORAGE SECTION.

      *****************************************************************
              88  DISTRIBUTION-ACTIVE             VALUE "Y".
           05  BURST-OPEN-SWITCH       PIC X    VALUE "N".
              88  BURST-FILE-OPEN                 VALUE "Y".
           05  AS-OF-SWITCH            PIC X    VALUE "N".
              88  AS-OF-REQUESTED                 VALUE "Y".
           05  AS-OF-YEAR-SWITCH       PIC X    VALUE "N".
              88  AS-OF-IN-CLOSED-YEAR            VALUE "Y".
           05  SALESHST-OPEN-SWITCH    PIC X    VALUE "N".
              88  SALESHST-AVAILABLE              VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESHST-EOF                    VALUE "Y".
           05  HSTARCH-OPEN-SWITCH     PIC X    VALUE "N".
              88  HSTARCH-AVAILABLE               VALUE "Y".
           05  HSTARCH-EOF-SWITCH      PIC X    VALUE "N".
              88  HSTARCH-EOF                     VALUE "Y".
           05  AS-OF-POSITION-SWITCH   PIC X    VALUE "N".
              88  AS-OF-POSITION-FOUND            VALUE "Y"
                                                  FALSE "N".
           05  AS-OF-MATCH-SWITCH      PIC X    VALUE "N".
              88  AS-OF-MATCHED                   VALUE "Y"
                                                  FALSE "N".
           05  AS-OF-SIZE-SWITCH       PIC X    VALUE "N".
              88  AS-OF-AMOUNT-TOO-LARGE          VALUE "Y"
                                                  FALSE "N".
           05  AS-OF-CAPTURE-SWITCH    PIC X    VALUE "N".
              88  AS-OF-NOT-CAPTURED              VALUE "Y"
                                                  FALSE "N".

      * File status for the optional run-parameter file - "00" means
      * the file was found and opened, "35" means it was not supplied
      * file to extend and falls back to creating one
       01  RUNLOG-STATUS    PIC XX.

      * File statuses for the sales history file and the yearly
      * archive, opened only for an as-of run
       01  SALESHST-STATUS  PIC XX.
       01  HSTARCH-STATUS   PIC XX.

      * Request area for the run control manager (RCT5000), which
      * proves the cross check ran cleanly today before this report
      * releases, and stamps this run's completion
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * proves the customer master, and for an as-of run the sales
      * history file, are the ones last stamped
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

      * Record counts for the run log and the control-counts trailer
       01  RUN-COUNT-FIELDS.
           05  CUSTMAST-READ-COUNT     PIC S9(7)   VALUE ZERO.
           05  CHECKPOINT-INTERVAL     PIC 9(3)   VALUE 10.
           05  BRANCH-BREAK-COUNT      PIC 9(5)   VALUE ZERO.

      * The as-of year and month asked for on PARMFILE, the latest
      * month this year's history has been captured through, the two
      * years before it, and the customer's buckets rebuilt as they
      * stood at the end of that month. Each rebuilt bucket is added
      * up here first and refused if it would not fit the master's
      * field
       01  AS-OF-FIELDS.
           05  AS-OF-YYMM.
               10  AS-OF-YEAR          PIC 9(4)       VALUE ZERO.
               10  AS-OF-MONTH         PIC 9(2)       VALUE ZERO.
           05  AS-OF-LAST-CAPTURE-YYMM.
               10  AS-OF-CAPTURE-YEAR  PIC 9(4)       VALUE ZERO.
               10  AS-OF-CAPTURE-MONTH PIC 9(2)       VALUE ZERO.
           05  AS-OF-LAST-YEAR         PIC 9(4)       VALUE ZERO.
           05  AS-OF-2YR-YEAR          PIC 9(4)       VALUE ZERO.
           05  AS-OF-THIS-YTD          PIC S9(7)V99   VALUE ZERO.
           05  AS-OF-LAST-YTD          PIC S9(7)V99   VALUE ZERO.
           05  AS-OF-2YR-AGO           PIC S9(7)V99   VALUE ZERO.
           05  MONTH-SUB               PIC S9(3)      VALUE ZERO.

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

      * Copy of the archive record being loaded into the as-of table
       01  ARCHIVE-WORK-RECORD.
           05  AW-ARCHIVE-YEAR         PIC 9(4).
           05  AW-CUSTOMER-KEY         PIC X(9).
           05  AW-CUSTOMER-NAME        PIC X(20).
           05  AW-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  AW-YEAR-TOTAL           PIC S9(7)V9(2).
           05  FILLER                  PIC X(34).

      * Each customer's archived sales for the as-of year through the
      * as-of month and for the two whole years before it, in
      * customer key order. Each year's slice of the archive is in
      * key order, so the table is built by walking it forward once
      * per year and inserting the customers met for the first time
       01  AS-OF-TABLE.
           05  AS-OF-COUNT             PIC S9(5)   VALUE ZERO.
           05  AS-OF-SUB               PIC S9(5)   VALUE ZERO.
           05  AS-OF-SHIFT-SUB         PIC S9(5)   VALUE ZERO.
           05  AS-OF-LOAD-YEAR         PIC 9(4)    VALUE ZERO.
           05  AS-OF-ENTRY OCCURS 5000 TIMES.
               10  AO-CUSTOMER-KEY     PIC X(9).
               10  AO-THIS-YTD         PIC S9(7)V99.
               10  AO-LAST-YTD         PIC S9(7)V99.
               10  AO-2YR-AGO          PIC S9(7)V99.

      * Stores the old brach number
       01  CONTROL-FIELDS.
           05  OLD-SALESREP-NUMBER PIC 99.
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(28)   VALUE SPACE.
           05  HL2-AS-OF-PERIOD PIC X(40)  VALUE SPACE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT5000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

      * Printed under the report title on every page of an as-of run
       01  AS-OF-HEADING-TEXT.
           05  FILLER          PIC X(19)   VALUE "SALES AS OF END OF ".
           05  AHT-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AHT-YEAR        PIC 9(4).
           05  FILLER          PIC X(14)   VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(20)   VALUE "BRANCH SALES CUST   ".
           05  FILLER      PIC X(22)   VALUE SPACE.
      * Open the customer master file and the report output file
      * Loop through the customer master file until the end is reached
           PERFORM 040-CHECK-RUN-CONTROL.
           PERFORM 045-VERIFY-FILE-CONTROL.
           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 055-LOAD-DISTRIBUTION-LIST.
           IF AS-OF-REQUESTED
               PERFORM 075-PREPARE-AS-OF-PERIOD
           END-IF.
           IF RESTART-REQUESTED
               PERFORM 060-RESTART-FROM-CHECKPOINT
           END-IF.
               OPEN EXTEND SRPT5000 SEQXRPT SRPT5000X MOVRPT REJRPT
           ELSE
               OPEN OUTPUT SRPT5000 SEQXRPT SRPT5000X MOVRPT REJRPT
               IF AS-OF-REQUESTED
                   MOVE AS-OF-HEADING-TEXT TO SEQX-PRINT-AREA
                   WRITE SEQX-PRINT-AREA
               END-IF
               MOVE SEQX-HEADING-LINE TO SEQX-PRINT-AREA
               WRITE SEQX-PRINT-AREA
               STRING "BRANCH,SALESREP,CUSTOMER,NAME,THIS YTD,LAST YTD,"
                      DELIMITED BY SIZE
                   INTO EXTRACT-PRINT-AREA
               WRITE EXTRACT-PRINT-AREA
               IF AS-OF-REQUESTED
                   MOVE AS-OF-HEADING-TEXT TO MOVER-PRINT-AREA
                   WRITE MOVER-PRINT-AREA
               END-IF
               MOVE MOVER-HEADING-LINE TO MOVER-PRINT-AREA
               WRITE MOVER-PRINT-AREA
               IF AS-OF-REQUESTED
                   MOVE AS-OF-HEADING-TEXT TO REJECT-PRINT-AREA
                   WRITE REJECT-PRINT-AREA
               END-IF
               MOVE REJECT-HEADING-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
           END-IF.
           IF BRANCHM-AVAILABLE
               CLOSE BRANCHM
           END-IF.
           IF SALESHST-AVAILABLE
               CLOSE SALESHST
           END-IF.
           CLOSE CUSTMAST
                 SRPT5000
                 SEQXRPT
               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the report with condition code 16 unless the customer
      * master still matches the control record stamped by the last run
      * that rewrote it. A master that is not supplied is left to this
      * run's own handling
      *****************************************************************
       045-VERIFY-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CHECK"    TO FQ-FUNCTION-CODE.
           MOVE "RPT5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "RPT5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Reads the optional run-parameter file and applies any lines-
      * per-page or branch/salesrep selection overrides it supplies,
      * and the as-of period when one is asked for. A missing
      * PARMFILE (status 35) leaves the defaults in place
      *****************************************************************
       050-READ-RUN-PARAMETERS.

               IF PARM-SUMMARY-SWITCH = "Y"
                   SET SUMMARY-ONLY-REQUESTED TO TRUE
               END-IF
               IF PARM-AS-OF-YYMM NOT = SPACES
                  AND PARM-AS-OF-YYMM NOT = ZERO
                   SET AS-OF-REQUESTED TO TRUE
                   MOVE PARM-AS-OF-YYMM TO AS-OF-YYMM
               END-IF
               CLOSE PARMFILE
           END-IF.

               SET RECORD-PENDING TO TRUE
           END-IF.

      *****************************************************************
      * Sets up an as-of run: proves the year and month asked for is
      * one that has ended or is under way, heads every page with it,
      * and readies the sales history file and the yearly archive the
      * buckets are rebuilt from. A month in this year is rebuilt from
      * the history file's month buckets, so it must already have been
      * captured; a month in a closed year comes from the archive,
      * which also gives the two whole years before it. The archive is
      * read only for a closed year. An as-of run never resumes
      * tonight's checkpoint. A period that cannot be reported holds
      * the run before any output is opened
      *****************************************************************
       075-PREPARE-AS-OF-PERIOD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           EVALUATE TRUE
               WHEN AS-OF-YYMM NOT NUMERIC
                 OR AS-OF-MONTH < 1
                 OR AS-OF-MONTH > 12
                   DISPLAY "RPT5000 HELD - AS-OF PERIOD " AS-OF-YYMM
                           " IS NOT A YEAR AND MONTH"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN AS-OF-YEAR > CD-YEAR
                 OR (AS-OF-YEAR = CD-YEAR AND AS-OF-MONTH > CD-MONTH)
                   DISPLAY "RPT5000 HELD - AS-OF PERIOD " AS-OF-YYMM
                           " HAS NOT BEEN REACHED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF AS-OF-YEAR < CD-YEAR
               SET AS-OF-IN-CLOSED-YEAR TO TRUE
           END-IF.
           MOVE "N" TO RESTART-SWITCH.
           COMPUTE AS-OF-LAST-YEAR = AS-OF-YEAR - 1.
           COMPUTE AS-OF-2YR-YEAR  = AS-OF-YEAR - 2.
           MOVE AS-OF-MONTH TO AHT-MONTH.
           MOVE AS-OF-YEAR  TO AHT-YEAR.
           MOVE AS-OF-HEADING-TEXT TO HL2-AS-OF-PERIOD.
           PERFORM 076-VERIFY-HISTORY-CONTROL.
           MOVE HIGH-VALUES TO HW-RECORD-KEY.
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "00"
               SET SALESHST-AVAILABLE TO TRUE
               IF NOT AS-OF-IN-CLOSED-YEAR
                   PERFORM 078-FIND-LAST-CAPTURE
                       WITH TEST AFTER
                       UNTIL SALESHST-EOF
                   CLOSE SALESHST
                   OPEN INPUT SALESHST
                   MOVE "N" TO SALESHST-EOF-SWITCH
               END-IF
               PERFORM 077-READ-HISTORY-RECORD
           END-IF.
           IF AS-OF-IN-CLOSED-YEAR
               OPEN INPUT HSTARCH
               IF HSTARCH-STATUS = "00"
                   SET HSTARCH-AVAILABLE TO TRUE
                   PERFORM 080-LOAD-AS-OF-ARCHIVE
                       WITH TEST AFTER
                       UNTIL HSTARCH-EOF
                   CLOSE HSTARCH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AS-OF-IN-CLOSED-YEAR
                AND NOT HSTARCH-AVAILABLE
                   DISPLAY "RPT5000 HELD - HSTARCH IS NEEDED FOR "
                           "AS-OF PERIOD " AS-OF-YYMM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN NOT AS-OF-IN-CLOSED-YEAR
                AND NOT SALESHST-AVAILABLE
                   DISPLAY "RPT5000 HELD - SALESHST IS NEEDED FOR "
                           "AS-OF PERIOD " AS-OF-YYMM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN NOT AS-OF-IN-CLOSED-YEAR
                AND AS-OF-YYMM > AS-OF-LAST-CAPTURE-YYMM
                   DISPLAY "RPT5000 HELD - AS-OF PERIOD " AS-OF-YYMM
                           " HAS NOT BEEN CAPTURED ON SALESHST"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE 1 TO AS-OF-SUB.

      *****************************************************************
      * Holds an as-of run with condition code 16 unless the sales
      * history file still matches the control record stamped by the
      * last run that rewrote it. A history file that is not supplied
      * is left to the as-of setup above
      *****************************************************************
       076-VERIFY-HISTORY-CONTROL.

           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "SALESHST" TO FQ-DATA-FILE.
           MOVE "HISTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CHECK"    TO FQ-FUNCTION-CODE.
           MOVE "RPT5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "RPT5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Reads the next sales history record, setting its key to
      * HIGH-VALUES at end of file so no customer matches it
      *****************************************************************
       077-READ-HISTORY-RECORD.

           READ SALESHST INTO HISTORY-WORK-RECORD
               AT END
                   SET SALESHST-EOF TO TRUE
                   MOVE HIGH-VALUES TO HW-RECORD-KEY
           END-READ.

      *****************************************************************
      * Reads one sales history record ahead of a this-year as-of run
      * and keeps the latest month captured this year, so a month the
      * month-end capture has not yet reached is caught before the
      * run starts
      *****************************************************************
       078-FIND-LAST-CAPTURE.

           PERFORM 077-READ-HISTORY-RECORD.
           IF NOT SALESHST-EOF
              AND HW-LAST-CAPTURE-YEAR = AS-OF-YEAR
              AND HW-LAST-CAPTURE-YYMM > AS-OF-LAST-CAPTURE-YYMM
               MOVE HW-LAST-CAPTURE-YYMM TO AS-OF-LAST-CAPTURE-YYMM
           END-IF.

      *****************************************************************
      * Reads one archive record and adds it into the as-of table when
      * it falls in the as-of year or the two years before it. Each
      * new year starts the walk back at the top of the table
      *****************************************************************
       080-LOAD-AS-OF-ARCHIVE.

           READ HSTARCH INTO ARCHIVE-WORK-RECORD
               AT END
                   SET HSTARCH-EOF TO TRUE
               NOT AT END
                   IF AW-ARCHIVE-YEAR NOT < AS-OF-2YR-YEAR
                      AND AW-ARCHIVE-YEAR NOT > AS-OF-YEAR
                       IF AW-ARCHIVE-YEAR NOT = AS-OF-LOAD-YEAR
                           MOVE AW-ARCHIVE-YEAR TO AS-OF-LOAD-YEAR
                           MOVE 1 TO AS-OF-SUB
                       END-IF
                       PERFORM 081-STORE-AS-OF-ARCHIVE
                   END-IF
           END-READ.

      *****************************************************************
      * Walks the table forward to the archive record's customer and
      * adds the record in: the months through the as-of month for
      * the as-of year, the year's total for either year before it.
      * A customer met for the first time is given an entry. More
      * customers than the table holds would leave some reported
      * without their archived sales, so the run is held instead
      *****************************************************************
       081-STORE-AS-OF-ARCHIVE.

           SET AS-OF-POSITION-FOUND TO FALSE.
           PERFORM 082-ADVANCE-AS-OF-POSITION
               UNTIL AS-OF-SUB > AS-OF-COUNT
                 OR AS-OF-POSITION-FOUND.
           SET AS-OF-MATCHED TO FALSE.
           IF AS-OF-SUB NOT > AS-OF-COUNT
               IF AO-CUSTOMER-KEY (AS-OF-SUB) = AW-CUSTOMER-KEY
                   SET AS-OF-MATCHED TO TRUE
               END-IF
           END-IF.
           IF NOT AS-OF-MATCHED
               IF AS-OF-COUNT >= 5000
                   DISPLAY "RPT5000 HELD - HSTARCH HOLDS MORE "
                           "CUSTOMERS THAN AN AS-OF RUN CAN TABLE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 083-SHIFT-AS-OF-DOWN
                   VARYING AS-OF-SHIFT-SUB FROM AS-OF-COUNT BY -1
                   UNTIL AS-OF-SHIFT-SUB < AS-OF-SUB
               ADD 1 TO AS-OF-COUNT
               MOVE AW-CUSTOMER-KEY TO AO-CUSTOMER-KEY (AS-OF-SUB)
               MOVE ZERO TO AO-THIS-YTD (AS-OF-SUB)
               MOVE ZERO TO AO-LAST-YTD (AS-OF-SUB)
               MOVE ZERO TO AO-2YR-AGO (AS-OF-SUB)
           END-IF.
           EVALUATE AW-ARCHIVE-YEAR
               WHEN AS-OF-YEAR
                   PERFORM 084-ADD-AS-OF-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > AS-OF-MONTH
               WHEN AS-OF-LAST-YEAR
                   ADD AW-YEAR-TOTAL TO AO-LAST-YTD (AS-OF-SUB)
               WHEN OTHER
                   ADD AW-YEAR-TOTAL TO AO-2YR-AGO (AS-OF-SUB)
           END-EVALUATE.

       082-ADVANCE-AS-OF-POSITION.

           IF AO-CUSTOMER-KEY (AS-OF-SUB) < AW-CUSTOMER-KEY
               ADD 1 TO AS-OF-SUB
           ELSE
               SET AS-OF-POSITION-FOUND TO TRUE
           END-IF.

       083-SHIFT-AS-OF-DOWN.

           MOVE AS-OF-ENTRY (AS-OF-SHIFT-SUB)
               TO AS-OF-ENTRY (AS-OF-SHIFT-SUB + 1).

       084-ADD-AS-OF-MONTH.

           ADD AW-MONTH-SALES (MONTH-SUB) TO AO-THIS-YTD (AS-OF-SUB).

      *****************************************************************
      * Get current data and time for heading
      *****************************************************************
                          OR CM-SALESREP-NUMBER > SEL-SALESREP-HIGH
                           SET RECORD-OUT-OF-RANGE TO TRUE
                       ELSE
                           IF AS-OF-REQUESTED
                               PERFORM 317-SET-AS-OF-AMOUNTS
                           END-IF
                           PERFORM 315-VALIDATE-CUSTOMER-RECORD
                           IF RECORD-IS-REJECTED
                               PERFORM 316-PRINT-REJECT-RECORD
      *****************************************************************
      * Checks a customer master record for the data-quality problems
      * that disqualify it from the report: a non-numeric key field, a
      * blank customer name, a zero branch or salesrep number, an
      * as-of bucket too large for the report, or a negative YTD sales
      * amount
      *****************************************************************
       315-VALIDATE-CUSTOMER-RECORD.

               WHEN CM-SALESREP-NUMBER = ZERO
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "INVALID SALESREP NUMBER" TO REJL-REASON
               WHEN AS-OF-NOT-CAPTURED
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "AS-OF MONTH NOT CAPTURED" TO REJL-REASON
               WHEN AS-OF-AMOUNT-TOO-LARGE
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "AS-OF AMOUNT TOO LARGE"  TO REJL-REASON
               WHEN CM-SALES-THIS-YTD < ZERO
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "NEGATIVE SALES AMOUNT"   TO REJL-REASON
           WRITE REJECT-PRINT-AREA.
           ADD 1 TO RECORD-REJECT-COUNT.

      *****************************************************************
      * Replaces the customer's YTD buckets with the ones it had at
      * the end of the as-of month, so every line, total, extract row
      * and burst file below reports that period. This-YTD is the
      * history file's month buckets through the as-of month when the
      * customer's history is for the as-of year, otherwise the
      * archive's. In this year a customer with sales on the master
      * whose history has not been captured through the as-of month
      * is rejected rather than reported short. In a closed year
      * last-YTD and 2yr-ago are the archive's two whole years before
      * it; in this year they are still the master's. Both files are
      * in key order, so each is walked forward with the master
      *****************************************************************
       317-SET-AS-OF-AMOUNTS.

           PERFORM 077-READ-HISTORY-RECORD
               UNTIL HW-RECORD-KEY NOT < CM-RECORD-KEY.
           SET AS-OF-POSITION-FOUND TO FALSE.
           PERFORM 318-ADVANCE-AS-OF-ENTRY
               UNTIL AS-OF-SUB > AS-OF-COUNT
                 OR AS-OF-POSITION-FOUND.
           SET AS-OF-MATCHED TO FALSE.
           IF AS-OF-SUB NOT > AS-OF-COUNT
               IF AO-CUSTOMER-KEY (AS-OF-SUB) = CM-RECORD-KEY
                   SET AS-OF-MATCHED TO TRUE
               END-IF
           END-IF.
           MOVE ZERO TO AS-OF-THIS-YTD.
           MOVE ZERO TO AS-OF-LAST-YTD.
           MOVE ZERO TO AS-OF-2YR-AGO.
           SET AS-OF-NOT-CAPTURED TO FALSE.
           EVALUATE TRUE
               WHEN HW-RECORD-KEY = CM-RECORD-KEY
                AND HW-LAST-CAPTURE-YEAR = AS-OF-YEAR
                AND (AS-OF-IN-CLOSED-YEAR
                     OR HW-LAST-CAPTURE-YYMM NOT < AS-OF-YYMM)
                   PERFORM 319-ADD-HISTORY-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > AS-OF-MONTH
               WHEN AS-OF-MATCHED
                   MOVE AO-THIS-YTD (AS-OF-SUB) TO AS-OF-THIS-YTD
               WHEN NOT AS-OF-IN-CLOSED-YEAR
                AND CM-SALES-THIS-YTD NOT = ZERO
                   SET AS-OF-NOT-CAPTURED TO TRUE
           END-EVALUATE.
           IF AS-OF-IN-CLOSED-YEAR
               IF AS-OF-MATCHED
                   MOVE AO-LAST-YTD (AS-OF-SUB) TO AS-OF-LAST-YTD
                   MOVE AO-2YR-AGO (AS-OF-SUB)  TO AS-OF-2YR-AGO
               END-IF
           ELSE
               MOVE CM-SALES-LAST-YTD TO AS-OF-LAST-YTD
               MOVE CM-SALES-2YR-AGO  TO AS-OF-2YR-AGO
           END-IF.
           SET AS-OF-AMOUNT-TOO-LARGE TO FALSE.
           IF AS-OF-THIS-YTD > 99999.99 OR AS-OF-THIS-YTD < -99999.99
              OR AS-OF-LAST-YTD > 99999.99
              OR AS-OF-LAST-YTD < -99999.99
              OR AS-OF-2YR-AGO > 99999.99
              OR AS-OF-2YR-AGO < -99999.99
               SET AS-OF-AMOUNT-TOO-LARGE TO TRUE
           ELSE
               MOVE AS-OF-THIS-YTD TO CM-SALES-THIS-YTD
               MOVE AS-OF-LAST-YTD TO CM-SALES-LAST-YTD
               MOVE AS-OF-2YR-AGO  TO CM-SALES-2YR-AGO
           END-IF.

       318-ADVANCE-AS-OF-ENTRY.

           IF AO-CUSTOMER-KEY (AS-OF-SUB) < CM-RECORD-KEY
               ADD 1 TO AS-OF-SUB
           ELSE
               SET AS-OF-POSITION-FOUND TO TRUE
           END-IF.

       319-ADD-HISTORY-MONTH.

           ADD HW-MONTH-SALES (MONTH-SUB) TO AS-OF-THIS-YTD.

      *****************************************************************
      * Gets the data for each customer line, calculates change amount
      * and percent change, and prints the line. Also controls when to
           MOVE ZERO TO BRANCH-TOTAL-2YR-AGO.
           ADD 1 TO BRANCH-BREAK-COUNT.
           IF BRANCH-BREAK-COUNT >= CHECKPOINT-INTERVAL
              AND NOT AS-OF-REQUESTED
               PERFORM 370-WRITE-CHECKPOINT
               MOVE ZERO TO BRANCH-BREAK-COUNT.

      *****************************************************************
      * Saves OLD-BRANCH-NUMBER, OLD-SALESREP-NUMBER, and the current
      * TOTAL-FIELDS to the checkpoint file so a later restart can
      * resume this run instead of reprocessing CUSTMAST from the top.
      * An as-of run takes no checkpoints, so it never overlays the
      * one tonight's run would restart from
      *****************************************************************
       370-WRITE-CHECKPOINT.

           MOVE CHANGE-AMOUNT         TO EX-CHANGE-AMT-EDIT.
           MOVE CHANGE-PERCENT        TO EX-CHANGE-PCT-EDIT.
           PERFORM 322-WRITE-EXTRACT-TOTAL.
           IF NOT AS-OF-REQUESTED
               PERFORM 510-RECONCILE-GRAND-TOTALS
           END-IF.
           IF SEQUENCE-EXCEPTION-FOUND
               MOVE SEQX-WARNING-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
      * Compares this run's GRAND-TOTAL-THIS-YTD against the prior
      * run's saved control total. If CTLFILE is missing (status 35)
      * this is treated as the first run and nothing is compared.
      * This run's totals are then saved to CTLFILE for next time.
      * An as-of run's totals are for another period, so it neither
      * reconciles nor saves them and the next live run still
      * reconciles against the last live run
      *****************************************************************
       510-RECONCILE-GRAND-TOTALS.

      *****************************************************************
      * Appends this run's audit record to the run log: start and end
      * date-time, the PARMFILE selections used, the record counts,
      * the grand totals, the return code handed to the scheduler,
      * and the as-of period reported.
      * A first-ever run finds no log to extend and creates one
      *****************************************************************
       530-WRITE-RUN-LOG.
               MOVE GRAND-TOTAL-LAST-YTD TO RL-GRAND-TOTAL-LAST-YTD
               MOVE GRAND-TOTAL-2YR-AGO  TO RL-GRAND-TOTAL-2YR-AGO
               MOVE RETURN-CODE          TO RL-RETURN-CODE
               MOVE AS-OF-YYMM           TO RL-AS-OF-YYMM
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOG
           END-IF.
