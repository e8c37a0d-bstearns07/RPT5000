      *****************************************************************
      * Title..........: FIC5000 - File Integrity Control
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Called subprogram shared by every program
      *                  that rewrites or reads the customer master or
      *                  the sales history file. Each of those files
      *                  travels with a one-record control file
      *                  holding its record count, a hash total of its
      *                  keys, hash totals of the three YTD buckets (or
      *                  of the capture YTD and each monthly bucket),
      *                  and the program, date, and time that wrote it.
      *                  STAMP reads the named file through and writes
      *                  its control record; a program that writes a
      *                  new generation stamps the new generation's
      *                  control file, which is promoted along with it.
      *                  CHECK reads the named file through and answers
      *                  whether it still agrees with its control
      *                  record: OK, or NF (no control record), NO
      *                  (file would not open), WF (control record is
      *                  for another file), CT (record count differs),
      *                  HT (a hash total differs). The caller holds
      *                  itself with a condition code when the answer
      *                  is anything but OK, so a truncated, stale, or
      *                  wrong-generation file is never reported on
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FIC5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MASTFILE ASSIGN USING DATA-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MF-RECORD-KEY
                  FILE STATUS IS MASTFILE-STATUS.
           SELECT HISTFILE ASSIGN USING DATA-FILE-NAME
                  FILE STATUS IS HISTFILE-STATUS.
           SELECT FILECTL  ASSIGN USING CONTROL-FILE-NAME
                  FILE STATUS IS FILECTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master, or a new generation of it, read in key
      * order
      *****************************************************************
       01  MASTER-FILE-RECORD.
           05  MF-RECORD-KEY.
               10  MF-BRANCH-NUMBER    PIC 9(2).
               10  MF-SALESREP-NUMBER  PIC 9(2).
               10  MF-CUSTOMER-NUMBER  PIC 9(5).
           05  MF-RECORD-KEY-9         REDEFINES MF-RECORD-KEY
                                       PIC 9(9).
           05  MF-CUSTOMER-NAME        PIC X(20).
           05  MF-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  MF-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  MF-SALES-2YR-AGO        PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

       FD  HISTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * The sales history file, or a new generation of it
      *****************************************************************
       01  HISTORY-FILE-RECORD.
           05  HF-RECORD-KEY           PIC X(9).
           05  HF-RECORD-KEY-9         REDEFINES HF-RECORD-KEY
                                       PIC 9(9).
           05  HF-CUSTOMER-NAME        PIC X(20).
           05  HF-LAST-CAPTURE-YYMM    PIC 9(6).
           05  HF-LAST-CAPTURE-YTD     PIC S9(5)V9(2).
           05  HF-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(5)V9(2).
           05  FILLER                  PIC X(24).

       FD  FILECTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 300 CHARACTERS.

      *****************************************************************
      * The control record for one file: which file it describes, the
      * record count, the key hash, the YTD hashes (master) or the
      * capture YTD and monthly hashes (history), and who wrote it
      * and when. The whole file is rewritten on every stamp
      *****************************************************************
       01  FILE-CONTROL-RECORD.
           05  FC-FILE-TYPE            PIC X(8).
           05  FC-RECORD-COUNT         PIC 9(9).
           05  FC-KEY-HASH             PIC 9(15).
           05  FC-THIS-YTD-HASH        PIC S9(13)V9(2).
           05  FC-LAST-YTD-HASH        PIC S9(13)V9(2).
           05  FC-2YR-AGO-HASH         PIC S9(13)V9(2).
           05  FC-CAPTURE-YTD-HASH     PIC S9(13)V9(2).
           05  FC-MONTH-HASH           OCCURS 12 TIMES
                                       PIC S9(13)V9(2).
           05  FC-PROGRAM-ID           PIC X(8).
           05  FC-STAMP-DATE.
               10  FC-STAMP-YEAR       PIC 9(4).
               10  FC-STAMP-MONTH      PIC 9(2).
               10  FC-STAMP-DAY        PIC 9(2).
           05  FC-STAMP-TIME.
               10  FC-STAMP-HOURS      PIC 9(2).
               10  FC-STAMP-MINUTES    PIC 9(2).
               10  FC-STAMP-SECONDS    PIC 9(2).
           05  FILLER                  PIC X(6).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the file integrity control
      *****************************************************************

      * Determines end of file, whether the named file opened, and
      * whether any monthly hash disagrees
       01  SWITCHES.
           05  DATA-EOF-SWITCH         PIC X    VALUE "N".
              88  DATA-EOF                      VALUE "Y".
           05  DATA-OPEN-SWITCH        PIC X    VALUE "N".
              88  DATA-FILE-OPENED              VALUE "Y"
                                                  FALSE "N".
           05  MONTH-MISMATCH-SWITCH   PIC X    VALUE "N".
              88  MONTH-HASH-MISMATCH           VALUE "Y"
                                                  FALSE "N".

      * File statuses
       01  MASTFILE-STATUS  PIC XX.
       01  HISTFILE-STATUS  PIC XX.
       01  FILECTL-STATUS   PIC XX.

      * The names the data file and its control file are opened under,
      * moved in from the caller's parameter area
       01  DATA-FILE-NAME      PIC X(8)    VALUE SPACE.
       01  CONTROL-FILE-NAME   PIC X(8)    VALUE SPACE.

      * Totals worked out from the file as it stands
       01  FILE-TOTAL-FIELDS.
           05  FT-RECORD-COUNT         PIC 9(9)         VALUE ZERO.
           05  FT-KEY-HASH             PIC 9(15)        VALUE ZERO.
           05  FT-THIS-YTD-HASH        PIC S9(13)V9(2)  VALUE ZERO.
           05  FT-LAST-YTD-HASH        PIC S9(13)V9(2)  VALUE ZERO.
           05  FT-2YR-AGO-HASH         PIC S9(13)V9(2)  VALUE ZERO.
           05  FT-CAPTURE-YTD-HASH     PIC S9(13)V9(2)  VALUE ZERO.
           05  FT-MONTH-HASH           OCCURS 12 TIMES
                                       PIC S9(13)V9(2).

      * Subscript for the month buckets
       01  MONTH-SUB           PIC S9(3)   VALUE ZERO.

      * Counts edited for the console message on a failed check
       01  COUNT-EDIT-FIELDS.
           05  CONTROL-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.
           05  FILE-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).

       LINKAGE SECTION.

      *****************************************************************
      * The caller's parameter area: the function, which layout the
      * file has (CUSTMAST or SALESHST), the names the file and its
      * control file are opened under, and the calling program, which
      * is written on the control record by a STAMP. The answer comes
      * back in the result
      *****************************************************************
       01  FILE-CONTROL-REQUEST.
           05  FQ-FUNCTION-CODE    PIC X(5).
           05  FQ-FILE-TYPE        PIC X(8).
           05  FQ-DATA-FILE        PIC X(8).
           05  FQ-CONTROL-FILE     PIC X(8).
           05  FQ-PROGRAM-ID       PIC X(8).
           05  FQ-RESULT           PIC X(2).

       PROCEDURE DIVISION USING FILE-CONTROL-REQUEST.

      *****************************************************************
      * Main processing logic for the file integrity control
      *****************************************************************
       000-MANAGE-FILE-CONTROL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE FQ-DATA-FILE    TO DATA-FILE-NAME.
           MOVE FQ-CONTROL-FILE TO CONTROL-FILE-NAME.
           PERFORM 100-TOTAL-DATA-FILE.
           EVALUATE TRUE
               WHEN NOT DATA-FILE-OPENED
                   MOVE "NO" TO FQ-RESULT
                   DISPLAY "FIC5000 - " FQ-DATA-FILE
                           " COULD NOT BE OPENED"
               WHEN FQ-FUNCTION-CODE = "STAMP"
                   PERFORM 300-STAMP-CONTROL-RECORD
               WHEN OTHER
                   PERFORM 400-CHECK-CONTROL-RECORD
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Reads the named file through and works out its record count
      * and hash totals in the layout FQ-FILE-TYPE names
      *****************************************************************
       100-TOTAL-DATA-FILE.

           MOVE ZERO TO FT-RECORD-COUNT.
           MOVE ZERO TO FT-KEY-HASH.
           MOVE ZERO TO FT-THIS-YTD-HASH.
           MOVE ZERO TO FT-LAST-YTD-HASH.
           MOVE ZERO TO FT-2YR-AGO-HASH.
           MOVE ZERO TO FT-CAPTURE-YTD-HASH.
           PERFORM 105-CLEAR-MONTH-HASH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE "N" TO DATA-EOF-SWITCH.
           SET DATA-FILE-OPENED TO FALSE.
           IF FQ-FILE-TYPE = "CUSTMAST"
               PERFORM 110-TOTAL-MASTER-FILE
           ELSE
               PERFORM 130-TOTAL-HISTORY-FILE
           END-IF.

       105-CLEAR-MONTH-HASH.

           MOVE ZERO TO FT-MONTH-HASH (MONTH-SUB).

       110-TOTAL-MASTER-FILE.

           OPEN INPUT MASTFILE.
           IF MASTFILE-STATUS = "00"
               SET DATA-FILE-OPENED TO TRUE
               PERFORM 115-TOTAL-ONE-MASTER
                   WITH TEST AFTER
                   UNTIL DATA-EOF
               CLOSE MASTFILE
           END-IF.

       115-TOTAL-ONE-MASTER.

           READ MASTFILE
               AT END
                   SET DATA-EOF TO TRUE
               NOT AT END
                   ADD 1                 TO FT-RECORD-COUNT
                   IF MF-RECORD-KEY-9 NUMERIC
                       ADD MF-RECORD-KEY-9 TO FT-KEY-HASH
                   END-IF
                   ADD MF-SALES-THIS-YTD TO FT-THIS-YTD-HASH
                   ADD MF-SALES-LAST-YTD TO FT-LAST-YTD-HASH
                   ADD MF-SALES-2YR-AGO  TO FT-2YR-AGO-HASH
           END-READ.

       130-TOTAL-HISTORY-FILE.

           OPEN INPUT HISTFILE.
           IF HISTFILE-STATUS = "00"
               SET DATA-FILE-OPENED TO TRUE
               PERFORM 135-TOTAL-ONE-HISTORY
                   WITH TEST AFTER
                   UNTIL DATA-EOF
               CLOSE HISTFILE
           END-IF.

       135-TOTAL-ONE-HISTORY.

           READ HISTFILE
               AT END
                   SET DATA-EOF TO TRUE
               NOT AT END
                   ADD 1                   TO FT-RECORD-COUNT
                   IF HF-RECORD-KEY-9 NUMERIC
                       ADD HF-RECORD-KEY-9 TO FT-KEY-HASH
                   END-IF
                   ADD HF-LAST-CAPTURE-YTD TO FT-CAPTURE-YTD-HASH
                   PERFORM 136-ADD-MONTH-HASH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
           END-READ.

       136-ADD-MONTH-HASH.

           ADD HF-MONTH-SALES (MONTH-SUB) TO FT-MONTH-HASH (MONTH-SUB).

      *****************************************************************
      * Writes the control record for the file as it now stands
      *****************************************************************
       300-STAMP-CONTROL-RECORD.

           MOVE SPACES              TO FILE-CONTROL-RECORD.
           MOVE FQ-FILE-TYPE        TO FC-FILE-TYPE.
           MOVE FT-RECORD-COUNT     TO FC-RECORD-COUNT.
           MOVE FT-KEY-HASH         TO FC-KEY-HASH.
           MOVE FT-THIS-YTD-HASH    TO FC-THIS-YTD-HASH.
           MOVE FT-LAST-YTD-HASH    TO FC-LAST-YTD-HASH.
           MOVE FT-2YR-AGO-HASH     TO FC-2YR-AGO-HASH.
           MOVE FT-CAPTURE-YTD-HASH TO FC-CAPTURE-YTD-HASH.
           PERFORM 310-MOVE-MONTH-HASH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE FQ-PROGRAM-ID       TO FC-PROGRAM-ID.
           MOVE CD-YEAR             TO FC-STAMP-YEAR.
           MOVE CD-MONTH            TO FC-STAMP-MONTH.
           MOVE CD-DAY              TO FC-STAMP-DAY.
           MOVE CD-HOURS            TO FC-STAMP-HOURS.
           MOVE CD-MINUTES          TO FC-STAMP-MINUTES.
           MOVE CD-SECONDS          TO FC-STAMP-SECONDS.
           OPEN OUTPUT FILECTL.
           IF FILECTL-STATUS = "00"
               WRITE FILE-CONTROL-RECORD
               CLOSE FILECTL
               MOVE "OK" TO FQ-RESULT
           ELSE
               MOVE "NO" TO FQ-RESULT
               DISPLAY "FIC5000 - " FQ-CONTROL-FILE
                       " COULD NOT BE OPENED"
           END-IF.

       310-MOVE-MONTH-HASH.

           MOVE FT-MONTH-HASH (MONTH-SUB) TO FC-MONTH-HASH (MONTH-SUB).

      *****************************************************************
      * Reads the control record and compares it with the file as it
      * now stands, showing the control record's origin and both
      * record counts on the console when they disagree
      *****************************************************************
       400-CHECK-CONTROL-RECORD.

           MOVE "OK" TO FQ-RESULT.
           OPEN INPUT FILECTL.
           IF FILECTL-STATUS NOT = "00"
               MOVE "NF" TO FQ-RESULT
           ELSE
               READ FILECTL
                   AT END
                       MOVE "NF" TO FQ-RESULT
               END-READ
               CLOSE FILECTL
           END-IF.
           IF FQ-RESULT = "NF"
               DISPLAY "FIC5000 - NO CONTROL RECORD ON "
                       FQ-CONTROL-FILE " FOR " FQ-DATA-FILE
           ELSE
               SET MONTH-HASH-MISMATCH TO FALSE
               PERFORM 410-COMPARE-MONTH-HASH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               EVALUATE TRUE
                   WHEN FC-FILE-TYPE NOT = FQ-FILE-TYPE
                       MOVE "WF" TO FQ-RESULT
                   WHEN FC-RECORD-COUNT NOT = FT-RECORD-COUNT
                       MOVE "CT" TO FQ-RESULT
                   WHEN FC-KEY-HASH NOT = FT-KEY-HASH
                     OR FC-THIS-YTD-HASH NOT = FT-THIS-YTD-HASH
                     OR FC-LAST-YTD-HASH NOT = FT-LAST-YTD-HASH
                     OR FC-2YR-AGO-HASH NOT = FT-2YR-AGO-HASH
                     OR FC-CAPTURE-YTD-HASH NOT = FT-CAPTURE-YTD-HASH
                     OR MONTH-HASH-MISMATCH
                       MOVE "HT" TO FQ-RESULT
               END-EVALUATE
               IF FQ-RESULT NOT = "OK"
                   PERFORM 420-DISPLAY-MISMATCH
               END-IF
           END-IF.

       410-COMPARE-MONTH-HASH.

           IF FC-MONTH-HASH (MONTH-SUB) NOT = FT-MONTH-HASH (MONTH-SUB)
               SET MONTH-HASH-MISMATCH TO TRUE
           END-IF.

       420-DISPLAY-MISMATCH.

           MOVE FC-RECORD-COUNT TO CONTROL-COUNT-EDIT.
           MOVE FT-RECORD-COUNT TO FILE-COUNT-EDIT.
           EVALUATE FQ-RESULT
               WHEN "WF"
                   DISPLAY "FIC5000 - " FQ-CONTROL-FILE
                           " HOLDS THE CONTROL RECORD FOR "
                           FC-FILE-TYPE
               WHEN "CT"
                   DISPLAY "FIC5000 - " FQ-DATA-FILE
                           " RECORD COUNT DOES NOT MATCH"
               WHEN OTHER
                   DISPLAY "FIC5000 - " FQ-DATA-FILE
                           " HASH TOTALS DO NOT MATCH"
           END-EVALUATE.
           DISPLAY "FIC5000 - CONTROL RECORD WRITTEN BY "
                   FC-PROGRAM-ID " ON " FC-STAMP-DATE
                   " AT " FC-STAMP-TIME.
           DISPLAY "FIC5000 - RECORDS ON CONTROL " CONTROL-COUNT-EDIT
                   "  RECORDS ON FILE " FILE-COUNT-EDIT.
