       01  CALCULATED-FIELDS.
           05  CHANGE-AMOUNT   PIC S9(5)V99         VALUE ZERO.

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
      *****************************************************************
       000-ANSWER-INQUIRIES.

           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT INQREQ CUSTMAST.
           OPEN OUTPUT INQRPT.
                 INQRPT.
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
           MOVE "INQ5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "INQ5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading
      *****************************************************************
