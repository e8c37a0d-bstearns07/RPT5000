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
      * Lines printed on the commission register
      *****************************************************************
       000-PREPARE-COMMISSION-REGISTER.

           PERFORM 050-CHECK-RUN-CONTROL.
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT CUSTMAST.
           OPEN OUTPUT CMRRPT CMRDISB.
               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the run with condition code 16 unless the customer master
      * and the history file still match the control records stamped by
      * the last run that rewrote them, so commissions are priced off
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
           MOVE "CMR5000" TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "CMR5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading
      *****************************************************************
