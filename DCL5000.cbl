           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

      * Request area for the file integrity control (FIC5000), which
      * proves the history file is the one last stamped
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
      * collect the three-plus-month decliners into the rep's call
      * list ranked by the peak-to-current drop, and print each rep's
      * list at the rep break
           PERFORM 060-VERIFY-FILE-CONTROL.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT SALESHST.
           OPEN OUTPUT DCLRPT.
                 DCLRPT.
           STOP RUN.

      *****************************************************************
      * Holds the run with condition code 16 unless the history file
      * still matches the control record stamped by the last run that
      * rewrote it. A history file that is not supplied is left to this
      * run's own handling
      *****************************************************************
       060-VERIFY-FILE-CONTROL.

           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "SALESHST" TO FQ-DATA-FILE.
           MOVE "HISTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CHECK"    TO FQ-FUNCTION-CODE.
           MOVE "DCL5000"  TO FQ-PROGRAM-ID.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           IF FQ-RESULT NOT = "OK" AND NOT = "NO"
               DISPLAY "DCL5000 HELD - " FQ-DATA-FILE
                       " DOES NOT MATCH ITS CONTROL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading
      *****************************************************************
