           05  FILLER          PIC X(9).

      * Request area for the run control manager (RCT5000), which
      * proves the day's maintenance and posting ran before this
      * capture and stamps this run's completion for the year-end
      * roll to check
       01  RUN-CONTROL-REQUEST.
           05  RQ-FUNCTION-CODE    PIC X(5).
           05  RQ-PROGRAM-ID       PIC X(8).
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * stamps the control record of the new history generation
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
      * Lines printed on the capture balance listing
      *****************************************************************
      * posting this month's delta to matched and new records and
      * carrying forward history whose customer is gone
           PERFORM 050-CHECK-RUN-CONTROL.
           PERFORM 055-CHECK-POSTING-RUN.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN INPUT CUSTMAST SALESHST.
           OPEN OUTPUT NEWHIST MCPRPT.
               UNTIL CW-RECORD-KEY = HIGH-VALUES
                 AND HW-RECORD-KEY = HIGH-VALUES.
           PERFORM 500-PRINT-CAPTURE-TOTALS.
           CLOSE NEWHIST.
           PERFORM 910-STAMP-FILE-CONTROL.
           PERFORM 900-STAMP-RUN-CONTROL.
           IF SALESHST-STATUS = "00" OR "10"
               CLOSE SALESHST
           END-IF.
           CLOSE CUSTMAST
                 MCPRPT.
           STOP RUN.

               STOP RUN
           END-IF.

      *****************************************************************
      * Holds the capture the same way unless the day's invoice and
      * credit memo posting (PST5000) completed cleanly today - a
      * capture ahead of the posting leaves the day's sales out of
      * this month's bucket
      *****************************************************************
       055-CHECK-POSTING-RUN.

           MOVE "CHECK"   TO RQ-FUNCTION-CODE.
           MOVE "PST5000" TO RQ-PROGRAM-ID.
           MOVE ZERO      TO RQ-RETURN-CODE.
           MOVE ZERO      TO RQ-REQUIRED-YYMM.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           IF RQ-RESULT NOT = "OK"
               EVALUATE RQ-RESULT
                   WHEN "NF"
                       DISPLAY "MCP5000 HELD - REQUIRED STEP "
                               "PST5000 HAS NEVER RUN"
                   WHEN "FL"
                       DISPLAY "MCP5000 HELD - REQUIRED STEP "
                               "PST5000 ENDED WITH ERRORS"
                   WHEN OTHER
                       DISPLAY "MCP5000 HELD - REQUIRED STEP "
                               "PST5000 HAS NOT RUN TODAY"
               END-EVALUATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Get current date and time for the heading and capture month
      *****************************************************************
           MOVE "MCP5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control record of the new history generation so
      * every later reader can prove it has the file this capture
      * wrote. A control record that cannot be written ends the run
      * with condition code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "STAMP"    TO FQ-FUNCTION-CODE.
           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "NEWHIST"  TO FQ-DATA-FILE.
           MOVE "NEWHCTL"  TO FQ-CONTROL-FILE.
           MOVE "MCP5000"  TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "MCP5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
