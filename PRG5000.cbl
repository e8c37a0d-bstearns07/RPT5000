           05  HISTORY-OUT-COUNT   PIC S9(7)   VALUE ZERO.
           05  HISTORY-ARC-COUNT   PIC S9(7)   VALUE ZERO.

      * Request area for the file integrity control (FIC5000), which
      * stamps the control records of the new master and history
      * generations this run writes
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

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           IF SALESHST-STATUS = "00" OR "10"
               CLOSE SALESHST
           END-IF.
           CLOSE NEWMAST
                 NEWHIST.
           PERFORM 910-STAMP-FILE-CONTROL.
           CLOSE CUSTMAST
                 ARCMAST
                 ARCHIST
                 PRGRPT.

           MOVE PURGE-COUNT-LINE TO PURGE-PRINT-AREA.
           WRITE PURGE-PRINT-AREA.

      *****************************************************************
      * Stamps the control records of the new master and history
      * generations so every later reader can prove it has the files
      * this purge wrote. A control record that cannot be written
      * ends the run with condition code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "NEWMAST"  TO FQ-DATA-FILE.
           MOVE "NEWMCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.
           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "NEWHIST"  TO FQ-DATA-FILE.
           MOVE "NEWHCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.

       915-STAMP-ONE-FILE.

           MOVE "STAMP"   TO FQ-FUNCTION-CODE.
           MOVE "PRG5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "PRG5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
