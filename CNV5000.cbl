           05  RECORDS-OUT-COUNT   PIC S9(7)   VALUE ZERO.
           05  RECORDS-DROP-COUNT  PIC S9(7)   VALUE ZERO.

      * Request area for the file integrity control (FIC5000), which
      * stamps the control record of the newly loaded master
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
           IF RECORDS-DROP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CUSTMAST.
           PERFORM 910-STAMP-FILE-CONTROL.
           CLOSE CUSTSEQ
                 CNVRPT.
           STOP RUN.


           MOVE CONVERT-COUNT-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.

      *****************************************************************
      * Stamps the control record of the loaded master so every later
      * reader can prove it has the file this load wrote. A control
      * record that cannot be written ends the run with condition
      * code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "STAMP"    TO FQ-FUNCTION-CODE.
           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           MOVE "CNV5000"  TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "CNV5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
