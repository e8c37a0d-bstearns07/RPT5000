           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

      * Request area for the file integrity control (FIC5000), which
      * stamps the control record of the rolled master
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

      * Record counts for the balance listing
       01  COUNT-FIELDS.
           05  MASTER-IN-COUNT     PIC S9(7)   VALUE ZERO.
                   WITH TEST AFTER
                   UNTIL CUSTMAST-EOF
               PERFORM 500-PRINT-ROLLOVER-TOTALS
               CLOSE CUSTMAST
                     NEWMAST
               PERFORM 910-STAMP-FILE-CONTROL
               IF RETURN-CODE = ZERO
                   PERFORM 700-ARCHIVE-SALES-HISTORY
                   PERFORM 600-STAMP-ROLLOVER-YEAR
                   PERFORM 900-STAMP-RUN-CONTROL
               END-IF
           END-IF.
           CLOSE YRERPT.
           STOP RUN.
           MOVE "YRE5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control record of the rolled master so every later
      * reader can prove it has the generation this roll wrote. A
      * control record that cannot be written ends the run with
      * condition code 16 and the roll is not stamped as done
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "STAMP"    TO FQ-FUNCTION-CODE.
           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "NEWMAST"  TO FQ-DATA-FILE.
           MOVE "NEWMCTL"  TO FQ-CONTROL-FILE.
           MOVE "YRE5000"  TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "YRE5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
