      *                  the sales history file in key order, and both
      *                  archives are rewritten without the restored
      *                  records. Every request is listed with what
      *                  happened to it, with control counts, and every
      *                  restore is added to the restore log
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT RSTLOG   ASSIGN TO RSTLOG
                  FILE STATUS IS RSTLOG-STATUS.
           SELECT RSTRPT   ASSIGN TO RSTRPT.

       DATA DIVISION.
      *****************************************************************
       01  NEW-HISTORY-RECORD  PIC X(150).

       FD  RSTLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The restore log, one record added per customer put back on
      * the master so later runs can tell a restored customer from a
      * new one. The file is extended run over run
      *****************************************************************
       01  RESTORE-LOG-RECORD.
           05  RL-RECORD-KEY           PIC X(9).
           05  RL-CUSTOMER-NAME        PIC X(20).
           05  RL-RESTORE-DATE.
               10  RL-RESTORE-YEAR     PIC 9(4).
               10  RL-RESTORE-MONTH    PIC 9(2).
               10  RL-RESTORE-DAY      PIC 9(2).
           05  RL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(35).

       FD  RSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
       01  ARCMAST-STATUS   PIC XX.
       01  ARCHIST-STATUS   PIC XX.
       01  SALESHST-STATUS  PIC XX.
       01  RSTLOG-STATUS    PIC XX.

      * One entry per restore request: the key asked for, the user,
      * and what happened to it - pending until the archive pass
           05  HISTORY-MERGED-COUNT PIC S9(5)   VALUE ZERO.
           05  HISTORY-DUP-COUNT    PIC S9(5)   VALUE ZERO.

      * Request area for the file integrity control (FIC5000), which
      * stamps the control records of the live master updated in
      * place and of the new history generation
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
               CLOSE RSTRPT
               STOP RUN
           END-IF.
           OPEN EXTEND RSTLOG.
           IF RSTLOG-STATUS NOT = "00"
               OPEN OUTPUT RSTLOG
           END-IF.
           PERFORM 150-LOAD-RESTORE-REQUESTS.
           PERFORM 200-PASS-ARCHIVE-MASTER.
           PERFORM 300-PASS-ARCHIVE-HISTORY.
           PERFORM 400-MERGE-LIVE-HISTORY.
           PERFORM 450-LIST-UNMATCHED-REQUESTS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE CUSTMAST.
           PERFORM 910-STAMP-MASTER-CONTROL.
           PERFORM 920-STAMP-HISTORY-CONTROL.
           CLOSE RSTLOG
                 RSTRPT.
           STOP RUN.

               MOVE NO-FILE-LINE TO RESTORE-PRINT-AREA
               WRITE RESTORE-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTMAST RSTLOG RSTRPT
               STOP RUN
           END-IF.
           OPEN OUTPUT NEWARCM.
                   ADD 1 TO MASTER-RESTORED-COUNT
                   MOVE "RESTORED" TO RDL-DISPOSITION
                   PERFORM 460-PRINT-DETAIL-LINE
                   PERFORM 225-WRITE-RESTORE-LOG
           END-WRITE.

      *****************************************************************
      * Adds the restored customer to the restore log with the run
      * date and the user who asked for the restore
      *****************************************************************
       225-WRITE-RESTORE-LOG.

           MOVE SPACES           TO RESTORE-LOG-RECORD.
           MOVE AM-RECORD-KEY    TO RL-RECORD-KEY.
           MOVE AM-CUSTOMER-NAME TO RL-CUSTOMER-NAME.
           MOVE CD-YEAR          TO RL-RESTORE-YEAR.
           MOVE CD-MONTH         TO RL-RESTORE-MONTH.
           MOVE CD-DAY           TO RL-RESTORE-DAY.
           MOVE RQ-USER-ID (REQUEST-MATCH-SUB) TO RL-USER-ID.
           WRITE RESTORE-LOG-RECORD.

      *****************************************************************
      * Reads the history archive, pulling the history of every
      * customer whose master was restored into the merge table and
               MOVE NO-FILE-LINE TO RESTORE-PRINT-AREA
               WRITE RESTORE-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTMAST
               PERFORM 910-STAMP-MASTER-CONTROL
               CLOSE RSTLOG RSTRPT
               STOP RUN
           END-IF.
           OPEN OUTPUT NEWARCH.

           MOVE RESTORE-COUNT-LINE TO RESTORE-PRINT-AREA.
           WRITE RESTORE-PRINT-AREA.

      *****************************************************************
      * Stamps the control record of the live master. The masters are
      * written back before the history archive is read, so a run
      * held for a missing history archive stamps the master too
      *****************************************************************
       910-STAMP-MASTER-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "CUSTMAST" TO FQ-DATA-FILE.
           MOVE "CUSTCTL"  TO FQ-CONTROL-FILE.
           PERFORM 930-STAMP-ONE-FILE.

      *****************************************************************
      * Stamps the control record of the new history generation
      *****************************************************************
       920-STAMP-HISTORY-CONTROL.

           MOVE "SALESHST" TO FQ-FILE-TYPE.
           MOVE "NEWHIST"  TO FQ-DATA-FILE.
           MOVE "NEWHCTL"  TO FQ-CONTROL-FILE.
           PERFORM 930-STAMP-ONE-FILE.

      *****************************************************************
      * Calls the file integrity control to stamp one file. A control
      * record that cannot be written ends the run with condition
      * code 16
      *****************************************************************
       930-STAMP-ONE-FILE.

           MOVE "STAMP"   TO FQ-FUNCTION-CODE.
           MOVE "RST5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "RST5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
