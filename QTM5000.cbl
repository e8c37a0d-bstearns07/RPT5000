      *****************************************************************
      * Title..........: QTM5000 - Salesrep/Branch Quota Maintenance
      * Programmer.....: Ben Stearns and Aidan Dunbar
      * Date...........: 10-15-26
      * GitHub URL.....:
      * Program Desc...: Applies add/change/delete transactions to the
      *                  quota master, which holds each salesrep's and
      *                  each branch's annual sales quota for the year
      *                  and an optional monthly phasing of that quota
      *                  in percent. A quota with no phasing is spread
      *                  evenly across the twelve months. Writes an
      *                  applied-transaction audit listing showing old
      *                  and new values plus a rejected-transaction
      *                  listing, the same way the salesrep/branch
      *                  maintenance (LKM5000) does
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. QTM5000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT QUOTAM   ASSIGN TO QUOTAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QM-QUOTA-KEY
                  FILE STATUS IS QUOTAM-STATUS.
           SELECT SALESREPM ASSIGN TO SALESREPM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALESREP-NUMBER
                  FILE STATUS IS SALESREPM-STATUS.
           SELECT BRANCHM  ASSIGN TO BRANCHM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BRANCH-NUMBER
                  FILE STATUS IS BRANCHM-STATUS.
           SELECT QTMTRAN  ASSIGN TO QTMTRAN.
           SELECT QTMAUDIT ASSIGN TO QTMAUDIT.
           SELECT QTMREJ   ASSIGN TO QTMREJ.

       DATA DIVISION.

       FILE SECTION.

       FD  QUOTAM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The quota master record, keyed on a quota type (S for a
      * salesrep quota, B for a branch quota) and the salesrep or
      * branch number, so each quota sits under the same number as
      * its SALESREPM or BRANCHM record. The monthly phasing holds
      * the percent of the annual quota expected in each month; all
      * zero means the quota is spread evenly
      *****************************************************************
       01  QUOTA-MASTER-RECORD.
           05  QM-QUOTA-KEY.
               10  QM-QUOTA-TYPE       PIC X.
               10  QM-KEY-NUMBER       PIC 9(2).
           05  QM-QUOTA-YEAR           PIC 9(4).
           05  QM-ANNUAL-QUOTA         PIC 9(7)V9(2).
           05  QM-MONTH-PERCENT        OCCURS 12 TIMES
                                       PIC 9(2)V9.
           05  QM-CHANGE-DATE          PIC 9(8).
           05  QM-USER-ID              PIC X(8).
           05  FILLER                  PIC X(12).

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The salesrep master record, read here only to prove that a
      * salesrep quota points at a salesrep on file
      *****************************************************************
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER   PIC 9(2).
           05  SR-SALESREP-NAME     PIC X(20).
           05  SR-COMMISSION-RATE   PIC 9V9(4).
           05  FILLER               PIC X(3).

       FD  BRANCHM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * The branch master record, read here only to prove that a
      * branch quota points at a branch on file
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER     PIC 9(2).
           05  BR-BRANCH-NAME       PIC X(20).
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  QTMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * Quota maintenance transactions. The file code is S (salesrep
      * quota) or B (branch quota), the action code is A (add), C
      * (change), or D (delete), and on a change a blank field means
      * "leave as is". A phasing of all zeros puts the quota back to
      * an even spread; any other phasing must total 100.0 percent
      *****************************************************************
       01  QUOTA-TRANSACTION-RECORD.
           05  QT-FILE-CODE            PIC X.
              88  QT-SALESREP-QUOTA             VALUE "S".
              88  QT-BRANCH-QUOTA               VALUE "B".
           05  QT-ACTION-CODE          PIC X.
              88  QT-ADD-ACTION                 VALUE "A".
              88  QT-CHANGE-ACTION              VALUE "C".
              88  QT-DELETE-ACTION              VALUE "D".
           05  QT-KEY-NUMBER           PIC X(2).
           05  QT-KEY-NUMBER-9         REDEFINES QT-KEY-NUMBER
                                       PIC 9(2).
           05  QT-QUOTA-YEAR           PIC X(4).
           05  QT-QUOTA-YEAR-9         REDEFINES QT-QUOTA-YEAR
                                       PIC 9(4).
           05  QT-ANNUAL-QUOTA         PIC X(9).
           05  QT-ANNUAL-QUOTA-9       REDEFINES QT-ANNUAL-QUOTA
                                       PIC 9(7)V9(2).
           05  QT-MONTH-PHASING        PIC X(36).
           05  QT-MONTH-PHASING-9      REDEFINES QT-MONTH-PHASING.
               10  QT-MONTH-PERCENT    OCCURS 12 TIMES
                                       PIC 9(2)V9.
           05  QT-USER-ID              PIC X(8).
           05  FILLER                  PIC X(19).

       FD  QTMAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the applied-transaction audit listing
      *****************************************************************
       01  AUDIT-PRINT-AREA    PIC X(130).

       FD  QTMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the rejected-transaction listing
      *****************************************************************
       01  REJECT-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the maintenance run
      *****************************************************************

      * Determines end of file, edit results, and whether the keyed
      * record the current transaction points at was found on file
       01  SWITCHES.
           05  QTMTRAN-EOF-SWITCH      PIC X    VALUE "N".
              88  QTMTRAN-EOF                   VALUE "Y".
           05  TRAN-VALID-SWITCH       PIC X    VALUE "N".
              88  TRAN-IS-VALID                 VALUE "Y".
           05  RECORD-FOUND-SWITCH     PIC X    VALUE "N".
              88  RECORD-FOUND                  VALUE "Y"
                                                  FALSE "N".
           05  OWNER-FOUND-SWITCH      PIC X    VALUE "N".
              88  OWNER-FOUND                   VALUE "Y"
                                                  FALSE "N".

      * File status for the quota master being maintained and the
      * two masters its keys are proven against
       01  QUOTAM-STATUS    PIC XX.
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.

      * Old values captured from the quota record before a change or
      * delete is applied, so the audit shows what was overwritten
       01  OLD-VALUE-FIELDS.
           05  OLD-QUOTA-YEAR      PIC 9(4).
           05  OLD-ANNUAL-QUOTA    PIC 9(7)V9(2).
           05  OLD-MONTH-PERCENT   OCCURS 12 TIMES
                                   PIC 9(2)V9.

      * Subscript used to edit, apply, and audit the month phasing,
      * and the phasing total the edit proves to 100.0 percent
       01  PHASING-FIELDS.
           05  MONTH-SUB           PIC S9(3)   VALUE ZERO.
           05  PHASING-TOTAL       PIC S9(5)V9 VALUE ZERO.

      * Name of the salesrep or branch the quota belongs to
       01  OWNER-NAME          PIC X(20)   VALUE SPACES.

      * Controls spacing on the audit listing and page headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

      * Record and transaction counts for the control totals trailer
       01  COUNT-FIELDS.
           05  TRANS-READ-COUNT    PIC S9(5)   VALUE ZERO.
           05  QUOTA-ADD-COUNT     PIC S9(5)   VALUE ZERO.
           05  QUOTA-CHG-COUNT     PIC S9(5)   VALUE ZERO.
           05  QUOTA-DEL-COUNT     PIC S9(5)   VALUE ZERO.
           05  TRANS-REJECT-COUNT  PIC S9(5)   VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR     PIC 9999.
               10  CD-MONTH    PIC 99.
               10  CD-DAY      PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Edited amounts used to show old and new values on the audit
       01  AUD-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.99.
       01  AUD-PERCENT-EDIT    PIC Z9.9.

      * Field name shown on a phasing audit line, with the month
       01  AUD-PHASING-NAME.
           05  FILLER          PIC X(14)   VALUE "PHASING MONTH ".
           05  AUD-PHASING-MONTH PIC 99.

      *****************************************************************
      * Lines printed on the applied-transaction audit listing
      *****************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES QUOTA MASTER M".
           05  FILLER          PIC X(20)   VALUE "AINTENANCE          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(70)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "QTM5000".
           05  FILLER          PIC X(39)   VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(130)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER      PIC X(40)   VALUE
               "ACTION FILE KEY NAME                 FIE".
           05  FILLER      PIC X(40)   VALUE
               "LD CHANGED     OLD VALUE            NEW ".
           05  FILLER      PIC X(18)   VALUE "VALUE         USER".
           05  FILLER      PIC X(32)   VALUE SPACE.

       01  AUDIT-LINE.
           05  AUD-ACTION              PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  AUD-FILE-NAME           PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  AUD-KEY-NUMBER          PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  AUD-NAME                PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  AUD-FIELD-NAME          PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  AUD-OLD-VALUE           PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  AUD-NEW-VALUE           PIC X(20).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  AUD-USER-ID             PIC X(8).
           05  FILLER                  PIC X(21)   VALUE SPACE.

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  CCL-LABEL               PIC X(28).
           05  CCL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACE.

      *****************************************************************
      * Lines printed on the rejected-transaction listing
      *****************************************************************
       01  REJECT-HEADING-LINE.
           05  FILLER      PIC X(46)  VALUE
               "ACTION FILE KEY YEAR                 REASON".
           05  FILLER      PIC X(84)  VALUE SPACE.

       01  REJECT-EXCEPTION-LINE.
           05  REJL-ACTION             PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-FILE-NAME          PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  REJL-KEY-NUMBER         PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REJL-QUOTA-YEAR         PIC X(4).
           05  FILLER                  PIC X(17)   VALUE SPACE.
           05  REJL-REASON             PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REJL-USER-ID            PIC X(8).
           05  FILLER                  PIC X(58)   VALUE SPACE.

       01  NO-MASTER-LINE.
           05  FILLER      PIC X(14)  VALUE "*** MASTER ".
           05  NML-FILE-NAME           PIC X(9).
           05  FILLER      PIC X(37)  VALUE
               " COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(70)  VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the maintenance run
      *****************************************************************
       000-APPLY-QUOTA-MAINT.
      * Open the quota master for update, creating it on the first
      * run ever, and the two masters its keys are proven against,
      * then apply every transaction that passes the edits
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN OUTPUT QTMAUDIT QTMREJ.
           MOVE REJECT-HEADING-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.
           OPEN I-O QUOTAM.
           IF QUOTAM-STATUS = "35"
               OPEN OUTPUT QUOTAM
               CLOSE QUOTAM
               OPEN I-O QUOTAM
           END-IF.
           IF QUOTAM-STATUS NOT = "00"
               MOVE "QUOTAM" TO NML-FILE-NAME
               MOVE NO-MASTER-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE QTMAUDIT QTMREJ
               STOP RUN
           END-IF.
           OPEN INPUT SALESREPM.
           IF SALESREPM-STATUS NOT = "00"
               MOVE "SALESREPM" TO NML-FILE-NAME
               MOVE NO-MASTER-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE QUOTAM QTMAUDIT QTMREJ
               STOP RUN
           END-IF.
           OPEN INPUT BRANCHM.
           IF BRANCHM-STATUS NOT = "00"
               MOVE "BRANCHM" TO NML-FILE-NAME
               MOVE NO-MASTER-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE QUOTAM SALESREPM QTMAUDIT QTMREJ
               STOP RUN
           END-IF.
           OPEN INPUT QTMTRAN.
           PERFORM 320-READ-TRANSACTION.
           PERFORM 200-APPLY-TRANSACTION
               UNTIL QTMTRAN-EOF.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE QUOTAM
                 SALESREPM
                 BRANCHM
                 QTMTRAN
                 QTMAUDIT
                 QTMREJ.
           STOP RUN.

      *****************************************************************
      * Get current date and time for the heading
      *****************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *****************************************************************
      * Applies one transaction against the quota master. The keyed
      * read decides whether the quota is on file; an add against an
      * existing key and a change or delete against a missing key are
      * rejected, as is an add for a salesrep or branch not on its
      * master. The transaction is then read ahead
      *****************************************************************
       200-APPLY-TRANSACTION.

           PERFORM 210-LOOKUP-QUOTA-OWNER.
           MOVE QT-FILE-CODE    TO QM-QUOTA-TYPE.
           MOVE QT-KEY-NUMBER-9 TO QM-KEY-NUMBER.
           READ QUOTAM
               INVALID KEY
                   SET RECORD-FOUND TO FALSE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN QT-ADD-ACTION AND RECORD-FOUND
                   MOVE "DUPLICATE KEY ON FILE"   TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN QT-ADD-ACTION AND NOT OWNER-FOUND
                 AND QT-SALESREP-QUOTA
                   MOVE "SALESREP NOT ON FILE"    TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN QT-ADD-ACTION AND NOT OWNER-FOUND
                   MOVE "BRANCH NOT ON FILE"      TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN QT-ADD-ACTION
                   PERFORM 220-ADD-QUOTA
               WHEN NOT RECORD-FOUND
                   MOVE "RECORD NOT ON FILE"      TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN QT-CHANGE-ACTION
                   PERFORM 230-CHANGE-QUOTA
               WHEN QT-DELETE-ACTION
                   PERFORM 240-DELETE-QUOTA
           END-EVALUATE.
           PERFORM 320-READ-TRANSACTION.

      *****************************************************************
      * Looks the salesrep or branch the quota belongs to up on its
      * master for the name shown on the audit
      *****************************************************************
       210-LOOKUP-QUOTA-OWNER.

           MOVE SPACES TO OWNER-NAME.
           SET OWNER-FOUND TO FALSE.
           IF QT-SALESREP-QUOTA
               MOVE QT-KEY-NUMBER-9 TO SR-SALESREP-NUMBER
               READ SALESREPM
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
                       MOVE SR-SALESREP-NAME TO OWNER-NAME
               END-READ
           ELSE
               MOVE QT-KEY-NUMBER-9 TO BR-BRANCH-NUMBER
               READ BRANCHM
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
                       MOVE BR-BRANCH-NAME TO OWNER-NAME
               END-READ
           END-IF.

      *****************************************************************
      * Builds and writes a brand-new quota record. A blank year loads
      * as the current year and a blank phasing as an even spread
      *****************************************************************
       220-ADD-QUOTA.

           MOVE SPACES          TO QUOTA-MASTER-RECORD.
           MOVE QT-FILE-CODE    TO QM-QUOTA-TYPE.
           MOVE QT-KEY-NUMBER-9 TO QM-KEY-NUMBER.
           IF QT-QUOTA-YEAR = SPACES
               MOVE CD-YEAR TO QM-QUOTA-YEAR
           ELSE
               MOVE QT-QUOTA-YEAR-9 TO QM-QUOTA-YEAR
           END-IF.
           MOVE QT-ANNUAL-QUOTA-9 TO QM-ANNUAL-QUOTA.
           PERFORM 225-CLEAR-OLD-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           IF QT-MONTH-PHASING = SPACES
               PERFORM 226-CLEAR-QUOTA-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           ELSE
               PERFORM 227-MOVE-QUOTA-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF.
           MOVE CD-DATE         TO QM-CHANGE-DATE.
           MOVE QT-USER-ID      TO QM-USER-ID.
           WRITE QUOTA-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER WRITE FAILED" TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO QUOTA-ADD-COUNT
                   MOVE "ADD"  TO AUD-ACTION
                   PERFORM 335-PRINT-AUDIT-ACTION-LINE
                   MOVE "QUOTA YEAR"       TO AUD-FIELD-NAME
                   MOVE SPACES             TO AUD-OLD-VALUE
                   MOVE QM-QUOTA-YEAR      TO AUD-NEW-VALUE
                   PERFORM 341-PRINT-AUDIT-FIELD-LINE
                   MOVE "ANNUAL QUOTA"     TO AUD-FIELD-NAME
                   MOVE SPACES             TO AUD-OLD-VALUE
                   MOVE QM-ANNUAL-QUOTA    TO AUD-AMOUNT-EDIT
                   MOVE AUD-AMOUNT-EDIT    TO AUD-NEW-VALUE
                   PERFORM 341-PRINT-AUDIT-FIELD-LINE
                   PERFORM 345-AUDIT-PHASING-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
           END-WRITE.

       225-CLEAR-OLD-MONTH.

           MOVE ZERO TO OLD-MONTH-PERCENT (MONTH-SUB).

       226-CLEAR-QUOTA-MONTH.

           MOVE ZERO TO QM-MONTH-PERCENT (MONTH-SUB).

       227-MOVE-QUOTA-MONTH.

           MOVE QT-MONTH-PERCENT (MONTH-SUB)
               TO QM-MONTH-PERCENT (MONTH-SUB).

      *****************************************************************
      * Applies a change transaction to the quota record just read.
      * Each non-blank field is audited with its old and new value
      * before being moved in, and each month whose phasing changed
      * gets its own audit line
      *****************************************************************
       230-CHANGE-QUOTA.

           MOVE QM-QUOTA-YEAR   TO OLD-QUOTA-YEAR.
           MOVE QM-ANNUAL-QUOTA TO OLD-ANNUAL-QUOTA.
           PERFORM 231-SAVE-OLD-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE "CHANGE" TO AUD-ACTION.
           PERFORM 335-PRINT-AUDIT-ACTION-LINE.
           IF QT-QUOTA-YEAR NOT = SPACES
               MOVE "QUOTA YEAR"       TO AUD-FIELD-NAME
               MOVE OLD-QUOTA-YEAR     TO AUD-OLD-VALUE
               MOVE QT-QUOTA-YEAR      TO AUD-NEW-VALUE
               PERFORM 341-PRINT-AUDIT-FIELD-LINE
               MOVE QT-QUOTA-YEAR-9    TO QM-QUOTA-YEAR
           END-IF.
           IF QT-ANNUAL-QUOTA NOT = SPACES
               MOVE "ANNUAL QUOTA"     TO AUD-FIELD-NAME
               MOVE OLD-ANNUAL-QUOTA   TO AUD-AMOUNT-EDIT
               MOVE AUD-AMOUNT-EDIT    TO AUD-OLD-VALUE
               MOVE QT-ANNUAL-QUOTA-9  TO AUD-AMOUNT-EDIT
               MOVE AUD-AMOUNT-EDIT    TO AUD-NEW-VALUE
               PERFORM 341-PRINT-AUDIT-FIELD-LINE
               MOVE QT-ANNUAL-QUOTA-9  TO QM-ANNUAL-QUOTA
           END-IF.
           IF QT-MONTH-PHASING NOT = SPACES
               PERFORM 227-MOVE-QUOTA-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               PERFORM 345-AUDIT-PHASING-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF.
           MOVE CD-DATE    TO QM-CHANGE-DATE.
           MOVE QT-USER-ID TO QM-USER-ID.
           REWRITE QUOTA-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO QUOTA-CHG-COUNT
           END-REWRITE.

       231-SAVE-OLD-MONTH.

           MOVE QM-MONTH-PERCENT (MONTH-SUB)
               TO OLD-MONTH-PERCENT (MONTH-SUB).

      *****************************************************************
      * Deletes the quota record just read, auditing the delete with
      * the record's final year and annual quota shown as old values
      *****************************************************************
       240-DELETE-QUOTA.

           MOVE "DELETE" TO AUD-ACTION.
           PERFORM 335-PRINT-AUDIT-ACTION-LINE.
           MOVE "QUOTA YEAR"       TO AUD-FIELD-NAME.
           MOVE QM-QUOTA-YEAR      TO AUD-OLD-VALUE.
           MOVE SPACES             TO AUD-NEW-VALUE.
           PERFORM 341-PRINT-AUDIT-FIELD-LINE.
           MOVE "ANNUAL QUOTA"     TO AUD-FIELD-NAME.
           MOVE QM-ANNUAL-QUOTA    TO AUD-AMOUNT-EDIT.
           MOVE AUD-AMOUNT-EDIT    TO AUD-OLD-VALUE.
           MOVE SPACES             TO AUD-NEW-VALUE.
           PERFORM 341-PRINT-AUDIT-FIELD-LINE.
           DELETE QUOTAM
               INVALID KEY
                   MOVE "MASTER DELETE FAILED" TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO QUOTA-DEL-COUNT
           END-DELETE.

      *****************************************************************
      * Reads transactions until one passes the format edits or end of
      * file is reached. Transactions failing an edit go straight to
      * the reject listing with the reason, and are never applied
      *****************************************************************
       320-READ-TRANSACTION.

           MOVE "N" TO TRAN-VALID-SWITCH.
           PERFORM 321-READ-AND-EDIT-TRANSACTION
               WITH TEST AFTER
               UNTIL TRAN-IS-VALID OR QTMTRAN-EOF.

      *****************************************************************
      * Reads and edits one transaction
      *****************************************************************
       321-READ-AND-EDIT-TRANSACTION.

           READ QTMTRAN
               AT END
                   SET QTMTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 322-EDIT-TRANSACTION
           END-READ.

      *****************************************************************
      * Edits one transaction. The edits reject an invalid file code,
      * an invalid action code, a bad key, a bad year, a missing or
      * non-numeric quota, a non-numeric phasing, a phasing that does
      * not total 100.0 percent, and a change with nothing to change
      *****************************************************************
       322-EDIT-TRANSACTION.

           SET TRAN-IS-VALID TO TRUE.
           MOVE ZERO TO PHASING-TOTAL.
           IF QT-MONTH-PHASING NOT = SPACES
              AND QT-MONTH-PHASING-9 NUMERIC
               PERFORM 323-ADD-PHASING-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF.
           EVALUATE TRUE
               WHEN QT-FILE-CODE NOT = "S" AND "B"
                   MOVE "INVALID FILE CODE"       TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-ACTION-CODE NOT = "A" AND "C" AND "D"
                   MOVE "INVALID ACTION CODE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-KEY-NUMBER-9 NOT NUMERIC
                 OR QT-KEY-NUMBER-9 = ZERO
                   MOVE "INVALID KEY NUMBER"      TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-QUOTA-YEAR NOT = SPACES
                AND (QT-QUOTA-YEAR-9 NOT NUMERIC
                     OR QT-QUOTA-YEAR-9 < 1900)
                   MOVE "INVALID QUOTA YEAR"      TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-ADD-ACTION AND QT-ANNUAL-QUOTA = SPACES
                   MOVE "MISSING ANNUAL QUOTA"    TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-ANNUAL-QUOTA NOT = SPACES
                AND QT-ANNUAL-QUOTA-9 NOT NUMERIC
                   MOVE "NON-NUMERIC QUOTA"       TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-MONTH-PHASING NOT = SPACES
                AND QT-MONTH-PHASING-9 NOT NUMERIC
                   MOVE "NON-NUMERIC PHASING"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN PHASING-TOTAL NOT = ZERO
                AND PHASING-TOTAL NOT = 100.0
                   MOVE "PHASING NOT 100 PERCENT" TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN QT-CHANGE-ACTION
                AND QT-QUOTA-YEAR = SPACES
                AND QT-ANNUAL-QUOTA = SPACES
                AND QT-MONTH-PHASING = SPACES
                   MOVE "NO FIELDS TO CHANGE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
           END-EVALUATE.
           IF NOT TRAN-IS-VALID
               PERFORM 410-PRINT-REJECT-LINE
           END-IF.

       323-ADD-PHASING-MONTH.

           ADD QT-MONTH-PERCENT (MONTH-SUB) TO PHASING-TOTAL.

      *****************************************************************
      * Prints the audit line identifying the transaction just
      * applied. The action must already be moved in
      *****************************************************************
       335-PRINT-AUDIT-ACTION-LINE.

           IF QT-SALESREP-QUOTA
               MOVE "SREP"     TO AUD-FILE-NAME
           ELSE
               MOVE "BRCH"     TO AUD-FILE-NAME
           END-IF.
           MOVE QT-KEY-NUMBER  TO AUD-KEY-NUMBER.
           MOVE OWNER-NAME     TO AUD-NAME.
           MOVE SPACES         TO AUD-FIELD-NAME.
           MOVE SPACES         TO AUD-OLD-VALUE.
           MOVE SPACES         TO AUD-NEW-VALUE.
           MOVE QT-USER-ID     TO AUD-USER-ID.
           PERFORM 400-PRINT-AUDIT-LINE.

      *****************************************************************
      * Prints one old-value/new-value line under the action audit
      * line. The field name and both values must already be moved in
      *****************************************************************
       341-PRINT-AUDIT-FIELD-LINE.

           MOVE "      " TO AUD-ACTION.
           MOVE SPACES   TO AUD-FILE-NAME.
           MOVE SPACES   TO AUD-KEY-NUMBER.
           MOVE SPACES   TO AUD-NAME.
           MOVE SPACES   TO AUD-USER-ID.
           PERFORM 400-PRINT-AUDIT-LINE.

      *****************************************************************
      * Audits one month of phasing when its percent changed
      *****************************************************************
       345-AUDIT-PHASING-MONTH.

           IF QM-MONTH-PERCENT (MONTH-SUB)
                  NOT = OLD-MONTH-PERCENT (MONTH-SUB)
               MOVE MONTH-SUB          TO AUD-PHASING-MONTH
               MOVE AUD-PHASING-NAME   TO AUD-FIELD-NAME
               MOVE OLD-MONTH-PERCENT (MONTH-SUB) TO AUD-PERCENT-EDIT
               MOVE AUD-PERCENT-EDIT   TO AUD-OLD-VALUE
               MOVE QM-MONTH-PERCENT (MONTH-SUB)  TO AUD-PERCENT-EDIT
               MOVE AUD-PERCENT-EDIT   TO AUD-NEW-VALUE
               PERFORM 341-PRINT-AUDIT-FIELD-LINE
           END-IF.

      *****************************************************************
      * Writes the built audit line, printing the page headings first
      * when the page is full
      *****************************************************************
       400-PRINT-AUDIT-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 420-PRINT-HEADING-LINES.
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Writes the rejected transaction to the reject listing with the
      * reason already moved to REJL-REASON by the caller
      *****************************************************************
       410-PRINT-REJECT-LINE.

           MOVE QT-ACTION-CODE TO REJL-ACTION.
           MOVE QT-FILE-CODE   TO REJL-FILE-NAME.
           MOVE QT-KEY-NUMBER  TO REJL-KEY-NUMBER.
           MOVE QT-QUOTA-YEAR  TO REJL-QUOTA-YEAR.
           MOVE QT-USER-ID     TO REJL-USER-ID.
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.
           ADD 1 TO TRANS-REJECT-COUNT.

      *****************************************************************
      * Prints the heading lines at the top of the audit listing and
      * whenever the page fills, then resets the line count
      *****************************************************************
       420-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE HEADING-LINE-2 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE HEADING-LINE-4 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE HEADING-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * Prints the control totals trailer at the end of the audit
      * listing so the balancing clerk can tie the run out
      *****************************************************************
       500-PRINT-CONTROL-TOTALS.

           MOVE HEADING-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE "TRANSACTIONS READ"        TO CCL-LABEL.
           MOVE TRANS-READ-COUNT           TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "QUOTA ADDS APPLIED"       TO CCL-LABEL.
           MOVE QUOTA-ADD-COUNT            TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "QUOTA CHANGES APPLIED"    TO CCL-LABEL.
           MOVE QUOTA-CHG-COUNT            TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "QUOTA DELETES APPLIED"    TO CCL-LABEL.
           MOVE QUOTA-DEL-COUNT            TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED"    TO CCL-LABEL.
           MOVE TRANS-REJECT-COUNT         TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.

       510-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
