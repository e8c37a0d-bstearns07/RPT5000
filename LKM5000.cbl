      *                  effective year-month, old rate, and new rate
      *                  so the commission register (CMR5000) can price
      *                  each month's sales at the rate in force that
      *                  month instead of repricing the whole year.
      *                  Every change applied, and every rate history
      *                  record logged, is also written to the
      *                  maintenance journal with its before and after
      *                  images, so a bad deck can be reversed by the
      *                  backout run (BKO5000).
      *                  Every transaction must come from a user on the
      *                  operator authority file who holds the
      *                  authority for the master it maintains; any
      *                  other is rejected. A commission rate change
      *                  larger than the dual-control limit is held,
      *                  not applied, until a second authorized user
      *                  approves it in a later run, and every held item
      *                  is printed on the pending-approval listing
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LKMREJ   ASSIGN TO LKMREJ.
           SELECT RATEHIST ASSIGN TO RATEHIST
                  FILE STATUS IS RATEHIST-STATUS.
           SELECT LKMJRNL  ASSIGN TO LKMJRNL
                  FILE STATUS IS LKMJRNL-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
                  FILE STATUS IS OPERAUTH-STATUS.
           SELECT LKMPEND  ASSIGN TO LKMPEND
                  FILE STATUS IS LKMPEND-STATUS.
           SELECT LKMPNDL  ASSIGN TO LKMPNDL.

       DATA DIVISION.

      * code picks the master, the action code is A (add), C (change),
      * or D (delete), and on a change a blank field means "leave as
      * is". The rate applies only to salesrep transactions and the
      * region code only to branch transactions. Action code P
      * approves the transaction held for the file and key on an
      * earlier run; the user ID on a P is the approving user
      *****************************************************************
       01  LOOKUP-TRANSACTION-RECORD.
           05  LT-FILE-CODE            PIC X.
              88  LT-ADD-ACTION                 VALUE "A".
              88  LT-CHANGE-ACTION              VALUE "C".
              88  LT-DELETE-ACTION              VALUE "D".
              88  LT-APPROVE-ACTION             VALUE "P".
           05  LT-KEY-NUMBER           PIC X(2).
           05  LT-KEY-NUMBER-9         REDEFINES LT-KEY-NUMBER
                                       PIC 9(2).
           05  RH-USER-ID           PIC X(8).
           05  FILLER               PIC X(6).

       FD  LKMJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 400 CHARACTERS.

      *****************************************************************
      * The maintenance journal, appended run over run, one record per
      * change applied. The layout is held in JOURNAL-WORK-RECORD below
      *****************************************************************
       01  JOURNAL-RECORD      PIC X(400).

       FD  LKMAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
      *****************************************************************
       01  REJECT-PRINT-AREA   PIC X(130).

       FD  OPERAUTH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The operator authority file, in the same layout the customer
      * maintenance (MNT5000) reads: one record per user ID, with Y
      * against each action the user may perform. Commission rate
      * authority covers all salesrep master maintenance and branch
      * authority all branch master maintenance
      *****************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OA-USER-ID           PIC X(8).
           05  OA-CUSTOMER-AUTH     PIC X.
           05  OA-AMOUNT-AUTH       PIC X.
           05  OA-REASSIGN-AUTH     PIC X.
           05  OA-RATE-AUTH         PIC X.
           05  OA-BRANCH-AUTH       PIC X.
           05  OA-USER-NAME         PIC X(20).
           05  FILLER               PIC X(47).

       FD  LKMPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.

      *****************************************************************
      * Transactions held for a second user's approval: the whole
      * transaction as keyed and the date it was held. The file is read
      * at the start of the run and rewritten at the end with whatever
      * is still waiting
      *****************************************************************
       01  PENDING-RECORD.
           05  PR-TRANSACTION       PIC X(80).
           05  PR-HELD-DATE         PIC 9(8).
           05  FILLER               PIC X(32).

       FD  LKMPNDL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the pending-approval listing
      *****************************************************************
       01  PENDING-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  RECORD-FOUND-SWITCH     PIC X    VALUE "N".
              88  RECORD-FOUND                  VALUE "Y"
                                                  FALSE "N".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
              88  OPERAUTH-EOF                  VALUE "Y".
           05  LKMPEND-EOF-SWITCH      PIC X    VALUE "N".
              88  LKMPEND-EOF                   VALUE "Y".
           05  PENDING-OVERFLOW-SWITCH PIC X    VALUE "N".
              88  PENDING-FILE-OVERFLOW         VALUE "Y".
           05  OPERATOR-AUTH-SWITCH    PIC X    VALUE "N".
              88  OPERATOR-AUTHORIZED           VALUE "Y"
                                                  FALSE "N".
           05  TRAN-APPROVED-SWITCH    PIC X    VALUE "N".
              88  TRAN-APPROVED                 VALUE "Y"
                                                  FALSE "N".
           05  RATE-LIMIT-SWITCH       PIC X    VALUE "N".
              88  RATE-OVER-LIMIT               VALUE "Y"
                                                  FALSE "N".

      * File status for the two masters being maintained
       01  SALESREPM-STATUS PIC XX.
      * no file to extend and falls back to creating one
       01  RATEHIST-STATUS  PIC XX.

      * File status for the journal, which falls back the same way
       01  LKMJRNL-STATUS   PIC XX.

      * File status for the operator authority file, without which
      * the run is refused, and for the pending file - "35" means
      * nothing has been held yet
       01  OPERAUTH-STATUS  PIC XX.
       01  LKMPEND-STATUS   PIC XX.

      * The operator authority file held in storage. A user ID not in
      * the table - including any past the table's size - is treated
      * as unknown and its transactions are rejected
       01  OPERATOR-FIELDS.
           05  OPERATOR-COUNT      PIC S9(3)   VALUE ZERO.
           05  OPERATOR-SUB        PIC S9(3)   VALUE ZERO.
           05  OPERATOR-MATCH-SUB  PIC S9(3)   VALUE ZERO.
           05  OPERATOR-LOOKUP-ID  PIC X(8)    VALUE SPACES.
           05  OPERATOR-ENTRY  OCCURS 200 TIMES.
               10  OT-USER-ID          PIC X(8).
               10  OT-RATE-AUTH        PIC X.
               10  OT-BRANCH-AUTH      PIC X.

      * Dual control: a commission rate change larger than this, up or
      * down (on an add, the rate itself), is held for a second user's
      * approval instead of being applied
       01  RATE-CHANGE-LIMIT       PIC 9V9(4)    VALUE .0100.

      * Old rate being tested against the dual-control limit and the
      * size of the change
       01  LIMIT-FIELDS.
           05  LIMIT-OLD-RATE      PIC 9V9(4)    VALUE ZERO.
           05  LIMIT-RATE-CHANGE   PIC S9V9(4)   VALUE ZERO.

      * Transactions waiting for approval: those carried in from the
      * pending file (P), those held this run (H), and those approved
      * this run (A), keyed by file code and key number. The approval
      * reason is set when a P transaction cannot be matched or its
      * approver is not acceptable
       01  PENDING-FIELDS.
           05  PENDING-COUNT       PIC S9(3)   VALUE ZERO.
           05  PENDING-SUB         PIC S9(3)   VALUE ZERO.
           05  PENDING-MATCH-SUB   PIC S9(3)   VALUE ZERO.
           05  PENDING-LOOKUP-KEY.
               10  PLK-FILE-CODE       PIC X.
               10  PLK-KEY-NUMBER      PIC X(2).
           05  APPROVER-ID         PIC X(8)    VALUE SPACES.
           05  APPROVAL-REASON     PIC X(25)   VALUE SPACES.
           05  PENDING-ENTRY  OCCURS 500 TIMES.
               10  PT-RECORD-KEY       PIC X(3).
               10  PT-USER-ID          PIC X(8).
               10  PT-TRANSACTION      PIC X(80).
               10  PT-HELD-DATE        PIC 9(8).
               10  PT-STATUS           PIC X.
                  88  PT-CARRIED-FORWARD        VALUE "P".
                  88  PT-HELD-THIS-RUN          VALUE "H".
                  88  PT-APPROVED               VALUE "A".
               10  PT-APPROVER-ID      PIC X(8).

      * Work copy of a pending transaction, in the transaction layout
       01  PENDING-WORK-RECORD.
           05  PW-FILE-CODE            PIC X.
           05  PW-ACTION-CODE          PIC X.
           05  PW-KEY-NUMBER           PIC X(2).
           05  PW-NAME                 PIC X(20).
           05  PW-COMMISSION-RATE      PIC X(5).
           05  PW-COMMISSION-RATE-9    REDEFINES PW-COMMISSION-RATE
                                       PIC 9V9(4).
           05  PW-REGION-CODE          PIC X(2).
           05  PW-EFFECTIVE-YYMM       PIC X(6).
           05  PW-EFFECTIVE-YYMM-9     REDEFINES PW-EFFECTIVE-YYMM.
               10  PW-EFFECTIVE-YEAR   PIC 9(4).
               10  PW-EFFECTIVE-MONTH  PIC 9(2).
           05  PW-USER-ID              PIC X(8).
           05  FILLER                  PIC X(35).

      * Old values captured from the master record before a change or
      * delete is applied, so the audit shows what was overwritten
       01  OLD-VALUE-FIELDS.
           05  BRCH-DEL-COUNT      PIC S9(5)   VALUE ZERO.
           05  RATE-LOGGED-COUNT   PIC S9(5)   VALUE ZERO.
           05  TRANS-REJECT-COUNT  PIC S9(5)   VALUE ZERO.
           05  JOURNAL-OUT-COUNT   PIC S9(5)   VALUE ZERO.
           05  TRANS-HELD-COUNT    PIC S9(5)   VALUE ZERO.
           05  HELD-APPROVED-COUNT PIC S9(5)   VALUE ZERO.
           05  PENDING-OUT-COUNT   PIC S9(5)   VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).

      * One journal record per change applied, in the same layout the
      * customer maintenance (MNT5000) journals in. File code S is a
      * salesrep master change, B a branch master change, and R a
      * rate history record logged - always journaled right after the
      * salesrep change that logged it. The key is the salesrep or
      * branch number, and the images are the whole record before and
      * after the change - spaces before an add and after a delete
       01  JOURNAL-WORK-RECORD.
           05  JW-RUN-ID.
               10  JW-PROGRAM-ID       PIC X(8)    VALUE "LKM5000".
               10  JW-RUN-DATE         PIC 9(8)    VALUE ZERO.
               10  JW-RUN-TIME         PIC 9(6)    VALUE ZERO.
           05  JW-SEQUENCE-NUMBER      PIC 9(5)    VALUE ZERO.
           05  JW-USER-ID              PIC X(8)    VALUE SPACE.
           05  JW-FILE-CODE            PIC X       VALUE SPACE.
           05  JW-ACTION-CODE          PIC X       VALUE SPACE.
           05  JW-OLD-KEY              PIC X(9)    VALUE SPACE.
           05  JW-NEW-KEY              PIC X(9)    VALUE SPACE.
           05  JW-BEFORE-IMAGE         PIC X(150)  VALUE SPACE.
           05  JW-AFTER-IMAGE          PIC X(150)  VALUE SPACE.
           05  FILLER                  PIC X(45)   VALUE SPACE.

      * Run date and time stamped on every journal record this run
       01  JOURNAL-RUN-STAMP.
           05  JRS-DATE.
               10  JRS-YEAR        PIC 9(4).
               10  JRS-MONTH       PIC 9(2).
               10  JRS-DAY         PIC 9(2).
           05  JRS-TIME.
               10  JRS-HOURS       PIC 9(2).
               10  JRS-MINUTES     PIC 9(2).
               10  JRS-SECONDS     PIC 9(2).

      * The rate history record logged by the current transaction,
      * held until the salesrep change itself has been journaled
       01  RATE-JOURNAL-FIELDS.
           05  RATE-LOGGED-SWITCH  PIC X       VALUE "N".
              88  RATE-WAS-LOGGED             VALUE "Y"
                                                FALSE "N".
           05  RATE-JOURNAL-IMAGE  PIC X(40)   VALUE SPACE.

      * Edited rate used to show old and new rates on the audit
       01  AUD-RATE-EDIT       PIC 9.9(4).
               " COULD NOT BE OPENED - RUN HELD ***".
           05  FILLER      PIC X(70)  VALUE SPACE.

      *****************************************************************
      * Lines printed on the pending-approval listing
      *****************************************************************
       01  PENDING-HEADING-LINE.
           05  FILLER      PIC X(40)   VALUE
               "ACTION FILE KEY NAME                   R".
           05  FILLER      PIC X(40)   VALUE
               "ATE  EFFECTIVE  HELD ON   USER      STAT".
           05  FILLER      PIC X(22)   VALUE "US            APPROVER".
           05  FILLER      PIC X(28)   VALUE SPACE.

       01  NO-PENDING-LINE.
           05  FILLER      PIC X(25)  VALUE
               "NO ITEMS PENDING APPROVAL".
           05  FILLER      PIC X(105) VALUE SPACE.

       01  PENDING-OVERFLOW-LINE.
           05  FILLER      PIC X(47)  VALUE
               "*** PENDING FILE HOLDS OVER 500 ITEMS - LKMPEND".
           05  FILLER      PIC X(19)  VALUE
               " LEFT AS IT WAS ***".
           05  FILLER      PIC X(64)  VALUE SPACE.

       01  PENDING-LINE.
           05  PNDL-ACTION             PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-FILE-NAME          PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-KEY-NUMBER         PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-NAME               PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-COMMISSION-RATE    PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-EFFECTIVE-YYMM     PIC X(7).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-HELD-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-USER-ID            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-STATUS             PIC X(17).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-APPROVER-ID        PIC X(8).
           05  FILLER                  PIC X(28)   VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
               CLOSE SALESREPM LKMAUDIT LKMREJ
               STOP RUN
           END-IF.
           OPEN INPUT OPERAUTH.
           IF OPERAUTH-STATUS NOT = "00"
               MOVE "OPERAUTH" TO NML-FILE-NAME
               MOVE NO-MASTER-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE SALESREPM BRANCHM LKMAUDIT LKMREJ
               STOP RUN
           END-IF.
           PERFORM 160-LOAD-OPERATOR-AUTHORITY.
           PERFORM 170-LOAD-PENDING-ITEMS.
           OPEN EXTEND RATEHIST.
           IF RATEHIST-STATUS NOT = "00"
               OPEN OUTPUT RATEHIST
           END-IF.
           OPEN EXTEND LKMJRNL.
           IF LKMJRNL-STATUS NOT = "00"
               OPEN OUTPUT LKMJRNL
           END-IF.
           OPEN INPUT LKMTRAN.
           PERFORM 320-READ-TRANSACTION.
           PERFORM 200-APPLY-TRANSACTION
               UNTIL LKMTRAN-EOF.
           PERFORM 700-WRITE-PENDING-FILE.
           PERFORM 750-PRINT-PENDING-LIST.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE SALESREPM
                 BRANCHM
                 LKMTRAN
                 LKMAUDIT
                 LKMREJ
                 RATEHIST
                 LKMJRNL.
           STOP RUN.

      *****************************************************************
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-YEAR    TO JRS-YEAR.
           MOVE CD-MONTH   TO JRS-MONTH.
           MOVE CD-DAY     TO JRS-DAY.
           MOVE CD-HOURS   TO JRS-HOURS.
           MOVE CD-MINUTES TO JRS-MINUTES.
           MOVE CD-SECONDS TO JRS-SECONDS.
           MOVE JRS-DATE   TO JW-RUN-DATE.
           MOVE JRS-TIME   TO JW-RUN-TIME.

      *****************************************************************
      * Loads the operator authority file into storage. Records with a
      * blank user ID are skipped so a blank ID on a transaction can
      * never match
      *****************************************************************
       160-LOAD-OPERATOR-AUTHORITY.

           PERFORM 161-LOAD-ONE-OPERATOR
               WITH TEST AFTER
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH.

       161-LOAD-ONE-OPERATOR.

           READ OPERAUTH
               AT END
                   SET OPERAUTH-EOF TO TRUE
               NOT AT END
                   IF OA-USER-ID NOT = SPACES
                      AND OPERATOR-COUNT < 200
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OA-USER-ID TO
                           OT-USER-ID (OPERATOR-COUNT)
                       MOVE OA-RATE-AUTH TO
                           OT-RATE-AUTH (OPERATOR-COUNT)
                       MOVE OA-BRANCH-AUTH TO
                           OT-BRANCH-AUTH (OPERATOR-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * Loads the transactions held on earlier runs, so an approval in
      * this run's deck can release them. A run with no pending file
      * starts with none
      *****************************************************************
       170-LOAD-PENDING-ITEMS.

           OPEN INPUT LKMPEND.
           IF LKMPEND-STATUS = "00"
               PERFORM 171-LOAD-ONE-PENDING-ITEM
                   WITH TEST AFTER
                   UNTIL LKMPEND-EOF
               CLOSE LKMPEND
           END-IF.

       171-LOAD-ONE-PENDING-ITEM.

           READ LKMPEND
               AT END
                   SET LKMPEND-EOF TO TRUE
               NOT AT END
                   IF PENDING-COUNT < 500
                       ADD 1 TO PENDING-COUNT
                       MOVE PR-TRANSACTION TO PENDING-WORK-RECORD
                       MOVE PW-FILE-CODE   TO PLK-FILE-CODE
                       MOVE PW-KEY-NUMBER  TO PLK-KEY-NUMBER
                       MOVE PENDING-LOOKUP-KEY TO
                           PT-RECORD-KEY  (PENDING-COUNT)
                       MOVE PW-USER-ID     TO
                           PT-USER-ID     (PENDING-COUNT)
                       MOVE PR-TRANSACTION TO
                           PT-TRANSACTION (PENDING-COUNT)
                       MOVE PR-HELD-DATE   TO
                           PT-HELD-DATE   (PENDING-COUNT)
                       MOVE "P"            TO
                           PT-STATUS      (PENDING-COUNT)
                       MOVE SPACES         TO
                           PT-APPROVER-ID (PENDING-COUNT)
                   ELSE
                       SET PENDING-FILE-OVERFLOW TO TRUE
                       MOVE 8 TO RETURN-CODE
                       PERFORM 172-LIST-UNLOADED-ITEM
                   END-IF
           END-READ.

      *****************************************************************
      * Lists a pending item beyond the table's 500 on the reject
      * listing. The pending file is then left as it was, so the item
      * is not lost
      *****************************************************************
       172-LIST-UNLOADED-ITEM.

           MOVE PR-TRANSACTION TO PENDING-WORK-RECORD.
           MOVE PW-ACTION-CODE TO REJL-ACTION.
           MOVE PW-FILE-CODE   TO REJL-FILE-NAME.
           MOVE PW-KEY-NUMBER  TO REJL-KEY-NUMBER.
           MOVE PW-NAME        TO REJL-NAME.
           MOVE PW-USER-ID         TO REJL-USER-ID.
           MOVE "PENDING ITEM NOT LOADED" TO REJL-REASON.
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.

      *****************************************************************
      * Routes the edited transaction to the master its file code
      *****************************************************************
       200-APPLY-TRANSACTION.

           SET RATE-WAS-LOGGED TO FALSE.
           IF LT-SALESREP-FILE
               PERFORM 210-APPLY-SALESREP-TRAN
           ELSE
      * Applies one transaction against the salesrep master. The keyed
      * read decides whether the record is on file; an add against an
      * existing key and a change or delete against a missing key are
      * rejected. An add or change whose rate is over the dual-control
      * limit is held instead of applied
      *****************************************************************
       210-APPLY-SALESREP-TRAN.

                   MOVE "DUPLICATE KEY ON FILE"   TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN LT-ADD-ACTION
                   PERFORM 215-CHECK-RATE-LIMIT
                   IF RATE-OVER-LIMIT
                       PERFORM 290-HOLD-TRANSACTION
                   ELSE
                       PERFORM 220-ADD-SALESREP
                   END-IF
               WHEN NOT RECORD-FOUND
                   MOVE "RECORD NOT ON FILE"      TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN LT-CHANGE-ACTION
                   PERFORM 215-CHECK-RATE-LIMIT
                   IF RATE-OVER-LIMIT
                       PERFORM 290-HOLD-TRANSACTION
                   ELSE
                       PERFORM 230-CHANGE-SALESREP
                   END-IF
               WHEN LT-DELETE-ACTION
                   PERFORM 240-DELETE-SALESREP
           END-EVALUATE.

      *****************************************************************
      * Decides whether a salesrep add or change must wait for a second
      * user's approval: a rate that moves by more than the dual-
      * control limit, up or down, from the rate on file (from zero on
      * an add). A transaction released by an approval is never held
      * again
      *****************************************************************
       215-CHECK-RATE-LIMIT.

           SET RATE-OVER-LIMIT TO FALSE.
           IF NOT TRAN-APPROVED
              AND LT-COMMISSION-RATE NOT = SPACES
               MOVE ZERO TO LIMIT-OLD-RATE
               IF LT-CHANGE-ACTION
                   MOVE SR-COMMISSION-RATE TO LIMIT-OLD-RATE
               END-IF
               COMPUTE LIMIT-RATE-CHANGE =
                   LT-COMMISSION-RATE-9 - LIMIT-OLD-RATE
               IF LIMIT-RATE-CHANGE < ZERO
                   COMPUTE LIMIT-RATE-CHANGE = ZERO - LIMIT-RATE-CHANGE
               END-IF
               IF LIMIT-RATE-CHANGE > RATE-CHANGE-LIMIT
                   SET RATE-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Builds and writes a brand-new salesrep master record. A blank
      * rate loads as zero so the commission register flags the rep
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO SREP-ADD-COUNT
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE SALESREP-MASTER-RECORD TO JW-AFTER-IMAGE
                   PERFORM 380-JOURNAL-MASTER-CHANGE
                   MOVE "ADD"  TO AUD-ACTION
                   MOVE "SREP" TO AUD-FILE-NAME
                   MOVE SR-SALESREP-NAME TO AUD-NAME
                       PERFORM 341-PRINT-AUDIT-FIELD-LINE
                       MOVE ZERO TO OLD-RATE
                       PERFORM 370-LOG-RATE-CHANGE
                       PERFORM 385-JOURNAL-RATE-HISTORY
                   END-IF
           END-WRITE.

      *****************************************************************
       230-CHANGE-SALESREP.

           MOVE SALESREP-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE SR-SALESREP-NAME   TO OLD-NAME.
           MOVE SR-COMMISSION-RATE TO OLD-RATE.
           MOVE "CHANGE" TO AUD-ACTION.
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO SREP-CHG-COUNT
                   MOVE SALESREP-MASTER-RECORD TO JW-AFTER-IMAGE
                   PERFORM 380-JOURNAL-MASTER-CHANGE
                   PERFORM 385-JOURNAL-RATE-HISTORY
           END-REWRITE.

      *****************************************************************
      *****************************************************************
       240-DELETE-SALESREP.

           MOVE SALESREP-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE SPACES                 TO JW-AFTER-IMAGE.
           MOVE "DELETE" TO AUD-ACTION.
           MOVE "SREP"   TO AUD-FILE-NAME.
           MOVE SR-SALESREP-NAME TO AUD-NAME.
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO SREP-DEL-COUNT
                   PERFORM 380-JOURNAL-MASTER-CHANGE
           END-DELETE.

      *****************************************************************
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO BRCH-ADD-COUNT
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE BRANCH-MASTER-RECORD TO JW-AFTER-IMAGE
                   PERFORM 380-JOURNAL-MASTER-CHANGE
                   MOVE "ADD"  TO AUD-ACTION
                   MOVE "BRCH" TO AUD-FILE-NAME
                   MOVE BR-BRANCH-NAME TO AUD-NAME
      *****************************************************************
       270-CHANGE-BRANCH.

           MOVE BRANCH-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE BR-BRANCH-NAME  TO OLD-NAME.
           MOVE BR-REGION-CODE  TO OLD-REGION-CODE.
           MOVE "CHANGE" TO AUD-ACTION.
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO BRCH-CHG-COUNT
                   MOVE BRANCH-MASTER-RECORD TO JW-AFTER-IMAGE
                   PERFORM 380-JOURNAL-MASTER-CHANGE
           END-REWRITE.

      *****************************************************************
      *****************************************************************
       280-DELETE-BRANCH.

           MOVE BRANCH-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE SPACES               TO JW-AFTER-IMAGE.
           MOVE "DELETE" TO AUD-ACTION.
           MOVE "BRCH"   TO AUD-FILE-NAME.
           MOVE BR-BRANCH-NAME TO AUD-NAME.
                   PERFORM 410-PRINT-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO BRCH-DEL-COUNT
                   PERFORM 380-JOURNAL-MASTER-CHANGE
           END-DELETE.

      *****************************************************************
      * Holds the transaction for approval instead of applying it. It
      * goes out on the pending file and listing at the end of the run.
      * When the pending table is full the transaction is rejected, so
      * it can never be applied without approval
      *****************************************************************
       290-HOLD-TRANSACTION.

           IF PENDING-COUNT < 500
               ADD 1 TO PENDING-COUNT
               MOVE LT-FILE-CODE    TO PLK-FILE-CODE
               MOVE LT-KEY-NUMBER   TO PLK-KEY-NUMBER
               MOVE PENDING-LOOKUP-KEY
                                    TO PT-RECORD-KEY  (PENDING-COUNT)
               MOVE LT-USER-ID      TO PT-USER-ID     (PENDING-COUNT)
               MOVE LOOKUP-TRANSACTION-RECORD
                                    TO PT-TRANSACTION (PENDING-COUNT)
               MOVE JRS-DATE        TO PT-HELD-DATE   (PENDING-COUNT)
               MOVE "H"             TO PT-STATUS      (PENDING-COUNT)
               MOVE SPACES          TO PT-APPROVER-ID (PENDING-COUNT)
               ADD 1 TO TRANS-HELD-COUNT
           ELSE
               MOVE "PENDING LIST FULL"       TO REJL-REASON
               PERFORM 410-PRINT-REJECT-LINE
           END-IF.

      *****************************************************************
      * Logs the commission rate just set or changed to the rate
      * history file and audits the effective month under the rate
           MOVE CD-MONTH               TO RH-CHANGE-MONTH.
           MOVE CD-DAY                 TO RH-CHANGE-DAY.
           MOVE LT-USER-ID             TO RH-USER-ID.
           MOVE RATE-HISTORY-RECORD    TO RATE-JOURNAL-IMAGE.
           SET RATE-WAS-LOGGED TO TRUE.
           WRITE RATE-HISTORY-RECORD.
           ADD 1 TO RATE-LOGGED-COUNT.
           MOVE "EFFECTIVE MONTH"      TO AUD-FIELD-NAME.
           MOVE AUD-YYMM-EDIT          TO AUD-NEW-VALUE.
           PERFORM 341-PRINT-AUDIT-FIELD-LINE.

      *****************************************************************
      * Journals the master change just applied. Both images must
      * already be moved in; the file and action come from the
      * transaction and the key is the salesrep or branch number.
      * Only a master write that succeeded is journaled, so this is
      * also where the pending item an approval released is marked
      * approved
      *****************************************************************
       380-JOURNAL-MASTER-CHANGE.

           MOVE LT-FILE-CODE       TO JW-FILE-CODE.
           MOVE LT-ACTION-CODE     TO JW-ACTION-CODE.
           MOVE LT-KEY-NUMBER      TO JW-OLD-KEY.
           MOVE LT-KEY-NUMBER      TO JW-NEW-KEY.
           MOVE LT-USER-ID         TO JW-USER-ID.
           PERFORM 390-WRITE-JOURNAL-RECORD.
           IF TRAN-APPROVED
               MOVE "A" TO PT-STATUS (PENDING-MATCH-SUB)
               MOVE APPROVER-ID
                   TO PT-APPROVER-ID (PENDING-MATCH-SUB)
               ADD 1 TO HELD-APPROVED-COUNT
           END-IF.

      *****************************************************************
      * Journals the rate history record the transaction logged, if
      * any, right behind the salesrep change that logged it, so the
      * backout can take the rate history record back out whenever it
      * reverses the rate
      *****************************************************************
       385-JOURNAL-RATE-HISTORY.

           IF RATE-WAS-LOGGED
               MOVE "R"                TO JW-FILE-CODE
               MOVE "A"                TO JW-ACTION-CODE
               MOVE LT-KEY-NUMBER      TO JW-OLD-KEY
               MOVE LT-KEY-NUMBER      TO JW-NEW-KEY
               MOVE LT-USER-ID         TO JW-USER-ID
               MOVE SPACES             TO JW-BEFORE-IMAGE
               MOVE RATE-JOURNAL-IMAGE TO JW-AFTER-IMAGE
               PERFORM 390-WRITE-JOURNAL-RECORD
               SET RATE-WAS-LOGGED TO FALSE
           END-IF.

      *****************************************************************
      * Numbers and writes the journal record built in the work area
      *****************************************************************
       390-WRITE-JOURNAL-RECORD.

           ADD 1 TO JW-SEQUENCE-NUMBER.
           WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD.
           ADD 1 TO JOURNAL-OUT-COUNT.

      *****************************************************************
      * Reads transactions until one passes the format edits or end of
      * file is reached. Transactions failing an edit go straight to
      * Edits one transaction. The edits reject an invalid file code,
      * an invalid action code, a bad key, a missing name on an add, a
      * non-numeric rate, a rate on a branch transaction, a region on
      * a salesrep transaction, a branch add with no region, a change
      * with nothing to change, and any transaction from a user who is
      * not on the operator authority file or lacks the authority for
      * the master it maintains. An approval is first replaced by the
      * held transaction it releases, which is then edited like any
      * other
      *****************************************************************
       322-EDIT-TRANSACTION.

           SET TRAN-IS-VALID TO TRUE.
           PERFORM 323-EDIT-APPROVAL.
           PERFORM 327-CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN APPROVAL-REASON NOT = SPACES
                   MOVE APPROVAL-REASON           TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN LT-FILE-CODE NOT = "S" AND "B"
                   MOVE "INVALID FILE CODE"       TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
                AND LT-REGION-CODE = SPACES
                   MOVE "NO FIELDS TO CHANGE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN OPERATOR-MATCH-SUB = ZERO
                   MOVE "UNKNOWN USER ID"         TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN NOT OPERATOR-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
           END-EVALUATE.
           IF NOT TRAN-IS-VALID
               PERFORM 410-PRINT-REJECT-LINE
           END-IF.

      *****************************************************************
      * Matches an approval to the transaction held for its file and
      * key on an earlier run. The approver must be on the operator
      * authority file with commission rate authority and must not be
      * the user who keyed the held transaction. An accepted approval
      * is replaced by the held transaction, flagged so it is not held
      * again. The held item itself is marked approved only when its
      * change is written to the master; an approval rejected anywhere
      * along the way leaves it waiting
      *****************************************************************
       323-EDIT-APPROVAL.

           MOVE SPACES TO APPROVAL-REASON.
           SET TRAN-APPROVED TO FALSE.
           IF LT-APPROVE-ACTION
               MOVE LT-USER-ID TO APPROVER-ID
               MOVE LT-USER-ID TO OPERATOR-LOOKUP-ID
               PERFORM 328-FIND-OPERATOR
               PERFORM 325-FIND-PENDING-ITEM
               EVALUATE TRUE
                   WHEN PENDING-FILE-OVERFLOW
                       MOVE "PENDING FILE OVERFLOW"
                           TO APPROVAL-REASON
                   WHEN PENDING-MATCH-SUB = ZERO
                       MOVE "NO PENDING ITEM FOR KEY"
                           TO APPROVAL-REASON
                   WHEN OPERATOR-MATCH-SUB = ZERO
                       MOVE "UNKNOWN APPROVER ID"
                           TO APPROVAL-REASON
                   WHEN OT-RATE-AUTH (OPERATOR-MATCH-SUB) NOT = "Y"
                       MOVE "APPROVER NOT AUTHORIZED"
                           TO APPROVAL-REASON
                   WHEN PT-USER-ID (PENDING-MATCH-SUB) = APPROVER-ID
                       MOVE "APPROVER IS THE REQUESTER"
                           TO APPROVAL-REASON
                   WHEN OTHER
                       MOVE PT-TRANSACTION (PENDING-MATCH-SUB)
                           TO LOOKUP-TRANSACTION-RECORD
                       SET TRAN-APPROVED TO TRUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Scans the pending table for the oldest transaction held on an
      * earlier run for the approval's file and key; PENDING-MATCH-SUB
      * is left zero when there is none
      *****************************************************************
       325-FIND-PENDING-ITEM.

           MOVE LT-FILE-CODE  TO PLK-FILE-CODE.
           MOVE LT-KEY-NUMBER TO PLK-KEY-NUMBER.
           MOVE ZERO TO PENDING-MATCH-SUB.
           PERFORM 326-CHECK-PENDING-ENTRY
               VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > PENDING-COUNT
                 OR PENDING-MATCH-SUB > ZERO.

       326-CHECK-PENDING-ENTRY.

           IF PT-RECORD-KEY (PENDING-SUB) = PENDING-LOOKUP-KEY
              AND PT-CARRIED-FORWARD (PENDING-SUB)
               MOVE PENDING-SUB TO PENDING-MATCH-SUB
           END-IF.

      *****************************************************************
      * Looks the transaction's user up on the operator authority table
      * and proves the user holds the authority for the master the
      * transaction maintains: commission rate authority for the
      * salesrep master and branch authority for the branch master
      *****************************************************************
       327-CHECK-OPERATOR-AUTHORITY.

           MOVE LT-USER-ID TO OPERATOR-LOOKUP-ID.
           PERFORM 328-FIND-OPERATOR.
           SET OPERATOR-AUTHORIZED TO FALSE.
           IF OPERATOR-MATCH-SUB > ZERO
               IF LT-SALESREP-FILE
                  AND OT-RATE-AUTH (OPERATOR-MATCH-SUB) = "Y"
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
               IF LT-BRANCH-FILE
                  AND OT-BRANCH-AUTH (OPERATOR-MATCH-SUB) = "Y"
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Scans the operator table for the user ID in OPERATOR-LOOKUP-ID;
      * OPERATOR-MATCH-SUB is left zero when it is not there
      *****************************************************************
       328-FIND-OPERATOR.

           MOVE ZERO TO OPERATOR-MATCH-SUB.
           PERFORM 329-CHECK-OPERATOR-ENTRY
               VARYING OPERATOR-SUB FROM 1 BY 1
               UNTIL OPERATOR-SUB > OPERATOR-COUNT
                 OR OPERATOR-MATCH-SUB > ZERO.

       329-CHECK-OPERATOR-ENTRY.

           IF OT-USER-ID (OPERATOR-SUB) = OPERATOR-LOOKUP-ID
               MOVE OPERATOR-SUB TO OPERATOR-MATCH-SUB
           END-IF.

      *****************************************************************
      * Prints the audit line identifying the transaction just
      * applied. The action, file, and name must already be moved in
           MOVE SPACES         TO AUD-NEW-VALUE.
           MOVE LT-USER-ID     TO AUD-USER-ID.
           PERFORM 400-PRINT-AUDIT-LINE.
           IF TRAN-APPROVED
               MOVE "APPROVED BY"  TO AUD-FIELD-NAME
               MOVE SPACES         TO AUD-OLD-VALUE
               MOVE APPROVER-ID    TO AUD-NEW-VALUE
               PERFORM 341-PRINT-AUDIT-FIELD-LINE
           END-IF.

      *****************************************************************
      * Prints one old-value/new-value line under the action audit
           MOVE "TRANSACTIONS REJECTED"    TO CCL-LABEL.
           MOVE TRANS-REJECT-COUNT         TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "JOURNAL RECORDS WRITTEN"  TO CCL-LABEL.
           MOVE JOURNAL-OUT-COUNT          TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS HELD"        TO CCL-LABEL.
           MOVE TRANS-HELD-COUNT           TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "HELD ITEMS APPROVED"      TO CCL-LABEL.
           MOVE HELD-APPROVED-COUNT        TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.
           MOVE "ITEMS STILL PENDING"      TO CCL-LABEL.
           MOVE PENDING-OUT-COUNT          TO CCL-COUNT.
           PERFORM 510-PRINT-COUNT-LINE.

       510-PRINT-COUNT-LINE.

           MOVE CONTROL-COUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Rewrites the pending file with every transaction still waiting
      * for approval - those carried in and not approved, and those
      * held this run. A pending file too large to load is left as it
      * was; such a run approves and holds nothing, so none of it has
      * changed
      *****************************************************************
       700-WRITE-PENDING-FILE.

           IF NOT PENDING-FILE-OVERFLOW
               OPEN OUTPUT LKMPEND
               PERFORM 710-WRITE-ONE-PENDING-ITEM
                   VARYING PENDING-SUB FROM 1 BY 1
                   UNTIL PENDING-SUB > PENDING-COUNT
               CLOSE LKMPEND
           END-IF.

       710-WRITE-ONE-PENDING-ITEM.

           IF NOT PT-APPROVED (PENDING-SUB)
               MOVE SPACES TO PENDING-RECORD
               MOVE PT-TRANSACTION (PENDING-SUB) TO PR-TRANSACTION
               MOVE PT-HELD-DATE (PENDING-SUB)   TO PR-HELD-DATE
               WRITE PENDING-RECORD
               ADD 1 TO PENDING-OUT-COUNT
           END-IF.

      *****************************************************************
      * Prints the pending-approval listing: every transaction held
      * this run, every one still waiting from earlier runs, and every
      * one approved this run with its approver
      *****************************************************************
       750-PRINT-PENDING-LIST.

           OPEN OUTPUT LKMPNDL.
           MOVE PENDING-HEADING-LINE TO PENDING-PRINT-AREA.
           WRITE PENDING-PRINT-AREA.
           IF PENDING-FILE-OVERFLOW
               MOVE PENDING-OVERFLOW-LINE TO PENDING-PRINT-AREA
               WRITE PENDING-PRINT-AREA
           END-IF.
           IF PENDING-COUNT = ZERO
               MOVE NO-PENDING-LINE TO PENDING-PRINT-AREA
               WRITE PENDING-PRINT-AREA
           END-IF.
           PERFORM 760-PRINT-ONE-PENDING-ITEM
               VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > PENDING-COUNT.
           CLOSE LKMPNDL.

       760-PRINT-ONE-PENDING-ITEM.

           MOVE PT-TRANSACTION (PENDING-SUB) TO PENDING-WORK-RECORD.
           MOVE PW-ACTION-CODE     TO PNDL-ACTION.
           IF PW-FILE-CODE = "S"
               MOVE "SREP" TO PNDL-FILE-NAME
           ELSE
               MOVE "BRCH" TO PNDL-FILE-NAME
           END-IF.
           MOVE PW-KEY-NUMBER      TO PNDL-KEY-NUMBER.
           MOVE PW-NAME            TO PNDL-NAME.
           MOVE SPACES TO PNDL-COMMISSION-RATE.
           IF PW-COMMISSION-RATE NOT = SPACES
               MOVE PW-COMMISSION-RATE-9 TO AUD-RATE-EDIT
               MOVE AUD-RATE-EDIT        TO PNDL-COMMISSION-RATE
           END-IF.
           MOVE SPACES TO PNDL-EFFECTIVE-YYMM.
           IF PW-EFFECTIVE-YYMM NOT = SPACES
               MOVE PW-EFFECTIVE-YEAR    TO AUD-YYMM-YEAR
               MOVE PW-EFFECTIVE-MONTH   TO AUD-YYMM-MONTH
               MOVE AUD-YYMM-EDIT        TO PNDL-EFFECTIVE-YYMM
           END-IF.
           MOVE PT-HELD-DATE   (PENDING-SUB) TO PNDL-HELD-DATE.
           MOVE PT-USER-ID     (PENDING-SUB) TO PNDL-USER-ID.
           MOVE PT-APPROVER-ID (PENDING-SUB) TO PNDL-APPROVER-ID.
           EVALUATE TRUE
               WHEN PT-HELD-THIS-RUN (PENDING-SUB)
                   MOVE "HELD THIS RUN"     TO PNDL-STATUS
               WHEN PT-APPROVED (PENDING-SUB)
                   MOVE "APPROVED BY"       TO PNDL-STATUS
               WHEN OTHER
                   MOVE "AWAITING APPROVAL" TO PNDL-STATUS
           END-EVALUATE.
           MOVE PENDING-LINE TO PENDING-PRINT-AREA.
           WRITE PENDING-PRINT-AREA.

