      *                  Every add and salesrep reassignment is checked
      *                  against the salesrep and branch masters, so a
      *                  customer can never be created under a
      *                  salesrep or branch that is not on file.
      *                  Every change applied, history rekeys included,
      *                  is also written to the maintenance journal
      *                  with its before and after images, so a bad
      *                  deck can be reversed by the backout run
      *                  (BKO5000) instead of rebuilt by hand.
      *                  Every transaction must come from a user on the
      *                  operator authority file who holds the
      *                  authority for what it does; any other is
      *                  rejected. A sales amount change larger than
      *                  the dual-control limit is held, not applied,
      *                  until a second authorized user approves it in
      *                  a later run, and every held item is printed on
      *                  the pending-approval listing
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT SALESHST ASSIGN TO SALESHST
                  FILE STATUS IS SALESHST-STATUS.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT MNTJRNL  ASSIGN TO MNTJRNL
                  FILE STATUS IS MNTJRNL-STATUS.
           SELECT SALESREPM ASSIGN TO SALESREPM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BRANCH-NUMBER
                  FILE STATUS IS BRANCHM-STATUS.
           SELECT OPERAUTH ASSIGN TO OPERAUTH
                  FILE STATUS IS OPERAUTH-STATUS.
           SELECT MNTPEND  ASSIGN TO MNTPEND
                  FILE STATUS IS MNTPEND-STATUS.
           SELECT MNTPNDL  ASSIGN TO MNTPNDL.

       DATA DIVISION.

      * Maintenance transactions, sorted by branch/salesrep/customer.
      * Action code is A (add), C (change), or D (delete). On a change
      * a blank field means "leave as is". The new-salesrep field lets
      * a change reassign the customer to another salesrep. Action
      * code P approves the transaction held for the key on an earlier
      * run; the user ID on a P is the approving user
      *****************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  TR-ACTION-CODE          PIC X.
              88  TR-ADD-ACTION                 VALUE "A".
              88  TR-CHANGE-ACTION              VALUE "C".
              88  TR-DELETE-ACTION              VALUE "D".
              88  TR-APPROVE-ACTION             VALUE "P".
           05  TR-RECORD-KEY.
               10  TR-BRANCH-NUMBER    PIC 9(2).
               10  TR-SALESREP-NUMBER  PIC 9(2).
      *****************************************************************
       01  NEW-HISTORY-RECORD  PIC X(150).

       FD  MNTJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 400 CHARACTERS.

      *****************************************************************
      * The maintenance journal, appended run over run, one record per
      * change applied. The layout is held in JOURNAL-WORK-RECORD below
      *****************************************************************
       01  JOURNAL-RECORD      PIC X(400).

       FD  SALESREPM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           05  BR-REGION-CODE       PIC X(2).
           05  FILLER               PIC X(6).

       FD  OPERAUTH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The operator authority file, one record per user ID allowed to
      * key maintenance, with Y against each action the user may
      * perform: customer add/delete (and name change), sales amount
      * change, salesrep reassignment, commission rate change, and
      * branch maintenance. It is loaded into storage at the start of
      * the run
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

       FD  MNTPEND
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

       FD  MNTPNDL
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
           05  REKEY-MATCH-SWITCH      PIC X    VALUE "N".
              88  REKEY-MATCHED                 VALUE "Y"
                                                  FALSE "N".
           05  OPERAUTH-EOF-SWITCH     PIC X    VALUE "N".
              88  OPERAUTH-EOF                  VALUE "Y".
           05  MNTPEND-EOF-SWITCH      PIC X    VALUE "N".
              88  MNTPEND-EOF                   VALUE "Y".
           05  PENDING-OVERFLOW-SWITCH PIC X    VALUE "N".
              88  PENDING-FILE-OVERFLOW         VALUE "Y".
           05  OPERATOR-AUTH-SWITCH    PIC X    VALUE "N".
              88  OPERATOR-AUTHORIZED           VALUE "Y"
                                                  FALSE "N".
           05  TRAN-APPROVED-SWITCH    PIC X    VALUE "N".
              88  TRAN-APPROVED                 VALUE "Y"
                                                  FALSE "N".
           05  AMOUNT-LIMIT-SWITCH     PIC X    VALUE "N".
              88  AMOUNT-OVER-LIMIT             VALUE "Y"
                                                  FALSE "N".
           05  NEW-MASTER-WRITE-SWITCH PIC X    VALUE "N".
              88  NEW-MASTER-WRITTEN            VALUE "Y"
                                                  FALSE "N".

      * Copy of the old master record currently being matched against.
      * The key is set to HIGH-VALUES at end of file so the balance
      * history pass is skipped
       01  SALESHST-STATUS  PIC XX.

      * File status for the journal - a first-ever run finds no file
      * to extend and falls back to creating one
       01  MNTJRNL-STATUS   PIC XX.

      * File status for the two lookup masters the edits validate
      * against - the run is refused when either cannot be opened
       01  SALESREPM-STATUS PIC XX.
       01  BRANCHM-STATUS   PIC XX.

      * File status for the operator authority file, without which
      * the run is refused, and for the pending file - "35" means
      * nothing has been held yet
       01  OPERAUTH-STATUS  PIC XX.
       01  MNTPEND-STATUS   PIC XX.

      * One entry per possible salesrep or branch number, remembering
      * whether the number was already looked up on its master so each
      * number is read at most once: space = not yet looked up,
           05  REKEY-HOP-COUNT     PIC S9(3)   VALUE ZERO.
           05  REKEY-ORIGINAL-KEY  PIC X(9)    VALUE SPACES.
           05  REKEY-USER-ID       PIC X(8)    VALUE SPACES.
           05  REKEY-BEFORE-IMAGE  PIC X(150)  VALUE SPACES.
           05  REKEY-ENTRY  OCCURS 500 TIMES.
               10  RK-OLD-KEY      PIC X(9).
               10  RK-NEW-KEY      PIC X(9).

      * The rekeyed history records pulled off the first history
      * pass, held in ascending new-key order by the insertion logic
      * so the second pass can merge each one back in sequence, with
      * the original key, user, and old record kept for the journal
      * entry written once the record is merged. At most one record
      * per rekey entry, so the table can never overflow
       01  REKEYED-HIST-FIELDS.
           05  RKH-COUNT           PIC S9(3)   VALUE ZERO.
           05  RKH-SUB             PIC S9(3)   VALUE ZERO.
           05  REKEYED-HIST-ENTRY  OCCURS 500 TIMES.
               10  RKH-RECORD-KEY  PIC X(9).
               10  RKH-RECORD      PIC X(150).
               10  RKH-ORIGINAL-KEY PIC X(9).
               10  RKH-USER-ID     PIC X(8).
               10  RKH-BEFORE-IMAGE PIC X(150).

      * Key of the next rekeyed record waiting to merge, HIGH-VALUES
      * once the table is exhausted, and the key of the old history
           05  RW-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(121).

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
               10  OT-CUSTOMER-AUTH    PIC X.
               10  OT-AMOUNT-AUTH      PIC X.
               10  OT-REASSIGN-AUTH    PIC X.

      * Dual control: a change to any sales amount bucket larger than
      * this, up or down (on an add, the amount itself), is held for
      * a second user's approval instead of being applied
       01  SALES-CHANGE-LIMIT      PIC S9(5)V99  VALUE +5000.00.

      * Old and new amounts of the bucket being tested against the
      * dual-control limit, and the size of the change
       01  LIMIT-FIELDS.
           05  LIMIT-OLD-AMOUNT    PIC S9(5)V99  VALUE ZERO.
           05  LIMIT-NEW-AMOUNT    PIC S9(5)V99  VALUE ZERO.
           05  LIMIT-CHANGE-AMOUNT PIC S9(6)V99  VALUE ZERO.

      * Transactions waiting for approval: those carried in from the
      * pending file (P), those held this run (H), those released by
      * an approval and applied to the work record not yet written
      * (R), and those approved and written this run (A). An R item
      * goes back to P if its work record cannot be written. The
      * approval reason is set when a P transaction cannot be matched
      * or its approver is not acceptable
       01  PENDING-FIELDS.
           05  PENDING-COUNT       PIC S9(3)   VALUE ZERO.
           05  PENDING-SUB         PIC S9(3)   VALUE ZERO.
           05  PENDING-MATCH-SUB   PIC S9(3)   VALUE ZERO.
           05  APPROVER-ID         PIC X(8)    VALUE SPACES.
           05  APPROVAL-REASON     PIC X(25)   VALUE SPACES.
           05  PENDING-ENTRY  OCCURS 500 TIMES.
               10  PT-RECORD-KEY       PIC X(9).
               10  PT-USER-ID          PIC X(8).
               10  PT-TRANSACTION      PIC X(80).
               10  PT-HELD-DATE        PIC 9(8).
               10  PT-STATUS           PIC X.
                  88  PT-CARRIED-FORWARD        VALUE "P".
                  88  PT-HELD-THIS-RUN          VALUE "H".
                  88  PT-RELEASED               VALUE "R".
                  88  PT-APPROVED               VALUE "A".
               10  PT-APPROVER-ID      PIC X(8).

      * Work copy of a pending transaction, in the transaction layout
       01  PENDING-WORK-RECORD.
           05  PW-ACTION-CODE          PIC X.
           05  PW-RECORD-KEY.
               10  PW-BRANCH-NUMBER    PIC X(2).
               10  PW-SALESREP-NUMBER  PIC X(2).
               10  PW-CUSTOMER-NUMBER  PIC X(5).
           05  PW-CUSTOMER-NAME        PIC X(20).
           05  PW-SALES-THIS-YTD       PIC X(7).
           05  PW-SALES-THIS-YTD-9     REDEFINES PW-SALES-THIS-YTD
                                       PIC 9(5)V9(2).
           05  PW-SALES-LAST-YTD       PIC X(7).
           05  PW-SALES-LAST-YTD-9     REDEFINES PW-SALES-LAST-YTD
                                       PIC 9(5)V9(2).
           05  PW-SALES-2YR-AGO        PIC X(7).
           05  PW-SALES-2YR-AGO-9      REDEFINES PW-SALES-2YR-AGO
                                       PIC 9(5)V9(2).
           05  PW-NEW-SALESREP         PIC X(2).
           05  PW-USER-ID              PIC X(8).
           05  FILLER                  PIC X(19).

      * Key of the current transaction, HIGH-VALUES at end of file,
      * and the prior transaction key used for the sequence check
       01  TRAN-KEY-FIELDS.
           05  HISTORY-IN-COUNT    PIC S9(5)   VALUE ZERO.
           05  HISTORY-OUT-COUNT   PIC S9(5)   VALUE ZERO.
           05  HISTORY-REKEY-COUNT PIC S9(5)   VALUE ZERO.
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

      * One journal record per change applied. The run is identified
      * by program, date, and time started, so the backout run can
      * pick out every change from one run; the sequence number keeps
      * the changes in the order applied. File code C is a customer
      * master change and H a history rekey; the action is A, C, or D,
      * or K for a rekey. The images are the whole record before and
      * after the change - spaces before an add and after a delete
       01  JOURNAL-WORK-RECORD.
           05  JW-RUN-ID.
               10  JW-PROGRAM-ID       PIC X(8)    VALUE "MNT5000".
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

      * Journal records for the changes applied to the active work
      * record, held back until the record is written to the new
      * master (or dropped by a delete) so the journal never shows a
      * change NEWMAST did not take. Each entry carries the pending
      * item an approval released, if any, so the item is marked
      * approved only when its change is written. The rekey count at
      * the start of the work record lets a failed write withdraw
      * the reassignments applied to it
       01  DEFERRED-JOURNAL-FIELDS.
           05  DEFERRED-COUNT      PIC S9(3)   VALUE ZERO.
           05  DEFERRED-SUB        PIC S9(3)   VALUE ZERO.
           05  DEFERRED-REKEY-START PIC S9(3)  VALUE ZERO.
           05  JOURNAL-SEQUENCE-SAVE PIC 9(5)  VALUE ZERO.
           05  DEFERRED-ENTRY  OCCURS 50 TIMES.
               10  DJ-JOURNAL-IMAGE    PIC X(400).
               10  DJ-PENDING-SUB      PIC S9(3).
               10  DJ-APPROVER-ID      PIC X(8).

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

      * Request area for the run control manager (RCT5000), which
      * stamps this run's completion so the month-end capture can
           05  RQ-REQUIRED-YYMM    PIC 9(6).
           05  RQ-RESULT           PIC X(2).

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

      * Edited amount used to show old and new values on the audit
       01  AUD-AMOUNT-EDIT     PIC ZZ,ZZ9.99-.

           05  REJL-USER-ID            PIC X(8).
           05  FILLER                  PIC X(54)   VALUE SPACE.

      *****************************************************************
      * Lines printed on the pending-approval listing
      *****************************************************************
       01  PENDING-HEADING-LINE.
           05  FILLER      PIC X(40)   VALUE
               "ACTION BR SR CUST  NAME                 ".
           05  FILLER      PIC X(40)   VALUE
               " THIS YTD   LAST YTD    2YR AGO NEW SR H".
           05  FILLER      PIC X(40)   VALUE
               "ELD ON    USER      STATUS            AP".
           05  FILLER      PIC X(10)   VALUE "PROVER".

       01  NO-PENDING-LINE.
           05  FILLER      PIC X(25)  VALUE
               "NO ITEMS PENDING APPROVAL".
           05  FILLER      PIC X(105) VALUE SPACE.

       01  PENDING-OVERFLOW-LINE.
           05  FILLER      PIC X(47)  VALUE
               "*** PENDING FILE HOLDS OVER 500 ITEMS - MNTPEND".
           05  FILLER      PIC X(19)  VALUE
               " LEFT AS IT WAS ***".
           05  FILLER      PIC X(64)  VALUE SPACE.

       01  PENDING-LINE.
           05  PNDL-ACTION             PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-BRANCH-NUMBER      PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-SALESREP-NUMBER    PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-CUSTOMER-NUMBER    PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-CUSTOMER-NAME      PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-SALES-THIS-YTD     PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-SALES-LAST-YTD     PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-SALES-2YR-AGO      PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-NEW-SALESREP       PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-HELD-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-USER-ID            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  PNDL-STATUS             PIC X(17).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  PNDL-APPROVER-ID        PIC X(8).
           05  FILLER                  PIC X(4)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
                     SALESREPM
               STOP RUN
           END-IF.
           OPEN INPUT OPERAUTH.
           IF OPERAUTH-STATUS NOT = "00"
               MOVE "OPERAUTH" TO NML-FILE-NAME
               MOVE NO-MASTER-LINE TO REJECT-PRINT-AREA
               WRITE REJECT-PRINT-AREA
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTMAST NEWMAST MNTTRAN MNTAUDIT MNTREJ
                     SALESREPM BRANCHM
               STOP RUN
           END-IF.
           PERFORM 160-LOAD-OPERATOR-AUTHORITY.
           PERFORM 170-LOAD-PENDING-ITEMS.
           OPEN EXTEND MNTJRNL.
           IF MNTJRNL-STATUS NOT = "00"
               OPEN OUTPUT MNTJRNL
           END-IF.
           PERFORM 150-PRIME-LOOKUP-TABLES
               VARYING LOOKUP-SUB FROM 1 BY 1
               UNTIL LOOKUP-SUB > 99.
                 AND OM-RECORD-KEY = HIGH-VALUES
                 AND TRAN-KEY = HIGH-VALUES.
           PERFORM 600-REKEY-SALES-HISTORY.
           PERFORM 700-WRITE-PENDING-FILE.
           PERFORM 750-PRINT-PENDING-LIST.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE NEWMAST.
           PERFORM 910-STAMP-FILE-CONTROL.
           PERFORM 900-STAMP-RUN-CONTROL.
           CLOSE CUSTMAST
                 MNTTRAN
                 MNTAUDIT
                 MNTREJ
                 SALESREPM
                 BRANCHM
                 MNTJRNL.
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
      * Clears one entry of each lookup table before the run starts
           MOVE SPACE TO REP-LOOKUP-STATUS    (LOOKUP-SUB).
           MOVE SPACE TO BRANCH-LOOKUP-STATUS (LOOKUP-SUB).

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
                       MOVE OA-CUSTOMER-AUTH TO
                           OT-CUSTOMER-AUTH (OPERATOR-COUNT)
                       MOVE OA-AMOUNT-AUTH TO
                           OT-AMOUNT-AUTH (OPERATOR-COUNT)
                       MOVE OA-REASSIGN-AUTH TO
                           OT-REASSIGN-AUTH (OPERATOR-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * Loads the transactions held on earlier runs, so an approval in
      * this run's deck can release them. A run with no pending file
      * starts with none
      *****************************************************************
       170-LOAD-PENDING-ITEMS.

           OPEN INPUT MNTPEND.
           IF MNTPEND-STATUS = "00"
               PERFORM 171-LOAD-ONE-PENDING-ITEM
                   WITH TEST AFTER
                   UNTIL MNTPEND-EOF
               CLOSE MNTPEND
           END-IF.

       171-LOAD-ONE-PENDING-ITEM.

           READ MNTPEND
               AT END
                   SET MNTPEND-EOF TO TRUE
               NOT AT END
                   IF PENDING-COUNT < 500
                       ADD 1 TO PENDING-COUNT
                       MOVE PR-TRANSACTION TO PENDING-WORK-RECORD
                       MOVE PW-RECORD-KEY  TO
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
           MOVE PW-ACTION-CODE     TO REJL-ACTION.
           MOVE PW-BRANCH-NUMBER   TO REJL-BRANCH-NUMBER.
           MOVE PW-SALESREP-NUMBER TO REJL-SALESREP-NUMBER.
           MOVE PW-CUSTOMER-NUMBER TO REJL-CUSTOMER-NUMBER.
           MOVE PW-CUSTOMER-NAME   TO REJL-CUSTOMER-NAME.
           MOVE PW-USER-ID         TO REJL-USER-ID.
           MOVE "PENDING ITEM NOT LOADED" TO REJL-REASON.
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.

      *****************************************************************
      * Balance line: decides whether the next action is to apply the
      * current transaction to the work record, release the finished
               WHEN OM-RECORD-KEY NOT > TRAN-KEY
                   PERFORM 240-ACTIVATE-OLD-MASTER
               WHEN TR-ADD-ACTION
                   PERFORM 370-CHECK-AMOUNT-LIMIT
                   IF AMOUNT-OVER-LIMIT
                       PERFORM 375-HOLD-TRANSACTION
                   ELSE
                       PERFORM 330-APPLY-ADD-TRANSACTION
                   END-IF
                   PERFORM 320-READ-TRANSACTION
               WHEN OTHER
                   MOVE "NO MATCHING MASTER"      TO REJL-REASON
      *****************************************************************
      * Applies a transaction whose key matches the active work record.
      * An add against an existing key and any transaction against a
      * key already deleted this run are rejected, as is a change
      * once the work record's journal holding area is full. A change
      * over the dual-control limit is held instead of applied
      *****************************************************************
       220-APPLY-MATCHED-TRAN.

               WHEN WORK-RECORD-DELETED
                   MOVE "RECORD ALREADY DELETED"  TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN DEFERRED-COUNT NOT < 50
                   MOVE "TOO MANY CHANGES FOR KEY" TO REJL-REASON
                   PERFORM 410-PRINT-REJECT-LINE
               WHEN TR-CHANGE-ACTION
                   PERFORM 370-CHECK-AMOUNT-LIMIT
                   IF AMOUNT-OVER-LIMIT
                       PERFORM 375-HOLD-TRANSACTION
                   ELSE
                       PERFORM 340-APPLY-CHANGE-TRANSACTION
                   END-IF
               WHEN TR-DELETE-ACTION
                   PERFORM 350-APPLY-DELETE-TRANSACTION
           END-EVALUATE.

      *****************************************************************
      * Writes the finished work record to the new master, unless a
      * delete transaction dropped it, then frees the work record.
      * Once the record is written or dropped the journal records
      * held for it are written and the approvals it carried are
      * marked approved. When the write fails they are discarded
      * instead: the released items go back to waiting and the
      * record's reassignments are withdrawn from the history pass
      *****************************************************************
       230-RELEASE-WORK-RECORD.

           IF WORK-RECORD-DELETED
               SET NEW-MASTER-WRITTEN TO TRUE
           ELSE
               PERFORM 360-WRITE-NEW-MASTER
           END-IF.
           IF NEW-MASTER-WRITTEN
               PERFORM 231-WRITE-DEFERRED-JOURNAL
                   VARYING DEFERRED-SUB FROM 1 BY 1
                   UNTIL DEFERRED-SUB > DEFERRED-COUNT
           ELSE
               PERFORM 232-RESTORE-RELEASED-ITEM
                   VARYING DEFERRED-SUB FROM 1 BY 1
                   UNTIL DEFERRED-SUB > DEFERRED-COUNT
               MOVE DEFERRED-REKEY-START TO REKEY-COUNT
           END-IF.
           MOVE ZERO TO DEFERRED-COUNT.
           MOVE REKEY-COUNT TO DEFERRED-REKEY-START.
           MOVE "N" TO WORK-ACTIVE-SWITCH.
           MOVE "N" TO WORK-DELETED-SWITCH.

      *****************************************************************
      * Writes one held journal record under the next sequence number
      * and marks the pending item its approval released as approved
      *****************************************************************
       231-WRITE-DEFERRED-JOURNAL.

           MOVE JW-SEQUENCE-NUMBER TO JOURNAL-SEQUENCE-SAVE.
           MOVE DJ-JOURNAL-IMAGE (DEFERRED-SUB) TO JOURNAL-WORK-RECORD.
           MOVE JOURNAL-SEQUENCE-SAVE TO JW-SEQUENCE-NUMBER.
           PERFORM 356-WRITE-JOURNAL-RECORD.
           IF DJ-PENDING-SUB (DEFERRED-SUB) > ZERO
               MOVE "A" TO PT-STATUS (DJ-PENDING-SUB (DEFERRED-SUB))
               MOVE DJ-APPROVER-ID (DEFERRED-SUB)
                   TO PT-APPROVER-ID (DJ-PENDING-SUB (DEFERRED-SUB))
               ADD 1 TO HELD-APPROVED-COUNT
           END-IF.

      *****************************************************************
      * Puts a pending item released onto a work record that could
      * not be written back to waiting, so it is carried forward
      *****************************************************************
       232-RESTORE-RELEASED-ITEM.

           IF DJ-PENDING-SUB (DEFERRED-SUB) > ZERO
               MOVE "P" TO PT-STATUS (DJ-PENDING-SUB (DEFERRED-SUB))
           END-IF.

      *****************************************************************
      * Pulls the old master record just read in as the active work
      * record and reads ahead on the old master file
      * Reads and edits one transaction. The edits reject an invalid
      * action code, a bad key, an out-of-sequence transaction, a
      * missing name on an add, a non-numeric amount, an invalid new
      * salesrep number, a change with nothing to change, and any
      * transaction from a user who is not on the operator authority
      * file or lacks the authority for what it does. An approval is
      * first replaced by the held transaction it releases, which is
      * then edited like any other
      *****************************************************************
       321-READ-AND-EDIT-TRANSACTION.

       322-EDIT-TRANSACTION.

           SET TRAN-IS-VALID TO TRUE.
           PERFORM 323-EDIT-APPROVAL.
           PERFORM 324-CHECK-MASTER-REFERENCES.
           PERFORM 327-CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN APPROVAL-REASON NOT = SPACES
                   MOVE APPROVAL-REASON           TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN TR-ACTION-CODE NOT = "A" AND "C" AND "D"
                   MOVE "INVALID ACTION CODE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
                AND TR-NEW-SALESREP = SPACES
                   MOVE "NO FIELDS TO CHANGE"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN OPERATOR-MATCH-SUB = ZERO
                   MOVE "UNKNOWN USER ID"         TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
               WHEN NOT OPERATOR-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED"     TO REJL-REASON
                   MOVE "N" TO TRAN-VALID-SWITCH
           END-EVALUATE.
           IF TRAN-IS-VALID
               MOVE TR-RECORD-KEY TO TRAN-KEY
               PERFORM 410-PRINT-REJECT-LINE
           END-IF.

      *****************************************************************
      * Matches an approval to the transaction held for its key on an
      * earlier run. The approver must be on the operator authority
      * file with sales amount authority and must not be the user who
      * keyed the held transaction. An accepted approval is replaced by
      * the held transaction, flagged so it is not held again. The held
      * item itself is marked only when its change is applied and
      * written; an approval rejected anywhere along the way leaves it
      * waiting
      *****************************************************************
       323-EDIT-APPROVAL.

           MOVE SPACES TO APPROVAL-REASON.
           SET TRAN-APPROVED TO FALSE.
           IF TR-APPROVE-ACTION
               MOVE TR-USER-ID TO APPROVER-ID
               MOVE TR-USER-ID TO OPERATOR-LOOKUP-ID
               PERFORM 328-FIND-OPERATOR
               PERFORM 377-FIND-PENDING-ITEM
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
                   WHEN OT-AMOUNT-AUTH (OPERATOR-MATCH-SUB) NOT = "Y"
                       MOVE "APPROVER NOT AUTHORIZED"
                           TO APPROVAL-REASON
                   WHEN PT-USER-ID (PENDING-MATCH-SUB) = APPROVER-ID
                       MOVE "APPROVER IS THE REQUESTER"
                           TO APPROVAL-REASON
                   WHEN OTHER
                       MOVE PT-TRANSACTION (PENDING-MATCH-SUB)
                           TO MAINT-TRANSACTION-RECORD
                       SET TRAN-APPROVED TO TRUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Looks the transaction's salesrep, branch, and new-salesrep
      * numbers up on their masters ahead of the edits, so an add or
               END-READ
           END-IF.

      *****************************************************************
      * Looks the transaction's user up on the operator authority table
      * and proves the user holds every authority the transaction
      * needs: customer add/delete for an add, a delete, or a name
      * change; sales amount change for any sales amount keyed; and
      * salesrep reassignment for a new salesrep
      *****************************************************************
       327-CHECK-OPERATOR-AUTHORITY.

           MOVE TR-USER-ID TO OPERATOR-LOOKUP-ID.
           PERFORM 328-FIND-OPERATOR.
           SET OPERATOR-AUTHORIZED TO FALSE.
           IF OPERATOR-MATCH-SUB > ZERO
               SET OPERATOR-AUTHORIZED TO TRUE
               IF (TR-ADD-ACTION OR TR-DELETE-ACTION
                   OR TR-CUSTOMER-NAME NOT = SPACES)
                  AND OT-CUSTOMER-AUTH (OPERATOR-MATCH-SUB) NOT = "Y"
                   SET OPERATOR-AUTHORIZED TO FALSE
               END-IF
               IF NOT TR-DELETE-ACTION
                  AND (TR-SALES-THIS-YTD NOT = SPACES
                       OR TR-SALES-LAST-YTD NOT = SPACES
                       OR TR-SALES-2YR-AGO NOT = SPACES)
                  AND OT-AMOUNT-AUTH (OPERATOR-MATCH-SUB) NOT = "Y"
                   SET OPERATOR-AUTHORIZED TO FALSE
               END-IF
               IF TR-CHANGE-ACTION
                  AND TR-NEW-SALESREP NOT = SPACES
                  AND OT-REASSIGN-AUTH (OPERATOR-MATCH-SUB) NOT = "Y"
                   SET OPERATOR-AUTHORIZED TO FALSE
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
      * Builds a brand-new master record from an add transaction and
      * makes it the active work record so later transactions in the
           ADD 1 TO ADD-APPLIED-COUNT.
           MOVE "ADD" TO AUD-ACTION.
           PERFORM 335-PRINT-AUDIT-ACTION-LINE.
           MOVE SPACES              TO JW-BEFORE-IMAGE.
           MOVE WORK-MASTER-RECORD  TO JW-AFTER-IMAGE.
           MOVE "A"                 TO JW-ACTION-CODE.
           PERFORM 355-JOURNAL-MASTER-CHANGE.

      *****************************************************************
      * Prints the audit line identifying the transaction just applied.
           MOVE SPACES             TO AUD-NEW-VALUE.
           MOVE TR-USER-ID         TO AUD-USER-ID.
           PERFORM 400-PRINT-AUDIT-LINE.
           IF TRAN-APPROVED
               MOVE "APPROVED BY"  TO AUD-FIELD-NAME
               MOVE SPACES         TO AUD-OLD-VALUE
               MOVE APPROVER-ID    TO AUD-NEW-VALUE
               PERFORM 341-PRINT-AUDIT-FIELD-LINE
           END-IF.

      *****************************************************************
      * Applies a change transaction to the active work record. Each
      *****************************************************************
       340-APPLY-CHANGE-TRANSACTION.

           MOVE WORK-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE "CHANGE" TO AUD-ACTION.
           PERFORM 335-PRINT-AUDIT-ACTION-LINE.
           IF TR-CUSTOMER-NAME NOT = SPACES
               PERFORM 345-RECORD-REKEY-ENTRY
           END-IF.
           ADD 1 TO CHG-APPLIED-COUNT.
           MOVE WORK-MASTER-RECORD TO JW-AFTER-IMAGE.
           MOVE "C"                TO JW-ACTION-CODE.
           PERFORM 355-JOURNAL-MASTER-CHANGE.

      *****************************************************************
      * Applies the reassignment to the work record's key and records
           ADD 1 TO DEL-APPLIED-COUNT.
           MOVE "DELETE" TO AUD-ACTION.
           PERFORM 335-PRINT-AUDIT-ACTION-LINE.
           MOVE WORK-MASTER-RECORD TO JW-BEFORE-IMAGE.
           MOVE SPACES             TO JW-AFTER-IMAGE.
           MOVE "D"                TO JW-ACTION-CODE.
           PERFORM 355-JOURNAL-MASTER-CHANGE.

      *****************************************************************
      * Journals the change just applied to the work record. The
      * action code and both images must already be moved in; the
      * old key comes from the transaction and the new key from the
      * work record, so a reassignment carries both. The record is
      * held until 230 knows the work record was written, along with
      * the pending item an approved transaction released
      *****************************************************************
       355-JOURNAL-MASTER-CHANGE.

           MOVE "C"                TO JW-FILE-CODE.
           MOVE TR-RECORD-KEY      TO JW-OLD-KEY.
           MOVE MW-RECORD-KEY      TO JW-NEW-KEY.
           MOVE TR-USER-ID         TO JW-USER-ID.
           ADD 1 TO DEFERRED-COUNT.
           MOVE JOURNAL-WORK-RECORD
               TO DJ-JOURNAL-IMAGE (DEFERRED-COUNT).
           MOVE ZERO   TO DJ-PENDING-SUB (DEFERRED-COUNT).
           MOVE SPACES TO DJ-APPROVER-ID (DEFERRED-COUNT).
           IF TRAN-APPROVED
               MOVE PENDING-MATCH-SUB
                   TO DJ-PENDING-SUB (DEFERRED-COUNT)
               MOVE APPROVER-ID
                   TO DJ-APPROVER-ID (DEFERRED-COUNT)
               MOVE "R" TO PT-STATUS (PENDING-MATCH-SUB)
           END-IF.

      *****************************************************************
      * Numbers and writes the journal record built in the work area
      *****************************************************************
       356-WRITE-JOURNAL-RECORD.

           ADD 1 TO JW-SEQUENCE-NUMBER.
           WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD.
           ADD 1 TO JOURNAL-OUT-COUNT.

      *****************************************************************
      * Writes the finished work record to the new indexed master. A

           WRITE NEW-MASTER-RECORD FROM WORK-MASTER-RECORD.
           IF NEWMAST-STATUS = "00"
               SET NEW-MASTER-WRITTEN TO TRUE
               ADD 1 TO MASTER-OUT-COUNT
           ELSE
               SET NEW-MASTER-WRITTEN TO FALSE
               MOVE SPACES             TO REJL-ACTION
               MOVE MW-BRANCH-NUMBER   TO REJL-BRANCH-NUMBER
               MOVE MW-SALESREP-NUMBER TO REJL-SALESREP-NUMBER
               WRITE REJECT-PRINT-AREA
           END-IF.

      *****************************************************************
      * Decides whether an add or change must wait for a second user's
      * approval: any sales amount keyed that moves its bucket by more
      * than the dual-control limit, up or down, holds the whole
      * transaction. An add is measured from zero. A transaction
      * released by an approval is never held again
      *****************************************************************
       370-CHECK-AMOUNT-LIMIT.

           SET AMOUNT-OVER-LIMIT TO FALSE.
           IF NOT TRAN-APPROVED
               MOVE ZERO TO LIMIT-OLD-AMOUNT
               IF TR-SALES-THIS-YTD NOT = SPACES
                   IF TR-CHANGE-ACTION
                       MOVE MW-SALES-THIS-YTD TO LIMIT-OLD-AMOUNT
                   END-IF
                   MOVE TR-SALES-THIS-YTD-9 TO LIMIT-NEW-AMOUNT
                   PERFORM 371-CHECK-ONE-AMOUNT
               END-IF
               IF TR-SALES-LAST-YTD NOT = SPACES
                   IF TR-CHANGE-ACTION
                       MOVE MW-SALES-LAST-YTD TO LIMIT-OLD-AMOUNT
                   END-IF
                   MOVE TR-SALES-LAST-YTD-9 TO LIMIT-NEW-AMOUNT
                   PERFORM 371-CHECK-ONE-AMOUNT
               END-IF
               IF TR-SALES-2YR-AGO NOT = SPACES
                   IF TR-CHANGE-ACTION
                       MOVE MW-SALES-2YR-AGO TO LIMIT-OLD-AMOUNT
                   END-IF
                   MOVE TR-SALES-2YR-AGO-9 TO LIMIT-NEW-AMOUNT
                   PERFORM 371-CHECK-ONE-AMOUNT
               END-IF
           END-IF.

       371-CHECK-ONE-AMOUNT.

           COMPUTE LIMIT-CHANGE-AMOUNT =
               LIMIT-NEW-AMOUNT - LIMIT-OLD-AMOUNT.
           IF LIMIT-CHANGE-AMOUNT < ZERO
               COMPUTE LIMIT-CHANGE-AMOUNT = ZERO - LIMIT-CHANGE-AMOUNT
           END-IF.
           IF LIMIT-CHANGE-AMOUNT > SALES-CHANGE-LIMIT
               SET AMOUNT-OVER-LIMIT TO TRUE
           END-IF.

      *****************************************************************
      * Holds the transaction for approval instead of applying it. It
      * goes out on the pending file and listing at the end of the run.
      * When the pending table is full the transaction is rejected, so
      * it can never be applied without approval
      *****************************************************************
       375-HOLD-TRANSACTION.

           IF PENDING-COUNT < 500
               ADD 1 TO PENDING-COUNT
               MOVE TR-RECORD-KEY   TO PT-RECORD-KEY  (PENDING-COUNT)
               MOVE TR-USER-ID      TO PT-USER-ID     (PENDING-COUNT)
               MOVE MAINT-TRANSACTION-RECORD
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
      * Scans the pending table for the oldest transaction held on an
      * earlier run for the approval's key; PENDING-MATCH-SUB is left
      * zero when there is none
      *****************************************************************
       377-FIND-PENDING-ITEM.

           MOVE ZERO TO PENDING-MATCH-SUB.
           PERFORM 378-CHECK-PENDING-ENTRY
               VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > PENDING-COUNT
                 OR PENDING-MATCH-SUB > ZERO.

       378-CHECK-PENDING-ENTRY.

           IF PT-RECORD-KEY (PENDING-SUB) = TR-RECORD-KEY
              AND PT-CARRIED-FORWARD (PENDING-SUB)
               MOVE PENDING-SUB TO PENDING-MATCH-SUB
           END-IF.

      *****************************************************************
      * Second pass: carries the salesrep reassignments applied above
      * into the monthly sales history file so the month-end capture
      * the final key so the history can never be left stranded on
      * an intermediate key, audits the rekey with the original and
      * final keys, and stores the record in the merge table. The
      * rekey is journaled by the second pass once the record is
      * actually written. The hop limit breaks a reassignment cycle
      *****************************************************************
       625-APPLY-HISTORY-REKEY.

           MOVE SALES-HISTORY-RECORD TO REKEY-BEFORE-IMAGE.
           MOVE HS-RECORD-KEY TO REKEY-ORIGINAL-KEY.
           MOVE ZERO TO REKEY-HOP-COUNT.
           PERFORM 626-APPLY-ONE-REKEY-HOP
                   RKH-RECORD-KEY (RKH-INSERT-POS)
               MOVE SALES-HISTORY-RECORD TO
                   RKH-RECORD (RKH-INSERT-POS)
               MOVE REKEY-ORIGINAL-KEY TO
                   RKH-ORIGINAL-KEY (RKH-INSERT-POS)
               MOVE REKEY-USER-ID TO
                   RKH-USER-ID (RKH-INSERT-POS)
               MOVE REKEY-BEFORE-IMAGE TO
                   RKH-BEFORE-IMAGE (RKH-INSERT-POS)
               ADD 1 TO RKH-COUNT
           END-IF.


      *****************************************************************
      * Writes whichever of the rekeyed record and the passed-through
      * record comes first in key order, journaling a rekeyed record
      * once it is written. A rekeyed record whose new key an
      * untouched record already holds is listed on the reject file
      * and dropped unjournaled, exactly as a keyed write would have
      * rejected the duplicate
      *****************************************************************
       660-MERGE-NEXT-HISTORY.
                   WRITE NEW-HISTORY-RECORD
                       FROM RKH-RECORD (RKH-SUB)
                   ADD 1 TO HISTORY-OUT-COUNT
                   PERFORM 667-JOURNAL-HISTORY-REKEY
                   ADD 1 TO RKH-SUB
                   PERFORM 645-SET-INSERT-KEY
               WHEN RKH-INSERT-KEY = RKH-MERGE-KEY
           MOVE REJECT-EXCEPTION-LINE TO REJECT-PRINT-AREA.
           WRITE REJECT-PRINT-AREA.

      *****************************************************************
      * Journals a rekeyed history record just written to the new
      * history file, with its original and final keys
      *****************************************************************
       667-JOURNAL-HISTORY-REKEY.

           MOVE "H"                       TO JW-FILE-CODE.
           MOVE "K"                       TO JW-ACTION-CODE.
           MOVE RKH-ORIGINAL-KEY (RKH-SUB) TO JW-OLD-KEY.
           MOVE RKH-RECORD-KEY (RKH-SUB)  TO JW-NEW-KEY.
           MOVE RKH-USER-ID (RKH-SUB)     TO JW-USER-ID.
           MOVE RKH-BEFORE-IMAGE (RKH-SUB) TO JW-BEFORE-IMAGE.
           MOVE RKH-RECORD (RKH-SUB)      TO JW-AFTER-IMAGE.
           PERFORM 356-WRITE-JOURNAL-RECORD.

      *****************************************************************
      * Rewrites the pending file with every transaction still waiting
      * for approval - those carried in and not approved, and those
      * held this run. A pending file too large to load is left as it
      * was; such a run approves and holds nothing, so none of it has
      * changed
      *****************************************************************
       700-WRITE-PENDING-FILE.

           IF NOT PENDING-FILE-OVERFLOW
               OPEN OUTPUT MNTPEND
               PERFORM 710-WRITE-ONE-PENDING-ITEM
                   VARYING PENDING-SUB FROM 1 BY 1
                   UNTIL PENDING-SUB > PENDING-COUNT
               CLOSE MNTPEND
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

           OPEN OUTPUT MNTPNDL.
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
           CLOSE MNTPNDL.

       760-PRINT-ONE-PENDING-ITEM.

           MOVE PT-TRANSACTION (PENDING-SUB) TO PENDING-WORK-RECORD.
           MOVE PW-ACTION-CODE     TO PNDL-ACTION.
           MOVE PW-BRANCH-NUMBER   TO PNDL-BRANCH-NUMBER.
           MOVE PW-SALESREP-NUMBER TO PNDL-SALESREP-NUMBER.
           MOVE PW-CUSTOMER-NUMBER TO PNDL-CUSTOMER-NUMBER.
           MOVE PW-CUSTOMER-NAME   TO PNDL-CUSTOMER-NAME.
           MOVE SPACES TO PNDL-SALES-THIS-YTD.
           IF PW-SALES-THIS-YTD NOT = SPACES
               MOVE PW-SALES-THIS-YTD-9 TO AUD-AMOUNT-EDIT
               MOVE AUD-AMOUNT-EDIT     TO PNDL-SALES-THIS-YTD
           END-IF.
           MOVE SPACES TO PNDL-SALES-LAST-YTD.
           IF PW-SALES-LAST-YTD NOT = SPACES
               MOVE PW-SALES-LAST-YTD-9 TO AUD-AMOUNT-EDIT
               MOVE AUD-AMOUNT-EDIT     TO PNDL-SALES-LAST-YTD
           END-IF.
           MOVE SPACES TO PNDL-SALES-2YR-AGO.
           IF PW-SALES-2YR-AGO NOT = SPACES
               MOVE PW-SALES-2YR-AGO-9  TO AUD-AMOUNT-EDIT
               MOVE AUD-AMOUNT-EDIT     TO PNDL-SALES-2YR-AGO
           END-IF.
           MOVE PW-NEW-SALESREP    TO PNDL-NEW-SALESREP.
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

      *****************************************************************
      * Writes the built audit line, printing the page headings first
      * when the page is full
           MOVE "HISTORY RECORDS REKEYED"  TO CCL-LABEL.
           MOVE HISTORY-REKEY-COUNT        TO CCL-COUNT.
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

           MOVE "MNT5000"   TO RQ-PROGRAM-ID.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           MOVE ZERO        TO RQ-REQUIRED-YYMM.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "RCT5000" USING RUN-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * Stamps the control records of the new master and, when there
      * was a history file to carry forward, the new history file, so
      * every later reader can prove it has the generation this run
      * wrote. A control record that cannot be written ends the run
      * with condition code 16
      *****************************************************************
       910-STAMP-FILE-CONTROL.

           MOVE "CUSTMAST" TO FQ-FILE-TYPE.
           MOVE "NEWMAST"  TO FQ-DATA-FILE.
           MOVE "NEWMCTL"  TO FQ-CONTROL-FILE.
           PERFORM 915-STAMP-ONE-FILE.
           IF SALESHST-STATUS = "00"
               MOVE "SALESHST" TO FQ-FILE-TYPE
               MOVE "NEWHIST"  TO FQ-DATA-FILE
               MOVE "NEWHCTL"  TO FQ-CONTROL-FILE
               PERFORM 915-STAMP-ONE-FILE
           END-IF.

       915-STAMP-ONE-FILE.

           MOVE "STAMP"   TO FQ-FUNCTION-CODE.
           MOVE "MNT5000" TO FQ-PROGRAM-ID.
           MOVE RETURN-CODE TO SAVE-RETURN-CODE.
           CALL "FIC5000" USING FILE-CONTROL-REQUEST.
           MOVE SAVE-RETURN-CODE TO RETURN-CODE.
           IF FQ-RESULT NOT = "OK"
               DISPLAY "MNT5000 - CONTROL RECORD NOT WRITTEN FOR "
                       FQ-DATA-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
