       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTAPRV.

      *> ---------------------------------------------------------------
      *>    DUAL-CONTROL APPROVAL OF QUEUED ADJUSTMENTS AND OVERRIDES
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The item is marked approved on the queue before
      *>               it is posted, so a queue that cannot be updated
      *>               posts nothing and an approved item cannot be
      *>               posted a second time.  A posting that fails puts
      *>               the item back to pending; if that cannot be
      *>               done the item is logged to OPRACT.LOG as APQERR.
      *>   2026-10-15  No sign-on without the security file: when
      *>               OPRMAST cannot be opened the program stops
      *>               rather than taking a typed number and name.  An
      *>               approval whose ACCTHST record cannot be written
      *>               is taken back off the balance before its "J"
      *>               line is logged, and a new balance record that
      *>               cannot be written posts nothing; either way the
      *>               supervisor is told and the item stays pending.
      *>   2026-10-15  The fixed supervisor-level check at sign-on is
      *>               replaced by the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy), matched on
      *>               the operator's authority level and role
      *>               (OM-ROLE): an operator holding no grant for
      *>               ACCTAPRV is refused at sign-on and each menu
      *>               function (L/A/D) is checked as well, and each
      *>               refusal is logged to OPRACT.LOG as AUTREF.  With
      *>               no table on file authority 90 and over is still
      *>               required.
      *>   2026-10-15  New program: the checker's side of dual control.
      *>               A supervisor (signed on with PIN)
      *>               lists the items pending on the approval queue
      *>               (APRQUEUE, copybooks/APRQUE.cpy) - ACCTMNT
      *>               adjustments over the approval limit and CALC
      *>               session totals for an account with no customer
      *>               - and approves or declines them.  An approved
      *>               item posts to ACCTBAL with an ACCTHST record
      *>               and a "J" line on the day's CALCLOG, under the
      *>               approving supervisor's number, exactly as an
      *>               ACCTMNT adjustment does.  Nobody may approve an
      *>               item they queued themselves (the attempt is
      *>               logged as APQSLF); declining one's own item
      *>               withdraws it.  Approvals and declines are
      *>               logged to OPRACT.LOG as APQAPR and APQDEC under
      *>               the checker's number with the item and maker's
      *>               number in the name column.  A frozen or closed
      *>               account, or an adjustment to an account no
      *>               longer on file, leaves the item pending.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APRQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PA-ITEM-NUMBER
               FILE STATUS IS WS-APRQUE-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AB-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APRQUE.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  APPROVAL-CONTROL.
           02 WS-APRQUE-STATUS      PIC XX.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
              88 OPRMAST-IS-OPEN VALUE "Y".
           02 WS-OPRMAST-UPD        PIC X VALUE "N".
              88 OPRMAST-UPDATABLE VALUE "Y".
           02 WS-PIN-ENTRY          PIC 9(04).
           02 WS-PIN-TRY            PIC 9(02).
           02 WS-PIN-OK             PIC X.
              88 PIN-IS-VERIFIED VALUE "Y".
           02 WS-PIN-CHANGED        PIC X.
              88 PIN-WAS-CHANGED VALUE "Y".
           02 WS-NEW-PIN            PIC 9(04).
           02 WS-NEW-PIN-AGAIN      PIC 9(04).
           02 WS-PIN-CHANGE-TRY     PIC 9(02).
           02 WS-PIN-AGE-DAYS       PIC S9(07) COMP.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-AUTHTAB-STATUS     PIC XX.
           02 WS-AUTH-LEVEL         PIC 9(02) VALUE 0.
              88 AUTH-SUPERVISOR-LEVEL VALUES 90 THRU 99.
           02 WS-AUTH-ROLE          PIC X(08) VALUE SPACES.
           02 WS-AUTH-KNOWN         PIC X VALUE "N".
              88 AUTH-OPERATOR-KNOWN VALUE "Y".
           02 WS-AUTH-FUNCTION      PIC X.
           02 WS-AUTH-GRANTED       PIC X.
              88 FUNCTION-IS-GRANTED VALUE "Y".
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-FUNCTION-CODE      PIC X.
              88 FUNC-LIST          VALUE "L".
              88 FUNC-APPROVE       VALUE "A".
              88 FUNC-DECLINE       VALUE "D".
              88 FUNC-NEEDS-GRANT   VALUES "L" "A" "D".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-SAVED-NAME         PIC X(30).
           02 WS-TARGET-ITEM        PIC 9(06).
           02 WS-ANSWER             PIC X.
           02 WS-PENDING-COUNT      PIC 9(06).
           02 WS-BEFORE-BALANCE     PIC S9(9)V99.
           02 WS-ITEM-FOUND         PIC X.
              88 ITEM-IS-PENDING    VALUE "Y".
           02 WS-POST-DONE          PIC X.
              88 ITEM-WAS-POSTED    VALUE "Y".
           02 WS-HISTORY-DONE       PIC X.
              88 HISTORY-WAS-WRITTEN VALUE "Y".
           02 WS-BALANCE-SAVED      PIC X(70).

       01  WS-LIST-LINE.
           02 WS-L-ITEM             PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-TYPE             PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-ACCOUNT          PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-POST-TYPE        PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-AMOUNT           PIC Z(7)9.99-.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-MAKER            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-DATE             PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-REASON           PIC X(20).

       01  WS-EVENT-NAME.
           02 FILLER                PIC X(05) VALUE "ITEM ".
           02 WS-E-ITEM             PIC 9(06).
           02 FILLER                PIC X(07) VALUE " MAKER ".
           02 WS-E-MAKER            PIC 9(06).
           02 FILLER                PIC X(06) VALUE SPACES.

       01  WS-AUDIT-LINE.
           02 WS-A-OPERATOR         PIC 9(06).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-DATE             PIC 9(08).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-TIME             PIC 9(08).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-KEY              PIC X.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-NEWVAL           PIC Z(8).99-.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-ACCUM            PIC Z(8).99-.

       01  WS-BEFORE-SHOW           PIC Z(8).99-.
       01  WS-AMOUNT-SHOW           PIC Z(8)9.99-.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "ACCTAPRV".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
           IF NOT OPRMAST-IS-OPEN
               STOP RUN.
           PERFORM WRITE-OPERATOR-SIGNON.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO APPROVAL QUEUE ON FILE"
               GO TO END-APPROVAL-NO-FILE.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               OPEN I-O ACCOUNT-BALANCE-FILE
           END-IF.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCOUNT BALANCE FILE NOT AVAILABLE"
               CLOSE APPROVAL-QUEUE-FILE
               GO TO END-APPROVAL-NO-FILE.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** APPROVAL QUEUE - SUPERVISOR ***".
           DISPLAY "L=LIST PENDING A=APPROVE D=DECLINE Q=QUIT".
           DISPLAY "Function: " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION-CODE.
           IF FUNC-NEEDS-GRANT
               MOVE WS-FUNCTION-CODE TO WS-AUTH-FUNCTION
               PERFORM CHECK-FUNCTION-AUTHORITY
                   THRU CHECK-FUNCTION-AUTHORITY-EXIT
               IF NOT FUNCTION-IS-GRANTED
                   GO TO MENU-LOOP
               END-IF
           END-IF.
           IF FUNC-LIST
               PERFORM LIST-PENDING-ITEMS THRU LIST-PENDING-ITEMS-EXIT
               GO TO MENU-LOOP.
           IF FUNC-APPROVE
               PERFORM APPROVE-ITEM THRU APPROVE-ITEM-EXIT
               GO TO MENU-LOOP.
           IF FUNC-DECLINE
               PERFORM DECLINE-ITEM THRU DECLINE-ITEM-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE ACCOUNT-BALANCE-FILE.
       END-APPROVAL-NO-FILE.
           IF OPRMAST-IS-OPEN CLOSE OPERATOR-MASTER-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           STOP RUN.

      *> The master is opened I-O when possible so PIN failures can
      *> be counted and the lock flag raised; a busy or read-only
      *> master still validates, it just cannot count.  With no
      *> master at all nobody can be checked, so nobody signs on.
       IDENTIFY-SUPERVISOR.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF WS-OPRMAST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-OPRMAST-OPEN
               MOVE "Y" TO WS-OPRMAST-UPD
           ELSE
               OPEN INPUT OPERATOR-MASTER-FILE
               IF WS-OPRMAST-STATUS IS EQUAL TO "00"
                   MOVE "Y" TO WS-OPRMAST-OPEN
                   MOVE "N" TO WS-OPRMAST-UPD
               END-IF
           END-IF.
           IF NOT OPRMAST-IS-OPEN
               DISPLAY "SECURITY FILE NOT AVAILABLE, STATUS "
                   WS-OPRMAST-STATUS " - NO APPROVALS"
               GO TO IDENTIFY-SUPERVISOR-EXIT.
       IDENTIFY-SUPERVISOR-ASK.
           DISPLAY "Supervisor operator number: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-NUMBER.
           MOVE WS-SUPERVISOR-NUMBER TO OM-OPERATOR-NUMBER.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "SUPERVISOR NOT ON SECURITY FILE"
                   GO TO IDENTIFY-SUPERVISOR-ASK
               NOT INVALID KEY
                   IF OM-INACTIVE
                       DISPLAY "SUPERVISOR IS INACTIVE"
                       GO TO IDENTIFY-SUPERVISOR-ASK
                   END-IF
                   IF OM-LOCKED
                       DISPLAY "OPERATOR LOCKED - SEE OPRMAINT"
                       GO TO IDENTIFY-SUPERVISOR-ASK
                   END-IF
                   MOVE OM-OPERATOR-NAME TO WS-SUPERVISOR-NAME
                   MOVE OM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
                   MOVE OM-ROLE TO WS-AUTH-ROLE
                   MOVE "Y" TO WS-AUTH-KNOWN
           END-READ.
           MOVE "*" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-FUNCTION-AUTHORITY
               THRU CHECK-FUNCTION-AUTHORITY-EXIT.
           IF NOT FUNCTION-IS-GRANTED
               GO TO IDENTIFY-SUPERVISOR-ASK.
           PERFORM VERIFY-SUPERVISOR-PIN
               THRU VERIFY-SUPERVISOR-PIN-EXIT.
           IF NOT PIN-IS-VERIFIED
               GO TO IDENTIFY-SUPERVISOR-ASK.
       IDENTIFY-SUPERVISOR-EXIT.
           EXIT.

      *> Same PIN rules as CALC sign-on: a record with no usable PIN
      *> or a reset one must set a fresh PIN, wrong entries are
      *> logged (PINBAD) and counted, the third failure locks the
      *> operator (PINLCK), and a PIN older than 90 days must change.
       VERIFY-SUPERVISOR-PIN.
           MOVE "N" TO WS-PIN-OK.
           IF OM-PIN-NUMBER IS NOT NUMERIC
               OR OM-PIN-SET-DATE IS NOT NUMERIC
               OR OM-PIN-SET-DATE = 0
               DISPLAY "A NEW PIN MUST BE SET"
               PERFORM CHANGE-SUPERVISOR-PIN
                   THRU CHANGE-SUPERVISOR-PIN-EXIT
               IF PIN-WAS-CHANGED
                   MOVE "Y" TO WS-PIN-OK
               END-IF
               GO TO VERIFY-SUPERVISOR-PIN-EXIT.
           MOVE 0 TO WS-PIN-TRY.
       VERIFY-PIN-ASK.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE 0 TO WS-PIN-ENTRY.
           ACCEPT WS-PIN-ENTRY.
           IF WS-PIN-ENTRY = OM-PIN-NUMBER
               IF OM-PIN-FAIL-COUNT NOT = 0 AND OPRMAST-UPDATABLE
                   MOVE 0 TO OM-PIN-FAIL-COUNT
                   REWRITE OPERATOR-MASTER-RECORD
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-PIN-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(OM-PIN-SET-DATE)
               IF WS-PIN-AGE-DAYS > 90
                   DISPLAY "PIN EXPIRED - SET A NEW ONE"
                   PERFORM CHANGE-SUPERVISOR-PIN
                       THRU CHANGE-SUPERVISOR-PIN-EXIT
                   IF PIN-WAS-CHANGED
                       MOVE "Y" TO WS-PIN-OK
                   END-IF
               ELSE
                   MOVE "Y" TO WS-PIN-OK
               END-IF
               GO TO VERIFY-SUPERVISOR-PIN-EXIT.
           ADD 1 TO WS-PIN-TRY.
           MOVE "PINBAD" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           IF OPRMAST-UPDATABLE
               ADD 1 TO OM-PIN-FAIL-COUNT
               IF OM-PIN-FAIL-COUNT >= 3
                   MOVE "L" TO OM-LOCK-FLAG
                   REWRITE OPERATOR-MASTER-RECORD
                   MOVE "PINLCK" TO OA-EVENT-TYPE
                   PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
                       THRU WRITE-OPERATOR-ACTIVITY-EXIT
                   DISPLAY "OPERATOR LOCKED - SEE OPRMAINT"
                   GO TO VERIFY-SUPERVISOR-PIN-EXIT
               END-IF
               REWRITE OPERATOR-MASTER-RECORD
           END-IF.
           IF WS-PIN-TRY < 3
               DISPLAY "WRONG PIN"
               GO TO VERIFY-PIN-ASK.
           DISPLAY "PIN NOT ACCEPTED".
       VERIFY-SUPERVISOR-PIN-EXIT.
           EXIT.

       CHANGE-SUPERVISOR-PIN.
           MOVE "N" TO WS-PIN-CHANGED.
           IF NOT OPRMAST-UPDATABLE
               DISPLAY "MASTER BUSY - PIN NOT CHANGED"
               GO TO CHANGE-SUPERVISOR-PIN-EXIT.
           MOVE 0 TO WS-PIN-CHANGE-TRY.
       CHANGE-PIN-ASK.
           DISPLAY "New PIN (4 digits): " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-PIN.
           ACCEPT WS-NEW-PIN.
           DISPLAY "New PIN again: " WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-PIN-AGAIN.
           ACCEPT WS-NEW-PIN-AGAIN.
           IF WS-NEW-PIN = WS-NEW-PIN-AGAIN
               AND WS-NEW-PIN NOT = 0
               AND (OM-PIN-NUMBER IS NOT NUMERIC
                   OR WS-NEW-PIN NOT = OM-PIN-NUMBER)
               MOVE WS-NEW-PIN TO OM-PIN-NUMBER
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO OM-PIN-SET-DATE
               MOVE 0 TO OM-PIN-FAIL-COUNT
               REWRITE OPERATOR-MASTER-RECORD
               MOVE "PINCHG" TO OA-EVENT-TYPE
               PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
                   THRU WRITE-OPERATOR-ACTIVITY-EXIT
               MOVE "Y" TO WS-PIN-CHANGED
               GO TO CHANGE-SUPERVISOR-PIN-EXIT.
           ADD 1 TO WS-PIN-CHANGE-TRY.
           IF WS-PIN-CHANGE-TRY < 3
               DISPLAY "PINS DIFFER, ZERO OR UNCHANGED - AGAIN"
               GO TO CHANGE-PIN-ASK.
           DISPLAY "PIN NOT CHANGED".
       CHANGE-SUPERVISOR-PIN-EXIT.
           EXIT.

      *> Pending items in item order; the control record (item zero)
      *> is skipped by starting above it.
       LIST-PENDING-ITEMS.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO PA-ITEM-NUMBER.
           START APPROVAL-QUEUE-FILE
               KEY IS GREATER THAN PA-ITEM-NUMBER
               INVALID KEY
                   DISPLAY "NOTHING PENDING"
                   GO TO LIST-PENDING-ITEMS-EXIT
           END-START.
           DISPLAY "ITEM   T ACCOUNT    D       AMOUNT  MAKER  "
               "QUEUED   REASON".
       LIST-READ-NEXT.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END GO TO LIST-SHOW-COUNT.
           IF NOT PA-PENDING
               GO TO LIST-READ-NEXT.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PA-ITEM-NUMBER TO WS-L-ITEM.
           MOVE PA-ITEM-TYPE TO WS-L-TYPE.
           MOVE PA-ACCOUNT-NUMBER TO WS-L-ACCOUNT.
           MOVE PA-POST-TYPE TO WS-L-POST-TYPE.
           MOVE PA-AMOUNT TO WS-L-AMOUNT.
           MOVE PA-MAKER-OPERATOR TO WS-L-MAKER.
           MOVE PA-QUEUE-DATE TO WS-L-DATE.
           MOVE PA-REASON TO WS-L-REASON.
           DISPLAY WS-LIST-LINE.
           GO TO LIST-READ-NEXT.
       LIST-SHOW-COUNT.
           DISPLAY "ITEMS PENDING: " WS-PENDING-COUNT.
       LIST-PENDING-ITEMS-EXIT.
           EXIT.

       GET-PENDING-ITEM.
           MOVE "N" TO WS-ITEM-FOUND.
           MOVE WS-TARGET-ITEM TO PA-ITEM-NUMBER.
           IF WS-TARGET-ITEM = 0
               DISPLAY "ITEM NOT ON QUEUE"
               GO TO GET-PENDING-ITEM-EXIT.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON QUEUE"
                   GO TO GET-PENDING-ITEM-EXIT
           END-READ.
           IF NOT PA-PENDING
               DISPLAY "ITEM ALREADY DECIDED BY OPERATOR "
                   PA-CHECKER-OPERATOR " ON " PA-DECISION-DATE
               GO TO GET-PENDING-ITEM-EXIT.
           MOVE "Y" TO WS-ITEM-FOUND.
       GET-PENDING-ITEM-EXIT.
           EXIT.

       SHOW-PENDING-ITEM.
           MOVE PA-AMOUNT TO WS-AMOUNT-SHOW.
           DISPLAY "ITEM:      " PA-ITEM-NUMBER " " PA-REASON.
           DISPLAY "ACCOUNT:   " PA-ACCOUNT-NUMBER.
           DISPLAY "POST AS:   " PA-POST-TYPE " " WS-AMOUNT-SHOW.
           DISPLAY "QUEUED BY: " PA-MAKER-OPERATOR " ON "
               PA-QUEUE-DATE " AT " PA-QUEUE-TIME.

      *> The item is read again and marked approved before anything
      *> is posted, so that two supervisors working the queue cannot
      *> both post it and a queue record that cannot be updated
      *> leaves nothing posted.  A posting that fails puts the item
      *> back to pending; one that cannot be put back is logged as
      *> APQERR so it can be found on OPRACT.LOG.
       APPROVE-ITEM.
           DISPLAY "Item number to approve: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ITEM.
           ACCEPT WS-TARGET-ITEM.
           PERFORM GET-PENDING-ITEM THRU GET-PENDING-ITEM-EXIT.
           IF NOT ITEM-IS-PENDING
               GO TO APPROVE-ITEM-EXIT.
           IF PA-MAKER-OPERATOR = WS-SUPERVISOR-NUMBER
               DISPLAY "YOU QUEUED THIS ITEM - "
                   "ANOTHER SUPERVISOR MUST APPROVE IT"
               MOVE "APQSLF" TO OA-EVENT-TYPE
               PERFORM WRITE-ITEM-EVENT
               GO TO APPROVE-ITEM-EXIT.
           PERFORM SHOW-PENDING-ITEM.
           DISPLAY "Approve and post (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ITEM LEFT PENDING"
               GO TO APPROVE-ITEM-EXIT.
           PERFORM GET-PENDING-ITEM THRU GET-PENDING-ITEM-EXIT.
           IF NOT ITEM-IS-PENDING
               GO TO APPROVE-ITEM-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE "A" TO PA-ITEM-STATUS.
           MOVE WS-SUPERVISOR-NUMBER TO PA-CHECKER-OPERATOR.
           MOVE WS-TODAY TO PA-DECISION-DATE.
           MOVE WS-NOW TO PA-DECISION-TIME.
           REWRITE APPROVAL-QUEUE-RECORD.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "APPROVAL NOT RECORDED, STATUS "
                   WS-APRQUE-STATUS " - NOTHING POSTED"
               GO TO APPROVE-ITEM-EXIT.
           PERFORM POST-APPROVED-ITEM THRU POST-APPROVED-ITEM-EXIT.
           IF NOT ITEM-WAS-POSTED
               MOVE "P" TO PA-ITEM-STATUS
               MOVE 0 TO PA-CHECKER-OPERATOR
               MOVE 0 TO PA-DECISION-DATE
               MOVE 0 TO PA-DECISION-TIME
               REWRITE APPROVAL-QUEUE-RECORD
               IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NOT POSTED BUT QUEUE SHOWS APPROVED, "
                       "STATUS " WS-APRQUE-STATUS
                   MOVE "APQERR" TO OA-EVENT-TYPE
                   PERFORM WRITE-ITEM-EVENT
               ELSE
                   DISPLAY "ITEM LEFT PENDING"
               END-IF
               GO TO APPROVE-ITEM-EXIT.
           MOVE AB-BALANCE TO PA-NEW-BALANCE.
           REWRITE APPROVAL-QUEUE-RECORD.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NEW BALANCE NOT RECORDED ON QUEUE, STATUS "
                   WS-APRQUE-STATUS.
           MOVE "APQAPR" TO OA-EVENT-TYPE.
           PERFORM WRITE-ITEM-EVENT.
           MOVE AB-BALANCE TO WS-AMOUNT-SHOW.
           DISPLAY "ITEM " PA-ITEM-NUMBER " APPROVED - ACCOUNT "
               PA-ACCOUNT-NUMBER " NOW " WS-AMOUNT-SHOW.
       APPROVE-ITEM-EXIT.
           EXIT.

      *> The same checks the maker's program made: a frozen or closed
      *> account takes nothing, and an adjustment needs the balance
      *> record it was keyed against.  A counter total for a new
      *> account opens the balance record the way CALC would have.
      *> The ACCTHST record goes first: if it cannot be written the
      *> balance is put back and no "J" line is logged.
       POST-APPROVED-ITEM.
           MOVE "N" TO WS-POST-DONE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE PA-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   IF PA-ADJUSTMENT
                       DISPLAY "ACCOUNT NOT ON BALANCE FILE"
                       GO TO POST-APPROVED-ITEM-EXIT
                   END-IF
                   MOVE 0 TO AB-BALANCE
                   MOVE 0 TO AB-LAST-POST-DATE
                   MOVE 0 TO AB-LAST-POST-OPERATOR
                   MOVE "O" TO AB-STATUS
                   MOVE "OPENED BY APPROVAL" TO AB-STATUS-REASON
                   MOVE WS-TODAY TO AB-STATUS-DATE
                   MOVE WS-SUPERVISOR-NUMBER TO AB-STATUS-OPERATOR
                   WRITE ACCOUNT-BALANCE-RECORD
                   IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "BALANCE RECORD NOT WRITTEN, STATUS "
                           WS-ACCTBAL-STATUS " - NOT POSTED"
                       GO TO POST-APPROVED-ITEM-EXIT
                   END-IF
           END-READ.
           IF AB-STATUS-FROZEN
               DISPLAY "ACCOUNT FROZEN - NOT POSTED"
               GO TO POST-APPROVED-ITEM-EXIT.
           IF AB-STATUS-CLOSED
               DISPLAY "ACCOUNT CLOSED - NOT POSTED"
               GO TO POST-APPROVED-ITEM-EXIT.
           MOVE AB-BALANCE TO WS-BEFORE-BALANCE.
           MOVE ACCOUNT-BALANCE-RECORD TO WS-BALANCE-SAVED.
           IF PA-POST-DEBIT
               ADD PA-AMOUNT TO AB-BALANCE
           ELSE
               SUBTRACT PA-AMOUNT FROM AB-BALANCE
           END-IF.
           MOVE WS-TODAY TO AB-LAST-POST-DATE.
           MOVE WS-SUPERVISOR-NUMBER TO AB-LAST-POST-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "BALANCE REWRITE FAILED, STATUS "
                   WS-ACCTBAL-STATUS
               GO TO POST-APPROVED-ITEM-EXIT.
           PERFORM WRITE-APPROVED-HISTORY
               THRU WRITE-APPROVED-HISTORY-EXIT.
           IF NOT HISTORY-WAS-WRITTEN
               MOVE WS-BALANCE-SAVED TO ACCOUNT-BALANCE-RECORD
               REWRITE ACCOUNT-BALANCE-RECORD
               IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "BALANCE NOT PUT BACK, STATUS "
                       WS-ACCTBAL-STATUS
                   DISPLAY "CORRECT ACCOUNT " PA-ACCOUNT-NUMBER
                       " IN ACCTMNT BEFORE APPROVING AGAIN"
               ELSE
                   DISPLAY "POSTING TAKEN BACK - NOTHING POSTED"
               END-IF
               GO TO POST-APPROVED-ITEM-EXIT.
           MOVE "Y" TO WS-POST-DONE.
           PERFORM WRITE-APPROVED-AUDIT-RECORD.
       POST-APPROVED-ITEM-EXIT.
           EXIT.

      *> Same "J" line as an ACCTMNT adjustment: the signed amount
      *> (credits negative), the new balance, the account and the
      *> before value, so DAYBAL and GLEXTR treat it alike.
       WRITE-APPROVED-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
           STRING "CALCLOG" WS-TODAY ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-LOG-NAME.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           MOVE WS-SUPERVISOR-NUMBER TO WS-A-OPERATOR.
           MOVE WS-TODAY TO WS-A-DATE.
           MOVE WS-NOW TO WS-A-TIME.
           MOVE "J" TO WS-A-KEY.
           IF PA-POST-CREDIT
               COMPUTE WS-A-NEWVAL = PA-AMOUNT * -1
           ELSE
               MOVE PA-AMOUNT TO WS-A-NEWVAL
           END-IF.
           MOVE AB-BALANCE TO WS-A-ACCUM.
           MOVE WS-BEFORE-BALANCE TO WS-BEFORE-SHOW.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-AUDIT-LINE " " PA-ACCOUNT-NUMBER
               " " WS-BEFORE-SHOW
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       WRITE-APPROVED-HISTORY.
           MOVE "N" TO WS-HISTORY-DONE.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               OPEN I-O ACCOUNT-HISTORY-FILE
           END-IF.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCOUNT HISTORY NOT WRITTEN, STATUS "
                   WS-ACCTHST-STATUS
               GO TO WRITE-APPROVED-HISTORY-EXIT.
           MOVE PA-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE WS-TODAY TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
       APPROVED-HISTORY-NEXT-SEQ.
           ADD 1 TO AH-POST-SEQ.
           MOVE WS-NOW TO AH-POST-TIME.
           MOVE PA-POST-TYPE TO AH-POST-TYPE.
           MOVE PA-AMOUNT TO AH-POST-AMOUNT.
           MOVE WS-SUPERVISOR-NUMBER TO AH-OPERATOR-NUMBER.
           MOVE AB-BALANCE TO AH-NEW-BALANCE.
           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   IF AH-POST-SEQ < 9999
                       GO TO APPROVED-HISTORY-NEXT-SEQ
                   END-IF
                   DISPLAY "ACCOUNT HISTORY NOT WRITTEN, STATUS "
                       WS-ACCTHST-STATUS
           END-WRITE.
           IF WS-ACCTHST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-HISTORY-DONE.
           CLOSE ACCOUNT-HISTORY-FILE.
       WRITE-APPROVED-HISTORY-EXIT.
           EXIT.

      *> Declining posts nothing.  The maker may decline (withdraw)
      *> an item of their own; only approval needs a second person.
       DECLINE-ITEM.
           DISPLAY "Item number to decline: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ITEM.
           ACCEPT WS-TARGET-ITEM.
           PERFORM GET-PENDING-ITEM THRU GET-PENDING-ITEM-EXIT.
           IF NOT ITEM-IS-PENDING
               GO TO DECLINE-ITEM-EXIT.
           PERFORM SHOW-PENDING-ITEM.
           DISPLAY "Decline (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ITEM LEFT PENDING"
               GO TO DECLINE-ITEM-EXIT.
           PERFORM GET-PENDING-ITEM THRU GET-PENDING-ITEM-EXIT.
           IF NOT ITEM-IS-PENDING
               GO TO DECLINE-ITEM-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE "D" TO PA-ITEM-STATUS.
           MOVE WS-SUPERVISOR-NUMBER TO PA-CHECKER-OPERATOR.
           MOVE WS-TODAY TO PA-DECISION-DATE.
           MOVE WS-NOW TO PA-DECISION-TIME.
           REWRITE APPROVAL-QUEUE-RECORD.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "DECLINE NOT RECORDED, STATUS "
                   WS-APRQUE-STATUS
               GO TO DECLINE-ITEM-EXIT.
           MOVE "APQDEC" TO OA-EVENT-TYPE.
           PERFORM WRITE-ITEM-EVENT.
           DISPLAY "ITEM " PA-ITEM-NUMBER " DECLINED".
       DECLINE-ITEM-EXIT.
           EXIT.

      *> Both operators on one activity record: the checker's number
      *> in the operator column, the item and the maker's number in
      *> the name column.
       WRITE-ITEM-EVENT.
           MOVE WS-SUPERVISOR-NAME TO WS-SAVED-NAME.
           MOVE PA-ITEM-NUMBER TO WS-E-ITEM.
           MOVE PA-MAKER-OPERATOR TO WS-E-MAKER.
           MOVE WS-EVENT-NAME TO WS-SUPERVISOR-NAME.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           MOVE WS-SAVED-NAME TO WS-SUPERVISOR-NAME.

      *> The function authority table (AUTHTAB.DAT) decides which
      *> functions the operator may use; asking for "*" at sign-on
      *> is satisfied by any grant at all for the program.  With no
      *> table on file the old rule stands: supervisors (authority
      *> 90 and over) only.  An operator not read from OPRMAST
      *> (security file not available) is not checked.  A refusal is
      *> logged to OPRACT.LOG as AUTREF with the program and function
      *> in the name column.
       CHECK-FUNCTION-AUTHORITY.
           MOVE "N" TO WS-AUTH-GRANTED.
           MOVE WS-AUTH-FUNCTION TO WS-AR-FUNCTION.
           IF NOT AUTH-OPERATOR-KNOWN
               MOVE "Y" TO WS-AUTH-GRANTED
               GO TO CHECK-FUNCTION-AUTHORITY-EXIT.
           OPEN INPUT AUTHORITY-TABLE-FILE.
           IF WS-AUTHTAB-STATUS IS NOT EQUAL TO "00"
               IF AUTH-SUPERVISOR-LEVEL
                   MOVE "Y" TO WS-AUTH-GRANTED
               END-IF
               GO TO CHECK-AUTHORITY-REFUSE.
       CHECK-AUTHORITY-NEXT.
           READ AUTHORITY-TABLE-FILE
               AT END GO TO CHECK-AUTHORITY-CLOSE.
           IF AT-COMMENT-LINE OR AUTHORITY-TABLE-RECORD = SPACES
               GO TO CHECK-AUTHORITY-NEXT.
           IF AT-PROGRAM-NAME NOT = WS-AR-PROGRAM
               GO TO CHECK-AUTHORITY-NEXT.
           IF WS-AUTH-FUNCTION NOT = "*"
               AND NOT AT-ALL-FUNCTIONS
               AND AT-FUNCTION-CODE NOT = WS-AUTH-FUNCTION
               GO TO CHECK-AUTHORITY-NEXT.
           IF AT-LOW-LEVEL IS NOT NUMERIC
               OR AT-HIGH-LEVEL IS NOT NUMERIC
               GO TO CHECK-AUTHORITY-NEXT.
           IF WS-AUTH-LEVEL < AT-LOW-LEVEL
               OR WS-AUTH-LEVEL > AT-HIGH-LEVEL
               GO TO CHECK-AUTHORITY-NEXT.
           IF AT-ROLE NOT = SPACES AND AT-ROLE NOT = WS-AUTH-ROLE
               GO TO CHECK-AUTHORITY-NEXT.
           MOVE "Y" TO WS-AUTH-GRANTED.
       CHECK-AUTHORITY-CLOSE.
           CLOSE AUTHORITY-TABLE-FILE.
       CHECK-AUTHORITY-REFUSE.
           IF FUNCTION-IS-GRANTED
               GO TO CHECK-FUNCTION-AUTHORITY-EXIT.
           IF WS-AUTH-FUNCTION = "*"
               DISPLAY "NOT AUTHORISED FOR " WS-AR-PROGRAM
           ELSE
               DISPLAY "NOT AUTHORISED FOR FUNCTION " WS-AUTH-FUNCTION
           END-IF.
           MOVE WS-SUPERVISOR-NAME TO WS-SAVED-NAME.
           MOVE WS-REFUSAL-NAME TO WS-SUPERVISOR-NAME.
           MOVE "AUTREF" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           MOVE WS-SAVED-NAME TO WS-SUPERVISOR-NAME.
       CHECK-FUNCTION-AUTHORITY-EXIT.
           EXIT.

       WRITE-OPERATOR-SIGNON.
           MOVE "SIGNON" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.

       WRITE-OPERATOR-SIGNOFF.
           MOVE "SIGNOFF" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.

      *> One event is one open/write/close so concurrent programs
      *> appending to the shared activity log cannot interleave or
      *> lock each other out for more than a moment.
       WRITE-OPERATOR-ACTIVITY-RECORD.
           MOVE 0 TO WS-OPRACT-RETRY.
       OPRACT-OPEN-RETRY.
           OPEN EXTEND OPERATOR-ACTIVITY-FILE.
           IF WS-OPRACT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT OPERATOR-ACTIVITY-FILE.
           IF WS-OPRACT-STATUS IS NOT EQUAL TO "00"
               ADD 1 TO WS-OPRACT-RETRY
               IF WS-OPRACT-RETRY < 10
                   CALL "C$SLEEP" USING WS-SLEEP-SECONDS
                   GO TO OPRACT-OPEN-RETRY
               END-IF
               DISPLAY "ACTIVITY LOG BUSY - EVENT NOT LOGGED"
               GO TO WRITE-OPERATOR-ACTIVITY-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-SUPERVISOR-NUMBER TO OA-OPERATOR-NUMBER.
           MOVE WS-SUPERVISOR-NAME TO OA-OPERATOR-NAME.
           DISPLAY "TERM" UPON ENVIRONMENT-NAME.
           ACCEPT OA-TERMINAL-ID FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO OA-TERMINAL-ID
           END-ACCEPT.
           COMPUTE OA-EVENT-TIMESTAMP = WS-TODAY * 1000000 +
               (WS-NOW / 100).
           WRITE OPERATOR-ACTIVITY-RECORD.
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.
