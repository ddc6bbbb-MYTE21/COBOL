       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  STNDMNT.

      *> ---------------------------------------------------------------
      *>    STANDING ORDER MAINTENANCE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  C refuses the change when the order read again
      *>               before the update is no longer as first shown
      *>               (changed at another terminal, moved on or held
      *>               by STNDPOST), rather than write the keyed values
      *>               over it.
      *>   2026-10-15  New program: sets up and maintains the standing
      *>               orders (STNDORD, copybooks/STNDORD.cpy) that the
      *>               nightly STNDPOST step posts to the accounts.
      *>               Sign-on, PIN and the function authority table as
      *>               in CTRMNT (with no table on file authority 90
      *>               and over).  L lists the orders on one account or
      *>               on every account, I shows one order in full with
      *>               who set it up and who last changed it, A sets up
      *>               an order (account, debit or credit, amount,
      *>               frequency, start and end date, reference), C
      *>               changes the amount, frequency, end date, next
      *>               due date or reference or holds and releases the
      *>               order, and X cancels it.  An order may only be
      *>               set up on an account on the balance file that is
      *>               not frozen or closed, and no date before today
      *>               is taken, so nothing is posted for days already
      *>               gone.  Set-up and change record the operator's
      *>               number, the date and the time on the order, and
      *>               are logged to OPRACT.LOG as STOADD, STOCHG or
      *>               STOCAN with the order number in the name column.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-STNDORD-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AB-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           COPY STNDORD.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  ORDER-CONTROL.
           02 WS-STNDORD-STATUS     PIC XX.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTBAL-OPEN       PIC X VALUE "N".
              88 ACCTBAL-IS-OPEN    VALUE "Y".
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
              88 FUNC-INQUIRE       VALUE "I".
              88 FUNC-ADD           VALUE "A".
              88 FUNC-CHANGE        VALUE "C".
              88 FUNC-CANCEL        VALUE "X".
              88 FUNC-NEEDS-GRANT   VALUES "L" "I" "A" "C" "X".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-SAVED-NAME         PIC X(30).
           02 WS-TARGET-ORDER       PIC 9(06).
           02 WS-TARGET-ACCOUNT     PIC X(10).
           02 WS-ORDER-FOUND        PIC X.
              88 ORDER-IS-FOUND     VALUE "Y".
           02 WS-ORDER-NUMBER       PIC 9(06).
           02 WS-ORDER-COUNT        PIC 9(06).
           02 WS-ANSWER             PIC X.
           02 WS-ENTRY-TYPE         PIC X.
              88 ENTRY-TYPE-VALID   VALUES "D" "C".
           02 WS-ENTRY-AMOUNT       PIC S9(8)V99.
           02 WS-ENTRY-FREQUENCY    PIC X.
              88 ENTRY-FREQUENCY-VALID VALUES "W" "F" "M" "Q" "Y".
           02 WS-ENTRY-STATUS       PIC X.
           02 WS-ENTRY-REFERENCE    PIC X(16).
      *> Dates are keyed as text so Enter (keep or default) and NONE
      *> (no end date) can be told from a date.
           02 WS-DATE-ENTRY         PIC X(08).
           02 WS-DATE-VALUE REDEFINES WS-DATE-ENTRY PIC 9(08).
           02 WS-DATE-OK            PIC X.
              88 DATE-IS-VALID      VALUE "Y".
           02 WS-DAY-NUMBER         PIC S9(07) COMP.
           02 WS-NEW-START-DATE     PIC 9(08).
           02 WS-NEW-END-DATE       PIC 9(08).
           02 WS-NEW-NEXT-DUE       PIC 9(08).
      *> The order as first read for a change, checked on the re-read.
           02 WS-SHOWN-CHANGED-DATE PIC 9(08).
           02 WS-SHOWN-CHANGED-TIME PIC 9(08).
           02 WS-SHOWN-NEXT-DUE     PIC 9(08).
           02 WS-SHOWN-LAST-RUN     PIC 9(08).
           02 WS-SHOWN-STATUS       PIC X.
           02 WS-STATUS-NAME        PIC X(09).
           02 WS-FREQUENCY-NAME     PIC X(11).

       01  WS-LIST-LINE.
           02 WS-L-ORDER            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-ACCOUNT          PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-TYPE             PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-AMOUNT           PIC Z(7)9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-FREQUENCY        PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-NEXT-DUE         PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-END-DATE         PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-STATUS           PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-REFERENCE        PIC X(16).

       01  WS-EVENT-NAME.
           02 FILLER                PIC X(06) VALUE "ORDER ".
           02 WS-E-ORDER            PIC 9(06).
           02 FILLER                PIC X(06) VALUE " ACCT ".
           02 WS-E-ACCOUNT          PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.

       01  WS-AMOUNT-SHOW           PIC Z(7)9.99.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "STNDMNT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
           PERFORM WRITE-OPERATOR-SIGNON.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STNDORD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF WS-STNDORD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "STANDING ORDER FILE NOT AVAILABLE, STATUS "
                   WS-STNDORD-STATUS
               GO TO END-ORDERS-NO-FILE.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-ACCTBAL-OPEN.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** STANDING ORDERS ***".
           DISPLAY "L=LIST I=INQUIRE A=ADD C=CHANGE X=CANCEL Q=QUIT".
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
               PERFORM LIST-ORDERS THRU LIST-ORDERS-EXIT
               GO TO MENU-LOOP.
           IF FUNC-INQUIRE
               PERFORM INQUIRE-ORDER THRU INQUIRE-ORDER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-ADD
               PERFORM ADD-ORDER THRU ADD-ORDER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-CHANGE
               PERFORM CHANGE-ORDER THRU CHANGE-ORDER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-CANCEL
               PERFORM CANCEL-ORDER THRU CANCEL-ORDER-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
           CLOSE STANDING-ORDER-FILE.
           IF ACCTBAL-IS-OPEN CLOSE ACCOUNT-BALANCE-FILE.
       END-ORDERS-NO-FILE.
           IF OPRMAST-IS-OPEN CLOSE OPERATOR-MASTER-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           STOP RUN.

      *> The master is opened I-O when possible so PIN failures can
      *> be counted and the lock flag raised; a busy or read-only
      *> master still validates, it just cannot count.
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
       IDENTIFY-SUPERVISOR-ASK.
           DISPLAY "Operator number: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-NUMBER.
           IF NOT OPRMAST-IS-OPEN
               DISPLAY "Operator name: " WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-NAME
               GO TO IDENTIFY-SUPERVISOR-EXIT.
           MOVE WS-SUPERVISOR-NUMBER TO OM-OPERATOR-NUMBER.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON SECURITY FILE"
                   GO TO IDENTIFY-SUPERVISOR-ASK
               NOT INVALID KEY
                   IF OM-INACTIVE
                       DISPLAY "OPERATOR IS INACTIVE"
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

      *> Orders in order-number order, on one account or on all of
      *> them.  The control record (order zero) is skipped by
      *> starting above it.
       LIST-ORDERS.
           MOVE 0 TO WS-ORDER-COUNT.
           DISPLAY "Account number (Enter=all): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TARGET-ACCOUNT.
           ACCEPT WS-TARGET-ACCOUNT.
           MOVE 0 TO SO-ORDER-NUMBER.
           START STANDING-ORDER-FILE
               KEY IS GREATER THAN SO-ORDER-NUMBER
               INVALID KEY
                   DISPLAY "NO STANDING ORDERS ON FILE"
                   GO TO LIST-ORDERS-EXIT
           END-START.
           DISPLAY "ORDER  ACCOUNT    T      AMOUNT F NEXT DUE "
               "END DATE S REFERENCE".
       LIST-READ-NEXT.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END GO TO LIST-SHOW-COUNT.
           IF WS-TARGET-ACCOUNT NOT = SPACES
               AND SO-ACCOUNT-NUMBER NOT = WS-TARGET-ACCOUNT
               GO TO LIST-READ-NEXT.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE SO-ORDER-NUMBER TO WS-L-ORDER.
           MOVE SO-ACCOUNT-NUMBER TO WS-L-ACCOUNT.
           MOVE SO-POST-TYPE TO WS-L-TYPE.
           MOVE SO-AMOUNT TO WS-L-AMOUNT.
           MOVE SO-FREQUENCY TO WS-L-FREQUENCY.
           MOVE SO-NEXT-DUE-DATE TO WS-L-NEXT-DUE.
           MOVE SO-END-DATE TO WS-L-END-DATE.
           MOVE SO-ORDER-STATUS TO WS-L-STATUS.
           MOVE SO-REFERENCE TO WS-L-REFERENCE.
           DISPLAY WS-LIST-LINE.
           GO TO LIST-READ-NEXT.
       LIST-SHOW-COUNT.
           DISPLAY "ORDERS LISTED: " WS-ORDER-COUNT.
       LIST-ORDERS-EXIT.
           EXIT.

       INQUIRE-ORDER.
           DISPLAY "Order number: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ORDER.
           ACCEPT WS-TARGET-ORDER.
           PERFORM GET-ORDER THRU GET-ORDER-EXIT.
           IF NOT ORDER-IS-FOUND
               GO TO INQUIRE-ORDER-EXIT.
           PERFORM SHOW-ORDER.
       INQUIRE-ORDER-EXIT.
           EXIT.

       GET-ORDER.
           MOVE "N" TO WS-ORDER-FOUND.
           MOVE WS-TARGET-ORDER TO SO-ORDER-NUMBER.
           IF WS-TARGET-ORDER = 0
               DISPLAY "ORDER NOT ON FILE"
               GO TO GET-ORDER-EXIT.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE"
                   GO TO GET-ORDER-EXIT
           END-READ.
           MOVE "Y" TO WS-ORDER-FOUND.
       GET-ORDER-EXIT.
           EXIT.

       SHOW-ORDER.
           PERFORM GET-STATUS-NAME.
           PERFORM GET-FREQUENCY-NAME.
           MOVE SO-AMOUNT TO WS-AMOUNT-SHOW.
           DISPLAY "ORDER:     " SO-ORDER-NUMBER " " WS-STATUS-NAME.
           DISPLAY "ACCOUNT:   " SO-ACCOUNT-NUMBER.
           IF SO-POST-DEBIT
               DISPLAY "POST:      DEBIT  " WS-AMOUNT-SHOW
                   " " WS-FREQUENCY-NAME
           ELSE
               DISPLAY "POST:      CREDIT " WS-AMOUNT-SHOW
                   " " WS-FREQUENCY-NAME
           END-IF.
           DISPLAY "REFERENCE: " SO-REFERENCE.
           DISPLAY "START:     " SO-START-DATE " END " SO-END-DATE
               " NEXT DUE " SO-NEXT-DUE-DATE.
           DISPLAY "SET UP:    " SO-SET-UP-DATE " " SO-SET-UP-TIME
               " BY OPERATOR " SO-SET-UP-OPERATOR.
           IF SO-CHANGED-OPERATOR NOT = 0
               DISPLAY "CHANGED:   " SO-CHANGED-DATE " "
                   SO-CHANGED-TIME " BY OPERATOR "
                   SO-CHANGED-OPERATOR.
           IF SO-LAST-RUN-DATE NOT = 0
               DISPLAY "LAST DUE:  " SO-LAST-DUE-DATE " "
                   SO-LAST-RESULT " ON " SO-LAST-RUN-DATE
                   " POSTED " SO-POSTED-COUNT
                   " SKIPPED " SO-SKIPPED-COUNT.

       GET-STATUS-NAME.
           MOVE "UNKNOWN" TO WS-STATUS-NAME.
           IF SO-ACTIVE MOVE "ACTIVE" TO WS-STATUS-NAME.
           IF SO-HELD MOVE "HELD" TO WS-STATUS-NAME.
           IF SO-ENDED MOVE "ENDED" TO WS-STATUS-NAME.
           IF SO-CANCELLED MOVE "CANCELLED" TO WS-STATUS-NAME.

       GET-FREQUENCY-NAME.
           MOVE "UNKNOWN" TO WS-FREQUENCY-NAME.
           IF SO-WEEKLY MOVE "WEEKLY" TO WS-FREQUENCY-NAME.
           IF SO-FORTNIGHTLY MOVE "FORTNIGHTLY" TO WS-FREQUENCY-NAME.
           IF SO-MONTHLY MOVE "MONTHLY" TO WS-FREQUENCY-NAME.
           IF SO-QUARTERLY MOVE "QUARTERLY" TO WS-FREQUENCY-NAME.
           IF SO-YEARLY MOVE "YEARLY" TO WS-FREQUENCY-NAME.

      *> A keyed date must be a real calendar date (the date
      *> routines give day zero for anything else).
       CHECK-DATE-ENTRY.
           MOVE "N" TO WS-DATE-OK.
           IF WS-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "NOT A DATE - KEY YYYYMMDD"
               EXIT PARAGRAPH.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-VALUE).
           IF WS-DAY-NUMBER NOT > 0
               DISPLAY "NOT A DATE - KEY YYYYMMDD"
               EXIT PARAGRAPH.
           MOVE "Y" TO WS-DATE-OK.

      *> The account must be on the balance file and open to
      *> postings when the order is set up; STNDPOST checks it again
      *> every time the order falls due.
       ADD-ORDER.
           IF NOT ACCTBAL-IS-OPEN
               DISPLAY "ACCOUNT BALANCE FILE NOT AVAILABLE"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "Account number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TARGET-ACCOUNT.
           ACCEPT WS-TARGET-ACCOUNT.
           MOVE WS-TARGET-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON BALANCE FILE"
                   GO TO ADD-ORDER-EXIT
           END-READ.
           IF AB-POSTING-BLOCKED
               DISPLAY "ACCOUNT FROZEN OR CLOSED - NO STANDING ORDER"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "Post as (D)ebit (C)redit: " WITH NO ADVANCING.
           MOVE SPACE TO WS-ENTRY-TYPE.
           ACCEPT WS-ENTRY-TYPE.
           IF NOT ENTRY-TYPE-VALID
               DISPLAY "ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "Amount: " WITH NO ADVANCING.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT NOT > 0
               DISPLAY "ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "Frequency (W)eekly (F)ortnightly (M)onthly "
               "(Q)uarterly (Y)early: " WITH NO ADVANCING.
           MOVE SPACE TO WS-ENTRY-FREQUENCY.
           ACCEPT WS-ENTRY-FREQUENCY.
           IF NOT ENTRY-FREQUENCY-VALID
               DISPLAY "ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Start date yyyymmdd (Enter=today): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           MOVE WS-TODAY TO WS-NEW-START-DATE.
           IF WS-DATE-ENTRY NOT = SPACES
               PERFORM CHECK-DATE-ENTRY
               IF NOT DATE-IS-VALID
                   GO TO ADD-ORDER-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-START-DATE
           END-IF.
           IF WS-NEW-START-DATE < WS-TODAY
               DISPLAY "START DATE BEFORE TODAY - ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "End date yyyymmdd (Enter=none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           MOVE 0 TO WS-NEW-END-DATE.
           IF WS-DATE-ENTRY NOT = SPACES
               PERFORM CHECK-DATE-ENTRY
               IF NOT DATE-IS-VALID
                   GO TO ADD-ORDER-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-END-DATE
           END-IF.
           IF WS-NEW-END-DATE NOT = 0
               AND WS-NEW-END-DATE < WS-NEW-START-DATE
               DISPLAY "END DATE BEFORE START DATE - ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           DISPLAY "Reference (Enter=STANDING ORDER): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-REFERENCE.
           ACCEPT WS-ENTRY-REFERENCE.
           IF WS-ENTRY-REFERENCE = SPACES
               MOVE "STANDING ORDER" TO WS-ENTRY-REFERENCE.
           DISPLAY "Set up this order (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ORDER NOT SET UP"
               GO TO ADD-ORDER-EXIT.
           PERFORM WRITE-NEW-ORDER THRU WRITE-NEW-ORDER-EXIT.
       ADD-ORDER-EXIT.
           EXIT.

      *> Order numbers come from the control record (order zero); a
      *> number already taken by another terminal is stepped over.
       WRITE-NEW-ORDER.
           MOVE 0 TO SO-ORDER-NUMBER.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE SPACES TO SO-CONTROL-DATA
                   MOVE 0 TO SO-LAST-ORDER-NUMBER
                   WRITE STANDING-ORDER-RECORD
           END-READ.
           MOVE SO-LAST-ORDER-NUMBER TO WS-ORDER-NUMBER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
       WRITE-ORDER-NEXT-NUMBER.
           ADD 1 TO WS-ORDER-NUMBER.
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE WS-TARGET-ACCOUNT TO SO-ACCOUNT-NUMBER.
           MOVE WS-ENTRY-TYPE TO SO-POST-TYPE.
           MOVE WS-ENTRY-AMOUNT TO SO-AMOUNT.
           MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY.
           MOVE WS-NEW-START-DATE TO SO-START-DATE.
           MOVE WS-NEW-END-DATE TO SO-END-DATE.
           MOVE WS-NEW-START-DATE TO SO-NEXT-DUE-DATE.
           MOVE "A" TO SO-ORDER-STATUS.
           MOVE WS-ENTRY-REFERENCE TO SO-REFERENCE.
           MOVE WS-SUPERVISOR-NUMBER TO SO-SET-UP-OPERATOR.
           MOVE WS-TODAY TO SO-SET-UP-DATE.
           MOVE WS-NOW TO SO-SET-UP-TIME.
           MOVE 0 TO SO-CHANGED-OPERATOR.
           MOVE 0 TO SO-CHANGED-DATE.
           MOVE 0 TO SO-CHANGED-TIME.
           MOVE 0 TO SO-LAST-DUE-DATE.
           MOVE 0 TO SO-LAST-RUN-DATE.
           MOVE SPACES TO SO-LAST-RESULT.
           MOVE 0 TO SO-POSTED-COUNT.
           MOVE 0 TO SO-SKIPPED-COUNT.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   IF WS-ORDER-NUMBER < 999999
                       GO TO WRITE-ORDER-NEXT-NUMBER
                   END-IF
                   DISPLAY "ORDER NOT WRITTEN, STATUS "
                       WS-STNDORD-STATUS
                   GO TO WRITE-NEW-ORDER-EXIT
           END-WRITE.
           MOVE "STOADD" TO OA-EVENT-TYPE.
           PERFORM WRITE-ORDER-EVENT.
           DISPLAY "STANDING ORDER " WS-ORDER-NUMBER " SET UP".
           MOVE 0 TO SO-ORDER-NUMBER.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SO-LAST-ORDER-NUMBER < WS-ORDER-NUMBER
                       MOVE WS-ORDER-NUMBER TO SO-LAST-ORDER-NUMBER
                       REWRITE STANDING-ORDER-RECORD
                   END-IF
           END-READ.
       WRITE-NEW-ORDER-EXIT.
           EXIT.

      *> Every field but the account, the direction and the start
      *> date may change; Enter keeps the value on file.  A held
      *> order is passed over by STNDPOST with its next due date left
      *> where it was, so releasing one whose next due date has gone
      *> by needs a new next due date.  The order is read again just
      *> before the update, and the change refused if another
      *> terminal has changed it or STNDPOST has moved it on or held
      *> it since it was shown, so neither is written over.
       CHANGE-ORDER.
           DISPLAY "Order number to change: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ORDER.
           ACCEPT WS-TARGET-ORDER.
           PERFORM GET-ORDER THRU GET-ORDER-EXIT.
           IF NOT ORDER-IS-FOUND
               GO TO CHANGE-ORDER-EXIT.
           IF SO-FINISHED
               PERFORM GET-STATUS-NAME
               DISPLAY "ORDER " WS-STATUS-NAME " - NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           MOVE SO-CHANGED-DATE TO WS-SHOWN-CHANGED-DATE.
           MOVE SO-CHANGED-TIME TO WS-SHOWN-CHANGED-TIME.
           MOVE SO-NEXT-DUE-DATE TO WS-SHOWN-NEXT-DUE.
           MOVE SO-LAST-RUN-DATE TO WS-SHOWN-LAST-RUN.
           MOVE SO-ORDER-STATUS TO WS-SHOWN-STATUS.
           PERFORM SHOW-ORDER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "New amount (Enter=keep): " WITH NO ADVANCING.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT < 0
               DISPLAY "ORDER NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           IF WS-ENTRY-AMOUNT = 0
               MOVE SO-AMOUNT TO WS-ENTRY-AMOUNT.
           DISPLAY "New frequency W/F/M/Q/Y (Enter=keep): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-ENTRY-FREQUENCY.
           ACCEPT WS-ENTRY-FREQUENCY.
           IF WS-ENTRY-FREQUENCY = SPACE
               MOVE SO-FREQUENCY TO WS-ENTRY-FREQUENCY.
           IF NOT ENTRY-FREQUENCY-VALID
               DISPLAY "ORDER NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           DISPLAY "New end date yyyymmdd (Enter=keep, NONE=no end): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           MOVE SO-END-DATE TO WS-NEW-END-DATE.
           IF WS-DATE-ENTRY = "NONE"
               MOVE 0 TO WS-NEW-END-DATE
           ELSE
               IF WS-DATE-ENTRY NOT = SPACES
                   PERFORM CHECK-DATE-ENTRY
                   IF NOT DATE-IS-VALID
                       GO TO CHANGE-ORDER-EXIT
                   END-IF
                   MOVE WS-DATE-VALUE TO WS-NEW-END-DATE
               END-IF
           END-IF.
           DISPLAY "New next due date yyyymmdd (Enter=keep): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           MOVE SO-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE.
           IF WS-DATE-ENTRY NOT = SPACES
               PERFORM CHECK-DATE-ENTRY
               IF NOT DATE-IS-VALID
                   GO TO CHANGE-ORDER-EXIT
               END-IF
               IF WS-DATE-VALUE < WS-TODAY
                   DISPLAY "NEXT DUE DATE BEFORE TODAY - NOT CHANGED"
                   GO TO CHANGE-ORDER-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-NEXT-DUE
           END-IF.
           DISPLAY "New reference (Enter=keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-REFERENCE.
           ACCEPT WS-ENTRY-REFERENCE.
           IF WS-ENTRY-REFERENCE = SPACES
               MOVE SO-REFERENCE TO WS-ENTRY-REFERENCE.
           MOVE SO-ORDER-STATUS TO WS-ENTRY-STATUS.
           IF SO-ACTIVE
               DISPLAY "(H)old the order (Enter=keep active): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "(R)elease the order (Enter=keep held): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "H" AND SO-ACTIVE
               MOVE "H" TO WS-ENTRY-STATUS.
           IF WS-ANSWER = "R" AND SO-HELD
               MOVE "A" TO WS-ENTRY-STATUS.
           IF WS-NEW-END-DATE NOT = 0
               AND WS-NEW-END-DATE < WS-NEW-NEXT-DUE
               DISPLAY "END DATE BEFORE NEXT DUE DATE - NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           IF SO-HELD AND WS-ENTRY-STATUS = "A"
               AND WS-NEW-NEXT-DUE < WS-TODAY
               DISPLAY "NEXT DUE DATE HAS GONE BY - KEY A NEW ONE"
                   " TO RELEASE THE ORDER"
               GO TO CHANGE-ORDER-EXIT.
           DISPLAY "Apply change (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ORDER NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           PERFORM GET-ORDER THRU GET-ORDER-EXIT.
           IF NOT ORDER-IS-FOUND
               GO TO CHANGE-ORDER-EXIT.
           IF SO-FINISHED
               DISPLAY "ORDER ENDED OR CANCELLED MEANWHILE"
               GO TO CHANGE-ORDER-EXIT.
           IF SO-CHANGED-DATE NOT = WS-SHOWN-CHANGED-DATE
               OR SO-CHANGED-TIME NOT = WS-SHOWN-CHANGED-TIME
               OR SO-NEXT-DUE-DATE NOT = WS-SHOWN-NEXT-DUE
               OR SO-LAST-RUN-DATE NOT = WS-SHOWN-LAST-RUN
               OR SO-ORDER-STATUS NOT = WS-SHOWN-STATUS
               DISPLAY "ORDER CHANGED MEANWHILE - NOT CHANGED"
               GO TO CHANGE-ORDER-EXIT.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-ENTRY-AMOUNT TO SO-AMOUNT.
           MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY.
           MOVE WS-NEW-END-DATE TO SO-END-DATE.
           MOVE WS-NEW-NEXT-DUE TO SO-NEXT-DUE-DATE.
           MOVE WS-ENTRY-REFERENCE TO SO-REFERENCE.
           MOVE WS-ENTRY-STATUS TO SO-ORDER-STATUS.
           MOVE WS-SUPERVISOR-NUMBER TO SO-CHANGED-OPERATOR.
           MOVE WS-TODAY TO SO-CHANGED-DATE.
           MOVE WS-NOW TO SO-CHANGED-TIME.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STNDORD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ORDER NOT UPDATED, STATUS " WS-STNDORD-STATUS
               GO TO CHANGE-ORDER-EXIT.
           MOVE "STOCHG" TO OA-EVENT-TYPE.
           PERFORM WRITE-ORDER-EVENT.
           DISPLAY "STANDING ORDER " SO-ORDER-NUMBER " CHANGED".
       CHANGE-ORDER-EXIT.
           EXIT.

       CANCEL-ORDER.
           DISPLAY "Order number to cancel: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ORDER.
           ACCEPT WS-TARGET-ORDER.
           PERFORM GET-ORDER THRU GET-ORDER-EXIT.
           IF NOT ORDER-IS-FOUND
               GO TO CANCEL-ORDER-EXIT.
           IF SO-FINISHED
               PERFORM GET-STATUS-NAME
               DISPLAY "ORDER ALREADY " WS-STATUS-NAME
               GO TO CANCEL-ORDER-EXIT.
           PERFORM SHOW-ORDER.
           DISPLAY "Cancel this order (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ORDER LEFT AS IT WAS"
               GO TO CANCEL-ORDER-EXIT.
           PERFORM GET-ORDER THRU GET-ORDER-EXIT.
           IF NOT ORDER-IS-FOUND
               GO TO CANCEL-ORDER-EXIT.
           IF SO-FINISHED
               DISPLAY "ORDER ENDED OR CANCELLED MEANWHILE"
               GO TO CANCEL-ORDER-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE "X" TO SO-ORDER-STATUS.
           MOVE WS-SUPERVISOR-NUMBER TO SO-CHANGED-OPERATOR.
           MOVE WS-TODAY TO SO-CHANGED-DATE.
           MOVE WS-NOW TO SO-CHANGED-TIME.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STNDORD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ORDER NOT UPDATED, STATUS " WS-STNDORD-STATUS
               GO TO CANCEL-ORDER-EXIT.
           MOVE "STOCAN" TO OA-EVENT-TYPE.
           PERFORM WRITE-ORDER-EVENT.
           DISPLAY "STANDING ORDER " SO-ORDER-NUMBER " CANCELLED".
       CANCEL-ORDER-EXIT.
           EXIT.

      *> The order number and account go in the name column of the
      *> activity record, the operator's number in the operator
      *> column.
       WRITE-ORDER-EVENT.
           MOVE WS-SUPERVISOR-NAME TO WS-SAVED-NAME.
           MOVE SO-ORDER-NUMBER TO WS-E-ORDER.
           MOVE SO-ACCOUNT-NUMBER TO WS-E-ACCOUNT.
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
