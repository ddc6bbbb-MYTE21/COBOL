      *>    ACCOUNT BALANCE INQUIRY AND AUDITED ADJUSTMENT
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The fixed supervisor-level check at sign-on is
      *>               replaced by the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy), matched on
      *>               the operator's authority level and role
      *>               (OM-ROLE): an operator holding no grant for
      *>               ACCTMNT is refused at sign-on and each menu
      *>               function (B/I/J/S) is checked as well, and each
      *>               refusal is logged to OPRACT.LOG as AUTREF.  With
      *>               no table on file authority 90 and over is still
      *>               required.
      *>   2026-10-15  Dual control: an adjustment over the approval
      *>               limit (APRVLIM.DAT, an amount 9(09)V99 on the
      *>               first line not starting "*"; no usable limit
      *>               sends every adjustment) is not applied here but
      *>               queued on the approval queue (APRQUEUE,
      *>               copybooks/APRQUE.cpy) and logged as APQADD; a
      *>               second supervisor posts it from ACCTAPRV.
      *>   2026-10-15  The customer name shown against an account comes
      *>               from the primary holder on the customer-account
      *>               relationship file (CUSTACCT); inquiry also
      *>               shows how many holders the account has.
      *>   2026-10-15  Account status: S=STATUS sets an account open,
      *>               frozen, dormant or closed with a reason and
      *>               effective date (closing only at a zero balance,
      *>               logged as ACSTAT); inquiry and browse show the
      *>               status, and frozen or closed accounts refuse
      *>               adjustment.
      *>   2026-09-02  Supervisor identification brought in line with
      *>               the other supervisor screens: a locked record
      *>               is refused and the PIN is verified (wrong
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APRQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PA-ITEM-NUMBER
               FILE STATUS IS WS-APRQUE-STATUS.
           SELECT APPROVAL-LIMIT-FILE ASSIGN TO "APRVLIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APRLIM-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APRQUE.

       FD  APPROVAL-LIMIT-FILE.
       01  APPROVAL-LIMIT-RECORD.
           02 AL-ADJUST-LIMIT       PIC 9(09)V99.
           02 FILLER                PIC X(69).
       01  APPROVAL-LIMIT-COMMENT.
           02 AL-COMMENT-MARK       PIC X.
              88 AL-COMMENT-LINE    VALUE "*".
           02 FILLER                PIC X(79).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-CUSTMST-OPEN       PIC X VALUE "N".
              88 CUSTMST-IS-OPEN VALUE "Y".
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-CUSTACCT-OPEN      PIC X VALUE "N".
              88 CUSTACCT-IS-OPEN VALUE "Y".
           02 WS-HOLDER-SSNUM       PIC 9(09).
           02 WS-HOLDER-COUNT       PIC 9(04).
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
              88 OPRMAST-IS-OPEN VALUE "Y".
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
           02 WS-AUTH-SAVED-NAME    PIC X(30).
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
              88 FUNC-BROWSE        VALUE "B".
              88 FUNC-INQUIRE       VALUE "I".
              88 FUNC-ADJUST        VALUE "J".
              88 FUNC-STATUS        VALUE "S".
              88 FUNC-NEEDS-GRANT   VALUES "B" "I" "J" "S".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-BEFORE-BALANCE     PIC S9(9)V99.
           02 WS-ACCOUNT-COUNT      PIC 9(06).
           02 WS-TOTAL-BALANCE      PIC S9(10)V99.
           02 WS-NEW-STATUS         PIC X.
              88 NEW-STATUS-VALID   VALUES "O" "F" "D" "C".
           02 WS-NEW-STATUS-REASON  PIC X(20).
           02 WS-STATUS-NAME        PIC X(07).
           02 WS-APRQUE-STATUS      PIC XX.
           02 WS-APRLIM-STATUS      PIC XX.
           02 WS-APPROVAL-LIMIT     PIC 9(09)V99 VALUE 0.
           02 WS-QUEUE-ITEM         PIC 9(06).
           02 WS-QUEUE-DONE         PIC X.
              88 ITEM-WAS-QUEUED    VALUE "Y".

       01  WS-BROWSE-LINE.
           02 WS-B-ACCOUNT          PIC X(10).
           02 WS-B-POST-DATE        PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-B-OPERATOR         PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-B-STATUS           PIC X(01).

       01  WS-AUDIT-LINE.
           02 WS-A-OPERATOR         PIC 9(06).
           02 WS-A-ACCUM            PIC Z(8).99-.

       01  WS-BEFORE-SHOW           PIC Z(8).99-.
       01  WS-LIMIT-SHOW            PIC Z(8)9.99.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "ACCTMNT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
           PERFORM WRITE-OPERATOR-SIGNON.
           PERFORM LOAD-APPROVAL-LIMIT THRU LOAD-APPROVAL-LIMIT-EXIT.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCOUNT BALANCE FILE NOT ON FILE"
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CUSTMST-OPEN.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CUSTACCT-OPEN.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** ACCOUNT BALANCE - SUPERVISOR ***".
           DISPLAY "B=BROWSE I=INQUIRE J=ADJUST S=STATUS Q=QUIT".
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
           IF FUNC-BROWSE
               PERFORM BROWSE-ACCOUNTS THRU BROWSE-ACCOUNTS-EXIT
               GO TO MENU-LOOP.
           IF FUNC-ADJUST
               PERFORM ADJUST-ACCOUNT THRU ADJUST-ACCOUNT-EXIT
               GO TO MENU-LOOP.
           IF FUNC-STATUS
               PERFORM SET-ACCOUNT-STATUS THRU SET-ACCOUNT-STATUS-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
           CLOSE ACCOUNT-BALANCE-FILE.
           IF CUSTMST-IS-OPEN CLOSE CUSTOMER-MASTER.
           IF CUSTACCT-IS-OPEN CLOSE CUSTOMER-ACCOUNT-FILE.
       END-MAINT-NO-FILE.
           IF OPRMAST-IS-OPEN CLOSE OPERATOR-MASTER-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
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
                   GO TO BROWSE-ACCOUNTS-EXIT
           END-START.
           DISPLAY "ACCOUNT     NAME                  "
               "      BALANCE  LAST POST  OPRTR   S".
       BROWSE-READ-NEXT.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END GO TO BROWSE-SHOW-TOTALS.
           MOVE AB-BALANCE TO WS-B-BALANCE.
           MOVE AB-LAST-POST-DATE TO WS-B-POST-DATE.
           MOVE AB-LAST-POST-OPERATOR TO WS-B-OPERATOR.
           MOVE AB-STATUS TO WS-B-STATUS.
           IF AB-STATUS = SPACE
               MOVE "O" TO WS-B-STATUS.
           DISPLAY WS-BROWSE-LINE.
           GO TO BROWSE-READ-NEXT.
       BROWSE-SHOW-TOTALS.
           MOVE WS-TOTAL-BALANCE TO WS-B-BALANCE.
           MOVE 0 TO WS-B-POST-DATE.
           MOVE 0 TO WS-B-OPERATOR.
           MOVE SPACE TO WS-B-STATUS.
           DISPLAY WS-BROWSE-LINE.
           DISPLAY "ACCOUNTS ON FILE: " WS-ACCOUNT-COUNT.
       BROWSE-ACCOUNTS-EXIT.
           MOVE AB-BALANCE TO WS-B-BALANCE.
           DISPLAY "ACCOUNT:   " AB-ACCOUNT-NUMBER.
           DISPLAY "CUSTOMER:  " WS-CUSTOMER-NAME.
           DISPLAY "HOLDERS:   " WS-HOLDER-COUNT.
           DISPLAY "BALANCE:   " WS-B-BALANCE.
           DISPLAY "LAST POST: " AB-LAST-POST-DATE
               " BY OPERATOR " AB-LAST-POST-OPERATOR.
           PERFORM GET-STATUS-NAME.
           DISPLAY "STATUS:    " WS-STATUS-NAME " " AB-STATUS-REASON.
           IF NOT AB-STATUS-OPEN
               DISPLAY "SINCE:     " AB-STATUS-DATE
                   " BY OPERATOR " AB-STATUS-OPERATOR.
       INQUIRE-ACCOUNT-EXIT.
           EXIT.

                   DISPLAY "ACCOUNT NOT ON BALANCE FILE"
                   GO TO ADJUST-ACCOUNT-EXIT
           END-READ.
           IF AB-POSTING-BLOCKED
               PERFORM GET-STATUS-NAME
               DISPLAY "ACCOUNT " WS-STATUS-NAME " - NO ADJUSTMENT"
               GO TO ADJUST-ACCOUNT-EXIT.
           PERFORM GET-CUSTOMER-NAME THRU GET-CUSTOMER-NAME-EXIT.
           MOVE AB-BALANCE TO WS-B-BALANCE.
           DISPLAY "CUSTOMER " WS-CUSTOMER-NAME
               GO TO ADJUST-ACCOUNT-EXIT.
           DISPLAY "Adjustment amount: " WITH NO ADVANCING.
           ACCEPT WS-ADJUST-AMOUNT.
           IF WS-ADJUST-AMOUNT NOT > 0
               DISPLAY "ADJUSTMENT CANCELLED"
               GO TO ADJUST-ACCOUNT-EXIT.
           IF WS-ADJUST-AMOUNT > WS-APPROVAL-LIMIT
               PERFORM QUEUE-ADJUSTMENT THRU QUEUE-ADJUSTMENT-EXIT
               GO TO ADJUST-ACCOUNT-EXIT.
           MOVE AB-BALANCE TO WS-BEFORE-BALANCE.
           IF ADJUST-AS-DEBIT
               ADD WS-ADJUST-AMOUNT TO AB-BALANCE
       WRITE-ADJUST-HISTORY-EXIT.
           EXIT.

      *> The status decides whether the counter, the adjustment and
      *> the batch posting runs may post to the account.  Closing is
      *> only allowed at a zero balance so no money is left on an
      *> account nobody can post to; the change is confirmed and
      *> logged to the activity file as an ACSTAT event.
       SET-ACCOUNT-STATUS.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-ACCOUNT.
           MOVE WS-TARGET-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON BALANCE FILE"
                   GO TO SET-ACCOUNT-STATUS-EXIT
           END-READ.
           PERFORM GET-CUSTOMER-NAME THRU GET-CUSTOMER-NAME-EXIT.
           PERFORM GET-STATUS-NAME.
           MOVE AB-BALANCE TO WS-B-BALANCE.
           DISPLAY "CUSTOMER " WS-CUSTOMER-NAME
               " BALANCE " WS-B-BALANCE.
           DISPLAY "STATUS " WS-STATUS-NAME " " AB-STATUS-REASON
               " " AB-STATUS-DATE.
           DISPLAY "New status (O)pen (F)rozen (D)ormant (C)losed: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-STATUS.
           IF NOT NEW-STATUS-VALID
               DISPLAY "STATUS CHANGE CANCELLED"
               GO TO SET-ACCOUNT-STATUS-EXIT.
           IF WS-NEW-STATUS = "C" AND AB-BALANCE NOT = 0
               DISPLAY "BALANCE NOT ZERO - ACCOUNT CANNOT BE CLOSED"
               GO TO SET-ACCOUNT-STATUS-EXIT.
           DISPLAY "Reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-STATUS-REASON.
           ACCEPT WS-NEW-STATUS-REASON.
           IF WS-NEW-STATUS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - STATUS CHANGE CANCELLED"
               GO TO SET-ACCOUNT-STATUS-EXIT.
           DISPLAY "Apply status change (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "STATUS CHANGE CANCELLED"
               GO TO SET-ACCOUNT-STATUS-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-NEW-STATUS TO AB-STATUS.
           MOVE WS-NEW-STATUS-REASON TO AB-STATUS-REASON.
           MOVE WS-TODAY TO AB-STATUS-DATE.
           MOVE WS-SUPERVISOR-NUMBER TO AB-STATUS-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "STATUS REWRITE FAILED, STATUS "
                   WS-ACCTBAL-STATUS
               GO TO SET-ACCOUNT-STATUS-EXIT.
           MOVE "ACSTAT" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           PERFORM GET-STATUS-NAME.
           DISPLAY "ACCOUNT " WS-TARGET-ACCOUNT " NOW " WS-STATUS-NAME.
       SET-ACCOUNT-STATUS-EXIT.
           EXIT.

      *> Over the limit the adjustment is only queued: the balance
      *> record is left as it is and a second supervisor posts it
      *> from the approval screen.
       QUEUE-ADJUSTMENT.
           MOVE WS-APPROVAL-LIMIT TO WS-LIMIT-SHOW.
           DISPLAY "OVER APPROVAL LIMIT " WS-LIMIT-SHOW
               " - SEND FOR APPROVAL (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ADJUSTMENT CANCELLED"
               GO TO QUEUE-ADJUSTMENT-EXIT.
           PERFORM QUEUE-APPROVAL-ITEM THRU QUEUE-APPROVAL-ITEM-EXIT.
           IF NOT ITEM-WAS-QUEUED
               DISPLAY "ADJUSTMENT NOT QUEUED"
               GO TO QUEUE-ADJUSTMENT-EXIT.
           MOVE "APQADD" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           DISPLAY "ADJUSTMENT QUEUED AS ITEM " WS-QUEUE-ITEM
               " - ANOTHER SUPERVISOR MUST APPROVE".
       QUEUE-ADJUSTMENT-EXIT.
           EXIT.

      *> Item numbers come from the control record (item zero); a
      *> number already taken by another terminal is stepped over.
       QUEUE-APPROVAL-ITEM.
           MOVE "N" TO WS-QUEUE-DONE.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF WS-APRQUE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN I-O APPROVAL-QUEUE-FILE
           END-IF.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "APPROVAL QUEUE NOT AVAILABLE, STATUS "
                   WS-APRQUE-STATUS
               GO TO QUEUE-APPROVAL-ITEM-EXIT.
           MOVE 0 TO PA-ITEM-NUMBER.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   MOVE SPACES TO PA-CONTROL-DATA
                   MOVE 0 TO PA-LAST-ITEM-NUMBER
                   WRITE APPROVAL-QUEUE-RECORD
           END-READ.
           MOVE PA-LAST-ITEM-NUMBER TO WS-QUEUE-ITEM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
       QUEUE-NEXT-NUMBER.
           ADD 1 TO WS-QUEUE-ITEM.
           MOVE WS-QUEUE-ITEM TO PA-ITEM-NUMBER.
           MOVE "J" TO PA-ITEM-TYPE.
           MOVE "P" TO PA-ITEM-STATUS.
           MOVE WS-TARGET-ACCOUNT TO PA-ACCOUNT-NUMBER.
           MOVE WS-ADJUST-TYPE TO PA-POST-TYPE.
           MOVE WS-ADJUST-AMOUNT TO PA-AMOUNT.
           MOVE WS-SUPERVISOR-NUMBER TO PA-MAKER-OPERATOR.
           MOVE WS-TODAY TO PA-QUEUE-DATE.
           MOVE WS-NOW TO PA-QUEUE-TIME.
           MOVE "BALANCE ADJUSTMENT" TO PA-REASON.
           MOVE 0 TO PA-CHECKER-OPERATOR.
           MOVE 0 TO PA-DECISION-DATE.
           MOVE 0 TO PA-DECISION-TIME.
           MOVE 0 TO PA-NEW-BALANCE.
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   IF WS-QUEUE-ITEM < 999999
                       GO TO QUEUE-NEXT-NUMBER
                   END-IF
                   DISPLAY "APPROVAL ITEM NOT WRITTEN, STATUS "
                       WS-APRQUE-STATUS
                   CLOSE APPROVAL-QUEUE-FILE
                   GO TO QUEUE-APPROVAL-ITEM-EXIT
           END-WRITE.
           MOVE "Y" TO WS-QUEUE-DONE.
           MOVE 0 TO PA-ITEM-NUMBER.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-LAST-ITEM-NUMBER < WS-QUEUE-ITEM
                       MOVE WS-QUEUE-ITEM TO PA-LAST-ITEM-NUMBER
                       REWRITE APPROVAL-QUEUE-RECORD
                   END-IF
           END-READ.
           CLOSE APPROVAL-QUEUE-FILE.
       QUEUE-APPROVAL-ITEM-EXIT.
           EXIT.

      *> Without a usable limit every adjustment goes for approval:
      *> a missing control file must not switch dual control off.
       LOAD-APPROVAL-LIMIT.
           MOVE 0 TO WS-APPROVAL-LIMIT.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF WS-APRLIM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO APPROVAL LIMIT ON FILE - "
                   "EVERY ADJUSTMENT NEEDS APPROVAL"
               GO TO LOAD-APPROVAL-LIMIT-EXIT.
       APPROVAL-LIMIT-NEXT.
           READ APPROVAL-LIMIT-FILE
               AT END
                   DISPLAY "NO APPROVAL LIMIT ON FILE - "
                       "EVERY ADJUSTMENT NEEDS APPROVAL"
                   GO TO APPROVAL-LIMIT-CLOSE.
           IF AL-COMMENT-LINE OR APPROVAL-LIMIT-RECORD = SPACES
               GO TO APPROVAL-LIMIT-NEXT.
           IF AL-ADJUST-LIMIT IS NUMERIC
               MOVE AL-ADJUST-LIMIT TO WS-APPROVAL-LIMIT
           ELSE
               DISPLAY "APPROVAL LIMIT INVALID - "
                   "EVERY ADJUSTMENT NEEDS APPROVAL"
           END-IF.
       APPROVAL-LIMIT-CLOSE.
           CLOSE APPROVAL-LIMIT-FILE.
       LOAD-APPROVAL-LIMIT-EXIT.
           EXIT.

       GET-STATUS-NAME.
           MOVE "OPEN" TO WS-STATUS-NAME.
           IF AB-STATUS-FROZEN MOVE "FROZEN" TO WS-STATUS-NAME.
           IF AB-STATUS-DORMANT MOVE "DORMANT" TO WS-STATUS-NAME.
           IF AB-STATUS-CLOSED MOVE "CLOSED" TO WS-STATUS-NAME.

      *> Every holder of the account is one START on the relationship
      *> file; the primary holder (else the first) names the account.
       GET-CUSTOMER-NAME.
           MOVE "*NO CUSTOMER*" TO WS-CUSTOMER-NAME.
           MOVE 0 TO WS-HOLDER-COUNT.
           MOVE 0 TO WS-HOLDER-SSNUM.
           IF NOT CUSTACCT-IS-OPEN
               GO TO GET-CUSTOMER-NAME-EXIT.
           MOVE AB-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO GET-CUSTOMER-NAME-EXIT
           END-START.
       GET-CUSTOMER-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO GET-CUSTOMER-HOLDER.
           IF CR-ACCOUNT-NUMBER NOT = AB-ACCOUNT-NUMBER
               GO TO GET-CUSTOMER-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT.
           IF WS-HOLDER-COUNT = 1 OR CR-ROLE-PRIMARY
               MOVE CR-SSNUM TO WS-HOLDER-SSNUM.
           GO TO GET-CUSTOMER-NEXT.
       GET-CUSTOMER-HOLDER.
           IF WS-HOLDER-COUNT = 0 OR NOT CUSTMST-IS-OPEN
               GO TO GET-CUSTOMER-NAME-EXIT.
           MOVE WS-HOLDER-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
           END-READ.
       GET-CUSTOMER-NAME-EXIT.
           EXIT.

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
           MOVE WS-SUPERVISOR-NAME TO WS-AUTH-SAVED-NAME.
           MOVE WS-REFUSAL-NAME TO WS-SUPERVISOR-NAME.
           MOVE "AUTREF" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           MOVE WS-AUTH-SAVED-NAME TO WS-SUPERVISOR-NAME.
       CHECK-FUNCTION-AUTHORITY-EXIT.
           EXIT.

       WRITE-OPERATOR-SIGNON.
           MOVE "SIGNON" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
