      *>    CALCULATOR OVERLAY
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Interactive sign-on checks the function authority
      *>               table (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) for
      *>               the operator's authority level and role (OM-ROLE)
      *>               and refuses an operator holding no grant for
      *>               CALC; posting the session total to an account
      *>               needs function P, and an operator without it
      *>               works with no posting account.  Refusals are
      *>               logged to OPRACT.LOG as AUTREF.  BATCH mode is
      *>               not checked.  With no table on file nothing
      *>               changes.
      *>   2026-10-15  Dual control: the supervisor override for an
      *>               account with no customer is gone.  The operator
      *>               may instead send the session total for
      *>               approval; it is queued on the approval queue
      *>               (APRQUEUE, copybooks/APRQUE.cpy) when the
      *>               session ends, logged as APQADD, and posts only
      *>               when a second supervisor approves it in
      *>               ACCTAPRV.
      *>   2026-10-15  The posting-account check reads the customer-
      *>               account relationship file (CUSTACCT) instead of
      *>               scanning CM-ACCOUNT-NUMBER, so every holder's
      *>               accounts post, joint ones included; the name
      *>               shown is the primary holder's.
      *>   2026-10-15  Account status on ACCTBAL: a frozen, closed or
      *>               dormant posting account is refused at session
      *>               start (no override - the status is changed in
      *>               ACCTMNT), and the status is checked again when
      *>               the session total posts in case it changed in
      *>               the meantime.  New balance records start open.
      *>   2026-09-02  Sign-on now asks for the operator's PIN (new
      *>               fields on OPRMAST): a wrong PIN is logged to
      *>               OPRACT.LOG as PINBAD and counted on the master,
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FILE-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APRQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PA-ITEM-NUMBER
               FILE STATUS IS WS-APRQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APRQUE.

       WORKING-STORAGE SECTION.
       01  COMMON-DATA.
           02 OPERATOR-NUMBER           PIC 9(06) VALUE 1.
           02 WS-SPOOL-OPEN          PIC X VALUE "N".
              88 SPOOL-IS-OPEN VALUE "Y".
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
           02 WS-SIGNON-DONE         PIC X VALUE "N".
              88 OPERATOR-SIGNED-ON VALUE "Y".
           02 WS-TERMINAL-SET        PIC X VALUE "N".
           02 WS-POST-AMOUNT         PIC S9(8)V99.
           02 WS-ACCTHST-STATUS      PIC XX.
           02 WS-CUSTMST-STATUS      PIC XX.
           02 WS-CUSTACCT-STATUS     PIC XX.
           02 WS-HOLDER-SSNUM        PIC 9(09).
           02 WS-ACCOUNT-OK          PIC X.
              88 POSTING-ACCOUNT-OK VALUE "Y".
           02 WS-POSTING-CUSTOMER    PIC X(30).
           02 WS-OVERRIDE-ANSWER     PIC X.
           02 WS-OVERRIDE-PENDING    PIC X VALUE "N".
              88 OVERRIDE-IS-PENDING VALUE "Y".
           02 WS-APRQUE-STATUS       PIC XX.
           02 WS-QUEUE-ITEM          PIC 9(06).
           02 WS-QUEUE-DONE          PIC X.
              88 ITEM-WAS-QUEUED VALUE "Y".
           02 WS-ACCOUNT-STATE       PIC X.
              88 ACCOUNT-TAKES-POSTINGS VALUE "Y".
           02 WS-ACCOUNT-REFUSAL     PIC X(40).
           02 WS-POST-DONE           PIC X.
              88 POSTING-WAS-APPLIED VALUE "Y".

       01  BATCH-CONTROLS.
           02 WS-BATCH-READ-COUNT    PIC 9(06) VALUE 0.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-ACCUM            PIC Z(8).99-.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "CALC".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           IF SETUP-IS-DONE

       VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPERATOR-OK.
           MOVE "N" TO WS-AUTH-KNOWN.
           PERFORM OPEN-OPERATOR-MASTER.
           IF NOT OPRMAST-IS-OPEN
               MOVE "Y" TO WS-OPERATOR-OK
                       ELSE
                           MOVE "Y" TO WS-OPERATOR-OK
                           MOVE OM-OPERATOR-NAME TO WS-OPERATOR-NAME
                           MOVE OM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
                           MOVE OM-ROLE TO WS-AUTH-ROLE
                           MOVE "Y" TO WS-AUTH-KNOWN
                       END-IF
                   END-IF
           END-READ.
                   MOVE "N" TO WS-OPERATOR-OK
               END-IF
           END-IF.
           IF OPERATOR-SIGNON-OK AND WS-BATCH-SWITCH NOT = "BATCH"
               MOVE "*" TO WS-AUTH-FUNCTION
               PERFORM CHECK-FUNCTION-AUTHORITY
                   THRU CHECK-FUNCTION-AUTHORITY-EXIT
               IF NOT FUNCTION-IS-GRANTED
                   MOVE "N" TO WS-OPERATOR-OK
                   MOVE "NOT AUTHORISED FOR CALC" TO WS-SIGNON-ERROR
               END-IF
           END-IF.
       VALIDATE-OPERATOR-EXIT.
           EXIT.

           DISPLAY " " LINE 3 POSITION 1 ERASE EOL.
           IF WS-POSTING-ANSWER = "N"
               MOVE SPACES TO WS-POSTING-ACCOUNT
               MOVE "N" TO WS-OVERRIDE-PENDING
               GO TO IDENTIFY-POSTING-ACCOUNT-EXIT.
           IF WS-POSTING-ANSWER = SPACES
               AND WS-POSTING-ACCOUNT = SPACES
               GO TO IDENTIFY-POSTING-ACCOUNT-EXIT.
           MOVE "P" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-FUNCTION-AUTHORITY
               THRU CHECK-FUNCTION-AUTHORITY-EXIT.
           IF NOT FUNCTION-IS-GRANTED
               DISPLAY "NOT AUTHORISED TO POST - NO ACCOUNT"
                   LINE 3 POSITION 1
               MOVE SPACES TO WS-POSTING-ACCOUNT
               MOVE "N" TO WS-OVERRIDE-PENDING
               GO TO IDENTIFY-POSTING-ACCOUNT-EXIT.
           IF WS-POSTING-ANSWER = SPACES
               GO TO IDENTIFY-POSTING-ACCOUNT-EXIT.
           MOVE WS-POSTING-ANSWER TO WS-POSTING-ACCOUNT.
           MOVE "N" TO WS-OVERRIDE-PENDING.
           PERFORM CHECK-POSTING-STATUS
               THRU CHECK-POSTING-STATUS-EXIT.
           IF NOT ACCOUNT-TAKES-POSTINGS
               DISPLAY WS-ACCOUNT-REFUSAL LINE 3 POSITION 1
               MOVE SPACES TO WS-POSTING-ACCOUNT
               GO TO IDENTIFY-POSTING-ASK.
           PERFORM VALIDATE-POSTING-ACCOUNT
               THRU VALIDATE-POSTING-ACCOUNT-EXIT.
           IF POSTING-ACCOUNT-OK
               GO TO IDENTIFY-POSTING-ACCOUNT-EXIT.
           PERFORM POSTING-ACCOUNT-OVERRIDE
               THRU POSTING-ACCOUNT-OVERRIDE-EXIT.
           IF NOT OVERRIDE-IS-PENDING
               DISPLAY "ACCOUNT HAS NO CUSTOMER - REFUSED"
                   LINE 3 POSITION 1
               MOVE SPACES TO WS-POSTING-ACCOUNT
               GO TO IDENTIFY-POSTING-ASK.
       IDENTIFY-POSTING-ACCOUNT-EXIT.
           EXIT.

      *> The account is good when the relationship file has at least
      *> one holder for it; the primary holder (else the first) names
      *> the session.  When the relationship file itself is not on
      *> file the check degrades to accepting the entry, the same way
      *> sign-on validation degrades without OPRMAST.
       VALIDATE-POSTING-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK.
           MOVE SPACES TO WS-POSTING-CUSTOMER.
           MOVE 0 TO WS-HOLDER-SSNUM.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO WS-ACCOUNT-OK
               GO TO VALIDATE-POSTING-ACCOUNT-EXIT.
           MOVE WS-POSTING-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO VALIDATE-POSTING-CLOSE
           END-START.
       VALIDATE-POSTING-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO VALIDATE-POSTING-CLOSE.
           IF CR-ACCOUNT-NUMBER NOT = WS-POSTING-ACCOUNT
               GO TO VALIDATE-POSTING-CLOSE.
           IF NOT POSTING-ACCOUNT-OK OR CR-ROLE-PRIMARY
               MOVE CR-SSNUM TO WS-HOLDER-SSNUM.
           MOVE "Y" TO WS-ACCOUNT-OK.
           IF CR-ROLE-PRIMARY
               GO TO VALIDATE-POSTING-CLOSE.
           GO TO VALIDATE-POSTING-NEXT.
       VALIDATE-POSTING-CLOSE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           IF NOT POSTING-ACCOUNT-OK
               GO TO VALIDATE-POSTING-ACCOUNT-EXIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS NOT EQUAL TO "00"
               GO TO VALIDATE-POSTING-ACCOUNT-EXIT.
           MOVE WS-HOLDER-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-POSTING-CUSTOMER
           END-READ.
           CLOSE CUSTOMER-MASTER.
       VALIDATE-POSTING-ACCOUNT-EXIT.
           EXIT.

      *> An account not yet on the balance file takes postings (the
      *> first posting creates it).  A frozen or closed account never
      *> does, and a dormant one is held until a supervisor reopens
      *> it in ACCTMNT, so the status is not open to override here.
       CHECK-POSTING-STATUS.
           MOVE "Y" TO WS-ACCOUNT-STATE.
           MOVE SPACES TO WS-ACCOUNT-REFUSAL.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               GO TO CHECK-POSTING-STATUS-EXIT.
           MOVE WS-POSTING-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE SPACE TO AB-STATUS
           END-READ.
           CLOSE ACCOUNT-BALANCE-FILE.
           PERFORM TEST-ACCOUNT-STATUS.
       CHECK-POSTING-STATUS-EXIT.
           EXIT.

       TEST-ACCOUNT-STATUS.
           MOVE "Y" TO WS-ACCOUNT-STATE.
           IF AB-STATUS-FROZEN
               MOVE "N" TO WS-ACCOUNT-STATE
               MOVE "ACCOUNT FROZEN - POSTING REFUSED"
                   TO WS-ACCOUNT-REFUSAL.
           IF AB-STATUS-CLOSED
               MOVE "N" TO WS-ACCOUNT-STATE
               MOVE "ACCOUNT CLOSED - POSTING REFUSED"
                   TO WS-ACCOUNT-REFUSAL.
           IF AB-STATUS-DORMANT
               MOVE "N" TO WS-ACCOUNT-STATE
               MOVE "ACCOUNT DORMANT - SUPERVISOR MUST REOPEN"
                   TO WS-ACCOUNT-REFUSAL.

      *> The rare legitimate exception: an account the customer
      *> file does not carry yet.  Nobody at the counter can pass it;
      *> the operator may send the session total for approval, and
      *> it is queued when the session ends instead of posting.
       POSTING-ACCOUNT-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-PENDING.
           DISPLAY "NO CUSTOMER - send total for approval (Y/N): "
               LINE 3 POSITION 1.
           MOVE SPACE TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER LINE 3 POSITION 47.
           DISPLAY " " LINE 3 POSITION 1 ERASE EOL.
           IF WS-OVERRIDE-ANSWER = "Y"
               MOVE "Y" TO WS-OVERRIDE-PENDING.
       POSTING-ACCOUNT-OVERRIDE-EXIT.
           EXIT.

       POST-SESSION-TOTAL.
           IF WS-POSTING-ACCOUNT = SPACES
               OR WS-BATCH-SWITCH = "BATCH"
           IF NOT POST-AS-DEBIT AND NOT POST-AS-CREDIT
               GO TO POST-SESSION-TOTAL-EXIT.
           MOVE ACCUMULATOR TO WS-POST-AMOUNT.
           IF OVERRIDE-IS-PENDING
               PERFORM QUEUE-OVERRIDE-POSTING
                   THRU QUEUE-OVERRIDE-POSTING-EXIT
               GO TO POST-SESSION-TOTAL-EXIT.
           PERFORM UPDATE-ACCOUNT-BALANCE
               THRU UPDATE-ACCOUNT-BALANCE-EXIT.
           IF NOT POSTING-WAS-APPLIED
               DISPLAY WS-ACCOUNT-REFUSAL LINE 3 POSITION 1
               GO TO POST-SESSION-TOTAL-EXIT.
           PERFORM WRITE-POSTING-AUDIT-RECORD.
       POST-SESSION-TOTAL-EXIT.
           EXIT.

      *> Nothing is posted: the total waits on the approval queue,
      *> under this operator's number, for a supervisor who did not
      *> queue it to approve or decline it.
       QUEUE-OVERRIDE-POSTING.
           PERFORM QUEUE-APPROVAL-ITEM THRU QUEUE-APPROVAL-ITEM-EXIT.
           IF NOT ITEM-WAS-QUEUED
               DISPLAY "APPROVAL QUEUE UNAVAILABLE - TOTAL NOT POSTED"
                   LINE 3 POSITION 1
               GO TO QUEUE-OVERRIDE-POSTING-EXIT.
           MOVE "APQADD" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           DISPLAY "TOTAL QUEUED FOR APPROVAL AS ITEM " LINE 3
               POSITION 1.
           DISPLAY WS-QUEUE-ITEM LINE 3 POSITION 36.
       QUEUE-OVERRIDE-POSTING-EXIT.
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
           MOVE "O" TO PA-ITEM-TYPE.
           MOVE "P" TO PA-ITEM-STATUS.
           MOVE WS-POSTING-ACCOUNT TO PA-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE TO PA-POST-TYPE.
           MOVE WS-POST-AMOUNT TO PA-AMOUNT.
           MOVE OPERATOR-NUMBER TO PA-MAKER-OPERATOR.
           MOVE WS-TODAY TO PA-QUEUE-DATE.
           MOVE WS-NOW TO PA-QUEUE-TIME.
           MOVE "ACCOUNT HAS NO CUSTOMER" TO PA-REASON.
           MOVE 0 TO PA-CHECKER-OPERATOR.
           MOVE 0 TO PA-DECISION-DATE.
           MOVE 0 TO PA-DECISION-TIME.
           MOVE 0 TO PA-NEW-BALANCE.
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   IF WS-QUEUE-ITEM < 999999
                       GO TO QUEUE-NEXT-NUMBER
                   END-IF
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

       UPDATE-ACCOUNT-BALANCE.
           MOVE "N" TO WS-POST-DONE.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
                   MOVE 0 TO AB-BALANCE
                   MOVE 0 TO AB-LAST-POST-DATE
                   MOVE 0 TO AB-LAST-POST-OPERATOR
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE "O" TO AB-STATUS
                   MOVE "OPENED BY POSTING" TO AB-STATUS-REASON
                   MOVE WS-TODAY TO AB-STATUS-DATE
                   MOVE OPERATOR-NUMBER TO AB-STATUS-OPERATOR
                   WRITE ACCOUNT-BALANCE-RECORD
           END-READ.
           PERFORM TEST-ACCOUNT-STATUS.
           IF NOT ACCOUNT-TAKES-POSTINGS
               CLOSE ACCOUNT-BALANCE-FILE
               GO TO UPDATE-ACCOUNT-BALANCE-EXIT.
           IF POST-AS-DEBIT
               ADD WS-POST-AMOUNT TO AB-BALANCE
           ELSE
           MOVE OPERATOR-NUMBER TO AB-LAST-POST-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD.
           CLOSE ACCOUNT-BALANCE-FILE.
           MOVE "Y" TO WS-POST-DONE.
           PERFORM WRITE-ACCOUNT-HISTORY
               THRU WRITE-ACCOUNT-HISTORY-EXIT.
       UPDATE-ACCOUNT-BALANCE-EXIT.
           EXIT.

      *> Permanent record of the posting just applied: keyed on
      *> account, date and the first free sequence number of the day,
               MOVE "Y" TO WS-TERMINAL-SET
           END-IF.

      *> The function authority table (AUTHTAB.DAT) decides which
      *> functions the operator may use; asking for "*" at sign-on
      *> is satisfied by any grant at all for the program.  With no
      *> table on file the old rule stands: any operator on the
      *> security file.  An operator not read from OPRMAST (security
      *> file not available) is not checked.  A refusal is logged to
      *> OPRACT.LOG as AUTREF with the program and function in the
      *> name column.
       CHECK-FUNCTION-AUTHORITY.
           MOVE "N" TO WS-AUTH-GRANTED.
           MOVE WS-AUTH-FUNCTION TO WS-AR-FUNCTION.
           IF NOT AUTH-OPERATOR-KNOWN
               MOVE "Y" TO WS-AUTH-GRANTED
               GO TO CHECK-FUNCTION-AUTHORITY-EXIT.
           OPEN INPUT AUTHORITY-TABLE-FILE.
           IF WS-AUTHTAB-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO WS-AUTH-GRANTED
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
           MOVE WS-OPERATOR-NAME TO WS-AUTH-SAVED-NAME.
           MOVE WS-REFUSAL-NAME TO WS-OPERATOR-NAME.
           MOVE "AUTREF" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           MOVE WS-AUTH-SAVED-NAME TO WS-OPERATOR-NAME.
       CHECK-FUNCTION-AUTHORITY-EXIT.
           EXIT.

       WRITE-OPERATOR-SIGNON.
           MOVE "SIGNON" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
