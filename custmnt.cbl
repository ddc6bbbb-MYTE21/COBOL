      *>    CUSTOMER MASTER MAINTENANCE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The customer's links are loaded through their
      *>               exit paragraph, so control returns to delete,
      *>               inquire and link; a customer with more links
      *>               than can be checked is not deleted.
      *>               Delete and unlink are refused while the balance
      *>               file cannot be read.  The change journal is
      *>               opened before the master is touched: with the
      *>               journal busy nothing is changed, and a journal
      *>               record that cannot be written backs the master
      *>               change out.  The primary link made on add and
      *>               change becomes joint when the account already
      *>               has a primary holder, and L=LINK refuses a
      *>               second primary.
      *>   2026-10-15  Every add, change and delete of a customer, and
      *>               the main-account change made by a link or
      *>               unlink, is written to the customer change
      *>               journal (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy)
      *>               with the before and after images, program,
      *>               operator and time, for the nightly head-office
      *>               extract (CUSTXTR).
      *>   2026-10-15  Sign-on and every menu function (A/C/D/I/L/M) are
      *>               checked against the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) for the
      *>               operator's authority level and role (OM-ROLE); a
      *>               function not granted is refused, e.g. delete for
      *>               counter staff, and each refusal is logged to
      *>               OPRACT.LOG as AUTREF.  With no table on file
      *>               every function stays open to any operator on the
      *>               security file.
      *>   2026-10-15  Customer-account relationships (CUSTACCT,
      *>               copybooks/CUSTACCT.cpy): new L=LINK ACCOUNTS
      *>               function lists the customer's accounts and
      *>               links (primary, joint or trustee) or unlinks
      *>               them; the last holder of a live account cannot
      *>               be unlinked.  Add and change link the account
      *>               entered as primary, inquire lists every linked
      *>               account, and delete checks every account the
      *>               customer holds alone and then removes the links.
      *>   2026-10-15  Customer mailing address and contact record
      *>               (CUSTADDR, copybooks/CUSTADDR.cpy): new
      *>               M=MAILING ADDRESS function to enter or change
      *>               the address and phone and to set or clear the
      *>               mail-returned (bad address) flag; add prompts
      *>               for the address, inquire shows it and delete
      *>               removes it with the customer.
      *>   2026-10-15  Delete refuses a customer whose account is still
      *>               on the balance file (ACCTBAL) unless it is
      *>               closed at a zero balance, so no live balance is
      *>               left without an owner.
      *>   2026-08-22  Name-order index (NAMENDX, copybooks/NAMENDX.cpy)
      *>               now maintained alongside NAMEXREF on every add,
      *>               change and delete so CUSTSRCH can browse
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AB-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-SSNUM
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       FD  CUSTOMER-JOURNAL-FILE.
       01  CUSTOMER-JOURNAL-RECORD.
           COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       01  MAINT-CONTROL.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-NDX-STATUS         PIC XX.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-CUSTJRNL-STATUS    PIC XX.
           02 WS-CUSTJRNL-RETRY     PIC 9(02).
           02 WS-JOURNAL-BEFORE     PIC X(49).
           02 WS-JOURNAL-OPEN       PIC X VALUE "N".
              88 JOURNAL-IS-OPEN    VALUE "Y".
           02 WS-JOURNAL-WRITTEN    PIC X.
              88 JOURNAL-WAS-WRITTEN VALUE "Y".
           02 WS-PRIMARY-SSNUM      PIC 9(09).
           02 WS-LINK-OVERFLOW      PIC 9(04).
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
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ADDR-STATUS        PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-CHECK-ACCOUNT      PIC X(10).
           02 WS-HOLDER-COUNT       PIC 9(04).
           02 WS-LINK-FUNCTION      PIC X.
           02 WS-LINK-ACCOUNT       PIC X(10).
           02 WS-LINK-ROLE          PIC X.
           02 WS-LINK-SUB           PIC 9(04) COMP.
           02 WS-LINK-MAX           PIC 9(04) COMP VALUE 0.
           02 WS-LINKS-CLEAR        PIC X.
              88 LINKS-ARE-CLEAR    VALUE "Y".
           02 WS-MAIN-LINKED        PIC X.
              88 MAIN-ACCOUNT-LINKED VALUE "Y".
           02 WS-ADDRESS-FOUND      PIC X.
              88 ADDRESS-WAS-FOUND  VALUE "Y".
           02 WS-ACCOUNT-CLEAR      PIC X.
              88 ACCOUNT-IS-CLEAR   VALUE "Y".
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
              88 FUNC-CHANGE        VALUE "C".
              88 FUNC-DELETE        VALUE "D".
              88 FUNC-INQUIRE       VALUE "I".
              88 FUNC-MAILING       VALUE "M".
              88 FUNC-LINK          VALUE "L".
              88 FUNC-NEEDS-GRANT   VALUES "A" "C" "D" "I" "M" "L".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-OPERATOR-NUMBER    PIC 9(06).
           02 WS-OPERATOR-NAME      PIC X(30).
           02 WS-NEW-ACCOUNT        PIC X(10).
           02 WS-OLD-NAME           PIC X(30).
           02 WS-ANSWER             PIC X.
           02 WS-NEW-STREET-1       PIC X(30).
           02 WS-NEW-STREET-2       PIC X(30).
           02 WS-NEW-CITY           PIC X(20).
           02 WS-NEW-STATE          PIC X(02).
           02 WS-NEW-ZIP            PIC X(10).
           02 WS-NEW-PHONE          PIC X(15).

       01  SSN-ENTRY.
           COPY SSNEDIT.

      *> The accounts one customer holds, gathered before any check
      *> that has to reposition the relationship file.
       01  WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 50 TIMES.
              03 WS-LINKED-ACCOUNT  PIC X(10).
              03 WS-LINKED-ROLE     PIC X.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "CUSTMNT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-OPERATOR THRU IDENTIFY-OPERATOR-EXIT.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** CUSTOMER MASTER MAINTENANCE ***".
           DISPLAY "A=ADD C=CHANGE D=DELETE I=INQUIRE "
               "L=LINK ACCOUNTS M=MAILING ADDRESS Q=QUIT".
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
           IF FUNC-ADD
               PERFORM ADD-CUSTOMER THRU ADD-CUSTOMER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-INQUIRE
               PERFORM INQUIRE-CUSTOMER THRU INQUIRE-CUSTOMER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-LINK
               PERFORM LINK-ACCOUNTS THRU LINK-ACCOUNTS-EXIT
               GO TO MENU-LOOP.
           IF FUNC-MAILING
               PERFORM MAINTAIN-MAILING-ADDRESS
                   THRU MAINTAIN-MAILING-ADDRESS-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
       END-MAINT.
           CLOSE CUSTOMER-MASTER.
           CLOSE NAME-SSN-XREF.
           CLOSE NAME-INDEX-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           STOP RUN.

               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           OPEN I-O CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               OPEN I-O CUSTOMER-ACCOUNT-FILE
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.

       IDENTIFY-OPERATOR.
           OPEN INPUT OPERATOR-MASTER-FILE.
                       GO TO IDENTIFY-OPERATOR-ASK
                   END-IF
                   MOVE OM-OPERATOR-NAME TO WS-OPERATOR-NAME
                   MOVE OM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
                   MOVE OM-ROLE TO WS-AUTH-ROLE
                   MOVE "Y" TO WS-AUTH-KNOWN
           END-READ.
           MOVE "*" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-FUNCTION-AUTHORITY
               THRU CHECK-FUNCTION-AUTHORITY-EXIT.
           IF NOT FUNCTION-IS-GRANTED
               GO TO IDENTIFY-OPERATOR-ASK.
           CLOSE OPERATOR-MASTER-FILE.
       IDENTIFY-OPERATOR-EXIT.
           EXIT.
           ACCEPT CM-CUSTOMER-NAME.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT CM-ACCOUNT-NUMBER.
           PERFORM OPEN-CUSTOMER-JOURNAL
               THRU OPEN-CUSTOMER-JOURNAL-EXIT.
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "CUSTOMER NOT ADDED"
               GO TO ADD-CUSTOMER-EXIT.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED, STATUS " WS-CUSTMST-STATUS
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO ADD-CUSTOMER-EXIT
           END-WRITE.
           MOVE "A" TO CJ-CHANGE-TYPE.
           MOVE SPACES TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           PERFORM WRITE-CUSTOMER-JOURNAL.
           IF NOT JOURNAL-WAS-WRITTEN
               DELETE CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "CUSTOMER NOT ADDED"
               GO TO ADD-CUSTOMER-EXIT.
           PERFORM SYNC-XREF-RECORD.
           PERFORM LINK-PRIMARY-ACCOUNT.
           DISPLAY "CUSTOMER ADDED".
           DISPLAY "MAILING ADDRESS (Enter on street line 1 = none)".
           PERFORM READ-MAILING-ADDRESS.
           PERFORM ACCEPT-ADDRESS-FIELDS.
           IF CA-STREET-LINE-1 = SPACES
               DISPLAY "NO MAILING ADDRESS - STATEMENTS WILL BE HELD"
               GO TO ADD-CUSTOMER-EXIT.
           PERFORM SAVE-MAILING-ADDRESS THRU SAVE-MAILING-ADDRESS-EXIT.
       ADD-CUSTOMER-EXIT.
           EXIT.

               DISPLAY "CUSTOMER NOT ON FILE"
               GO TO CHANGE-CUSTOMER-EXIT.
           MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           DISPLAY "Name    now: " CM-CUSTOMER-NAME.
           DISPLAY "New name (Enter=keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO CM-ACCOUNT-NUMBER.
           PERFORM OPEN-CUSTOMER-JOURNAL
               THRU OPEN-CUSTOMER-JOURNAL-EXIT.
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "CUSTOMER NOT CHANGED"
               GO TO CHANGE-CUSTOMER-EXIT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, STATUS " WS-CUSTMST-STATUS
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO CHANGE-CUSTOMER-EXIT
           END-REWRITE.
           PERFORM JOURNAL-CUSTOMER-CHANGE.
           IF NOT JOURNAL-WAS-WRITTEN
               PERFORM BACK-OUT-REWRITE
               DISPLAY "CUSTOMER NOT CHANGED"
               GO TO CHANGE-CUSTOMER-EXIT.
           PERFORM SYNC-XREF-RECORD.
           PERFORM LINK-PRIMARY-ACCOUNT.
           DISPLAY "CUSTOMER CHANGED".
       CHANGE-CUSTOMER-EXIT.
           EXIT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "CUSTOMER NOT ON FILE"
               GO TO DELETE-CUSTOMER-EXIT.
           PERFORM LOAD-CUSTOMER-LINKS THRU LOAD-CUSTOMER-LINKS-EXIT.
           IF WS-LINK-OVERFLOW > 0
               DISPLAY "CUSTOMER HOLDS MORE THAN 50 ACCOUNTS - "
                   "DELETE CANNOT CHECK THEM ALL"
               GO TO DELETE-CUSTOMER-EXIT.
           MOVE "Y" TO WS-LINKS-CLEAR.
           PERFORM CHECK-LINK-CLEAR
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           IF NOT LINKS-ARE-CLEAR
               DISPLAY "CUSTOMER IS SOLE HOLDER OF AN OPEN OR NONZERO "
                   "ACCOUNT - CLOSE IT FIRST"
               GO TO DELETE-CUSTOMER-EXIT.
           DISPLAY "DELETE " CM-CUSTOMER-NAME " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
               DISPLAY "DELETE CANCELLED"
               GO TO DELETE-CUSTOMER-EXIT.
           MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           PERFORM OPEN-CUSTOMER-JOURNAL
               THRU OPEN-CUSTOMER-JOURNAL-EXIT.
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "CUSTOMER NOT DELETED"
               GO TO DELETE-CUSTOMER-EXIT.
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS " WS-CUSTMST-STATUS
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO DELETE-CUSTOMER-EXIT
           END-DELETE.
           MOVE "D" TO CJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE.
           MOVE SPACES TO CJ-AFTER-IMAGE.
           PERFORM WRITE-CUSTOMER-JOURNAL.
           IF NOT JOURNAL-WAS-WRITTEN
               MOVE WS-JOURNAL-BEFORE TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "MASTER NOT RESTORED, STATUS "
                           WS-CUSTMST-STATUS
               END-WRITE
               DISPLAY "CUSTOMER NOT DELETED"
               GO TO DELETE-CUSTOMER-EXIT.
           MOVE WS-SSNUM-NUMERIC TO NX-SSNUM.
           DELETE NAME-SSN-XREF
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-SSNUM-NUMERIC TO CA-SSNUM.
           DELETE CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM DELETE-CUSTOMER-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           DISPLAY "CUSTOMER DELETED".
       DELETE-CUSTOMER-EXIT.
           EXIT.

      *> Only an account held by this customer alone matters - a
      *> joint account keeps its other holders.
       CHECK-LINK-CLEAR.
           MOVE WS-LINKED-ACCOUNT(WS-LINK-SUB) TO WS-CHECK-ACCOUNT.
           PERFORM COUNT-ACCOUNT-HOLDERS
               THRU COUNT-ACCOUNT-HOLDERS-EXIT.
           IF WS-HOLDER-COUNT > 1
               EXIT PARAGRAPH.
           PERFORM CHECK-ACCOUNT-CLEAR THRU CHECK-ACCOUNT-CLEAR-EXIT.
           IF NOT ACCOUNT-IS-CLEAR
               MOVE "N" TO WS-LINKS-CLEAR
               DISPLAY "ACCOUNT " WS-CHECK-ACCOUNT " IS STILL LIVE".

       DELETE-CUSTOMER-LINK.
           MOVE WS-LINKED-ACCOUNT(WS-LINK-SUB) TO CR-ACCOUNT-NUMBER.
           MOVE WS-SSNUM-NUMERIC TO CR-SSNUM.
           DELETE CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *> An account may only lose its last holder once it is either
      *> not on the balance file at all or closed at a zero balance.
      *> When the balance file cannot be read nothing can be proved
      *> and the change is refused.
       CHECK-ACCOUNT-CLEAR.
           MOVE "Y" TO WS-ACCOUNT-CLEAR.
           IF WS-CHECK-ACCOUNT = SPACES
               GO TO CHECK-ACCOUNT-CLEAR-EXIT.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-ACCOUNT-CLEAR
               DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS "
                   WS-ACCTBAL-STATUS
               GO TO CHECK-ACCOUNT-CLEAR-EXIT.
           MOVE WS-CHECK-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AB-STATUS-CLOSED OR AB-BALANCE NOT = 0
                       MOVE "N" TO WS-ACCOUNT-CLEAR
                   END-IF
           END-READ.
           CLOSE ACCOUNT-BALANCE-FILE.
       CHECK-ACCOUNT-CLEAR-EXIT.
           EXIT.

       INQUIRE-CUSTOMER.
           PERFORM GET-CUSTOMER-SSN THRU GET-CUSTOMER-SSN-EXIT.
           IF NOT SSN-IS-VALID GO TO INQUIRE-CUSTOMER-EXIT.
           DISPLAY "SSN:     " CM-SSNUM.
           DISPLAY "NAME:    " CM-CUSTOMER-NAME.
           DISPLAY "ACCOUNT: " CM-ACCOUNT-NUMBER.
           PERFORM LOAD-CUSTOMER-LINKS THRU LOAD-CUSTOMER-LINKS-EXIT.
           PERFORM SHOW-CUSTOMER-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           IF WS-LINK-OVERFLOW > 0
               DISPLAY "  ONLY 50 SHOWN - " WS-LINK-OVERFLOW
                   " MORE ON FILE".
           PERFORM READ-MAILING-ADDRESS.
           IF NOT ADDRESS-WAS-FOUND
               DISPLAY "ADDRESS: NONE ON FILE"
               GO TO INQUIRE-CUSTOMER-EXIT.
           PERFORM SHOW-MAILING-ADDRESS.
       INQUIRE-CUSTOMER-EXIT.
           EXIT.

      *> Link or unlink accounts for a customer already on the master.
      *> Linking an account already held changes the role.  The
      *> customer's main account (CM-ACCOUNT-NUMBER) follows: a
      *> primary link fills it when empty and unlinking it clears it.
       LINK-ACCOUNTS.
           PERFORM GET-CUSTOMER-SSN THRU GET-CUSTOMER-SSN-EXIT.
           IF NOT SSN-IS-VALID GO TO LINK-ACCOUNTS-EXIT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "CUSTOMER NOT ON FILE"
               GO TO LINK-ACCOUNTS-EXIT.
       LINK-ACCOUNTS-SHOW.
           DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.
           PERFORM LOAD-CUSTOMER-LINKS THRU LOAD-CUSTOMER-LINKS-EXIT.
           IF WS-LINK-MAX = 0
               DISPLAY "NO ACCOUNTS LINKED".
           PERFORM SHOW-CUSTOMER-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           IF WS-LINK-OVERFLOW > 0
               DISPLAY "  ONLY 50 SHOWN - " WS-LINK-OVERFLOW
                   " MORE ON FILE".
           DISPLAY "L=LINK U=UNLINK (Enter=done): " WITH NO ADVANCING.
           MOVE SPACE TO WS-LINK-FUNCTION.
           ACCEPT WS-LINK-FUNCTION.
           IF WS-LINK-FUNCTION = "L" OR WS-LINK-FUNCTION = "l"
               PERFORM LINK-ONE-ACCOUNT THRU LINK-ONE-ACCOUNT-EXIT
               GO TO LINK-ACCOUNTS-SHOW.
           IF WS-LINK-FUNCTION = "U" OR WS-LINK-FUNCTION = "u"
               PERFORM UNLINK-ONE-ACCOUNT THRU UNLINK-ONE-ACCOUNT-EXIT
               GO TO LINK-ACCOUNTS-SHOW.
       LINK-ACCOUNTS-EXIT.
           EXIT.

       LINK-ONE-ACCOUNT.
           DISPLAY "Account number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LINK-ACCOUNT.
           ACCEPT WS-LINK-ACCOUNT.
           IF WS-LINK-ACCOUNT = SPACES
               GO TO LINK-ONE-ACCOUNT-EXIT.
           DISPLAY "Role P=PRIMARY J=JOINT T=TRUSTEE: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-LINK-ROLE.
           ACCEPT WS-LINK-ROLE.
           MOVE WS-LINK-ROLE TO CR-ROLE.
           IF NOT CR-ROLE-VALID
               DISPLAY "INVALID ROLE"
               GO TO LINK-ONE-ACCOUNT-EXIT.
           IF WS-LINK-ROLE = "P"
               MOVE WS-LINK-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM FIND-PRIMARY-HOLDER
                   THRU FIND-PRIMARY-HOLDER-EXIT
               IF WS-PRIMARY-SSNUM NOT = 0
                   DISPLAY "ACCOUNT ALREADY HAS PRIMARY HOLDER "
                       WS-PRIMARY-SSNUM " - LINK AS JOINT"
                   GO TO LINK-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
      *>   Filling the empty main account changes the master, so the
      *>   journal must be to hand before anything is linked.
           MOVE "N" TO WS-JOURNAL-OPEN.
           IF WS-LINK-ROLE = "P" AND CM-ACCOUNT-NUMBER = SPACES
               PERFORM OPEN-CUSTOMER-JOURNAL
                   THRU OPEN-CUSTOMER-JOURNAL-EXIT
               IF NOT JOURNAL-IS-OPEN
                   DISPLAY "ACCOUNT NOT LINKED"
                   GO TO LINK-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE WS-LINK-ROLE TO CR-ROLE.
           MOVE WS-LINK-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE WS-SSNUM-NUMERIC TO CR-SSNUM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CR-LINK-DATE.
           MOVE WS-OPERATOR-NUMBER TO CR-LINK-OPERATOR.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "LINK FAILED, STATUS "
                               WS-CUSTACCT-STATUS
                           PERFORM CLOSE-CUSTOMER-JOURNAL
                           GO TO LINK-ONE-ACCOUNT-EXIT
                   END-REWRITE
                   DISPLAY "ROLE CHANGED"
                   GO TO LINK-ONE-ACCOUNT-SET-MAIN
           END-WRITE.
           DISPLAY "ACCOUNT LINKED".
       LINK-ONE-ACCOUNT-SET-MAIN.
           IF NOT JOURNAL-IS-OPEN
               GO TO LINK-ONE-ACCOUNT-EXIT.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           MOVE WS-LINK-ACCOUNT TO CM-ACCOUNT-NUMBER.
           PERFORM REWRITE-MAIN-ACCOUNT.
       LINK-ONE-ACCOUNT-EXIT.
           EXIT.

       UNLINK-ONE-ACCOUNT.
           DISPLAY "Account number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LINK-ACCOUNT.
           ACCEPT WS-LINK-ACCOUNT.
           IF WS-LINK-ACCOUNT = SPACES
               GO TO UNLINK-ONE-ACCOUNT-EXIT.
           MOVE WS-LINK-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE WS-SSNUM-NUMERIC TO CR-SSNUM.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT LINKED TO THIS CUSTOMER"
                   GO TO UNLINK-ONE-ACCOUNT-EXIT
           END-READ.
           MOVE WS-LINK-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM COUNT-ACCOUNT-HOLDERS
               THRU COUNT-ACCOUNT-HOLDERS-EXIT.
           IF WS-HOLDER-COUNT < 2
               PERFORM CHECK-ACCOUNT-CLEAR THRU CHECK-ACCOUNT-CLEAR-EXIT
               IF NOT ACCOUNT-IS-CLEAR
                   DISPLAY "LAST HOLDER OF AN OPEN OR NONZERO "
                       "ACCOUNT - CLOSE IT FIRST"
                   GO TO UNLINK-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-JOURNAL-OPEN.
           IF CM-ACCOUNT-NUMBER = WS-LINK-ACCOUNT
               PERFORM OPEN-CUSTOMER-JOURNAL
                   THRU OPEN-CUSTOMER-JOURNAL-EXIT
               IF NOT JOURNAL-IS-OPEN
                   DISPLAY "ACCOUNT NOT UNLINKED"
                   GO TO UNLINK-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE WS-LINK-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE WS-SSNUM-NUMERIC TO CR-SSNUM.
           DELETE CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "UNLINK FAILED, STATUS " WS-CUSTACCT-STATUS
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO UNLINK-ONE-ACCOUNT-EXIT
           END-DELETE.
           DISPLAY "ACCOUNT UNLINKED".
           IF JOURNAL-IS-OPEN
               MOVE CUSTOMER-MASTER-RECORD TO WS-JOURNAL-BEFORE
               MOVE SPACES TO CM-ACCOUNT-NUMBER
               PERFORM REWRITE-MAIN-ACCOUNT
           END-IF.
       UNLINK-ONE-ACCOUNT-EXIT.
           EXIT.

      *> Holders of one account are adjacent on the relationship file.
       COUNT-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-HOLDER-COUNT.
           MOVE WS-CHECK-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO COUNT-ACCOUNT-HOLDERS-EXIT
           END-START.
       COUNT-ACCOUNT-HOLDERS-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO COUNT-ACCOUNT-HOLDERS-EXIT.
           IF CR-ACCOUNT-NUMBER NOT = WS-CHECK-ACCOUNT
               GO TO COUNT-ACCOUNT-HOLDERS-EXIT.
           ADD 1 TO WS-HOLDER-COUNT.
           GO TO COUNT-ACCOUNT-HOLDERS-NEXT.
       COUNT-ACCOUNT-HOLDERS-EXIT.
           EXIT.

      *> The file is keyed account first, so one customer's accounts
      *> are a scan.  The main account on the master is included even
      *> when it was never linked, so nothing slips past the checks.
       LOAD-CUSTOMER-LINKS.
           MOVE 0 TO WS-LINK-MAX.
           MOVE 0 TO WS-LINK-OVERFLOW.
           MOVE LOW-VALUES TO CR-RELATION-KEY.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO LOAD-CUSTOMER-LINKS-MAIN
           END-START.
       LOAD-CUSTOMER-LINKS-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO LOAD-CUSTOMER-LINKS-MAIN.
           IF CR-SSNUM NOT = WS-SSNUM-NUMERIC
               GO TO LOAD-CUSTOMER-LINKS-NEXT.
           IF WS-LINK-MAX < 50
               ADD 1 TO WS-LINK-MAX
               MOVE CR-ACCOUNT-NUMBER TO WS-LINKED-ACCOUNT(WS-LINK-MAX)
               MOVE CR-ROLE TO WS-LINKED-ROLE(WS-LINK-MAX)
           ELSE
               ADD 1 TO WS-LINK-OVERFLOW
           END-IF.
           GO TO LOAD-CUSTOMER-LINKS-NEXT.
       LOAD-CUSTOMER-LINKS-MAIN.
           IF CM-ACCOUNT-NUMBER = SPACES
               GO TO LOAD-CUSTOMER-LINKS-EXIT.
           MOVE "N" TO WS-MAIN-LINKED.
           PERFORM CHECK-MAIN-ACCOUNT-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           IF NOT MAIN-ACCOUNT-LINKED
               IF WS-LINK-MAX < 50
                   ADD 1 TO WS-LINK-MAX
                   MOVE CM-ACCOUNT-NUMBER
                       TO WS-LINKED-ACCOUNT(WS-LINK-MAX)
                   MOVE SPACE TO WS-LINKED-ROLE(WS-LINK-MAX)
               ELSE
                   ADD 1 TO WS-LINK-OVERFLOW
               END-IF
           END-IF.
       LOAD-CUSTOMER-LINKS-EXIT.
           EXIT.

       CHECK-MAIN-ACCOUNT-LINK.
           IF WS-LINKED-ACCOUNT(WS-LINK-SUB) = CM-ACCOUNT-NUMBER
               MOVE "Y" TO WS-MAIN-LINKED.

       SHOW-CUSTOMER-LINK.
           DISPLAY "  LINKED: " WS-LINKED-ACCOUNT(WS-LINK-SUB)
               " ROLE " WS-LINKED-ROLE(WS-LINK-SUB).

      *> The account keyed on add or change is the customer's main
      *> account and is linked as primary unless already held; when
      *> someone else is already its primary holder it is linked as
      *> joint.
       LINK-PRIMARY-ACCOUNT.
           IF CM-ACCOUNT-NUMBER = SPACES
               EXIT PARAGRAPH.
           MOVE CM-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT.
           PERFORM FIND-PRIMARY-HOLDER THRU FIND-PRIMARY-HOLDER-EXIT.
           MOVE CM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE CM-SSNUM TO CR-SSNUM.
           MOVE "P" TO CR-ROLE.
           IF WS-PRIMARY-SSNUM NOT = 0
               MOVE "J" TO CR-ROLE
               DISPLAY "ACCOUNT HAS PRIMARY HOLDER " WS-PRIMARY-SSNUM
                   " - LINKED AS JOINT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CR-LINK-DATE.
           MOVE WS-OPERATOR-NUMBER TO CR-LINK-OPERATOR.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *> The primary holder of WS-CHECK-ACCOUNT other than the
      *> customer in hand, zero when there is none.
       FIND-PRIMARY-HOLDER.
           MOVE 0 TO WS-PRIMARY-SSNUM.
           MOVE WS-CHECK-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO FIND-PRIMARY-HOLDER-EXIT
           END-START.
       FIND-PRIMARY-HOLDER-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO FIND-PRIMARY-HOLDER-EXIT.
           IF CR-ACCOUNT-NUMBER NOT = WS-CHECK-ACCOUNT
               GO TO FIND-PRIMARY-HOLDER-EXIT.
           IF CR-ROLE-PRIMARY AND CR-SSNUM NOT = CM-SSNUM
               MOVE CR-SSNUM TO WS-PRIMARY-SSNUM
               GO TO FIND-PRIMARY-HOLDER-EXIT.
           GO TO FIND-PRIMARY-HOLDER-NEXT.
       FIND-PRIMARY-HOLDER-EXIT.
           EXIT.

      *> Enter or change the mailing address and phone of a customer
      *> already on the master.  Each field is Enter=keep; a single
      *> "." clears the optional second street line or the phone.
      *> The mail-returned flag is set here when the post office
      *> sends a statement back, and cleared once a good address is
      *> on file; statements are held while it is set.
       MAINTAIN-MAILING-ADDRESS.
           PERFORM GET-CUSTOMER-SSN THRU GET-CUSTOMER-SSN-EXIT.
           IF NOT SSN-IS-VALID GO TO MAINTAIN-MAILING-ADDRESS-EXIT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "CUSTOMER NOT ON FILE"
               GO TO MAINTAIN-MAILING-ADDRESS-EXIT.
           DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME.
           PERFORM READ-MAILING-ADDRESS.
           IF ADDRESS-WAS-FOUND
               PERFORM SHOW-MAILING-ADDRESS
           ELSE
               DISPLAY "NO ADDRESS ON FILE"
           END-IF.
           PERFORM ACCEPT-ADDRESS-FIELDS.
           DISPLAY "Mail returned / bad address (Y/N, Enter=keep): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE "B" TO CA-ADDRESS-FLAG.
           IF WS-ANSWER = "N" OR WS-ANSWER = "n"
               MOVE "G" TO CA-ADDRESS-FLAG.
           PERFORM SAVE-MAILING-ADDRESS THRU SAVE-MAILING-ADDRESS-EXIT.
       MAINTAIN-MAILING-ADDRESS-EXIT.
           EXIT.

      *> Positions on the address record for WS-SSNUM-NUMERIC; when
      *> there is none the record area is cleared ready for a new one.
       READ-MAILING-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND.
           MOVE WS-SSNUM-NUMERIC TO CA-SSNUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                   MOVE WS-SSNUM-NUMERIC TO CA-SSNUM
                   MOVE 0 TO CA-LAST-CHANGE-DATE
                   MOVE 0 TO CA-LAST-CHANGE-OPER
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDRESS-FOUND
           END-READ.

       SHOW-MAILING-ADDRESS.
           DISPLAY "ADDRESS: " CA-STREET-LINE-1.
           IF CA-STREET-LINE-2 NOT = SPACES
               DISPLAY "         " CA-STREET-LINE-2.
           DISPLAY "         " CA-CITY " " CA-STATE " " CA-ZIP-CODE.
           DISPLAY "PHONE:   " CA-PHONE.
           IF CA-ADDRESS-BAD
               DISPLAY "*** MAIL RETURNED " CA-LAST-CHANGE-DATE
                   " - STATEMENTS HELD ***".

       ACCEPT-ADDRESS-FIELDS.
           DISPLAY "Street line 1: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-STREET-1.
           ACCEPT WS-NEW-STREET-1.
           IF WS-NEW-STREET-1 NOT = SPACES
               MOVE WS-NEW-STREET-1 TO CA-STREET-LINE-1.
           IF CA-STREET-LINE-1 = SPACES
               EXIT PARAGRAPH.
           DISPLAY "Street line 2: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-STREET-2.
           ACCEPT WS-NEW-STREET-2.
           IF WS-NEW-STREET-2 = "."
               MOVE SPACES TO CA-STREET-LINE-2
           ELSE
               IF WS-NEW-STREET-2 NOT = SPACES
                   MOVE WS-NEW-STREET-2 TO CA-STREET-LINE-2
               END-IF
           END-IF.
           DISPLAY "City: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-CITY.
           ACCEPT WS-NEW-CITY.
           IF WS-NEW-CITY NOT = SPACES
               MOVE WS-NEW-CITY TO CA-CITY.
           DISPLAY "State (2 letters): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-STATE.
           ACCEPT WS-NEW-STATE.
           IF WS-NEW-STATE NOT = SPACES
               MOVE WS-NEW-STATE TO CA-STATE.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-ZIP.
           ACCEPT WS-NEW-ZIP.
           IF WS-NEW-ZIP NOT = SPACES
               MOVE WS-NEW-ZIP TO CA-ZIP-CODE.
           DISPLAY "Phone: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PHONE.
           ACCEPT WS-NEW-PHONE.
           IF WS-NEW-PHONE = "."
               MOVE SPACES TO CA-PHONE
           ELSE
               IF WS-NEW-PHONE NOT = SPACES
                   MOVE WS-NEW-PHONE TO CA-PHONE
               END-IF
           END-IF.

      *> An address is only kept when it could be mailed: street,
      *> city, state and a ZIP whose first five characters are digits.
       SAVE-MAILING-ADDRESS.
           IF CA-STREET-LINE-1 = SPACES
               OR CA-CITY = SPACES
               OR CA-STATE = SPACES
               OR CA-ZIP-CODE(1:5) IS NOT NUMERIC
               DISPLAY "ADDRESS INCOMPLETE - NOT SAVED"
               GO TO SAVE-MAILING-ADDRESS-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CA-LAST-CHANGE-DATE.
           MOVE WS-OPERATOR-NUMBER TO CA-LAST-CHANGE-OPER.
           IF ADDRESS-WAS-FOUND
               REWRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "ADDRESS REWRITE FAILED, STATUS "
                           WS-ADDR-STATUS
                       GO TO SAVE-MAILING-ADDRESS-EXIT
               END-REWRITE
           ELSE
               WRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "ADDRESS WRITE FAILED, STATUS "
                           WS-ADDR-STATUS
                       GO TO SAVE-MAILING-ADDRESS-EXIT
               END-WRITE
           END-IF.
           DISPLAY "MAILING ADDRESS SAVED".
       SAVE-MAILING-ADDRESS-EXIT.
           EXIT.

      *> Accepts and edits the SSN, then positions on the master:
      *> leaves WS-SSNUM-NUMERIC set and RECORD-WAS-FOUND/CM fields
      *> loaded when the customer is already on file.
                   CONTINUE
           END-WRITE.

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
           IF WS-AUTH-FUNCTION = "*"
               DISPLAY "NOT AUTHORISED FOR " WS-AR-PROGRAM
           ELSE
               DISPLAY "NOT AUTHORISED FOR FUNCTION " WS-AUTH-FUNCTION
           END-IF.
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
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.

      *> A rewrite of the master; the image before it was taken into
      *> WS-JOURNAL-BEFORE by the caller.
       JOURNAL-CUSTOMER-CHANGE.
           MOVE "C" TO CJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           PERFORM WRITE-CUSTOMER-JOURNAL.

      *> The main account set or cleared by a link or unlink, with the
      *> journal already open; a change that cannot be journalled is
      *> put back.
       REWRITE-MAIN-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MAIN ACCOUNT NOT CHANGED, STATUS "
                       WS-CUSTMST-STATUS
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM JOURNAL-CUSTOMER-CHANGE.
           IF NOT JOURNAL-WAS-WRITTEN
               PERFORM BACK-OUT-REWRITE
               DISPLAY "MAIN ACCOUNT NOT CHANGED".

      *> Puts the master back as it was before a rewrite whose
      *> journal record could not be written.
       BACK-OUT-REWRITE.
           MOVE WS-JOURNAL-BEFORE TO CUSTOMER-MASTER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MASTER NOT RESTORED, STATUS "
                       WS-CUSTMST-STATUS
           END-REWRITE.

      *> Opened before the master is changed, so a busy journal stops
      *> the change rather than losing it from the head-office
      *> extract.  Appended one open/write/close per change, as the
      *> activity log is.
       OPEN-CUSTOMER-JOURNAL.
           MOVE "N" TO WS-JOURNAL-OPEN.
           MOVE 0 TO WS-CUSTJRNL-RETRY.
       CUSTJRNL-OPEN-RETRY.
           OPEN EXTEND CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               ADD 1 TO WS-CUSTJRNL-RETRY
               IF WS-CUSTJRNL-RETRY < 10
                   CALL "C$SLEEP" USING WS-SLEEP-SECONDS
                   GO TO CUSTJRNL-OPEN-RETRY
               END-IF
               DISPLAY "CHANGE JOURNAL BUSY, STATUS "
                   WS-CUSTJRNL-STATUS
               GO TO OPEN-CUSTOMER-JOURNAL-EXIT.
           MOVE "Y" TO WS-JOURNAL-OPEN.
       OPEN-CUSTOMER-JOURNAL-EXIT.
           EXIT.

       CLOSE-CUSTOMER-JOURNAL.
           IF JOURNAL-IS-OPEN
               CLOSE CUSTOMER-JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN.

      *> The caller has opened the journal and set the change type
      *> and both images.  A change that leaves the record as it was
      *> is not journalled, so the extract sends head office only
      *> real changes.
       WRITE-CUSTOMER-JOURNAL.
           MOVE "Y" TO WS-JOURNAL-WRITTEN.
           IF CJ-CUSTOMER-CHANGED
               AND CJ-BEFORE-IMAGE = CJ-AFTER-IMAGE
               PERFORM CLOSE-CUSTOMER-JOURNAL
               EXIT PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO CJ-JOURNAL-DATE.
           MOVE WS-NOW TO CJ-JOURNAL-TIME.
           MOVE "CUSTMNT" TO CJ-PROGRAM.
           MOVE WS-OPERATOR-NUMBER TO CJ-OPERATOR-NUMBER.
           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-JOURNAL-WRITTEN
               DISPLAY "CHANGE JOURNAL WRITE FAILED, STATUS "
                   WS-CUSTJRNL-STATUS.
           PERFORM CLOSE-CUSTOMER-JOURNAL.
