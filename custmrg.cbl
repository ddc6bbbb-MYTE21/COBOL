      *>    SUPERVISED MERGE OF DUPLICATE CUSTOMER RECORDS
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The change journal is opened before either
      *>               master record is touched; with it busy the
      *>               merge is not done, and a journal record that
      *>               cannot be written puts the survivor's account
      *>               or the duplicate's record back.  The survivor
      *>               rewrite is checked.  Links beyond the 50
      *>               gathered, or that fail to move, are counted and
      *>               listed and the program ends with return code 8.
      *>   2026-10-15  Each merge is written to the customer change
      *>               journal (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy)
      *>               with the duplicate before and the survivor
      *>               after, and an account carried to the survivor as
      *>               a change of the survivor, for the nightly
      *>               head-office extract (CUSTXTR).
      *>   2026-10-15  The fixed supervisor-level check at sign-on is
      *>               replaced by the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy), matched on
      *>               the operator's authority level and role
      *>               (OM-ROLE): an operator holding no grant for
      *>               CUSTMRG is refused at sign-on, and each refusal
      *>               is logged to OPRACT.LOG as AUTREF.  With no table
      *>               on file authority 90 and over is still required.
      *>   2026-10-15  The duplicate's account links on the customer-
      *>               account relationship file (CUSTACCT) move to
      *>               the survivor; an account the survivor already
      *>               holds keeps the survivor's role.
      *>   2026-10-15  The duplicate's mailing address (CUSTADDR) is
      *>               carried to the survivor when the survivor has
      *>               none, and is removed with the duplicate.
      *>   2026-09-02  New program: folds a duplicate customer (two
      *>               records for one person under two SSNs, usually
      *>               one mistyped, found by the CUSTDUP scan) into
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-OLD-SSNUM
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SSN-HISTORY-RECORD.
           COPY SSNHIST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

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
       01  MERGE-CONTROL.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-XREF-STATUS        PIC XX.
           02 WS-NDX-STATUS         PIC XX.
           02 WS-HIST-STATUS        PIC XX.
           02 WS-ADDR-STATUS        PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-LINK-SUB           PIC 9(04) COMP.
           02 WS-LINK-MAX           PIC 9(04) COMP VALUE 0.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
              88 OPRMAST-IS-OPEN VALUE "Y".
           02 WS-OPRMAST-UPD        PIC X VALUE "N".
              88 OPRMAST-UPDATABLE VALUE "Y".
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-CUSTJRNL-STATUS    PIC XX.
           02 WS-CUSTJRNL-RETRY     PIC 9(02).
           02 WS-JOURNAL-OPEN       PIC X VALUE "N".
              88 JOURNAL-IS-OPEN    VALUE "Y".
           02 WS-JOURNAL-WRITTEN    PIC X.
              88 JOURNAL-WAS-WRITTEN VALUE "Y".
           02 WS-LINKS-NOT-MOVED    PIC 9(04).
           02 WS-MERGE-RC           PIC 9(02) VALUE 0.
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
           02 WS-ANSWER             PIC X.
           02 WS-MERGE-COUNT        PIC 9(04) VALUE 0.

      *> The accounts one customer holds, gathered before any of
      *> them is moved.
       01  WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 50 TIMES.
              03 WS-LINKED-ACCOUNT  PIC X(10).

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "CUSTMRG".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
               CLOSE SSN-HISTORY-FILE
               OPEN I-O SSN-HISTORY-FILE
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
       MERGE-LOOP.
           PERFORM MERGE-ONE-PAIR THRU MERGE-ONE-PAIR-EXIT.
           DISPLAY "ANOTHER MERGE (Y/N)? " WITH NO ADVANCING.
           CLOSE NAME-SSN-XREF.
           CLOSE NAME-INDEX-FILE.
           CLOSE SSN-HISTORY-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
       END-MERGE-NO-FILE.
           IF OPRMAST-IS-OPEN CLOSE OPERATOR-MASTER-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           DISPLAY "CUSTMRG: MERGES APPLIED " WS-MERGE-COUNT.
           MOVE WS-MERGE-RC TO RETURN-CODE.
           STOP RUN.

      *> The fold: the survivor keeps its own record (picking up the
           IF WS-ANSWER NOT = "Y"
               DISPLAY "MERGE CANCELLED"
               GO TO MERGE-ONE-PAIR-EXIT.
           PERFORM OPEN-CUSTOMER-JOURNAL
               THRU OPEN-CUSTOMER-JOURNAL-EXIT.
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "MERGE NOT DONE"
               GO TO MERGE-ONE-PAIR-EXIT.
           IF WS-SURV-ACCOUNT = SPACES
               AND WS-DUP-ACCOUNT NOT = SPACES
               PERFORM CARRY-MAIN-ACCOUNT THRU CARRY-MAIN-ACCOUNT-EXIT
               IF NOT JOURNAL-WAS-WRITTEN
                   CLOSE CUSTOMER-JOURNAL-FILE
                   DISPLAY "MERGE NOT DONE"
                   GO TO MERGE-ONE-PAIR-EXIT
               END-IF
           END-IF.
           MOVE WS-DUP-SSNUM TO CM-SSNUM.
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "MASTER DELETE FAILED, STATUS "
                       WS-CUSTMST-STATUS
                   CLOSE CUSTOMER-JOURNAL-FILE
                   GO TO MERGE-ONE-PAIR-EXIT
           END-DELETE.
           MOVE "M" TO CJ-CHANGE-TYPE.
           MOVE WS-DUP-SSNUM TO CJ-BEFORE-SSNUM.
           MOVE WS-DUP-NAME TO CJ-BEFORE-NAME.
           MOVE WS-DUP-ACCOUNT TO CJ-BEFORE-ACCOUNT.
           MOVE WS-SURV-SSNUM TO CJ-AFTER-SSNUM.
           MOVE WS-SURV-NAME TO CJ-AFTER-NAME.
           MOVE WS-SURV-ACCOUNT TO CJ-AFTER-ACCOUNT.
           PERFORM WRITE-CUSTOMER-JOURNAL.
           CLOSE CUSTOMER-JOURNAL-FILE.
           IF NOT JOURNAL-WAS-WRITTEN
               MOVE WS-DUP-SSNUM TO CM-SSNUM
               MOVE WS-DUP-NAME TO CM-CUSTOMER-NAME
               MOVE WS-DUP-ACCOUNT TO CM-ACCOUNT-NUMBER
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE NOT RESTORED, STATUS "
                           WS-CUSTMST-STATUS
               END-WRITE
               DISPLAY "MERGE NOT DONE"
               GO TO MERGE-ONE-PAIR-EXIT.
           MOVE WS-DUP-SSNUM TO NX-SSNUM.
           DELETE NAME-SSN-XREF
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM CARRY-MAILING-ADDRESS.
           PERFORM CARRY-ACCOUNT-LINKS THRU CARRY-ACCOUNT-LINKS-EXIT.
           IF WS-LINKS-NOT-MOVED > 0
               DISPLAY WS-LINKS-NOT-MOVED " ACCOUNT LINKS STILL UNDER "
                   WS-DUP-SSNUM " - RELINK IN CUSTMNT"
               MOVE 8 TO WS-MERGE-RC.
           PERFORM WRITE-TRAIL-RECORD.
           MOVE "MERGE" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
       MERGE-ONE-PAIR-EXIT.
           EXIT.

      *> The duplicate's account number goes to a survivor that has
      *> none, journalled as a change of the survivor; when that
      *> record cannot be written the survivor is put back.
       CARRY-MAIN-ACCOUNT.
           MOVE WS-DUP-ACCOUNT TO CM-ACCOUNT-NUMBER.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "SURVIVOR REWRITE FAILED, STATUS "
                       WS-CUSTMST-STATUS
                   MOVE "N" TO WS-JOURNAL-WRITTEN
                   GO TO CARRY-MAIN-ACCOUNT-EXIT
           END-REWRITE.
           MOVE "C" TO CJ-CHANGE-TYPE.
           MOVE WS-SURV-SSNUM TO CJ-BEFORE-SSNUM.
           MOVE WS-SURV-NAME TO CJ-BEFORE-NAME.
           MOVE WS-SURV-ACCOUNT TO CJ-BEFORE-ACCOUNT.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           PERFORM WRITE-CUSTOMER-JOURNAL.
           IF NOT JOURNAL-WAS-WRITTEN
               MOVE WS-SURV-ACCOUNT TO CM-ACCOUNT-NUMBER
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "SURVIVOR NOT RESTORED, STATUS "
                           WS-CUSTMST-STATUS
               END-REWRITE
               GO TO CARRY-MAIN-ACCOUNT-EXIT.
           DISPLAY "ACCOUNT " WS-DUP-ACCOUNT " CARRIED TO SURVIVOR".
           MOVE WS-DUP-ACCOUNT TO WS-SURV-ACCOUNT.
       CARRY-MAIN-ACCOUNT-EXIT.
           EXIT.

      *> Like the account number, the duplicate's address is only
      *> carried when the survivor has none; a survivor with an
      *> address keeps its own.  Either way the duplicate's goes.
       CARRY-MAILING-ADDRESS.
           MOVE WS-DUP-SSNUM TO CA-SSNUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           DELETE CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-SURV-SSNUM TO CA-SSNUM.
           MOVE WS-TODAY TO CA-LAST-CHANGE-DATE.
           MOVE WS-SUPERVISOR-NUMBER TO CA-LAST-CHANGE-OPER.
           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "SURVIVOR KEEPS ITS OWN ADDRESS"
               NOT INVALID KEY
                   DISPLAY "ADDRESS CARRIED TO SURVIVOR"
           END-WRITE.

      *> The file is keyed account first, so the duplicate's links
      *> are gathered by a scan, then each moves to the survivor.
      *> Where the survivor already holds the account its own link
      *> (and role) stands and the duplicate's is simply removed.
      *> Links past the table, and links that fail to move, are
      *> counted in WS-LINKS-NOT-MOVED.
       CARRY-ACCOUNT-LINKS.
           MOVE 0 TO WS-LINK-MAX.
           MOVE 0 TO WS-LINKS-NOT-MOVED.
           MOVE LOW-VALUES TO CR-RELATION-KEY.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO CARRY-ACCOUNT-LINKS-EXIT
           END-START.
       CARRY-ACCOUNT-LINKS-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO CARRY-ACCOUNT-LINKS-APPLY.
           IF CR-SSNUM NOT = WS-DUP-SSNUM
               GO TO CARRY-ACCOUNT-LINKS-NEXT.
           IF WS-LINK-MAX < 50
               ADD 1 TO WS-LINK-MAX
               MOVE CR-ACCOUNT-NUMBER TO WS-LINKED-ACCOUNT(WS-LINK-MAX)
           ELSE
               ADD 1 TO WS-LINKS-NOT-MOVED
           END-IF.
           GO TO CARRY-ACCOUNT-LINKS-NEXT.
       CARRY-ACCOUNT-LINKS-APPLY.
           PERFORM CARRY-ONE-ACCOUNT-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
       CARRY-ACCOUNT-LINKS-EXIT.
           EXIT.

       CARRY-ONE-ACCOUNT-LINK.
           MOVE WS-LINKED-ACCOUNT(WS-LINK-SUB) TO CR-ACCOUNT-NUMBER.
           MOVE WS-DUP-SSNUM TO CR-SSNUM.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-SURV-SSNUM TO CR-SSNUM.
           MOVE WS-TODAY TO CR-LINK-DATE.
           MOVE WS-SUPERVISOR-NUMBER TO CR-LINK-OPERATOR.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   IF WS-CUSTACCT-STATUS NOT = "22"
                       DISPLAY "LINK TO "
                           WS-LINKED-ACCOUNT(WS-LINK-SUB)
                           " NOT MOVED, STATUS " WS-CUSTACCT-STATUS
                       ADD 1 TO WS-LINKS-NOT-MOVED
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " WS-LINKED-ACCOUNT(WS-LINK-SUB)
                       " LINKED TO SURVIVOR"
           END-WRITE.
           MOVE WS-LINKED-ACCOUNT(WS-LINK-SUB) TO CR-ACCOUNT-NUMBER.
           MOVE WS-DUP-SSNUM TO CR-SSNUM.
           DELETE CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *> The same trail record SSNCHG writes, so the lookup's
      *> redirect under a retired SSN works for merges too.
       WRITE-TRAIL-RECORD.
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
       CHANGE-SUPERVISOR-PIN-EXIT.
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
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.

      *> Opened before either master record is changed, so a busy
      *> journal stops the merge rather than losing it from the
      *> head-office extract, and closed by the caller once the
      *> merge's records are written.
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

      *> The caller sets the change type and both images.
       WRITE-CUSTOMER-JOURNAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO CJ-JOURNAL-DATE.
           MOVE WS-NOW TO CJ-JOURNAL-TIME.
           MOVE "CUSTMRG" TO CJ-PROGRAM.
           MOVE WS-SUPERVISOR-NUMBER TO CJ-OPERATOR-NUMBER.
           MOVE "Y" TO WS-JOURNAL-WRITTEN.
           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-JOURNAL-WRITTEN
               DISPLAY "CHANGE JOURNAL WRITE FAILED, STATUS "
                   WS-CUSTJRNL-STATUS.
