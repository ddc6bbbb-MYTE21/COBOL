      *>    SSN CHANGE TRANSACTION WITH HISTORY TRAIL
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The change journal is opened before the master
      *>               is moved; with it busy the customer is not
      *>               moved, and a journal record that cannot be
      *>               written takes the new master record back out.
      *>               Account links beyond the 50 gathered, or that
      *>               fail to move, are counted and listed and the
      *>               program ends with return code 8.
      *>   2026-10-15  Each SSN move is written to the customer change
      *>               journal (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy)
      *>               as an SSN correction, the record under the old
      *>               SSN before and under the new SSN after, for the
      *>               nightly head-office extract (CUSTXTR).
      *>   2026-10-15  Sign-on checks the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) against the
      *>               operator's authority level and role (OM-ROLE): an
      *>               operator holding no grant for SSNCHG is refused
      *>               and the refusal logged to OPRACT.LOG as AUTREF.
      *>               With no table on file any operator on the
      *>               security file may still sign on.
      *>   2026-10-15  The customer's account links on the customer-
      *>               account relationship file (CUSTACCT) move to
      *>               the new SSN with the master record.
      *>   2026-10-15  The customer's mailing address record (CUSTADDR,
      *>               copybooks/CUSTADDR.cpy) moves to the new SSN
      *>               with the master record.
      *>   2026-08-22  New program: moves a customer from an old SSN to
      *>               a new one across CUSTMST, NAMEXREF and NAMENDX
      *>               in one operation, refuses when the new SSN is
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
       01  CHANGE-CONTROL.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-XREF-STATUS        PIC XX.
           02 WS-NDX-STATUS         PIC XX.
           02 WS-HIST-STATUS        PIC XX.
           02 WS-ADDR-STATUS        PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-LINK-SUB           PIC 9(04) COMP.
           02 WS-LINK-MAX           PIC 9(04) COMP VALUE 0.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-CUSTJRNL-STATUS    PIC XX.
           02 WS-CUSTJRNL-RETRY     PIC 9(02).
           02 WS-JOURNAL-OPEN       PIC X VALUE "N".
              88 JOURNAL-IS-OPEN    VALUE "Y".
           02 WS-JOURNAL-WRITTEN    PIC X.
              88 JOURNAL-WAS-WRITTEN VALUE "Y".
           02 WS-LINKS-NOT-MOVED    PIC 9(04).
           02 WS-CHANGE-RC          PIC 9(02) VALUE 0.
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
       01  SSN-ENTRY.
           COPY SSNEDIT.

      *> The accounts one customer holds, gathered before any of
      *> them is moved.
       01  WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 50 TIMES.
              03 WS-LINKED-ACCOUNT  PIC X(10).

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "SSNCHG".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-OPERATOR THRU IDENTIFY-OPERATOR-EXIT.
           CLOSE NAME-SSN-XREF.
           CLOSE NAME-INDEX-FILE.
           CLOSE SSN-HISTORY-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           MOVE WS-CHANGE-RC TO RETURN-CODE.
           STOP RUN.

       OPEN-CUSTOMER-FILES.
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

      *> Accepts one SSN as area/group/serial with the standard edits;
      *> area 000 is the quit signal, any other invalid part re-asks.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "CHANGE CANCELLED"
               GO TO CHANGE-ONE-CUSTOMER-EXIT.
           PERFORM OPEN-CUSTOMER-JOURNAL
               THRU OPEN-CUSTOMER-JOURNAL-EXIT.
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "CUSTOMER NOT MOVED"
               GO TO CHANGE-ONE-CUSTOMER-EXIT.
           MOVE WS-NEW-SSNUM TO CM-SSNUM.
           MOVE WS-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
           MOVE WS-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
               INVALID KEY
                   DISPLAY "MASTER WRITE FAILED, STATUS "
                       WS-CUSTMST-STATUS
                   CLOSE CUSTOMER-JOURNAL-FILE
                   GO TO CHANGE-ONE-CUSTOMER-EXIT
           END-WRITE.
           PERFORM WRITE-CUSTOMER-JOURNAL.
           IF NOT JOURNAL-WAS-WRITTEN
               DELETE CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "CUSTOMER NOT MOVED"
               GO TO CHANGE-ONE-CUSTOMER-EXIT.
           MOVE WS-OLD-SSNUM TO CM-SSNUM.
           DELETE CUSTOMER-MASTER
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM MOVE-MAILING-ADDRESS.
           PERFORM MOVE-ACCOUNT-LINKS THRU MOVE-ACCOUNT-LINKS-EXIT.
           PERFORM WRITE-HISTORY-RECORD.
           DISPLAY "CUSTOMER MOVED TO " WS-NEW-SSNUM.
           IF WS-LINKS-NOT-MOVED > 0
               DISPLAY WS-LINKS-NOT-MOVED " ACCOUNT LINKS STILL UNDER "
                   WS-OLD-SSNUM " - RELINK IN CUSTMNT"
               MOVE 8 TO WS-CHANGE-RC.
       CHANGE-ONE-CUSTOMER-EXIT.
           EXIT.

      *> Same order as the master: the address is written under the
      *> new number before the old one is removed.
       MOVE-MAILING-ADDRESS.
           MOVE WS-OLD-SSNUM TO CA-SSNUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-NEW-SSNUM TO CA-SSNUM.
           MOVE WS-TODAY TO CA-LAST-CHANGE-DATE.
           MOVE WS-OPERATOR-NUMBER TO CA-LAST-CHANGE-OPER.
           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "ADDRESS NOT MOVED, STATUS " WS-ADDR-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-OLD-SSNUM TO CA-SSNUM.
           DELETE CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *> The file is keyed account first, so the customer's links are
      *> gathered by a scan and then each is rewritten under the new
      *> number (written before the old one goes, like the master).
      *> Links past the table, and links that fail to move, are
      *> counted in WS-LINKS-NOT-MOVED.
       MOVE-ACCOUNT-LINKS.
           MOVE 0 TO WS-LINK-MAX.
           MOVE 0 TO WS-LINKS-NOT-MOVED.
           MOVE LOW-VALUES TO CR-RELATION-KEY.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO MOVE-ACCOUNT-LINKS-EXIT
           END-START.
       MOVE-ACCOUNT-LINKS-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO MOVE-ACCOUNT-LINKS-APPLY.
           IF CR-SSNUM NOT = WS-OLD-SSNUM
               GO TO MOVE-ACCOUNT-LINKS-NEXT.
           IF WS-LINK-MAX < 50
               ADD 1 TO WS-LINK-MAX
               MOVE CR-ACCOUNT-NUMBER TO WS-LINKED-ACCOUNT(WS-LINK-MAX)
           ELSE
               ADD 1 TO WS-LINKS-NOT-MOVED
           END-IF.
           GO TO MOVE-ACCOUNT-LINKS-NEXT.
       MOVE-ACCOUNT-LINKS-APPLY.
           PERFORM MOVE-ONE-ACCOUNT-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
       MOVE-ACCOUNT-LINKS-EXIT.
           EXIT.

       MOVE-ONE-ACCOUNT-LINK.
           MOVE WS-LINKED-ACCOUNT(WS-LINK-SUB) TO CR-ACCOUNT-NUMBER.
           MOVE WS-OLD-SSNUM TO CR-SSNUM.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NEW-SSNUM TO CR-SSNUM.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "LINK TO " WS-LINKED-ACCOUNT(WS-LINK-SUB)
                       " NOT MOVED, STATUS " WS-CUSTACCT-STATUS
                   ADD 1 TO WS-LINKS-NOT-MOVED
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-OLD-SSNUM TO CR-SSNUM.
           DELETE CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       WRITE-HISTORY-RECORD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-OLD-SSNUM TO SH-OLD-SSNUM.
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

      *> Opened before the master is moved, so a busy journal stops
      *> the move rather than losing it from the head-office extract.
      *> Appended one open/write/close per change, as the activity
      *> log is.
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

      *> The move is journalled as one SSN correction so the extract
      *> can retire the old number at head office and send the new.
       WRITE-CUSTOMER-JOURNAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO CJ-JOURNAL-DATE.
           MOVE WS-NOW TO CJ-JOURNAL-TIME.
           MOVE "SSNCHG" TO CJ-PROGRAM.
           MOVE WS-OPERATOR-NUMBER TO CJ-OPERATOR-NUMBER.
           MOVE "S" TO CJ-CHANGE-TYPE.
           MOVE WS-OLD-SSNUM TO CJ-BEFORE-SSNUM.
           MOVE WS-CUSTOMER-NAME TO CJ-BEFORE-NAME.
           MOVE WS-ACCOUNT-NUMBER TO CJ-BEFORE-ACCOUNT.
           MOVE WS-NEW-SSNUM TO CJ-AFTER-SSNUM.
           MOVE WS-CUSTOMER-NAME TO CJ-AFTER-NAME.
           MOVE WS-ACCOUNT-NUMBER TO CJ-AFTER-ACCOUNT.
           MOVE "Y" TO WS-JOURNAL-WRITTEN.
           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-JOURNAL-WRITTEN
               DISPLAY "CHANGE JOURNAL WRITE FAILED, STATUS "
                   WS-CUSTJRNL-STATUS.
           CLOSE CUSTOMER-JOURNAL-FILE.
           MOVE "N" TO WS-JOURNAL-OPEN.
