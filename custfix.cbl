      *>    REPAIR AND RESUBMISSION OF CUSTOMER FEED REJECTS
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A corrected record is no longer journalled here,
      *>               where nothing has yet changed on the master;
      *>               CUSTLOAD's resubmission pass journals it when
      *>               it is applied, against the master as it stood.
      *>   2026-10-15  Each corrected record written to CUSTRESUB.DAT is
      *>               also written to the customer change journal
      *>               (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy) as the
      *>               add or change it resubmits, with the record as
      *>               received before and as corrected after, so the
      *>               nightly head-office extract (CUSTXTR) returns
      *>               the correction to head office.
      *>   2026-10-15  Sign-on checks the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) against the
      *>               operator's authority level and role (OM-ROLE): an
      *>               operator holding no grant for CUSTFIX is refused
      *>               and the refusal logged to OPRACT.LOG as AUTREF.
      *>               With no table on file any operator on the
      *>               security file may still sign on.
      *>   2026-09-02  New program: browses CUSTFEED.REJ one reject at
      *>               a time showing the reason (the same edits as
      *>               CUSTLOAD's EDIT-FEED-RECORD: SSN area/group/
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
              88 OPRMAST-IS-OPEN VALUE "Y".
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
           02 WF-CUSTOMER-NAME      PIC X(30).
           02 WF-ACCOUNT-NUMBER     PIC X(10).

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "CUSTFIX".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-OPERATOR THRU IDENTIFY-OPERATOR-EXIT.
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
