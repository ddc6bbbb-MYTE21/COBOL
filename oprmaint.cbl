      *>    OPERATOR SECURITY MASTER MAINTENANCE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  O=ROLE asks Y/N before the change, refuses the
      *>               signed-on supervisor's own record, reports a
      *>               failed rewrite instead of logging it, and logs
      *>               ROLCHG with the operator changed and the old
      *>               and new roles in the name column.
      *>   2026-10-15  The fixed supervisor-level check at sign-on is
      *>               replaced by the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy), matched on
      *>               the operator's authority level and role
      *>               (OM-ROLE): an operator holding no grant for
      *>               OPRMAINT is refused at sign-on and each menu
      *>               function is checked as well, and each refusal is
      *>               logged to OPRACT.LOG as AUTREF.  With no table on
      *>               file authority 90 and over is still required.
      *>               New O=ROLE sets an operator's role (logged as
      *>               ROLCHG); ADD asks for it and INQUIRE shows it.
      *>               Initial load mode is not checked.
      *>   2026-09-02  PIN support: supervisor identification asks for
      *>               the PIN (wrong entries logged as PINBAD and
      *>               counted, third failure locks as PINLCK, first
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
       01  MAINT-CONTROL.
           02 WS-OPRMAST-STATUS     PIC XX.
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
              88 FUNC-UNLOCK        VALUE "U".
              88 FUNC-PIN-RESET     VALUE "P".
              88 FUNC-INQUIRE       VALUE "I".
              88 FUNC-ROLE          VALUE "O".
              88 FUNC-NEEDS-GRANT   VALUES "A" "R" "D" "E" "U" "P"
                                           "I" "O".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-NEW-PIN-AGAIN      PIC 9(04).
           02 WS-PIN-CHANGE-TRY     PIC 9(02).
           02 WS-PIN-AGE-DAYS       PIC S9(07) COMP.
           02 WS-NEW-ROLE           PIC X(08).
           02 WS-ANSWER             PIC X.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "OPRMAINT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       01  WS-ROLE-CHANGE-NAME.
           02 FILLER                PIC X(04) VALUE "OPR ".
           02 WS-RC-OPERATOR        PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RC-OLD-ROLE        PIC X(08).
           02 FILLER                PIC X(01) VALUE ">".
           02 WS-RC-NEW-ROLE        PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "*** OPERATOR MASTER MAINTENANCE ***".
           DISPLAY "A=ADD R=RENAME D=DEACTIVATE E=REACTIVATE"
               " U=UNLOCK P=PIN RESET O=ROLE I=INQUIRE Q=QUIT".
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
               PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
               GO TO MENU-LOOP.
               PERFORM RESET-OPERATOR-PIN
                   THRU RESET-OPERATOR-PIN-EXIT
               GO TO MENU-LOOP.
           IF FUNC-ROLE
               PERFORM CHANGE-OPERATOR-ROLE
                   THRU CHANGE-OPERATOR-ROLE-EXIT
               GO TO MENU-LOOP.
           IF FUNC-INQUIRE
               PERFORM INQUIRE-OPERATOR THRU INQUIRE-OPERATOR-EXIT
               GO TO MENU-LOOP.
                       DISPLAY "SUPERVISOR IS LOCKED"
                       GO TO IDENTIFY-SUPERVISOR
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
               GO TO IDENTIFY-SUPERVISOR.
           PERFORM VERIFY-SUPERVISOR-PIN
               THRU VERIFY-SUPERVISOR-PIN-EXIT.
           IF NOT PIN-IS-VERIFIED
           DISPLAY "Authority level (01-99, 90+ supervisor): "
               WITH NO ADVANCING.
           ACCEPT OM-AUTHORITY-LEVEL.
           DISPLAY "Role (Enter=none): " WITH NO ADVANCING.
           MOVE SPACES TO OM-ROLE.
           ACCEPT OM-ROLE.
           MOVE "A" TO OM-ACTIVE-FLAG.
      *>   The initial PIN is temporary: a set date of zero forces
      *>   the operator to choose their own at first sign-on.
       RESET-OPERATOR-PIN-EXIT.
           EXIT.

      *> The role is matched against the function authority table
      *> (AUTHTAB.DAT); a blank role holds only grants naming none.
      *> Nobody may change their own role.  The activity record
      *> carries the operator changed and the old and new roles in
      *> the name column, the way an AUTREF carries the refusal.
       CHANGE-OPERATOR-ROLE.
           PERFORM GET-TARGET-OPERATOR.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "OPERATOR NOT ON FILE"
               GO TO CHANGE-OPERATOR-ROLE-EXIT.
           IF WS-TARGET-OPERATOR = WS-SUPERVISOR-NUMBER
               DISPLAY "YOU CANNOT CHANGE YOUR OWN ROLE"
               GO TO CHANGE-OPERATOR-ROLE-EXIT.
           DISPLAY "Current role: " OM-ROLE.
           DISPLAY "New role (Enter=none): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-ROLE.
           ACCEPT WS-NEW-ROLE.
           DISPLAY "Change role of " OM-OPERATOR-NAME " (Y/N)? "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ROLE NOT CHANGED"
               GO TO CHANGE-OPERATOR-ROLE-EXIT.
           MOVE OM-OPERATOR-NUMBER TO WS-RC-OPERATOR.
           MOVE OM-ROLE TO WS-RC-OLD-ROLE.
           MOVE WS-NEW-ROLE TO WS-RC-NEW-ROLE.
           MOVE WS-NEW-ROLE TO OM-ROLE.
           REWRITE OPERATOR-MASTER-RECORD.
           IF WS-OPRMAST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ROLE NOT CHANGED, STATUS " WS-OPRMAST-STATUS
               GO TO CHANGE-OPERATOR-ROLE-EXIT.
           MOVE WS-SUPERVISOR-NAME TO WS-AUTH-SAVED-NAME.
           MOVE WS-ROLE-CHANGE-NAME TO WS-SUPERVISOR-NAME.
           MOVE "ROLCHG" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
               THRU WRITE-OPERATOR-ACTIVITY-EXIT.
           MOVE WS-AUTH-SAVED-NAME TO WS-SUPERVISOR-NAME.
           DISPLAY "ROLE CHANGED: " OM-OPERATOR-NAME.
       CHANGE-OPERATOR-ROLE-EXIT.
           EXIT.

       INQUIRE-OPERATOR.
           PERFORM GET-TARGET-OPERATOR.
           IF NOT RECORD-WAS-FOUND
           DISPLAY "NAME:      " OM-OPERATOR-NAME.
           DISPLAY "DEPT:      " OM-DEPARTMENT.
           DISPLAY "AUTHORITY: " OM-AUTHORITY-LEVEL.
           DISPLAY "ROLE:      " OM-ROLE.
           DISPLAY "STATUS:    " OM-ACTIVE-FLAG.
           IF OM-LOCKED
               DISPLAY "LOCKED:    YES"
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

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
