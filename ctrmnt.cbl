       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  CTRMNT.

      *> ---------------------------------------------------------------
      *>    COMPLIANCE CASE MAINTENANCE - SUPERVISOR
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: a supervisor (sign-on, PIN and the
      *>               function authority table as in ACCTAPRV; with no
      *>               table on file authority 90 and over) works the
      *>               compliance cases CTRRPT opens on the case file
      *>               (CTRCASE, copybooks/CTRCASE.cpy).  L lists the
      *>               open cases with their age, F marks a case filed
      *>               (reported to the authorities) and C marks it
      *>               cleared (no report needed).  Filing or clearing
      *>               needs a note, and records the supervisor's
      *>               number, the date and the time on the case; it is
      *>               logged to OPRACT.LOG as CTRFIL or CTRCLR with the
      *>               case number in the name column.  A closed case
      *>               is never reopened here and drops off the nightly
      *>               carried-forward list.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-CASE-FILE ASSIGN TO "CTRCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CC-CASE-NUMBER
               FILE STATUS IS WS-CTRCASE-STATUS.
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
       FD  COMPLIANCE-CASE-FILE.
       01  COMPLIANCE-CASE-RECORD.
           COPY CTRCASE.

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
       01  CASE-CONTROL.
           02 WS-CTRCASE-STATUS     PIC XX.
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
              88 FUNC-FILE          VALUE "F".
              88 FUNC-CLEAR         VALUE "C".
              88 FUNC-NEEDS-GRANT   VALUES "L" "F" "C".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-SAVED-NAME         PIC X(30).
           02 WS-TARGET-CASE        PIC 9(06).
           02 WS-NEW-STATUS         PIC X.
           02 WS-CLOSE-NOTE         PIC X(40).
           02 WS-ANSWER             PIC X.
           02 WS-OPEN-COUNT         PIC 9(06).
           02 WS-AGE-DAYS           PIC S9(07) COMP.
           02 WS-CASE-FOUND         PIC X.
              88 CASE-IS-OPEN       VALUE "Y".

       01  WS-LIST-LINE.
           02 WS-L-CASE             PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-TYPE             PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-DATE             PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-AGE              PIC ZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-SSNUM            PIC 9(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-NAME             PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-AMOUNT           PIC Z(8)9.99.

       01  WS-EVENT-NAME.
           02 FILLER                PIC X(05) VALUE "CASE ".
           02 WS-E-CASE             PIC 9(06).
           02 FILLER                PIC X(06) VALUE " TYPE ".
           02 WS-E-TYPE             PIC X(01).
           02 FILLER                PIC X(12) VALUE SPACES.

       01  WS-AMOUNT-SHOW           PIC Z(8)9.99.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "CTRMNT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
           PERFORM WRITE-OPERATOR-SIGNON.
           OPEN I-O COMPLIANCE-CASE-FILE.
           IF WS-CTRCASE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO COMPLIANCE CASES ON FILE"
               GO TO END-CASES-NO-FILE.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** COMPLIANCE CASES - SUPERVISOR ***".
           DISPLAY "L=LIST OPEN F=MARK FILED C=MARK CLEARED Q=QUIT".
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
               PERFORM LIST-OPEN-CASES THRU LIST-OPEN-CASES-EXIT
               GO TO MENU-LOOP.
           IF FUNC-FILE
               MOVE "F" TO WS-NEW-STATUS
               PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
               GO TO MENU-LOOP.
           IF FUNC-CLEAR
               MOVE "C" TO WS-NEW-STATUS
               PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
           CLOSE COMPLIANCE-CASE-FILE.
       END-CASES-NO-FILE.
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
           DISPLAY "Supervisor operator number: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-NUMBER.
           IF NOT OPRMAST-IS-OPEN
               DISPLAY "Supervisor name: " WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-NAME
               GO TO IDENTIFY-SUPERVISOR-EXIT.
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

      *> Open cases in case order, oldest first, with their age from
      *> the business day they were raised for.  The control record
      *> (case zero) is skipped by starting above it.
       LIST-OPEN-CASES.
           MOVE 0 TO WS-OPEN-COUNT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO CC-CASE-NUMBER.
           START COMPLIANCE-CASE-FILE
               KEY IS GREATER THAN CC-CASE-NUMBER
               INVALID KEY
                   DISPLAY "NO CASES OPEN"
                   GO TO LIST-OPEN-CASES-EXIT
           END-START.
           DISPLAY "CASE   T BUSINESS  AGE SSN       NAME"
               "                       AMOUNT".
       LIST-READ-NEXT.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END GO TO LIST-SHOW-COUNT.
           IF NOT CC-OPEN
               GO TO LIST-READ-NEXT.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(CC-BUSINESS-DATE).
           MOVE CC-CASE-NUMBER TO WS-L-CASE.
           MOVE CC-CASE-TYPE TO WS-L-TYPE.
           MOVE CC-BUSINESS-DATE TO WS-L-DATE.
           MOVE WS-AGE-DAYS TO WS-L-AGE.
           MOVE CC-SSNUM TO WS-L-SSNUM.
           MOVE CC-CUSTOMER-NAME TO WS-L-NAME.
           MOVE CC-AMOUNT TO WS-L-AMOUNT.
           DISPLAY WS-LIST-LINE.
           GO TO LIST-READ-NEXT.
       LIST-SHOW-COUNT.
           DISPLAY "CASES OPEN: " WS-OPEN-COUNT.
       LIST-OPEN-CASES-EXIT.
           EXIT.

       GET-OPEN-CASE.
           MOVE "N" TO WS-CASE-FOUND.
           MOVE WS-TARGET-CASE TO CC-CASE-NUMBER.
           IF WS-TARGET-CASE = 0
               DISPLAY "CASE NOT ON FILE"
               GO TO GET-OPEN-CASE-EXIT.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   DISPLAY "CASE NOT ON FILE"
                   GO TO GET-OPEN-CASE-EXIT
           END-READ.
           IF NOT CC-OPEN
               DISPLAY "CASE ALREADY CLOSED BY OPERATOR "
                   CC-CLOSED-OPERATOR " ON " CC-CLOSED-DATE
               GO TO GET-OPEN-CASE-EXIT.
           MOVE "Y" TO WS-CASE-FOUND.
       GET-OPEN-CASE-EXIT.
           EXIT.

       SHOW-OPEN-CASE.
           MOVE CC-AMOUNT TO WS-AMOUNT-SHOW.
           DISPLAY "CASE:      " CC-CASE-NUMBER " TYPE " CC-CASE-TYPE
               " FOR " CC-BUSINESS-DATE.
           DISPLAY "CUSTOMER:  " CC-SSNUM " " CC-CUSTOMER-NAME.
           DISPLAY "ACCOUNT:   " CC-ACCOUNT-NUMBER.
           DISPLAY "AMOUNT:    " WS-AMOUNT-SHOW " POSTINGS "
               CC-POSTING-COUNT.
           DISPLAY "DETAIL:    " CC-DETAIL.

      *> Filing and clearing differ only in the status set.  The
      *> case is read again just before the update so that two
      *> supervisors cannot both close it.
       CLOSE-CASE.
           IF WS-NEW-STATUS = "F"
               DISPLAY "Case number to mark filed: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Case number to mark cleared: "
                   WITH NO ADVANCING
           END-IF.
           MOVE 0 TO WS-TARGET-CASE.
           ACCEPT WS-TARGET-CASE.
           PERFORM GET-OPEN-CASE THRU GET-OPEN-CASE-EXIT.
           IF NOT CASE-IS-OPEN
               GO TO CLOSE-CASE-EXIT.
           PERFORM SHOW-OPEN-CASE.
           DISPLAY "Note (required): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLOSE-NOTE.
           ACCEPT WS-CLOSE-NOTE.
           IF WS-CLOSE-NOTE = SPACES
               DISPLAY "A NOTE IS REQUIRED - CASE LEFT OPEN"
               GO TO CLOSE-CASE-EXIT.
           DISPLAY "Confirm (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "CASE LEFT OPEN"
               GO TO CLOSE-CASE-EXIT.
           PERFORM GET-OPEN-CASE THRU GET-OPEN-CASE-EXIT.
           IF NOT CASE-IS-OPEN
               GO TO CLOSE-CASE-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NEW-STATUS TO CC-CASE-STATUS.
           MOVE WS-SUPERVISOR-NUMBER TO CC-CLOSED-OPERATOR.
           MOVE WS-TODAY TO CC-CLOSED-DATE.
           MOVE WS-NOW TO CC-CLOSED-TIME.
           MOVE WS-CLOSE-NOTE TO CC-CLOSE-NOTE.
           REWRITE COMPLIANCE-CASE-RECORD.
           IF WS-CTRCASE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CASE NOT UPDATED, STATUS " WS-CTRCASE-STATUS
               GO TO CLOSE-CASE-EXIT.
           IF CC-FILED
               MOVE "CTRFIL" TO OA-EVENT-TYPE
               DISPLAY "CASE " CC-CASE-NUMBER " MARKED FILED"
           ELSE
               MOVE "CTRCLR" TO OA-EVENT-TYPE
               DISPLAY "CASE " CC-CASE-NUMBER " MARKED CLEARED"
           END-IF.
           PERFORM WRITE-CASE-EVENT.
       CLOSE-CASE-EXIT.
           EXIT.

      *> The case number and type go in the name column of the
      *> activity record, the supervisor's number in the operator
      *> column.
       WRITE-CASE-EVENT.
           MOVE WS-SUPERVISOR-NAME TO WS-SAVED-NAME.
           MOVE CC-CASE-NUMBER TO WS-E-CASE.
           MOVE CC-CASE-TYPE TO WS-E-TYPE.
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
