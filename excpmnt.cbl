       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  EXCPMNT.

      *> ---------------------------------------------------------------
      *>    CONTROL EXCEPTION FOLLOW-UP
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: supervisors work the exception
      *>               items the morning EXCPRPT run keeps on the
      *>               exception tracking file (EXCPTRK, copybooks/
      *>               EXCPTRK.cpy).  Sign-on, PIN and the function
      *>               authority table as in CTRMNT (with no table on
      *>               file authority 90 and over).  L lists the open
      *>               items, or every item, for one job or for all of
      *>               them with their age in days, I shows one item in
      *>               full, O assigns the item to an owner (an active
      *>               operator on OPRMAST, or zero for nobody) with an
      *>               optional progress note, R resolves it and W
      *>               waives it, each with a note that must be given.
      *>               Every change records the operator's number, the
      *>               date and the time on the item and is logged to
      *>               OPRACT.LOG as EXCOWN, EXCRES or EXCWVE with the
      *>               item number and job in the name column.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-TRACKING-FILE ASSIGN TO "EXCPTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EX-ITEM-NUMBER
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCPTRK-STATUS.
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
       FD  EXCEPTION-TRACKING-FILE.
       01  EXCEPTION-TRACKING-RECORD.
           COPY EXCPTRK.

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
       01  FOLLOW-UP-CONTROL.
           02 WS-EXCPTRK-STATUS     PIC XX.
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
              88 FUNC-OWNER         VALUE "O".
              88 FUNC-RESOLVE       VALUE "R".
              88 FUNC-WAIVE         VALUE "W".
              88 FUNC-NEEDS-GRANT   VALUES "L" "I" "O" "R" "W".
              88 FUNC-QUIT          VALUE "Q".
           02 WS-SUPERVISOR-NUMBER  PIC 9(06).
           02 WS-SUPERVISOR-NAME    PIC X(30).
           02 WS-SAVED-NAME         PIC X(30).
           02 WS-TARGET-ITEM        PIC 9(06).
           02 WS-TARGET-SOURCE      PIC X(08).
           02 WS-ITEM-FOUND         PIC X.
              88 ITEM-IS-FOUND      VALUE "Y".
           02 WS-ITEM-COUNT         PIC 9(06).
           02 WS-ANSWER             PIC X.
           02 WS-OPEN-ONLY          PIC X.
              88 LIST-OPEN-ONLY     VALUE "Y".
           02 WS-NEW-OWNER          PIC 9(06).
           02 WS-OWNER-NAME         PIC X(30).
           02 WS-ENTRY-NOTE         PIC X(60).
           02 WS-CLOSE-STATUS       PIC X.
           02 WS-STATUS-NAME        PIC X(08).
           02 WS-AGE-DAYS           PIC S9(07) COMP.

       01  WS-LIST-LINE.
           02 WS-L-ITEM             PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-SOURCE           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-RAISED           PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-AGE              PIC ZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-OWNER            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-STATUS           PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-L-DETAIL           PIC X(40).

       01  WS-EVENT-NAME.
           02 FILLER                PIC X(05) VALUE "ITEM ".
           02 WS-E-ITEM             PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-E-SOURCE           PIC X(08).
           02 FILLER                PIC X(10) VALUE SPACES.

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "EXCPMNT".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-SUPERVISOR THRU IDENTIFY-SUPERVISOR-EXIT.
           PERFORM WRITE-OPERATOR-SIGNON.
           OPEN I-O EXCEPTION-TRACKING-FILE.
           IF WS-EXCPTRK-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EXCEPTION-TRACKING-FILE
               CLOSE EXCEPTION-TRACKING-FILE
               OPEN I-O EXCEPTION-TRACKING-FILE
           END-IF.
           IF WS-EXCPTRK-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EXCEPTION FILE NOT AVAILABLE, STATUS "
                   WS-EXCPTRK-STATUS
               GO TO END-FOLLOW-UP-NO-FILE.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "*** CONTROL EXCEPTIONS ***".
           DISPLAY "L=LIST I=INQUIRE O=OWNER R=RESOLVE W=WAIVE Q=QUIT".
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
               PERFORM LIST-ITEMS THRU LIST-ITEMS-EXIT
               GO TO MENU-LOOP.
           IF FUNC-INQUIRE
               PERFORM INQUIRE-ITEM THRU INQUIRE-ITEM-EXIT
               GO TO MENU-LOOP.
           IF FUNC-OWNER
               PERFORM ASSIGN-OWNER THRU ASSIGN-OWNER-EXIT
               GO TO MENU-LOOP.
           IF FUNC-RESOLVE
               MOVE "R" TO WS-CLOSE-STATUS
               PERFORM CLOSE-ITEM THRU CLOSE-ITEM-EXIT
               GO TO MENU-LOOP.
           IF FUNC-WAIVE
               MOVE "W" TO WS-CLOSE-STATUS
               PERFORM CLOSE-ITEM THRU CLOSE-ITEM-EXIT
               GO TO MENU-LOOP.
           IF NOT FUNC-QUIT GO TO MENU-LOOP.
           CLOSE EXCEPTION-TRACKING-FILE.
       END-FOLLOW-UP-NO-FILE.
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

      *> Items in item-number order - the order they were raised - for
      *> one job or all of them.  The control record (item zero) is
      *> skipped by starting above it.
       LIST-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           DISPLAY "Job (Enter=all): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TARGET-SOURCE.
           ACCEPT WS-TARGET-SOURCE.
           DISPLAY "Open items only (Y/N, Enter=Y): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-OPEN-ONLY.
           ACCEPT WS-OPEN-ONLY.
           IF WS-OPEN-ONLY NOT = "N"
               MOVE "Y" TO WS-OPEN-ONLY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO EX-ITEM-NUMBER.
           START EXCEPTION-TRACKING-FILE
               KEY IS GREATER THAN EX-ITEM-NUMBER
               INVALID KEY
                   DISPLAY "NO EXCEPTION ITEMS ON FILE"
                   GO TO LIST-ITEMS-EXIT
           END-START.
           DISPLAY "ITEM   JOB      RAISED    AGE OWNER  S DETAIL".
       LIST-READ-NEXT.
           READ EXCEPTION-TRACKING-FILE NEXT RECORD
               AT END GO TO LIST-SHOW-COUNT.
           IF WS-TARGET-SOURCE NOT = SPACES
               AND EX-SOURCE-JOB NOT = WS-TARGET-SOURCE
               GO TO LIST-READ-NEXT.
           IF LIST-OPEN-ONLY AND NOT EX-OPEN
               GO TO LIST-READ-NEXT.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM GET-ITEM-AGE.
           MOVE EX-ITEM-NUMBER TO WS-L-ITEM.
           MOVE EX-SOURCE-JOB TO WS-L-SOURCE.
           MOVE EX-BUSINESS-DATE TO WS-L-RAISED.
           MOVE WS-AGE-DAYS TO WS-L-AGE.
           MOVE EX-OWNER TO WS-L-OWNER.
           MOVE EX-ITEM-STATUS TO WS-L-STATUS.
           MOVE EX-DETAIL TO WS-L-DETAIL.
           DISPLAY WS-LIST-LINE.
           GO TO LIST-READ-NEXT.
       LIST-SHOW-COUNT.
           DISPLAY "ITEMS LISTED: " WS-ITEM-COUNT.
       LIST-ITEMS-EXIT.
           EXIT.

      *> Age in days from the night the item was first raised.
       GET-ITEM-AGE.
           COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(EX-BUSINESS-DATE).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS.

       INQUIRE-ITEM.
           DISPLAY "Item number: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ITEM.
           ACCEPT WS-TARGET-ITEM.
           PERFORM GET-ITEM THRU GET-ITEM-EXIT.
           IF NOT ITEM-IS-FOUND
               GO TO INQUIRE-ITEM-EXIT.
           PERFORM SHOW-ITEM.
       INQUIRE-ITEM-EXIT.
           EXIT.

       GET-ITEM.
           MOVE "N" TO WS-ITEM-FOUND.
           MOVE WS-TARGET-ITEM TO EX-ITEM-NUMBER.
           IF WS-TARGET-ITEM = 0
               DISPLAY "ITEM NOT ON FILE"
               GO TO GET-ITEM-EXIT.
           READ EXCEPTION-TRACKING-FILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON FILE"
                   GO TO GET-ITEM-EXIT
           END-READ.
           MOVE "Y" TO WS-ITEM-FOUND.
       GET-ITEM-EXIT.
           EXIT.

       SHOW-ITEM.
           PERFORM GET-STATUS-NAME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-ITEM-AGE.
           DISPLAY "ITEM:      " EX-ITEM-NUMBER " " WS-STATUS-NAME
               " JOB " EX-SOURCE-JOB.
           DISPLAY "DETAIL:    " EX-DETAIL(1:60).
           IF EX-DETAIL(61:50) NOT = SPACES
               DISPLAY "           " EX-DETAIL(61:50).
           DISPLAY "RAISED:    " EX-BUSINESS-DATE " AGE " WS-AGE-DAYS
               " DAYS  LAST REPORTED " EX-LAST-SEEN-DATE
               " TIMES " EX-TIMES-SEEN.
           IF EX-OWNER = 0
               DISPLAY "OWNER:     NONE"
           ELSE
               MOVE EX-OWNER TO WS-NEW-OWNER
               PERFORM GET-OWNER-NAME
               DISPLAY "OWNER:     " EX-OWNER " " WS-OWNER-NAME
           END-IF.
           DISPLAY "NOTE:      " EX-RESOLUTION-NOTE.
           IF EX-CHANGED-OPERATOR NOT = 0
               DISPLAY "CHANGED:   " EX-CHANGED-DATE " "
                   EX-CHANGED-TIME " BY OPERATOR "
                   EX-CHANGED-OPERATOR.
           IF EX-CLOSED-OPERATOR NOT = 0
               DISPLAY "CLOSED:    " EX-CLOSED-DATE " "
                   EX-CLOSED-TIME " BY OPERATOR "
                   EX-CLOSED-OPERATOR.
           IF EX-REOPENED-COUNT > 0
               DISPLAY "REOPENED:  " EX-REOPENED-COUNT
                   " TIMES - REPORTED AGAIN AFTER BEING RESOLVED".

       GET-STATUS-NAME.
           MOVE "UNKNOWN" TO WS-STATUS-NAME.
           IF EX-OPEN MOVE "OPEN" TO WS-STATUS-NAME.
           IF EX-RESOLVED MOVE "RESOLVED" TO WS-STATUS-NAME.
           IF EX-WAIVED MOVE "WAIVED" TO WS-STATUS-NAME.

      *> The owner's name for display only; the item record area is
      *> not touched.
       GET-OWNER-NAME.
           MOVE SPACES TO WS-OWNER-NAME.
           IF NOT OPRMAST-IS-OPEN
               EXIT PARAGRAPH.
           MOVE WS-NEW-OWNER TO OM-OPERATOR-NUMBER.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "*NOT ON SECURITY FILE*" TO WS-OWNER-NAME
               NOT INVALID KEY
                   MOVE OM-OPERATOR-NAME TO WS-OWNER-NAME
           END-READ.

      *> The owner must be an active operator on the security file
      *> (not checked when the file is not available); zero takes
      *> the item off whoever had it.
       ASSIGN-OWNER.
           DISPLAY "Item number: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ITEM.
           ACCEPT WS-TARGET-ITEM.
           PERFORM GET-ITEM THRU GET-ITEM-EXIT.
           IF NOT ITEM-IS-FOUND
               GO TO ASSIGN-OWNER-EXIT.
           IF EX-CLOSED
               PERFORM GET-STATUS-NAME
               DISPLAY "ITEM ALREADY " WS-STATUS-NAME
               GO TO ASSIGN-OWNER-EXIT.
           PERFORM SHOW-ITEM.
           DISPLAY "Owner operator number (0=none): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-NEW-OWNER.
           ACCEPT WS-NEW-OWNER.
           IF WS-NEW-OWNER NOT = 0 AND OPRMAST-IS-OPEN
               MOVE WS-NEW-OWNER TO OM-OPERATOR-NUMBER
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON SECURITY FILE"
                       GO TO ASSIGN-OWNER-EXIT
               END-READ
               IF NOT OM-ACTIVE
                   DISPLAY "OPERATOR IS NOT ACTIVE"
                   GO TO ASSIGN-OWNER-EXIT
               END-IF
           END-IF.
           DISPLAY "Progress note (Enter=keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-NOTE.
           ACCEPT WS-ENTRY-NOTE.
           PERFORM GET-ITEM THRU GET-ITEM-EXIT.
           IF NOT ITEM-IS-FOUND
               GO TO ASSIGN-OWNER-EXIT.
           IF EX-CLOSED
               DISPLAY "ITEM RESOLVED OR WAIVED MEANWHILE"
               GO TO ASSIGN-OWNER-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NEW-OWNER TO EX-OWNER.
           IF WS-ENTRY-NOTE NOT = SPACES
               MOVE WS-ENTRY-NOTE TO EX-RESOLUTION-NOTE.
           MOVE WS-SUPERVISOR-NUMBER TO EX-CHANGED-OPERATOR.
           MOVE WS-TODAY TO EX-CHANGED-DATE.
           MOVE WS-NOW TO EX-CHANGED-TIME.
           REWRITE EXCEPTION-TRACKING-RECORD.
           IF WS-EXCPTRK-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ITEM NOT UPDATED, STATUS " WS-EXCPTRK-STATUS
               GO TO ASSIGN-OWNER-EXIT.
           MOVE "EXCOWN" TO OA-EVENT-TYPE.
           PERFORM WRITE-ITEM-EVENT.
           DISPLAY "ITEM " EX-ITEM-NUMBER " ASSIGNED".
       ASSIGN-OWNER-EXIT.
           EXIT.

      *> Resolve (R) or waive (W) - the note says what was done, or
      *> why the item needs no action, and cannot be left blank.  A
      *> waived item stays closed even if it is reported again; a
      *> resolved one is reopened by EXCPRPT if it is.
       CLOSE-ITEM.
           DISPLAY "Item number: " WITH NO ADVANCING.
           MOVE 0 TO WS-TARGET-ITEM.
           ACCEPT WS-TARGET-ITEM.
           PERFORM GET-ITEM THRU GET-ITEM-EXIT.
           IF NOT ITEM-IS-FOUND
               GO TO CLOSE-ITEM-EXIT.
           IF EX-CLOSED
               PERFORM GET-STATUS-NAME
               DISPLAY "ITEM ALREADY " WS-STATUS-NAME
               GO TO CLOSE-ITEM-EXIT.
           PERFORM SHOW-ITEM.
           IF WS-CLOSE-STATUS = "R"
               DISPLAY "Resolution note: " WITH NO ADVANCING
           ELSE
               DISPLAY "Reason for waiving: " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-ENTRY-NOTE.
           ACCEPT WS-ENTRY-NOTE.
           IF WS-ENTRY-NOTE = SPACES
               DISPLAY "A NOTE IS REQUIRED - ITEM LEFT OPEN"
               GO TO CLOSE-ITEM-EXIT.
           IF WS-CLOSE-STATUS = "R"
               DISPLAY "Resolve this item (Y/N)? " WITH NO ADVANCING
           ELSE
               DISPLAY "Waive this item (Y/N)? " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "ITEM LEFT OPEN"
               GO TO CLOSE-ITEM-EXIT.
           PERFORM GET-ITEM THRU GET-ITEM-EXIT.
           IF NOT ITEM-IS-FOUND
               GO TO CLOSE-ITEM-EXIT.
           IF EX-CLOSED
               DISPLAY "ITEM RESOLVED OR WAIVED MEANWHILE"
               GO TO CLOSE-ITEM-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-CLOSE-STATUS TO EX-ITEM-STATUS.
           MOVE WS-ENTRY-NOTE TO EX-RESOLUTION-NOTE.
           MOVE WS-SUPERVISOR-NUMBER TO EX-CHANGED-OPERATOR.
           MOVE WS-TODAY TO EX-CHANGED-DATE.
           MOVE WS-NOW TO EX-CHANGED-TIME.
           MOVE WS-SUPERVISOR-NUMBER TO EX-CLOSED-OPERATOR.
           MOVE WS-TODAY TO EX-CLOSED-DATE.
           MOVE WS-NOW TO EX-CLOSED-TIME.
           REWRITE EXCEPTION-TRACKING-RECORD.
           IF WS-EXCPTRK-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ITEM NOT UPDATED, STATUS " WS-EXCPTRK-STATUS
               GO TO CLOSE-ITEM-EXIT.
           IF WS-CLOSE-STATUS = "R"
               MOVE "EXCRES" TO OA-EVENT-TYPE
               PERFORM WRITE-ITEM-EVENT
               DISPLAY "ITEM " EX-ITEM-NUMBER " RESOLVED"
           ELSE
               MOVE "EXCWVE" TO OA-EVENT-TYPE
               PERFORM WRITE-ITEM-EVENT
               DISPLAY "ITEM " EX-ITEM-NUMBER " WAIVED"
           END-IF.
       CLOSE-ITEM-EXIT.
           EXIT.

      *> The item number and job go in the name column of the
      *> activity record, the operator's number in the operator
      *> column.
       WRITE-ITEM-EVENT.
           MOVE WS-SUPERVISOR-NAME TO WS-SAVED-NAME.
           MOVE EX-ITEM-NUMBER TO WS-E-ITEM.
           MOVE EX-SOURCE-JOB TO WS-E-SOURCE.
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
