      *>    MONTH-END CLOSE CONTROL OVER DAYBAL AND THE GL INTERFACE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Only a missing exception tracking file (status
      *>               35) lets the close through unchecked; one that
      *>               is there but cannot be read holds the close as
      *>               an open item with a line saying so.
      *>   2026-10-15  The month is not closed while any control
      *>               exception first raised in it is still open on
      *>               the exception tracking file (EXCPTRK, kept by
      *>               EXCPRPT and worked in EXCPMNT): each one is
      *>               listed on MTHCLOSE.RPT and counted as an open
      *>               item.  Resolved and waived items do not hold the
      *>               close.
      *>   2026-10-15  The fixed supervisor-level check at sign-on is
      *>               replaced by the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy), matched on
      *>               the operator's authority level and role
      *>               (OM-ROLE): an operator holding no grant for
      *>               function W (waive) of MTHCLOSE is refused at
      *>               sign-on, and each refusal is logged to OPRACT.LOG
      *>               as AUTREF.  With no table on file authority 90
      *>               and over is still required.
      *>   2026-09-02  New program: before MONTHRPT and the archive
      *>               run are allowed to proceed, every business day
      *>               of the month (weekends and HOLIDAYS.DAT
               ACCESS MODE DYNAMIC
               RECORD KEY IS CS-CLOSE-DATE
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT EXCEPTION-TRACKING-FILE ASSIGN TO "EXCPTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EX-ITEM-NUMBER
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCPTRK-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO WS-JOB-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
       01  CLOSE-STATUS-RECORD.
           COPY CLOSTAT.

       FD  EXCEPTION-TRACKING-FILE.
       01  EXCEPTION-TRACKING-RECORD.
           COPY EXCPTRK.

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           02 JL-STEP-NAME          PIC X(10).
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.
       WORKING-STORAGE SECTION.
       01  CLOSE-CONTROL.
           02 WS-CLOSE-STATUS       PIC XX.
           02 WS-EXCPTRK-STATUS     PIC XX.
           02 WS-EXCEPTION-COUNT    PIC 9(04) VALUE 0.
           02 WS-JOB-LOG-NAME       PIC X(20).
           02 WS-JOB-LOG-STATUS     PIC XX.
           02 WS-GL-FILE-NAME       PIC X(20).
           02 WS-OPRMAST-UPD        PIC X VALUE "N".
              88 OPRMAST-UPDATABLE VALUE "Y".
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
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-STATE           PIC X(20).

       01  WS-EXCEPTION-DETAIL.
           02 WS-XD-ITEM            PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-XD-SOURCE          PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-XD-RAISED          PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-XD-DETAIL          PIC X(52).

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "MTHCLOSE".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARMS.
               BY 1 UNTIL WS-DAY-NUMBER > WS-END-DAY-NUMBER
               PERFORM CHECK-ONE-DAY THRU CHECK-ONE-DAY-EXIT
           END-PERFORM.
           PERFORM CHECK-OPEN-EXCEPTIONS
               THRU CHECK-OPEN-EXCEPTIONS-EXIT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "BUSINESS DAYS " WS-DAY-COUNT
               "  OPEN ITEMS " WS-OPEN-ITEM-COUNT
       RUN-CLOSE-CHECK-EXIT.
           EXIT.

      *> Control exceptions first raised on a night of the month and
      *> neither resolved nor waived.  No tracking file on file means
      *> the morning control report has not been run: nothing to hold.
      *> A file that is there but cannot be read may be hiding open
      *> items, so it holds the close itself.
       CHECK-OPEN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-TRACKING-FILE.
           IF WS-EXCPTRK-STATUS IS EQUAL TO "35"
               GO TO CHECK-OPEN-EXCEPTIONS-EXIT.
           IF WS-EXCPTRK-STATUS IS NOT EQUAL TO "00"
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE SPACES TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "EXCEPTION TRACKING FILE EXCPTRK NOT READABLE, "
                   "STATUS " WS-EXCPTRK-STATUS
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               GO TO CHECK-OPEN-EXCEPTIONS-EXIT.
           MOVE 0 TO EX-ITEM-NUMBER.
           START EXCEPTION-TRACKING-FILE
               KEY IS GREATER THAN EX-ITEM-NUMBER
               INVALID KEY
                   GO TO EXCEPTION-READ-DONE
           END-START.
       EXCEPTION-READ-NEXT.
           READ EXCEPTION-TRACKING-FILE NEXT RECORD
               AT END GO TO EXCEPTION-READ-DONE.
           IF NOT EX-OPEN
               GO TO EXCEPTION-READ-NEXT.
           IF EX-BUSINESS-DATE(1:6) NOT = WS-CLOSE-MONTH
               GO TO EXCEPTION-READ-NEXT.
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE "CONTROL EXCEPTIONS STILL OPEN" TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE "ITEM    JOB       RAISED    DETAIL"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-OPEN-ITEM-COUNT.
           MOVE EX-ITEM-NUMBER TO WS-XD-ITEM.
           MOVE EX-SOURCE-JOB TO WS-XD-SOURCE.
           MOVE EX-BUSINESS-DATE TO WS-XD-RAISED.
           MOVE EX-DETAIL TO WS-XD-DETAIL.
           MOVE WS-EXCEPTION-DETAIL TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           GO TO EXCEPTION-READ-NEXT.
       EXCEPTION-READ-DONE.
           CLOSE EXCEPTION-TRACKING-FILE.
       CHECK-OPEN-EXCEPTIONS-EXIT.
           EXIT.

       OPEN-CLOSE-STATUS-FILE.
           OPEN I-O CLOSE-STATUS-FILE.
           IF WS-CLOSE-STATUS IS EQUAL TO "35"
                       DISPLAY "OPERATOR LOCKED - SEE OPRMAINT"
                       GO TO IDENTIFY-SUPERVISOR-ASK
                   END-IF
                   MOVE OM-OPERATOR-NAME TO WS-SUPERVISOR-NAME
                   MOVE OM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
                   MOVE OM-ROLE TO WS-AUTH-ROLE
                   MOVE "Y" TO WS-AUTH-KNOWN
           END-READ.
           MOVE "W" TO WS-AUTH-FUNCTION.
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

      *> One event is one open/write/close so concurrent programs
      *> appending to the shared activity log cannot interleave or
      *> lock each other out for more than a moment.
