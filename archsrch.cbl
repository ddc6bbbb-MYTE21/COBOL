      *>    SEARCH AND RETRIEVAL OVER THE MONTHLY CALC ARCHIVES
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  CALCLOG searches read the indexed audit history
      *>               (AUDHIST, copybooks/AUDHIST.cpy, loaded nightly
      *>               by AUDLOAD) by key - date, then operator when an
      *>               operator filter is given - instead of unpacking
      *>               the monthly archives; the archives are still
      *>               searched for days not on the audit history and
      *>               for CALCTAPE and CALCSPL files.  New account
      *>               filter for statement disputes: the posting lines
      *>               (P, J, I, F) for one account over the date range,
      *>               read through the audit history's account key.
      *>   2026-10-15  Sign-on checks the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) against the
      *>               operator's authority level and role (OM-ROLE): an
      *>               operator holding no grant for ARCHSRCH is refused
      *>               and the refusal logged to OPRACT.LOG as AUTREF.
      *>               With no table on file any operator on the
      *>               security file may still sign on.
      *>   2026-09-02  New program: answers a dispute without paging a
      *>               monthly archive in an editor.  The operator
      *>               names a date range and a file-name prefix
           SELECT MONTHLY-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               ALTERNATE RECORD KEY IS AU-POST-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT SEARCH-REPORT-FILE ASSIGN TO "ARCHSRCH.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
       FD  MONTHLY-ARCHIVE-FILE.
       01  MONTHLY-ARCHIVE-RECORD   PIC X(80).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           COPY AUDHIST.

       FD  SEARCH-REPORT-FILE.
       01  SEARCH-REPORT-LINE       PIC X(90).

       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.
           02 WS-ARCHIVE-STATUS     PIC XX.
           02 WS-ARCHIVE-NAME       PIC X(14).
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-AUDHIST-STATUS     PIC XX.
           02 WS-AUDHIST-OPEN       PIC X VALUE "N".
              88 AUDHIST-IS-OPEN VALUE "Y".
           02 WS-SEARCH-HISTORY     PIC X VALUE "N".
              88 SEARCHING-HISTORY VALUE "Y".
           02 WS-DAY-ON-HISTORY     PIC X VALUE "N".
              88 DAY-IS-ON-HISTORY VALUE "Y".
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
           02 WS-FILTER-OPERATOR    PIC 9(06).
           02 WS-FILTER-KEY         PIC X.
           02 WS-FILTER-AMOUNT      PIC 9(8)V99.
           02 WS-FILTER-ACCOUNT     PIC X(10).
           02 WS-HISTORY-COUNT      PIC 9(06).
           02 WS-CALCLOG-PREFIX     PIC X(07) VALUE "CALCLOG".
           02 WS-WORK-AMOUNT        PIC S9(9)V99.
           02 WS-FILE-COUNT         PIC 9(04).
           02 WS-MATCH-COUNT        PIC 9(06).
           02 WS-LL-NEWVAL          PIC X(12).
           02 FILLER                PIC X.
           02 WS-LL-ACCUM           PIC X(12).
           02 FILLER                PIC X.
           02 WS-LL-ACCOUNT         PIC X(10).

       01  WS-MATCH-RECORD          PIC X(80).

       01  WS-SEPARATOR-LINE.
           02 WS-SEP-TAG            PIC X(08).
           02 FILLER                PIC X.
           02 WS-SEP-FILE-DATE      PIC 9(08).

       01  WS-REFUSAL-NAME.
           02 FILLER                PIC X(08) VALUE "REFUSED ".
           02 WS-AR-PROGRAM         PIC X(08) VALUE "ARCHSRCH".
           02 FILLER                PIC X(10) VALUE " FUNCTION ".
           02 WS-AR-FUNCTION        PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM IDENTIFY-OPERATOR THRU IDENTIFY-OPERATOR-EXIT.
           DISPLAY "Amount filter (0=any): " WITH NO ADVANCING.
           MOVE 0 TO WS-FILTER-AMOUNT.
           ACCEPT WS-FILTER-AMOUNT.
           DISPLAY "Posting account filter (Enter=any): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTER-ACCOUNT.
           ACCEPT WS-FILTER-ACCOUNT.
           MOVE "N" TO WS-FILTERS-SET.
           IF WS-FILTER-OPERATOR NOT = 0
               OR WS-FILTER-KEY NOT = SPACE
               OR WS-FILTER-AMOUNT NOT = 0
               OR WS-FILTER-ACCOUNT NOT = SPACES
               MOVE "Y" TO WS-FILTERS-SET.
           PERFORM RUN-ONE-SEARCH THRU RUN-ONE-SEARCH-EXIT.
           GO TO SEARCH-LOOP.
               END-IF
           END-PERFORM.

      *> One search: CALCLOG lines on the audit history are taken
      *> from it first; then every other manifest entry in the date
      *> range whose file name starts with the wanted name is pulled
      *> back out of its monthly archive and filtered.
       RUN-ONE-SEARCH.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE SPACES TO SEARCH-REPORT-LINE.
           STRING "SEARCH " WS-FROM-DATE "-" WS-TO-DATE
               " FILES " WS-NAME-WANTED(1:WS-NAME-LEN)
               DELIMITED BY SIZE INTO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           PERFORM SEARCH-AUDIT-HISTORY
               THRU SEARCH-AUDIT-HISTORY-EXIT.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ARCHMANIFEST.DAT - NOTHING ARCHIVED"
               GO TO RUN-ONE-SEARCH-DONE.
       MANIFEST-READ-NEXT.
           READ MANIFEST-FILE
               AT END GO TO MANIFEST-READ-DONE.
           IF MF-FILE-NAME(1:WS-NAME-LEN) NOT =
               WS-NAME-WANTED(1:WS-NAME-LEN)
               GO TO MANIFEST-READ-NEXT.
           IF SEARCHING-HISTORY AND MF-FILE-NAME(1:7) = "CALCLOG"
               PERFORM CHECK-DAY-ON-HISTORY
                   THRU CHECK-DAY-ON-HISTORY-EXIT
               IF DAY-IS-ON-HISTORY
                   GO TO MANIFEST-READ-NEXT
               END-IF
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           PERFORM SEARCH-ONE-ARCHIVE-FILE
               THRU SEARCH-ONE-ARCHIVE-FILE-EXIT.
           GO TO MANIFEST-READ-NEXT.
       MANIFEST-READ-DONE.
           CLOSE MANIFEST-FILE.
       RUN-ONE-SEARCH-DONE.
           IF AUDHIST-IS-OPEN
               CLOSE AUDIT-HISTORY-FILE
               MOVE "N" TO WS-AUDHIST-OPEN.
           MOVE SPACES TO SEARCH-REPORT-LINE.
           STRING "AUDIT HISTORY LINES " WS-HISTORY-COUNT
               "  FILES SEARCHED " WS-FILE-COUNT
               "  LINES MATCHED " WS-MATCH-COUNT
               DELIMITED BY SIZE INTO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           DISPLAY "AUDIT HISTORY LINES " WS-HISTORY-COUNT
               " FILES SEARCHED " WS-FILE-COUNT
               " LINES MATCHED " WS-MATCH-COUNT.
       RUN-ONE-SEARCH-EXIT.
           EXIT.
               GO TO ARCHIVE-READ-NEXT.
           IF NOT INSIDE-WANTED-FILE
               GO TO ARCHIVE-READ-NEXT.
           MOVE MONTHLY-ARCHIVE-RECORD TO WS-MATCH-RECORD.
           PERFORM FILTER-ARCHIVE-LINE.
           GO TO ARCHIVE-READ-NEXT.
       ARCHIVE-READ-DONE.
               PERFORM WRITE-MATCH-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-RECORD TO WS-LOG-LINE.
           IF WS-LL-OPERATOR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-FILTER-ACCOUNT NOT = SPACES
               IF WS-LL-KEY NOT = "P" AND WS-LL-KEY NOT = "J"
                   AND WS-LL-KEY NOT = "I" AND WS-LL-KEY NOT = "F"
                   EXIT PARAGRAPH
               END-IF
               IF WS-LL-ACCOUNT NOT = WS-FILTER-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM WRITE-MATCH-LINE.

       WRITE-MATCH-LINE.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE WS-MATCH-RECORD TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           DISPLAY WS-MATCH-RECORD.

      *> CALCLOG lines loaded to the audit history are found by key
      *> rather than by unpacking archives.  With an account filter
      *> the account key gives that account's postings directly;
      *> otherwise each day is read from its first key, or from the
      *> operator wanted, and left once past that operator.
       SEARCH-AUDIT-HISTORY.
           MOVE "N" TO WS-SEARCH-HISTORY.
           IF WS-NAME-LEN > 7
               IF WS-NAME-WANTED(1:7) NOT = "CALCLOG"
                   GO TO SEARCH-AUDIT-HISTORY-EXIT
               END-IF
           ELSE
               IF WS-NAME-WANTED(1:WS-NAME-LEN) NOT =
                   WS-CALCLOG-PREFIX(1:WS-NAME-LEN)
                   GO TO SEARCH-AUDIT-HISTORY-EXIT
               END-IF
           END-IF.
           OPEN INPUT AUDIT-HISTORY-FILE.
           IF WS-AUDHIST-STATUS IS NOT EQUAL TO "00"
               GO TO SEARCH-AUDIT-HISTORY-EXIT.
           MOVE "Y" TO WS-AUDHIST-OPEN.
           MOVE "Y" TO WS-SEARCH-HISTORY.
           MOVE "** FROM AUDIT HISTORY" TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           IF WS-FILTER-ACCOUNT NOT = SPACES
               GO TO SEARCH-HISTORY-BY-ACCOUNT.
           MOVE WS-FROM-DATE TO AU-LOG-DATE.
           MOVE WS-FILTER-OPERATOR TO AU-OPERATOR-NUMBER.
       SEARCH-HISTORY-START.
           MOVE 0 TO AU-LOG-TIME.
           MOVE 0 TO AU-LINE-NUMBER.
           START AUDIT-HISTORY-FILE
               KEY IS NOT LESS THAN AU-AUDIT-KEY
               INVALID KEY
                   GO TO SEARCH-AUDIT-HISTORY-EXIT
           END-START.
       SEARCH-HISTORY-NEXT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END GO TO SEARCH-AUDIT-HISTORY-EXIT.
           IF AU-LOG-DATE > WS-TO-DATE
               GO TO SEARCH-AUDIT-HISTORY-EXIT.
           IF WS-FILTER-OPERATOR NOT = 0
               IF AU-OPERATOR-NUMBER < WS-FILTER-OPERATOR
                   MOVE WS-FILTER-OPERATOR TO AU-OPERATOR-NUMBER
                   GO TO SEARCH-HISTORY-START
               END-IF
               IF AU-OPERATOR-NUMBER > WS-FILTER-OPERATOR
                   ADD 1 TO AU-LOG-DATE
                   MOVE WS-FILTER-OPERATOR TO AU-OPERATOR-NUMBER
                   GO TO SEARCH-HISTORY-START
               END-IF
           END-IF.
           PERFORM FILTER-HISTORY-LINE.
           GO TO SEARCH-HISTORY-NEXT.
       SEARCH-HISTORY-BY-ACCOUNT.
           MOVE WS-FILTER-ACCOUNT TO AU-POST-ACCOUNT.
           START AUDIT-HISTORY-FILE
               KEY IS EQUAL TO AU-POST-ACCOUNT
               INVALID KEY
                   GO TO SEARCH-AUDIT-HISTORY-EXIT
           END-START.
       SEARCH-ACCOUNT-NEXT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END GO TO SEARCH-AUDIT-HISTORY-EXIT.
           IF AU-POST-ACCOUNT NOT = WS-FILTER-ACCOUNT
               GO TO SEARCH-AUDIT-HISTORY-EXIT.
           IF AU-LOG-DATE < WS-FROM-DATE
               OR AU-LOG-DATE > WS-TO-DATE
               GO TO SEARCH-ACCOUNT-NEXT.
           PERFORM FILTER-HISTORY-LINE.
           GO TO SEARCH-ACCOUNT-NEXT.
       SEARCH-AUDIT-HISTORY-EXIT.
           EXIT.

       FILTER-HISTORY-LINE.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE AU-LOG-LINE TO WS-MATCH-RECORD.
           PERFORM FILTER-ARCHIVE-LINE.

      *> A CALCLOG day with any line on the audit history was loaded
      *> whole and has been searched there already.
       CHECK-DAY-ON-HISTORY.
           MOVE "N" TO WS-DAY-ON-HISTORY.
           MOVE MF-FILE-DATE TO AU-LOG-DATE.
           MOVE 0 TO AU-OPERATOR-NUMBER.
           MOVE 0 TO AU-LOG-TIME.
           MOVE 0 TO AU-LINE-NUMBER.
           START AUDIT-HISTORY-FILE
               KEY IS NOT LESS THAN AU-AUDIT-KEY
               INVALID KEY
                   GO TO CHECK-DAY-ON-HISTORY-EXIT
           END-START.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END GO TO CHECK-DAY-ON-HISTORY-EXIT.
           IF AU-LOG-DATE = MF-FILE-DATE
               MOVE "Y" TO WS-DAY-ON-HISTORY.
       CHECK-DAY-ON-HISTORY-EXIT.
           EXIT.

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
