       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  STNDPOST.

      *> ---------------------------------------------------------------
      *>    NIGHTLY STANDING ORDER POSTING
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A "STARTED" line goes on STNDPOST.HST before the
      *>               balance is touched and the existing line after
      *>               the posting completes it.  A date left STARTED
      *>               by an interrupted run is not posted again: the
      *>               order is held and listed for reconciliation
      *>               against ACCTHST, with return code 8.  An order
      *>               that cannot be moved on or held from the journal
      *>               stops the run before anything is posted.
      *>   2026-10-15  A posting whose ACCTHST record cannot be written
      *>               is taken back off the balance and listed as
      *>               FAILED; the order stays on that date and counts
      *>               as not updated (return code 8).  A line that
      *>               cannot be added to STNDPOST.HST or the day's
      *>               CALCLOG stops the run after the order in hand
      *>               is moved on, with return code 8 and the reason
      *>               on the report.
      *>   2026-10-15  New program: posts every active standing order
      *>               (STNDORD, copybooks/STNDORD.cpy, set up in
      *>               STNDMNT) that has fallen due.  A scheduled date
      *>               on a weekend or on a holiday (HOLIDAYS.DAT, the
      *>               driver's calendar) falls due on the next
      *>               business day; dates missed while the step did
      *>               not run are posted on the next run, one posting
      *>               for each.  Each posting updates ACCTBAL, writes
      *>               an ACCTHST record and a "P" line to the day's
      *>               CALCLOG under operator 0, as ACCTPOST does, so
      *>               DAYBAL and GLEXTR take it up with the rest of the
      *>               day.  A dormant account takes the posting; an
      *>               order on a frozen, closed or unknown account is
      *>               skipped and listed, and moves on to its next
      *>               date.  Every date dealt with, posted or skipped,
      *>               is journalled to STNDPOST.HST before the order
      *>               moves on, and a run first moves on any order the
      *>               journal shows was dealt with by an interrupted
      *>               run, so a failed run can be run again without
      *>               posting anything twice.  An order past its end
      *>               date is marked ended.  STNDPOST.RPT lists every
      *>               posting and skip with the control totals.
      *>               Return code 8 when nothing could be posted
      *>               (master files unavailable) or an order could not
      *>               be moved on, 4 when any order was skipped.
      *>               JOBPLAN.DAT step, ahead of DAYBAL and GLEXTR:
      *>                 STNDPOST   STNDPOST 0004 SKIP DAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-STNDORD-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AB-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ORDER-JOURNAL-FILE ASSIGN TO "STNDPOST.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "STNDPOST.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           COPY STNDORD.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

      *> One line for every scheduled date dealt with: the date it
      *> was due, the business day it fell due on and the day the
      *> run dealt with it.
       FD  ORDER-JOURNAL-FILE.
       01  ORDER-JOURNAL-RECORD.
           02 OJ-ORDER-NUMBER       PIC 9(06).
           02 FILLER                PIC X.
           02 OJ-DUE-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 OJ-POST-DATE          PIC 9(08).
           02 FILLER                PIC X.
           02 OJ-RUN-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 OJ-ACCOUNT-NUMBER     PIC X(10).
           02 FILLER                PIC X.
           02 OJ-POST-TYPE          PIC X.
           02 FILLER                PIC X.
           02 OJ-AMOUNT             PIC 9(08)V99.
           02 FILLER                PIC X.
           02 OJ-RESULT             PIC X(08).
           02 FILLER                PIC X.
           02 OJ-REASON             PIC X(25).

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD  PIC X(08).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE      PIC X(80).

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  POSTING-CONTROL.
           02 WS-STNDORD-STATUS     PIC XX.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-JOURNAL-STATUS     PIC XX.
           02 WS-HOLIDAY-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-RUN-DATE           PIC 9(08).
           02 WS-POST-RC            PIC 9(04) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-REASON-CODE        PIC 9(02).
           02 WS-REASON-TEXT        PIC X(25).
           02 WS-ORDER-RESULT       PIC X(08).
           02 WS-SIZE-ERROR         PIC X.
              88 BALANCE-OVERFLOWED VALUE "Y".
           02 WS-POST-DUE-DATE      PIC 9(08).
           02 WS-NEXT-DATE          PIC 9(08).
           02 WS-ADD-MONTHS         PIC 9(02).
           02 WS-MONTH-COUNT        PIC 9(06).
           02 WS-LAST-DAY           PIC 9(02).
           02 WS-ANCHOR-DAY         PIC 9(02).
           02 WS-DATE-WORK          PIC 9(08).
           02 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
              03 WS-DW-YEAR         PIC 9(04).
              03 WS-DW-MONTH        PIC 9(02).
              03 WS-DW-DAY          PIC 9(02).
           02 WS-CHECK-DATE         PIC 9(08).
           02 WS-CHECK-DAY-NUMBER   PIC 9(07) COMP.
           02 WS-CHECK-DOW          PIC 9(01).
           02 WS-CHECK-BUSINESS     PIC X.
              88 CHECK-DAY-IS-BUSINESS VALUE "Y".
           02 WS-AUDIT-REFERENCE    PIC X(16).
           02 WS-HISTORY-DONE       PIC X.
              88 HISTORY-WAS-WRITTEN VALUE "Y".
           02 WS-BALANCE-SAVED      PIC X(70).
           02 WS-POSTING-STOPPED    PIC X VALUE "N".
              88 POSTING-WAS-STOPPED VALUE "Y".
           02 WS-STOP-REASON        PIC X(40) VALUE SPACES.

       01  WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
       01  WS-HOL-MAX               PIC 9(02) COMP VALUE 0.
       01  WS-HOL-SUB               PIC 9(02) COMP.

      *> Dates the journal shows as started but never completed.
       01  WS-UNFINISHED-TABLE.
           02 WS-UNFINISHED-ENTRY OCCURS 50 TIMES.
              03 WS-UF-ORDER        PIC 9(06).
              03 WS-UF-DUE-DATE     PIC 9(08).
              03 WS-UF-POST-DATE    PIC 9(08).
       01  WS-UF-MAX                PIC 9(02) COMP VALUE 0.
       01  WS-UF-SUB                PIC 9(02) COMP.
       01  WS-UF-FREE               PIC 9(02) COMP.

       01  POSTING-COUNTS.
           02 WS-ORDER-READ-COUNT   PIC 9(06) VALUE 0.
           02 WS-HELD-COUNT         PIC 9(06) VALUE 0.
           02 WS-POSTED-COUNT       PIC 9(06) VALUE 0.
           02 WS-SKIPPED-COUNT      PIC 9(06) VALUE 0.
           02 WS-ENDED-COUNT        PIC 9(06) VALUE 0.
           02 WS-RECOVERED-COUNT    PIC 9(06) VALUE 0.
           02 WS-UPDATE-FAIL-COUNT  PIC 9(06) VALUE 0.
           02 WS-UNFINISHED-COUNT   PIC 9(06) VALUE 0.
           02 WS-DEBIT-TOTAL        PIC 9(10)V99 VALUE 0.
           02 WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.
           02 WS-SKIPPED-TOTAL      PIC 9(10)V99 VALUE 0.

       01  WS-AUDIT-LINE.
           02 WS-A-OPERATOR         PIC 9(06).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-DATE             PIC 9(08).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-TIME             PIC 9(08).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-KEY              PIC X.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-NEWVAL           PIC Z(8).99-.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-A-ACCUM            PIC Z(8).99-.

       01  WS-REPORT-DETAIL.
           02 WS-RD-LABEL           PIC X(24).
           02 WS-RD-COUNT           PIC Z(5)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-AMOUNT          PIC Z(9)9.99.

       01  WS-ORDER-DETAIL.
           02 WS-OD-ORDER           PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-TYPE            PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-AMOUNT          PIC Z(7)9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-DUE-DATE        PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-RESULT          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OD-REASON          PIC X(25).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-POSTING.
           PERFORM OPEN-POSTING-FILES THRU OPEN-POSTING-FILES-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-POSTED.
           PERFORM WRITE-OPERATOR-SIGNON.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM RECOVER-INTERRUPTED-RUN
               THRU RECOVER-INTERRUPTED-RUN-EXIT.
           IF POSTING-WAS-STOPPED
               GO TO END-OF-ORDERS.
           MOVE 0 TO SO-ORDER-NUMBER.
           START STANDING-ORDER-FILE
               KEY IS GREATER THAN SO-ORDER-NUMBER
               INVALID KEY
                   GO TO END-OF-ORDERS
           END-START.
       READ-ORDER-NEXT.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END GO TO END-OF-ORDERS.
           ADD 1 TO WS-ORDER-READ-COUNT.
           PERFORM PROCESS-ORDER THRU PROCESS-ORDER-EXIT.
           IF POSTING-WAS-STOPPED
               GO TO END-OF-ORDERS.
           GO TO READ-ORDER-NEXT.
       END-OF-ORDERS.
           CLOSE STANDING-ORDER-FILE.
           CLOSE ACCOUNT-BALANCE-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO WS-POST-RC.
           IF WS-UPDATE-FAIL-COUNT > 0 OR WS-UNFINISHED-COUNT > 0
               OR POSTING-WAS-STOPPED
               MOVE 8 TO WS-POST-RC.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           MOVE WS-POST-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-POSTED.
           DISPLAY "STNDPOST: NOTHING POSTED - " WS-CONTROL-ERROR.
           MOVE 8 TO WS-POST-RC.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM PRINT-CONTROL-TOTALS.
           MOVE WS-POST-RC TO RETURN-CODE.
           GOBACK.

       INITIALIZE-POSTING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-POST-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE "N" TO WS-POSTING-STOPPED.
           MOVE SPACES TO WS-STOP-REASON.
           INITIALIZE POSTING-COUNTS.
           PERFORM LOAD-HOLIDAY-CALENDAR
               THRU LOAD-HOLIDAY-CALENDAR-EXIT.

      *> Same calendar as the nightly driver: one yyyymmdd per line,
      *> anything else on the file ignored.
       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO WS-HOL-MAX.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-STATUS IS NOT EQUAL TO "00"
               GO TO LOAD-HOLIDAY-CALENDAR-EXIT.
       HOLIDAY-READ-NEXT.
           READ HOLIDAY-CALENDAR-FILE
               AT END GO TO HOLIDAY-READ-DONE.
           IF HOLIDAY-CALENDAR-RECORD IS NOT NUMERIC
               GO TO HOLIDAY-READ-NEXT.
           IF WS-HOL-MAX < 50
               ADD 1 TO WS-HOL-MAX
               MOVE HOLIDAY-CALENDAR-RECORD
                   TO WS-HOLIDAY-DATE(WS-HOL-MAX)
           ELSE
               DISPLAY "STNDPOST: HOLIDAY CALENDAR FULL - REST IGNORED"
           END-IF.
           GO TO HOLIDAY-READ-NEXT.
       HOLIDAY-READ-DONE.
           CLOSE HOLIDAY-CALENDAR-FILE.
       LOAD-HOLIDAY-CALENDAR-EXIT.
           EXIT.

      *> With no standing-order file there is nothing to post, which
      *> is not a failure; the balance, history and audit files are
      *> opened (or created) the way ACCTPOST opens them.
       OPEN-POSTING-FILES.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STNDORD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF WS-STNDORD-STATUS IS NOT EQUAL TO "00"
               MOVE "STANDING ORDER FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO OPEN-POSTING-FILES-EXIT.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               OPEN I-O ACCOUNT-BALANCE-FILE
           END-IF.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               CLOSE STANDING-ORDER-FILE
               MOVE "ACCOUNT BALANCE FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO OPEN-POSTING-FILES-EXIT.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               OPEN I-O ACCOUNT-HISTORY-FILE
           END-IF.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               CLOSE STANDING-ORDER-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               MOVE "ACCOUNT HISTORY NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO OPEN-POSTING-FILES-EXIT.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
           STRING "CALCLOG" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-LOG-NAME.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               CLOSE STANDING-ORDER-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               MOVE "AUDIT LOG NOT AVAILABLE" TO WS-CONTROL-ERROR.
       OPEN-POSTING-FILES-EXIT.
           EXIT.

      *> A run that stopped after journalling a date but before the
      *> order itself moved on leaves the order still showing that
      *> date as next due.  Such an order is moved on here, from the
      *> journal, without posting again.  A date journalled STARTED
      *> with no line after it may or may not be on the balance, so
      *> it is neither posted again nor moved on: the order is held
      *> and listed for the supervisor to reconcile against ACCTHST
      *> and put right in STNDMNT.  HELD and UNDONE lines close a
      *> date without moving the order on.  An order that cannot be
      *> moved on or held here would be posted again, so the run
      *> stops.
       RECOVER-INTERRUPTED-RUN.
           MOVE 0 TO WS-UF-MAX.
           OPEN INPUT ORDER-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
               GO TO RECOVER-INTERRUPTED-RUN-EXIT.
       RECOVER-READ-NEXT.
           READ ORDER-JOURNAL-FILE
               AT END GO TO RECOVER-READ-DONE.
           IF OJ-ORDER-NUMBER IS NOT NUMERIC
               OR OJ-ORDER-NUMBER = 0
               GO TO RECOVER-READ-NEXT.
           IF OJ-RESULT = "STARTED"
               PERFORM NOTE-UNFINISHED-DATE
               IF POSTING-WAS-STOPPED
                   GO TO RECOVER-READ-DONE
               END-IF
               GO TO RECOVER-READ-NEXT.
           PERFORM CLEAR-UNFINISHED-DATE
               VARYING WS-UF-SUB FROM 1 BY 1
               UNTIL WS-UF-SUB > WS-UF-MAX.
           IF OJ-RESULT = "HELD" OR OJ-RESULT = "UNDONE"
               GO TO RECOVER-READ-NEXT.
           MOVE OJ-ORDER-NUMBER TO SO-ORDER-NUMBER.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   GO TO RECOVER-READ-NEXT
           END-READ.
           IF NOT SO-ACTIVE
               OR SO-NEXT-DUE-DATE NOT = OJ-DUE-DATE
               GO TO RECOVER-READ-NEXT.
           MOVE OJ-RESULT TO WS-ORDER-RESULT.
           PERFORM ADVANCE-ORDER.
           MOVE OJ-RUN-DATE TO SO-LAST-RUN-DATE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   DISPLAY "STNDPOST: ORDER " OJ-ORDER-NUMBER
                       " NOT MOVED ON, STATUS " WS-STNDORD-STATUS
                   MOVE "Y" TO WS-POSTING-STOPPED
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "ORDER " OJ-ORDER-NUMBER
                       " NOT MOVED ON FROM JOURNAL"
                       DELIMITED BY SIZE INTO WS-STOP-REASON
                   GO TO RECOVER-READ-DONE
           END-REWRITE.
           ADD 1 TO WS-RECOVERED-COUNT.
           MOVE OJ-ORDER-NUMBER TO WS-OD-ORDER.
           MOVE OJ-ACCOUNT-NUMBER TO WS-OD-ACCOUNT.
           MOVE OJ-POST-TYPE TO WS-OD-TYPE.
           MOVE OJ-AMOUNT TO WS-OD-AMOUNT.
           MOVE OJ-DUE-DATE TO WS-OD-DUE-DATE.
           MOVE OJ-RESULT TO WS-OD-RESULT.
           MOVE "ON JOURNAL - NOT REPEATED" TO WS-OD-REASON.
           MOVE WS-ORDER-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           GO TO RECOVER-READ-NEXT.
       RECOVER-READ-DONE.
           CLOSE ORDER-JOURNAL-FILE.
           IF POSTING-WAS-STOPPED
               GO TO RECOVER-INTERRUPTED-RUN-EXIT.
           PERFORM HOLD-UNFINISHED-ORDER THRU HOLD-UNFINISHED-ORDER-EXIT
               VARYING WS-UF-SUB FROM 1 BY 1
               UNTIL WS-UF-SUB > WS-UF-MAX
                  OR POSTING-WAS-STOPPED.
       RECOVER-INTERRUPTED-RUN-EXIT.
           EXIT.

      *> A slot freed by a completed date is used again; a journal
      *> with more dates open at once than the table holds cannot be
      *> trusted, so the run stops.
       NOTE-UNFINISHED-DATE.
           MOVE 0 TO WS-UF-FREE.
           PERFORM FIND-FREE-UNFINISHED
               VARYING WS-UF-SUB FROM 1 BY 1
               UNTIL WS-UF-SUB > WS-UF-MAX
                  OR WS-UF-FREE NOT = 0.
           IF WS-UF-FREE = 0
               IF WS-UF-MAX < 50
                   ADD 1 TO WS-UF-MAX
                   MOVE WS-UF-MAX TO WS-UF-FREE
               ELSE
                   MOVE "Y" TO WS-POSTING-STOPPED
                   MOVE "STNDPOST.HST HAS TOO MANY OPEN DATES"
                       TO WS-STOP-REASON
                   DISPLAY "STNDPOST: " WS-STOP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE OJ-ORDER-NUMBER TO WS-UF-ORDER(WS-UF-FREE).
           MOVE OJ-DUE-DATE TO WS-UF-DUE-DATE(WS-UF-FREE).
           MOVE OJ-POST-DATE TO WS-UF-POST-DATE(WS-UF-FREE).

       FIND-FREE-UNFINISHED.
           IF WS-UF-ORDER(WS-UF-SUB) = 0
               MOVE WS-UF-SUB TO WS-UF-FREE.

       CLEAR-UNFINISHED-DATE.
           IF WS-UF-ORDER(WS-UF-SUB) = OJ-ORDER-NUMBER
               AND WS-UF-DUE-DATE(WS-UF-SUB) = OJ-DUE-DATE
               MOVE 0 TO WS-UF-ORDER(WS-UF-SUB).

      *> The order is held before its HELD line is journalled, so a
      *> failure between the two leaves the date still open for the
      *> next run to hold.
       HOLD-UNFINISHED-ORDER.
           IF WS-UF-ORDER(WS-UF-SUB) = 0
               GO TO HOLD-UNFINISHED-ORDER-EXIT.
           MOVE WS-UF-ORDER(WS-UF-SUB) TO SO-ORDER-NUMBER.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   GO TO HOLD-UNFINISHED-ORDER-EXIT
           END-READ.
           IF NOT SO-ACTIVE
               OR SO-NEXT-DUE-DATE NOT = WS-UF-DUE-DATE(WS-UF-SUB)
               GO TO HOLD-UNFINISHED-ORDER-EXIT.
           MOVE "H" TO SO-ORDER-STATUS.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   DISPLAY "STNDPOST: ORDER " SO-ORDER-NUMBER
                       " NOT HELD, STATUS " WS-STNDORD-STATUS
                   MOVE "Y" TO WS-POSTING-STOPPED
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "ORDER " SO-ORDER-NUMBER
                       " UNFINISHED AND NOT HELD"
                       DELIMITED BY SIZE INTO WS-STOP-REASON
                   GO TO HOLD-UNFINISHED-ORDER-EXIT
           END-REWRITE.
           ADD 1 TO WS-UNFINISHED-COUNT.
           MOVE "HELD" TO WS-ORDER-RESULT.
           MOVE "UNFINISHED - SEE ACCTHST" TO WS-REASON-TEXT.
           MOVE WS-UF-POST-DATE(WS-UF-SUB) TO WS-POST-DUE-DATE.
           PERFORM WRITE-ORDER-JOURNAL.
           PERFORM WRITE-ORDER-DETAIL.
           DISPLAY "STNDPOST: ORDER " SO-ORDER-NUMBER " DUE "
               SO-NEXT-DUE-DATE " UNFINISHED - HELD, SEE ACCTHST".
       HOLD-UNFINISHED-ORDER-EXIT.
           EXIT.

      *> An order is worked through every scheduled date that has
      *> fallen due by today, so dates missed while the step did not
      *> run are caught up one posting each.  An order whose
      *> frequency or next due date cannot be worked with is held
      *> and listed rather than guessed at.  A posting taken back
      *> because its history could not be written, or not started
      *> because its STARTED line could not be journalled, leaves the
      *> order on that date for the next run; one that could not be
      *> taken back is on the balance, so the order moves on.
       PROCESS-ORDER.
           IF NOT SO-ACTIVE
               IF SO-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               GO TO PROCESS-ORDER-EXIT.
           IF NOT SO-FREQUENCY-VALID
               OR SO-NEXT-DUE-DATE IS NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE) = 0
               MOVE "ORDER DETAILS NOT VALID" TO WS-REASON-TEXT
               MOVE "HELD" TO WS-ORDER-RESULT
               MOVE SO-NEXT-DUE-DATE TO WS-POST-DUE-DATE
               PERFORM WRITE-ORDER-DETAIL
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "H" TO SO-ORDER-STATUS
               PERFORM REWRITE-ORDER THRU REWRITE-ORDER-EXIT
               GO TO PROCESS-ORDER-EXIT.
       PROCESS-ORDER-NEXT-DUE.
           IF SO-END-DATE NOT = 0
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE "E" TO SO-ORDER-STATUS
               PERFORM REWRITE-ORDER THRU REWRITE-ORDER-EXIT
               ADD 1 TO WS-ENDED-COUNT
               MOVE "ENDED" TO WS-ORDER-RESULT
               MOVE "PAST END DATE" TO WS-REASON-TEXT
               MOVE SO-END-DATE TO WS-POST-DUE-DATE
               PERFORM WRITE-ORDER-DETAIL
               GO TO PROCESS-ORDER-EXIT.
           MOVE SO-NEXT-DUE-DATE TO WS-CHECK-DATE.
           PERFORM ROLL-TO-BUSINESS-DAY THRU ROLL-TO-BUSINESS-DAY-EXIT.
           MOVE WS-CHECK-DATE TO WS-POST-DUE-DATE.
           IF WS-POST-DUE-DATE > WS-RUN-DATE
               GO TO PROCESS-ORDER-EXIT.
           PERFORM EDIT-ORDER-ACCOUNT THRU EDIT-ORDER-ACCOUNT-EXIT.
           IF WS-REASON-CODE = 0
               PERFORM APPLY-ORDER-POSTING
                   THRU APPLY-ORDER-POSTING-EXIT
           END-IF.
           IF WS-REASON-CODE = 7 OR WS-REASON-CODE = 9
               MOVE "FAILED" TO WS-ORDER-RESULT
               ADD 1 TO WS-UPDATE-FAIL-COUNT
               PERFORM WRITE-ORDER-DETAIL
               GO TO PROCESS-ORDER-EXIT.
           IF WS-REASON-CODE = 8
               MOVE "FAILED" TO WS-ORDER-RESULT
               ADD 1 TO WS-UPDATE-FAIL-COUNT
               GO TO PROCESS-ORDER-JOURNAL.
           IF WS-REASON-CODE = 0
               MOVE "POSTED" TO WS-ORDER-RESULT
               ADD 1 TO WS-POSTED-COUNT
               IF SO-POST-DEBIT
                   ADD SO-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD SO-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           ELSE
               MOVE "SKIPPED" TO WS-ORDER-RESULT
               ADD 1 TO WS-SKIPPED-COUNT
               ADD SO-AMOUNT TO WS-SKIPPED-TOTAL
           END-IF.
       PROCESS-ORDER-JOURNAL.
           PERFORM WRITE-ORDER-JOURNAL.
           PERFORM WRITE-ORDER-DETAIL.
           MOVE WS-RUN-DATE TO SO-LAST-RUN-DATE.
           PERFORM ADVANCE-ORDER.
           PERFORM REWRITE-ORDER THRU REWRITE-ORDER-EXIT.
           IF WS-STNDORD-STATUS IS NOT EQUAL TO "00"
               GO TO PROCESS-ORDER-EXIT.
           IF POSTING-WAS-STOPPED
               GO TO PROCESS-ORDER-EXIT.
           GO TO PROCESS-ORDER-NEXT-DUE.
       PROCESS-ORDER-EXIT.
           EXIT.

       REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   DISPLAY "STNDPOST: ORDER " SO-ORDER-NUMBER
                       " NOT UPDATED, STATUS " WS-STNDORD-STATUS
           END-REWRITE.
       REWRITE-ORDER-EXIT.
           EXIT.

      *> Leaves WS-REASON-CODE 0 when the order may post, with the
      *> balance record read.  Like a branch feed, a standing order
      *> posts to a dormant account; frozen and closed ones, and an
      *> account no longer on the balance file, are skipped.
       EDIT-ORDER-ACCOUNT.
           MOVE 0 TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           MOVE SO-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE 1 TO WS-REASON-CODE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
                   GO TO EDIT-ORDER-ACCOUNT-EXIT
           END-READ.
           IF AB-STATUS-FROZEN
               MOVE 2 TO WS-REASON-CODE
               MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
               GO TO EDIT-ORDER-ACCOUNT-EXIT.
           IF AB-STATUS-CLOSED
               MOVE 3 TO WS-REASON-CODE
               MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               GO TO EDIT-ORDER-ACCOUNT-EXIT.
           IF SO-AMOUNT = 0
               MOVE 4 TO WS-REASON-CODE
               MOVE "AMOUNT ZERO" TO WS-REASON-TEXT.
       EDIT-ORDER-ACCOUNT-EXIT.
           EXIT.

      *> Same sign rule as the counter and ACCTPOST: a debit adds to
      *> the balance, a credit takes from it.  The balance, the
      *> history record and the audit line are written together so
      *> GLEXTR's cross-check of the day's "P" lines against ACCTHST
      *> holds: a balance whose history cannot be written is put back
      *> (reason 7, or 8 when it cannot be), and a "P" line that
      *> cannot be written stops the run so the difference is found
      *> before more are added to it.  The STARTED line goes on the
      *> journal before the balance is rewritten; without it nothing
      *> is posted (reason 9).  A posting put back is closed on the
      *> journal as UNDONE so the next run posts the date afresh.
       APPLY-ORDER-POSTING.
           MOVE ACCOUNT-BALANCE-RECORD TO WS-BALANCE-SAVED.
           MOVE "N" TO WS-SIZE-ERROR.
           IF SO-POST-DEBIT
               ADD SO-AMOUNT TO AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-ADD
           ELSE
               SUBTRACT SO-AMOUNT FROM AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-SUBTRACT
           END-IF.
           IF BALANCE-OVERFLOWED
               MOVE 5 TO WS-REASON-CODE
               MOVE "BALANCE WOULD OVERFLOW" TO WS-REASON-TEXT
               GO TO APPLY-ORDER-POSTING-EXIT.
           MOVE "STARTED" TO WS-ORDER-RESULT.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM WRITE-ORDER-JOURNAL.
           IF POSTING-WAS-STOPPED
               MOVE 9 TO WS-REASON-CODE
               MOVE "JOURNAL NOT WRITTEN" TO WS-REASON-TEXT
               GO TO APPLY-ORDER-POSTING-EXIT.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-RUN-DATE TO AB-LAST-POST-DATE.
           MOVE 0 TO AB-LAST-POST-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD
               INVALID KEY
                   MOVE 6 TO WS-REASON-CODE
                   MOVE "BALANCE WRITE FAILED" TO WS-REASON-TEXT
                   GO TO APPLY-ORDER-POSTING-EXIT
           END-REWRITE.
           PERFORM WRITE-ORDER-HISTORY THRU WRITE-ORDER-HISTORY-EXIT.
           IF NOT HISTORY-WAS-WRITTEN
               MOVE 7 TO WS-REASON-CODE
               MOVE "HISTORY WRITE FAILED" TO WS-REASON-TEXT
               MOVE WS-BALANCE-SAVED TO ACCOUNT-BALANCE-RECORD
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE 8 TO WS-REASON-CODE
                       MOVE "HISTORY FAILED-BAL POSTED"
                           TO WS-REASON-TEXT
                       DISPLAY "STNDPOST: BALANCE NOT PUT BACK FOR "
                           SO-ACCOUNT-NUMBER ", STATUS "
                           WS-ACCTBAL-STATUS " - CORRECT IN ACCTMNT"
               END-REWRITE
               IF WS-REASON-CODE = 7
                   MOVE "UNDONE" TO WS-ORDER-RESULT
                   PERFORM WRITE-ORDER-JOURNAL
               END-IF
               GO TO APPLY-ORDER-POSTING-EXIT.
           PERFORM WRITE-ORDER-AUDIT-LINE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO WS-POSTING-STOPPED
               MOVE "CALCLOG LINE NOT WRITTEN" TO WS-REASON-TEXT
               MOVE SPACES TO WS-STOP-REASON
               STRING "CALCLOG NOT WRITTEN AT ORDER " SO-ORDER-NUMBER
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               DISPLAY "STNDPOST: CALCLOG LINE NOT WRITTEN FOR ORDER "
                   SO-ORDER-NUMBER ", STATUS " WS-AUDIT-FILE-STATUS.
       APPLY-ORDER-POSTING-EXIT.
           EXIT.

       WRITE-ORDER-HISTORY.
           MOVE "N" TO WS-HISTORY-DONE.
           MOVE SO-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
       ORDER-HISTORY-NEXT-SEQ.
           ADD 1 TO AH-POST-SEQ.
           MOVE WS-NOW TO AH-POST-TIME.
           MOVE SO-POST-TYPE TO AH-POST-TYPE.
           MOVE SO-AMOUNT TO AH-POST-AMOUNT.
           MOVE 0 TO AH-OPERATOR-NUMBER.
           MOVE AB-BALANCE TO AH-NEW-BALANCE.
           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   IF AH-POST-SEQ < 9999
                       GO TO ORDER-HISTORY-NEXT-SEQ
                   END-IF
                   DISPLAY "STNDPOST: HISTORY NOT WRITTEN FOR "
                       SO-ACCOUNT-NUMBER ", STATUS " WS-ACCTHST-STATUS
                   GO TO WRITE-ORDER-HISTORY-EXIT
           END-WRITE.
           MOVE "Y" TO WS-HISTORY-DONE.
       WRITE-ORDER-HISTORY-EXIT.
           EXIT.

      *> The counter's "P" line layout, operator 0 for the batch run,
      *> with "SO" and the order number as the reference after the
      *> account number.
       WRITE-ORDER-AUDIT-LINE.
           MOVE 0 TO WS-A-OPERATOR.
           MOVE WS-RUN-DATE TO WS-A-DATE.
           MOVE WS-NOW TO WS-A-TIME.
           MOVE "P" TO WS-A-KEY.
           IF SO-POST-CREDIT
               COMPUTE WS-A-NEWVAL = SO-AMOUNT * -1
           ELSE
               MOVE SO-AMOUNT TO WS-A-NEWVAL
           END-IF.
           MOVE AB-BALANCE TO WS-A-ACCUM.
           MOVE SPACES TO WS-AUDIT-REFERENCE.
           STRING "SO" SO-ORDER-NUMBER " " SO-REFERENCE
               DELIMITED BY SIZE INTO WS-AUDIT-REFERENCE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-AUDIT-LINE " " SO-ACCOUNT-NUMBER
               " " WS-AUDIT-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *> One open/write/close per line so the line is on the journal
      *> before the balance or the order is touched, whatever happens
      *> to the run after.
      *> Without the journal a later failure could not be recovered
      *> without posting twice, so the run stops once this order has
      *> moved on.
       WRITE-ORDER-JOURNAL.
           OPEN EXTEND ORDER-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ORDER-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
               PERFORM STOP-ON-JOURNAL-FAILURE
               EXIT PARAGRAPH.
           MOVE SPACES TO ORDER-JOURNAL-RECORD.
           MOVE SO-ORDER-NUMBER TO OJ-ORDER-NUMBER.
           MOVE SO-NEXT-DUE-DATE TO OJ-DUE-DATE.
           MOVE WS-POST-DUE-DATE TO OJ-POST-DATE.
           MOVE WS-RUN-DATE TO OJ-RUN-DATE.
           MOVE SO-ACCOUNT-NUMBER TO OJ-ACCOUNT-NUMBER.
           MOVE SO-POST-TYPE TO OJ-POST-TYPE.
           MOVE SO-AMOUNT TO OJ-AMOUNT.
           MOVE WS-ORDER-RESULT TO OJ-RESULT.
           MOVE WS-REASON-TEXT TO OJ-REASON.
           WRITE ORDER-JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
               PERFORM STOP-ON-JOURNAL-FAILURE.
           CLOSE ORDER-JOURNAL-FILE.

       STOP-ON-JOURNAL-FAILURE.
           MOVE "Y" TO WS-POSTING-STOPPED.
           MOVE SPACES TO WS-STOP-REASON.
           STRING "STNDPOST.HST NOT WRITTEN AT ORDER " SO-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-STOP-REASON.
           DISPLAY "STNDPOST: JOURNAL NOT WRITTEN FOR ORDER "
               SO-ORDER-NUMBER ", STATUS " WS-JOURNAL-STATUS.

       WRITE-ORDER-DETAIL.
           MOVE SO-ORDER-NUMBER TO WS-OD-ORDER.
           MOVE SO-ACCOUNT-NUMBER TO WS-OD-ACCOUNT.
           MOVE SO-POST-TYPE TO WS-OD-TYPE.
           MOVE SO-AMOUNT TO WS-OD-AMOUNT.
           MOVE WS-POST-DUE-DATE TO WS-OD-DUE-DATE.
           MOVE WS-ORDER-RESULT TO WS-OD-RESULT.
           MOVE WS-REASON-TEXT TO WS-OD-REASON.
           MOVE WS-ORDER-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *> Records the date just dealt with on the order and sets the
      *> next scheduled date.  The caller sets SO-LAST-RUN-DATE.
       ADVANCE-ORDER.
           MOVE SO-NEXT-DUE-DATE TO SO-LAST-DUE-DATE.
           MOVE WS-ORDER-RESULT TO SO-LAST-RESULT.
           IF WS-ORDER-RESULT = "POSTED"
               ADD 1 TO SO-POSTED-COUNT
           ELSE
               ADD 1 TO SO-SKIPPED-COUNT
           END-IF.
           PERFORM NEXT-SCHEDULED-DATE.
           MOVE WS-NEXT-DATE TO SO-NEXT-DUE-DATE.

      *> Weekly and fortnightly orders step by days.  The others step
      *> by months from the scheduled date and take the day of the
      *> month of the start date, or the last day of a shorter month.
       NEXT-SCHEDULED-DATE.
           IF SO-WEEKLY
               COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE) + 7)
               EXIT PARAGRAPH.
           IF SO-FORTNIGHTLY
               COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE) + 14)
               EXIT PARAGRAPH.
           MOVE 1 TO WS-ADD-MONTHS.
           IF SO-QUARTERLY
               MOVE 3 TO WS-ADD-MONTHS.
           IF SO-YEARLY
               MOVE 12 TO WS-ADD-MONTHS.
           MOVE SO-START-DATE TO WS-DATE-WORK.
           MOVE WS-DW-DAY TO WS-ANCHOR-DAY.
           MOVE SO-NEXT-DUE-DATE TO WS-DATE-WORK.
           COMPUTE WS-MONTH-COUNT = WS-DW-YEAR * 12 + WS-DW-MONTH
               + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DW-YEAR
               REMAINDER WS-DW-MONTH.
           ADD 1 TO WS-DW-MONTH.
           MOVE 1 TO WS-DW-DAY.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1).
           MOVE WS-NEXT-DATE(7:2) TO WS-LAST-DAY.
           COMPUTE WS-MONTH-COUNT = WS-MONTH-COUNT - 1.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DW-YEAR
               REMAINDER WS-DW-MONTH.
           ADD 1 TO WS-DW-MONTH.
           MOVE WS-ANCHOR-DAY TO WS-DW-DAY.
           IF WS-ANCHOR-DAY > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-DW-DAY.
           MOVE WS-DATE-WORK TO WS-NEXT-DATE.

      *> Moves WS-CHECK-DATE forward to the first business day on or
      *> after it.
       ROLL-TO-BUSINESS-DAY.
           COMPUTE WS-CHECK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
       ROLL-CHECK-DAY.
           PERFORM CHECK-BUSINESS-DAY.
           IF CHECK-DAY-IS-BUSINESS
               GO TO ROLL-TO-BUSINESS-DAY-EXIT.
           ADD 1 TO WS-CHECK-DAY-NUMBER.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-DAY-NUMBER).
           GO TO ROLL-CHECK-DAY.
       ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      *> Business day: a weekday (day 1 of the date routines was a
      *> Monday) not on the holiday calendar.
       CHECK-BUSINESS-DAY.
           MOVE "N" TO WS-CHECK-BUSINESS.
           COMPUTE WS-CHECK-DOW =
               FUNCTION MOD(WS-CHECK-DAY-NUMBER, 7).
           IF WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6
               EXIT PARAGRAPH.
           MOVE "Y" TO WS-CHECK-BUSINESS.
           PERFORM CHECK-HOLIDAY-ENTRY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-MAX.

       CHECK-HOLIDAY-ENTRY.
           IF WS-HOLIDAY-DATE(WS-HOL-SUB) = WS-CHECK-DATE
               MOVE "N" TO WS-CHECK-BUSINESS.

       PRINT-REPORT-HEADING.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "STANDING ORDER POSTING REPORT  " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ORDER  ACCOUNT    T      AMOUNT DUE      "
               "RESULT   REASON"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *> Control totals: what was posted each way, what was skipped,
      *> and the orders that ended, were held, or were moved on from
      *> an interrupted run's journal.
       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-CONTROL-ERROR NOT = SPACES
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "NOTHING POSTED - " WS-CONTROL-ERROR
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "ORDERS READ" TO WS-RD-LABEL.
           MOVE WS-ORDER-READ-COUNT TO WS-RD-COUNT.
           MOVE 0 TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "POSTED DEBITS" TO WS-RD-LABEL.
           MOVE 0 TO WS-RD-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "POSTED CREDITS" TO WS-RD-LABEL.
           MOVE 0 TO WS-RD-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "POSTINGS MADE" TO WS-RD-LABEL.
           MOVE WS-POSTED-COUNT TO WS-RD-COUNT.
           COMPUTE WS-RD-AMOUNT = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "POSTINGS SKIPPED" TO WS-RD-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-RD-COUNT.
           MOVE WS-SKIPPED-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "ORDERS ENDED" TO WS-RD-LABEL.
           MOVE WS-ENDED-COUNT TO WS-RD-COUNT.
           MOVE 0 TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "ORDERS ON HOLD" TO WS-RD-LABEL.
           MOVE WS-HELD-COUNT TO WS-RD-COUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "MOVED ON FROM JOURNAL" TO WS-RD-LABEL.
           MOVE WS-RECOVERED-COUNT TO WS-RD-COUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-UNFINISHED-COUNT > 0
               MOVE "HELD - UNFINISHED" TO WS-RD-LABEL
               MOVE WS-UNFINISHED-COUNT TO WS-RD-COUNT
               MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           IF WS-UPDATE-FAIL-COUNT > 0
               MOVE "ORDERS NOT UPDATED" TO WS-RD-LABEL
               MOVE WS-UPDATE-FAIL-COUNT TO WS-RD-COUNT
               MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           IF POSTING-WAS-STOPPED
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "POSTING STOPPED - " WS-STOP-REASON
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           CLOSE CONTROL-REPORT-FILE.
           DISPLAY "STNDPOST: ORDERS " WS-ORDER-READ-COUNT
               " POSTED " WS-POSTED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT.

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
           MOVE 0 TO OA-OPERATOR-NUMBER.
           MOVE "STANDING ORDERS" TO OA-OPERATOR-NAME.
           MOVE SPACES TO OA-TERMINAL-ID.
           COMPUTE OA-EVENT-TIMESTAMP = WS-TODAY * 1000000 +
               (WS-NOW / 100).
           WRITE OPERATOR-ACTIVITY-RECORD.
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.
