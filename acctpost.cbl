       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTPOST.

      *> ---------------------------------------------------------------
      *>    BATCH ACCOUNT POSTING FROM BRANCH AND HEAD-OFFICE FILES
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A posting whose ACCTHST record cannot be written
      *>               is taken back off the balance and rejected
      *>               (reason 9, HISTORY WRITE FAILED): it is not
      *>               counted as applied, no "P" audit line is
      *>               written, and the run ends with return code 8.
      *>   2026-10-15  A STARTED line for the source and batch goes on
      *>               ACCTPOST.HST before the first posting line is
      *>               applied and a POSTED line once the feed is done.
      *>               A batch with a STARTED line and no POSTED line
      *>               was stopped part way and is refused, as nothing
      *>               on ACCTHST shows which of its lines were
      *>               applied: reconcile the run against ACCTPOST.REJ
      *>               and ACCTHST and have the rest resent under a new
      *>               batch number.  Lines written before the state
      *>               was kept count as posted.  Reject reason 4 now
      *>               reads ACCOUNT HAS NO CUSTOMER.
      *>   2026-10-15  The owner edit reads the customer-account
      *>               relationship file (CUSTACCT) in place of a
      *>               CM-ACCOUNT-NUMBER scan, so a joint or second
      *>               account of a customer posts like any other.
      *>   2026-10-15  New program: applies a branch or head-office
      *>               posting file (JOBPARM1 / argument 1, default
      *>               ACCTPOST.DAT) to the account balance file
      *>               unattended.  The file is an "H" header (source,
      *>               file date, batch number), "D" posting lines
      *>               (account, D/C, amount, reference) and a "T"
      *>               trailer (line count and hash total of the
      *>               amounts).  A first pass proves the header, the
      *>               trailer count and the hash total, and refuses a
      *>               source/batch already applied (ACCTPOST.HST);
      *>               nothing is applied unless all of that holds.
      *>               Each line is then edited against CUSTMST and
      *>               ACCTBAL (frozen and closed accounts refused);
      *>               a good line updates ACCTBAL, writes an ACCTHST
      *>               record and a "P" line carrying the account and
      *>               reference to the day's CALCLOG, so DAYBAL and
      *>               GLEXTR see it exactly like a counter posting.
      *>               Bad lines go to ACCTPOST.REJ with a reason, and
      *>               ACCTPOST.RPT carries the control totals.
      *>               Return code 8 when nothing was applied (file
      *>               missing, controls out of balance, batch already
      *>               applied, master files unavailable), 4 when any
      *>               line was rejected.
      *>               JOBPLAN.DAT step:
      *>                 ACCTPOST   ACCTPOST 0004 SKIP DAY  ACCTPOST.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
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
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BATCH-HISTORY-FILE ASSIGN TO "ACCTPOST.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ACCTPOST.REJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "ACCTPOST.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FEED-FILE.
       01  POSTING-DETAIL-RECORD.
           02 PD-RECORD-TYPE        PIC X.
              88 PD-IS-HEADER       VALUE "H".
              88 PD-IS-DETAIL       VALUE "D".
              88 PD-IS-TRAILER      VALUE "T".
           02 PD-ACCOUNT-NUMBER     PIC X(10).
           02 PD-POST-TYPE          PIC X.
              88 PD-POST-DEBIT      VALUE "D".
              88 PD-POST-CREDIT     VALUE "C".
           02 PD-AMOUNT             PIC 9(08)V99.
           02 PD-REFERENCE          PIC X(16).
       01  POSTING-HEADER-RECORD.
           02 PH-RECORD-TYPE        PIC X.
           02 PH-SOURCE-ID          PIC X(06).
           02 PH-FILE-DATE          PIC 9(08).
           02 PH-BATCH-NUMBER       PIC 9(06).
       01  POSTING-TRAILER-RECORD.
           02 PT-RECORD-TYPE        PIC X.
           02 PT-RECORD-COUNT       PIC 9(06).
           02 PT-HASH-TOTAL         PIC 9(10)V99.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  BATCH-HISTORY-FILE.
       01  BATCH-HISTORY-RECORD.
           02 BH-SOURCE-ID          PIC X(06).
           02 FILLER                PIC X.
           02 BH-BATCH-NUMBER       PIC 9(06).
           02 FILLER                PIC X.
           02 BH-FILE-DATE          PIC 9(08).
           02 FILLER                PIC X.
           02 BH-RUN-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 BH-APPLIED-COUNT      PIC 9(06).
           02 FILLER                PIC X.
           02 BH-REJECT-COUNT       PIC 9(06).
           02 FILLER                PIC X.
           02 BH-RUN-STATE          PIC X(07).
              88 BH-RUN-STARTED     VALUE "STARTED".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           02 RJ-REASON-CODE        PIC 9(02).
           02 FILLER                PIC X.
           02 RJ-REASON-TEXT        PIC X(25).
           02 FILLER                PIC X.
           02 RJ-FEED-RECORD        PIC X(38).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE      PIC X(80).

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  POSTING-CONTROL.
           02 WS-FEED-FILE-NAME     PIC X(20) VALUE "ACCTPOST.DAT".
           02 WS-FEED-STATUS        PIC XX.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-HISTORY-WRITTEN    PIC XX.
           02 WS-REJECT-STATUS      PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-RUN-DATE           PIC 9(08).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ENV-PARM           PIC X(20).
           02 WS-POST-RC            PIC 9(04) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-HEADER-FOUND       PIC X VALUE "N".
              88 HEADER-WAS-FOUND   VALUE "Y".
           02 WS-TRAILER-FOUND      PIC X VALUE "N".
              88 TRAILER-WAS-FOUND  VALUE "Y".
           02 WS-RUN-STATE          PIC X(07).
           02 WS-STARTED-DATE       PIC 9(08) VALUE 0.
           02 WS-POSTED-FOUND       PIC X VALUE "N".
              88 BATCH-WAS-POSTED   VALUE "Y".
           02 WS-SOURCE-ID          PIC X(06).
           02 WS-FILE-DATE          PIC 9(08).
           02 WS-BATCH-NUMBER       PIC 9(06).
           02 WS-TRAILER-COUNT      PIC 9(06).
           02 WS-TRAILER-HASH       PIC 9(10)V99.
           02 WS-OWNER-FOUND        PIC X.
              88 ACCOUNT-HAS-OWNER  VALUE "Y".
           02 WS-REASON-CODE        PIC 9(02).
           02 WS-REASON-TEXT        PIC X(25).
           02 WS-SIZE-ERROR         PIC X.
              88 BALANCE-OVERFLOWED VALUE "Y".
           02 WS-POSTING-HISTORY    PIC X.
              88 POSTING-HISTORY-WRITTEN VALUE "Y".
           02 WS-BALANCE-BEFORE     PIC X(70).

       01  POSTING-COUNTS.
           02 WS-DETAIL-COUNT       PIC 9(06) VALUE 0.
           02 WS-DETAIL-HASH        PIC 9(10)V99 VALUE 0.
           02 WS-READ-COUNT         PIC 9(06) VALUE 0.
           02 WS-APPLIED-COUNT      PIC 9(06) VALUE 0.
           02 WS-REJECT-COUNT       PIC 9(06) VALUE 0.
           02 WS-FAILED-COUNT       PIC 9(06) VALUE 0.
           02 WS-DEBIT-TOTAL        PIC 9(10)V99 VALUE 0.
           02 WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.
           02 WS-REJECT-TOTAL       PIC 9(10)V99 VALUE 0.

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

       01  WS-REJECT-DETAIL.
           02 WS-RJ-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RJ-TYPE            PIC X.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RJ-AMOUNT          PIC Z(7)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RJ-REFERENCE       PIC X(16).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RJ-REASON          PIC X(25).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-POSTING.
           OPEN INPUT POSTING-FEED-FILE.
           IF WS-FEED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTPOST: POSTING FILE NOT FOUND: "
                   WS-FEED-FILE-NAME
               MOVE "POSTING FILE NOT FOUND" TO WS-CONTROL-ERROR
               GO TO END-NOT-APPLIED.
           PERFORM VERIFY-FEED-CONTROLS
               THRU VERIFY-FEED-CONTROLS-EXIT.
           CLOSE POSTING-FEED-FILE.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-APPLIED.
           PERFORM CHECK-BATCH-HISTORY
               THRU CHECK-BATCH-HISTORY-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-APPLIED.
           PERFORM OPEN-POSTING-FILES THRU OPEN-POSTING-FILES-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-APPLIED.
           PERFORM WRITE-OPERATOR-SIGNON.
           MOVE "STARTED" TO WS-RUN-STATE.
           PERFORM RECORD-BATCH-APPLIED.
           IF WS-HISTORY-WRITTEN IS NOT EQUAL TO "00"
               CLOSE ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               CLOSE AUDIT-LOG-FILE
               MOVE "BATCH LOG ACCTPOST.HST NOT WRITTEN"
                   TO WS-CONTROL-ERROR
               PERFORM WRITE-OPERATOR-SIGNOFF
               GO TO END-NOT-APPLIED.
           OPEN INPUT POSTING-FEED-FILE.
           OPEN OUTPUT REJECT-FILE.
       READ-FEED-NEXT.
           READ POSTING-FEED-FILE
               AT END GO TO END-OF-FEED.
           IF NOT PD-IS-DETAIL
               GO TO READ-FEED-NEXT.
           ADD 1 TO WS-READ-COUNT.
           PERFORM EDIT-POSTING-LINE THRU EDIT-POSTING-LINE-EXIT.
           IF WS-REASON-CODE = 0
               PERFORM APPLY-POSTING-LINE
                   THRU APPLY-POSTING-LINE-EXIT
           END-IF.
           IF WS-REASON-CODE NOT = 0
               PERFORM WRITE-REJECT-RECORD
           END-IF.
           GO TO READ-FEED-NEXT.
       END-OF-FEED.
           CLOSE POSTING-FEED-FILE.
           CLOSE REJECT-FILE.
           CLOSE ACCOUNT-BALANCE-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE AUDIT-LOG-FILE.
           MOVE "POSTED" TO WS-RUN-STATE.
           PERFORM RECORD-BATCH-APPLIED.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-POST-RC.
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO WS-POST-RC.
           PERFORM PRINT-CONTROL-REPORT.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           MOVE WS-POST-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-APPLIED.
           DISPLAY "ACCTPOST: NOTHING APPLIED - " WS-CONTROL-ERROR.
           MOVE 8 TO WS-POST-RC.
           PERFORM PRINT-CONTROL-REPORT.
           MOVE WS-POST-RC TO RETURN-CODE.
           GOBACK.

      *> The file name comes from JOBPARM1 when the nightly driver
      *> CALLs this program (ACCEPT FROM ARGUMENT-VALUE would return
      *> the driver's own command line), else from argument 1.
       INITIALIZE-POSTING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-POST-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           INITIALIZE POSTING-COUNTS.
           MOVE SPACES TO WS-SOURCE-ID.
           MOVE 0 TO WS-FILE-DATE.
           MOVE 0 TO WS-BATCH-NUMBER.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE 0 TO WS-TRAILER-HASH.
           DISPLAY "JOBPARM1" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-PARM
           END-ACCEPT.
           IF WS-ENV-PARM NOT = SPACES
               MOVE WS-ENV-PARM TO WS-FEED-FILE-NAME
           ELSE
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-FEED-FILE-NAME FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE "ACCTPOST.DAT" TO WS-FEED-FILE-NAME
               END-ACCEPT
           END-IF.
           IF WS-FEED-FILE-NAME = SPACES
               MOVE "ACCTPOST.DAT" TO WS-FEED-FILE-NAME.

      *> First pass: the header must lead, the trailer must close the
      *> file, and the trailer's line count and hash total (sum of
      *> the line amounts) must agree with the lines actually on the
      *> file.  A line whose amount is not numeric cannot be hashed,
      *> so it fails the controls as well.
       VERIFY-FEED-CONTROLS.
           MOVE "N" TO WS-HEADER-FOUND.
           MOVE "N" TO WS-TRAILER-FOUND.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-DETAIL-HASH.
           READ POSTING-FEED-FILE
               AT END
                   MOVE "POSTING FILE EMPTY" TO WS-CONTROL-ERROR
                   GO TO VERIFY-FEED-CONTROLS-EXIT
           END-READ.
           IF NOT PD-IS-HEADER
               MOVE "HEADER RECORD MISSING" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           MOVE "Y" TO WS-HEADER-FOUND.
           MOVE PH-SOURCE-ID TO WS-SOURCE-ID.
           MOVE PH-FILE-DATE TO WS-FILE-DATE.
           MOVE PH-BATCH-NUMBER TO WS-BATCH-NUMBER.
           IF PH-SOURCE-ID = SPACES
               OR PH-FILE-DATE IS NOT NUMERIC
               OR PH-BATCH-NUMBER IS NOT NUMERIC
               MOVE "HEADER INCOMPLETE" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
       VERIFY-READ-NEXT.
           READ POSTING-FEED-FILE
               AT END GO TO VERIFY-CHECK-CONTROLS.
           IF TRAILER-WAS-FOUND
               MOVE "RECORDS AFTER TRAILER" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           IF PD-IS-TRAILER
               MOVE "Y" TO WS-TRAILER-FOUND
               MOVE PT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE PT-HASH-TOTAL TO WS-TRAILER-HASH
               IF PT-RECORD-COUNT IS NOT NUMERIC
                   OR PT-HASH-TOTAL IS NOT NUMERIC
                   MOVE "TRAILER INCOMPLETE" TO WS-CONTROL-ERROR
                   GO TO VERIFY-FEED-CONTROLS-EXIT
               END-IF
               GO TO VERIFY-READ-NEXT.
           IF NOT PD-IS-DETAIL
               MOVE "UNKNOWN RECORD TYPE ON FILE" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           ADD 1 TO WS-DETAIL-COUNT.
           IF PD-AMOUNT IS NOT NUMERIC
               MOVE "NON-NUMERIC AMOUNT - HASH UNPROVEN"
                   TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           ADD PD-AMOUNT TO WS-DETAIL-HASH.
           GO TO VERIFY-READ-NEXT.
       VERIFY-CHECK-CONTROLS.
           IF NOT TRAILER-WAS-FOUND
               MOVE "TRAILER RECORD MISSING" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE "TRAILER COUNT OUT OF BALANCE" TO WS-CONTROL-ERROR
               GO TO VERIFY-FEED-CONTROLS-EXIT.
           IF WS-TRAILER-HASH NOT = WS-DETAIL-HASH
               MOVE "TRAILER HASH OUT OF BALANCE" TO WS-CONTROL-ERROR.
       VERIFY-FEED-CONTROLS-EXIT.
           EXIT.

      *> A source and batch number already on the applied-batch log
      *> was posted by an earlier run; applying it again would post
      *> every line twice.  One that only has a STARTED line was
      *> stopped part way through the apply pass and cannot be run
      *> again either.
       CHECK-BATCH-HISTORY.
           MOVE 0 TO WS-STARTED-DATE.
           MOVE "N" TO WS-POSTED-FOUND.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               GO TO CHECK-BATCH-HISTORY-EXIT.
       CHECK-HISTORY-NEXT.
           READ BATCH-HISTORY-FILE
               AT END GO TO CHECK-HISTORY-DONE.
           IF BH-SOURCE-ID NOT = WS-SOURCE-ID
               OR BH-BATCH-NUMBER NOT = WS-BATCH-NUMBER
               GO TO CHECK-HISTORY-NEXT.
           IF BH-RUN-STARTED
               MOVE BH-RUN-DATE TO WS-STARTED-DATE
               GO TO CHECK-HISTORY-NEXT.
           MOVE "Y" TO WS-POSTED-FOUND.
       CHECK-HISTORY-DONE.
           CLOSE BATCH-HISTORY-FILE.
           IF BATCH-WAS-POSTED
               MOVE "BATCH ALREADY APPLIED" TO WS-CONTROL-ERROR
               GO TO CHECK-BATCH-HISTORY-EXIT.
           IF WS-STARTED-DATE NOT = 0
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "BATCH STARTED " WS-STARTED-DATE
                   " - NOT FINISHED"
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR.
       CHECK-BATCH-HISTORY-EXIT.
           EXIT.

      *> Unattended posting never degrades: without the customer-
      *> account file there is no owner check, so nothing is applied.
       OPEN-POSTING-FILES.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS NOT EQUAL TO "00"
               MOVE "CUSTOMER-ACCOUNT FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO OPEN-POSTING-FILES-EXIT.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               OPEN I-O ACCOUNT-BALANCE-FILE
           END-IF.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               CLOSE CUSTOMER-ACCOUNT-FILE
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
               CLOSE CUSTOMER-ACCOUNT-FILE
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
               CLOSE CUSTOMER-ACCOUNT-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               MOVE "AUDIT LOG NOT AVAILABLE" TO WS-CONTROL-ERROR.
       OPEN-POSTING-FILES-EXIT.
           EXIT.

      *> Leaves WS-REASON-CODE 0 when the line may post, with the
      *> balance record read (or initialized for a first posting).
      *> A dormant account still takes a posting from a branch or
      *> head-office file; frozen and closed ones never do.
       EDIT-POSTING-LINE.
           MOVE 0 TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF PD-ACCOUNT-NUMBER = SPACES
               MOVE 1 TO WS-REASON-CODE
               MOVE "ACCOUNT NUMBER MISSING" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
           IF NOT PD-POST-DEBIT AND NOT PD-POST-CREDIT
               MOVE 2 TO WS-REASON-CODE
               MOVE "INVALID DEBIT/CREDIT CODE" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
           IF PD-AMOUNT = 0
               MOVE 3 TO WS-REASON-CODE
               MOVE "AMOUNT ZERO" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
           PERFORM FIND-ACCOUNT-OWNER THRU FIND-ACCOUNT-OWNER-EXIT.
           IF NOT ACCOUNT-HAS-OWNER
               MOVE 4 TO WS-REASON-CODE
               MOVE "ACCOUNT HAS NO CUSTOMER" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
           MOVE PD-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO AB-BALANCE
                   MOVE 0 TO AB-LAST-POST-DATE
                   MOVE 0 TO AB-LAST-POST-OPERATOR
                   MOVE "O" TO AB-STATUS
                   MOVE "OPENED BY POSTING" TO AB-STATUS-REASON
                   MOVE WS-RUN-DATE TO AB-STATUS-DATE
                   MOVE 0 TO AB-STATUS-OPERATOR
                   WRITE ACCOUNT-BALANCE-RECORD
                       INVALID KEY
                           MOVE 8 TO WS-REASON-CODE
                           MOVE "BALANCE WRITE FAILED"
                               TO WS-REASON-TEXT
                   END-WRITE
           END-READ.
           IF WS-REASON-CODE NOT = 0
               GO TO EDIT-POSTING-LINE-EXIT.
           IF AB-STATUS-FROZEN
               MOVE 5 TO WS-REASON-CODE
               MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
           IF AB-STATUS-CLOSED
               MOVE 6 TO WS-REASON-CODE
               MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               GO TO EDIT-POSTING-LINE-EXIT.
       EDIT-POSTING-LINE-EXIT.
           EXIT.

      *> The account is owned when any customer holds it on the
      *> relationship file, whatever the role.
       FIND-ACCOUNT-OWNER.
           MOVE "N" TO WS-OWNER-FOUND.
           MOVE PD-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO FIND-ACCOUNT-OWNER-EXIT
           END-START.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO FIND-ACCOUNT-OWNER-EXIT.
           IF CR-ACCOUNT-NUMBER = PD-ACCOUNT-NUMBER
               MOVE "Y" TO WS-OWNER-FOUND.
       FIND-ACCOUNT-OWNER-EXIT.
           EXIT.

      *> Same sign rule as the counter: a debit adds to the balance,
      *> a credit takes from it.  The balance, the history record and
      *> the audit line are written together so GLEXTR's cross-check
      *> of the day's "P" lines against ACCTHST holds; a posting with
      *> no history record is put back off the balance and rejected.
       APPLY-POSTING-LINE.
           MOVE ACCOUNT-BALANCE-RECORD TO WS-BALANCE-BEFORE.
           MOVE "N" TO WS-SIZE-ERROR.
           IF PD-POST-DEBIT
               ADD PD-AMOUNT TO AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-ADD
           ELSE
               SUBTRACT PD-AMOUNT FROM AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-SUBTRACT
           END-IF.
           IF BALANCE-OVERFLOWED
               MOVE 7 TO WS-REASON-CODE
               MOVE "BALANCE WOULD OVERFLOW" TO WS-REASON-TEXT
               GO TO APPLY-POSTING-LINE-EXIT.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-RUN-DATE TO AB-LAST-POST-DATE.
           MOVE 0 TO AB-LAST-POST-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD
               INVALID KEY
                   MOVE 8 TO WS-REASON-CODE
                   MOVE "BALANCE WRITE FAILED" TO WS-REASON-TEXT
                   GO TO APPLY-POSTING-LINE-EXIT
           END-REWRITE.
           PERFORM WRITE-POSTING-HISTORY
               THRU WRITE-POSTING-HISTORY-EXIT.
           IF NOT POSTING-HISTORY-WRITTEN
               MOVE 9 TO WS-REASON-CODE
               MOVE "HISTORY WRITE FAILED" TO WS-REASON-TEXT
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-BALANCE-BEFORE TO ACCOUNT-BALANCE-RECORD
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ACCTPOST: BALANCE NOT RESTORED FOR "
                           PD-ACCOUNT-NUMBER ", STATUS "
                           WS-ACCTBAL-STATUS
               END-REWRITE
               GO TO APPLY-POSTING-LINE-EXIT.
           PERFORM WRITE-POSTING-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           IF PD-POST-DEBIT
               ADD PD-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD PD-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
       APPLY-POSTING-LINE-EXIT.
           EXIT.

       WRITE-POSTING-HISTORY.
           MOVE "Y" TO WS-POSTING-HISTORY.
           MOVE PD-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
       POSTING-HISTORY-NEXT-SEQ.
           ADD 1 TO AH-POST-SEQ.
           MOVE WS-NOW TO AH-POST-TIME.
           MOVE PD-POST-TYPE TO AH-POST-TYPE.
           MOVE PD-AMOUNT TO AH-POST-AMOUNT.
           MOVE 0 TO AH-OPERATOR-NUMBER.
           MOVE AB-BALANCE TO AH-NEW-BALANCE.
           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   IF AH-POST-SEQ < 9999
                       GO TO POSTING-HISTORY-NEXT-SEQ
                   END-IF
                   MOVE "N" TO WS-POSTING-HISTORY
                   DISPLAY "ACCTPOST: HISTORY NOT WRITTEN FOR "
                       PD-ACCOUNT-NUMBER ", STATUS " WS-ACCTHST-STATUS
           END-WRITE.
       WRITE-POSTING-HISTORY-EXIT.
           EXIT.

      *> The counter's "P" line layout, operator 0 for the batch run,
      *> with the file's reference after the account number.
       WRITE-POSTING-AUDIT-LINE.
           MOVE 0 TO WS-A-OPERATOR.
           MOVE WS-RUN-DATE TO WS-A-DATE.
           MOVE WS-NOW TO WS-A-TIME.
           MOVE "P" TO WS-A-KEY.
           IF PD-POST-CREDIT
               COMPUTE WS-A-NEWVAL = PD-AMOUNT * -1
           ELSE
               MOVE PD-AMOUNT TO WS-A-NEWVAL
           END-IF.
           MOVE AB-BALANCE TO WS-A-ACCUM.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-AUDIT-LINE " " PD-ACCOUNT-NUMBER
               " " PD-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           IF PD-AMOUNT IS NUMERIC
               ADD PD-AMOUNT TO WS-REJECT-TOTAL.
           MOVE WS-REASON-CODE TO RJ-REASON-CODE.
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT.
           MOVE POSTING-DETAIL-RECORD TO RJ-FEED-RECORD.
           WRITE REJECT-RECORD.

       RECORD-BATCH-APPLIED.
           OPEN EXTEND BATCH-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT BATCH-HISTORY-FILE.
           MOVE SPACES TO BATCH-HISTORY-RECORD.
           MOVE WS-SOURCE-ID TO BH-SOURCE-ID.
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE WS-FILE-DATE TO BH-FILE-DATE.
           MOVE WS-RUN-DATE TO BH-RUN-DATE.
           MOVE WS-APPLIED-COUNT TO BH-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT TO BH-REJECT-COUNT.
           MOVE WS-RUN-STATE TO BH-RUN-STATE.
           WRITE BATCH-HISTORY-RECORD.
           MOVE WS-HISTORY-STATUS TO WS-HISTORY-WRITTEN.
           CLOSE BATCH-HISTORY-FILE.

      *> Control report: the file's identity, the trailer totals
      *> against the lines found, and what was applied and rejected.
      *> The rejected lines are listed so the sender can be called
      *> without opening the reject file.
       PRINT-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ACCOUNT POSTING CONTROL REPORT  " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "FILE " WS-FEED-FILE-NAME
               "  SOURCE " WS-SOURCE-ID
               "  DATE " WS-FILE-DATE
               "  BATCH " WS-BATCH-NUMBER
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "TRAILER LINES/HASH" TO WS-RD-LABEL.
           MOVE WS-TRAILER-COUNT TO WS-RD-COUNT.
           MOVE WS-TRAILER-HASH TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "LINES ON FILE/HASH" TO WS-RD-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RD-COUNT.
           MOVE WS-DETAIL-HASH TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-CONTROL-ERROR NOT = SPACES
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "NOT APPLIED - " WS-CONTROL-ERROR
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "LINES READ" TO WS-RD-LABEL.
           MOVE WS-READ-COUNT TO WS-RD-COUNT.
           MOVE WS-DETAIL-HASH TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "APPLIED DEBITS" TO WS-RD-LABEL.
           MOVE 0 TO WS-RD-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "APPLIED CREDITS" TO WS-RD-LABEL.
           MOVE 0 TO WS-RD-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "LINES APPLIED" TO WS-RD-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RD-COUNT.
           COMPUTE WS-RD-AMOUNT = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "LINES REJECTED" TO WS-RD-LABEL.
           MOVE WS-REJECT-COUNT TO WS-RD-COUNT.
           MOVE WS-REJECT-TOTAL TO WS-RD-AMOUNT.
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-REJECT-COUNT > 0
               PERFORM LIST-REJECTED-LINES
                   THRU LIST-REJECTED-LINES-EXIT.
           CLOSE CONTROL-REPORT-FILE.
           DISPLAY "ACCTPOST: READ " WS-READ-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECT-COUNT.

       LIST-REJECTED-LINES.
           MOVE "REJECTED LINES:" TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS IS NOT EQUAL TO "00"
               GO TO LIST-REJECTED-LINES-EXIT.
       LIST-REJECT-NEXT.
           READ REJECT-FILE
               AT END GO TO LIST-REJECT-DONE.
           MOVE RJ-FEED-RECORD TO POSTING-DETAIL-RECORD.
           MOVE PD-ACCOUNT-NUMBER TO WS-RJ-ACCOUNT.
           MOVE PD-POST-TYPE TO WS-RJ-TYPE.
           IF PD-AMOUNT IS NUMERIC
               MOVE PD-AMOUNT TO WS-RJ-AMOUNT
           ELSE
               MOVE 0 TO WS-RJ-AMOUNT
           END-IF.
           MOVE PD-REFERENCE TO WS-RJ-REFERENCE.
           MOVE RJ-REASON-TEXT TO WS-RJ-REASON.
           MOVE WS-REJECT-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           GO TO LIST-REJECT-NEXT.
       LIST-REJECT-DONE.
           CLOSE REJECT-FILE.
       LIST-REJECTED-LINES-EXIT.
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
           MOVE 0 TO OA-OPERATOR-NUMBER.
           MOVE "ACCOUNT POSTING" TO OA-OPERATOR-NAME.
           MOVE SPACES TO OA-TERMINAL-ID.
           COMPUTE OA-EVENT-TIMESTAMP = WS-TODAY * 1000000 +
               (WS-NOW / 100).
           WRITE OPERATOR-ACTIVITY-RECORD.
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.
