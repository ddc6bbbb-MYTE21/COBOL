       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTINT.

      *> ---------------------------------------------------------------
      *>    MONTH-END INTEREST AND SERVICE-CHARGE RUN
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The STARTED line must reach ACCTINT.HST before
      *>               anything is posted, else the run stops with
      *>               return code 8.  A charge whose ACCTHST record
      *>               cannot be written is taken back off the balance,
      *>               listed as HISTORY NOT WRITTEN, and the run stops
      *>               there with return code 8 and no POSTED line, so
      *>               a rerun resumes the month.  A POSTED line that
      *>               cannot be written also ends with return code 8.
      *>   2026-10-15  New program: works out a month's interest on
      *>               credit balances and service charge on debit
      *>               balances from each account's average daily
      *>               balance, rebuilt from the account history
      *>               (ACCTHST) rather than the month-end snapshot.
      *>               Rates and tiers come from the rate table
      *>               RATES.DAT, one tier per line:
      *>                 kind      X(01)  I = interest on a credit
      *>                                  balance, F = charge on a
      *>                                  debit balance
      *>                 floor     9(09)V99  lowest average balance
      *>                                  (magnitude) the tier covers
      *>                 rate      9(02)V9(04)  annual rate, percent
      *>                 flat      9(05)V99  flat amount per month
      *>                 name      X(20)  tier description
      *>               (fields separated by one space, "*" in column 1
      *>               for a comment line).  The tier with the highest
      *>               floor not above the account's average balance
      *>               applies; charge = flat + balance x rate / 100 x
      *>               days in month / 365.  Interest posts as an "I"
      *>               credit and the charge as an "F" debit, each with
      *>               its own ACCTHST record and an "I"/"F" line on the
      *>               day's CALCLOG so GLEXTR carries it to the ledger.
      *>               Frozen and closed accounts are not charged and
      *>               are listed.  Every account is listed on
      *>               ACCTINT.RPT with totals.  The month (yyyymm)
      *>               comes from JOBPARM1 / argument 1, default the
      *>               current month.  ACCTINT.HST records each month
      *>               run: a month already posted is refused, and a
      *>               run that stopped part way is resumed without
      *>               charging any account twice.  Return code 8 when
      *>               nothing was posted, 4 when any account was
      *>               skipped.
      *>               JOBPLAN.DAT step:
      *>                 ACCTINT    ACCTINT  0004 SKIP MEND
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RATE-TABLE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CHARGE-WORK-FILE ASSIGN TO "ACCTINT.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "ACCTINT.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RATE-REPORT-FILE ASSIGN TO "ACCTINT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           02 RT-RATE-KIND          PIC X.
              88 RT-INTEREST-TIER   VALUE "I".
              88 RT-CHARGE-TIER     VALUE "F".
              88 RT-COMMENT-LINE    VALUE "*".
           02 FILLER                PIC X.
           02 RT-TIER-FLOOR         PIC 9(09)V99.
           02 FILLER                PIC X.
           02 RT-ANNUAL-RATE        PIC 9(02)V9(04).
           02 FILLER                PIC X.
           02 RT-FLAT-CHARGE        PIC 9(05)V99.
           02 FILLER                PIC X.
           02 RT-TIER-NAME          PIC X(20).

      *> One line per account found to owe or be owed something,
      *> built from the history before anything is posted.
       FD  CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD.
           02 WK-ACCOUNT-NUMBER     PIC X(10).
           02 WK-CHARGE-KIND        PIC X.
              88 WK-IS-INTEREST     VALUE "I".
              88 WK-IS-CHARGE       VALUE "F".
           02 WK-AVERAGE-BALANCE    PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           02 WK-TIER-FLOOR         PIC 9(09)V99.
           02 WK-ANNUAL-RATE        PIC 9(02)V9(04).
           02 WK-CHARGE-AMOUNT      PIC 9(07)V99.
           02 WK-SKIP-REASON        PIC X(20).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           02 RH-CHARGE-MONTH       PIC 9(06).
           02 FILLER                PIC X.
           02 RH-RUN-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 RH-RUN-STATE          PIC X(07).
              88 RH-RUN-STARTED     VALUE "STARTED".
              88 RH-RUN-POSTED      VALUE "POSTED".
           02 FILLER                PIC X.
           02 RH-INTEREST-COUNT     PIC 9(06).
           02 FILLER                PIC X.
           02 RH-INTEREST-TOTAL     PIC 9(09)V99.
           02 FILLER                PIC X.
           02 RH-CHARGE-COUNT       PIC 9(06).
           02 FILLER                PIC X.
           02 RH-CHARGE-TOTAL       PIC 9(09)V99.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  RATE-REPORT-FILE.
       01  RATE-REPORT-LINE         PIC X(100).

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  RATE-RUN-CONTROL.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-RATE-STATUS        PIC XX.
           02 WS-WORK-STATUS        PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-RUN-DATE           PIC 9(08).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(06).
           02 WS-ENV-PARM           PIC X(06).
           02 WS-RUN-RC             PIC 9(04) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-CHARGE-MONTH       PIC 9(06).
           02 WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
              03 WS-CHARGE-YEAR     PIC 9(04).
              03 WS-CHARGE-MM       PIC 9(02).
           02 WS-MONTH-START        PIC 9(08).
           02 WS-MONTH-END          PIC 9(08).
           02 WS-NEXT-MONTH-START   PIC 9(08).
           02 WS-DAYS-IN-MONTH      PIC 9(02).
           02 WS-RESUME-DATE        PIC 9(08) VALUE 0.
           02 WS-RATE-LINE-COUNT    PIC 9(04).
           02 WS-SIZE-ERROR         PIC X.
              88 BALANCE-OVERFLOWED VALUE "Y".
           02 WS-SKIP-REASON        PIC X(20).
           02 WS-AUDIT-REFERENCE    PIC X(16).
           02 WS-RUN-STATE          PIC X(07).
           02 WS-RUN-LOGGED         PIC X.
              88 RUN-WAS-LOGGED     VALUE "Y".
           02 WS-CHARGE-HISTORY     PIC X.
              88 CHARGE-HISTORY-WRITTEN VALUE "Y".
           02 WS-POSTING-STOPPED    PIC X VALUE "N".
              88 POSTING-WAS-STOPPED VALUE "Y".
           02 WS-STOPPED-ACCOUNT    PIC X(10).
           02 WS-BALANCE-BEFORE     PIC X(70).

      *> Running state of the account being replayed from ACCTHST.
       01  BALANCE-REPLAY.
           02 WS-CURRENT-ACCOUNT    PIC X(10) VALUE SPACES.
           02 WS-BALANCE-KNOWN      PIC X.
              88 OPENING-IS-KNOWN   VALUE "Y".
           02 WS-INTEREST-SEEN      PIC X.
              88 INTEREST-ALREADY-POSTED VALUE "Y".
           02 WS-CHARGE-SEEN        PIC X.
              88 CHARGE-ALREADY-POSTED VALUE "Y".
           02 WS-RUN-BALANCE        PIC S9(9)V99.
           02 WS-BALANCE-FROM-DAY   PIC 9(02).
           02 WS-POST-DAY           PIC 9(02).
           02 WS-BALANCE-DAYS       PIC S9(13)V99.
           02 WS-AVERAGE-BALANCE    PIC S9(9)V99.
           02 WS-AVERAGE-MAGNITUDE  PIC 9(9)V99.
           02 WS-CHARGE-KIND        PIC X.
           02 WS-CHARGE-AMOUNT      PIC 9(07)V99.

       01  WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 50 TIMES.
              03 TR-RATE-KIND       PIC X.
              03 TR-TIER-FLOOR      PIC 9(09)V99.
              03 TR-ANNUAL-RATE     PIC 9(02)V9(04).
              03 TR-FLAT-CHARGE     PIC 9(05)V99.
              03 TR-TIER-NAME       PIC X(20).
       01  WS-TIER-MAX              PIC 9(02) COMP VALUE 0.
       01  WS-TIER-SUB              PIC 9(02) COMP.
       01  WS-TIER-FOUND-SUB        PIC 9(02) COMP.

       01  RATE-RUN-COUNTS.
           02 WS-ACCOUNT-COUNT      PIC 9(06) VALUE 0.
           02 WS-INTEREST-COUNT     PIC 9(06) VALUE 0.
           02 WS-INTEREST-TOTAL     PIC 9(09)V99 VALUE 0.
           02 WS-CHARGE-COUNT       PIC 9(06) VALUE 0.
           02 WS-CHARGE-TOTAL       PIC 9(09)V99 VALUE 0.
           02 WS-SKIPPED-COUNT      PIC 9(06) VALUE 0.
           02 WS-SKIPPED-TOTAL      PIC 9(09)V99 VALUE 0.

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
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-KIND            PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-AVERAGE         PIC Z(8)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-FLOOR           PIC Z(8)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-RATE            PIC Z9.9999.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-AMOUNT          PIC Z(6)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-NOTE            PIC X(20).

       01  WS-TOTAL-DETAIL.
           02 WS-RT-LABEL           PIC X(24).
           02 WS-RT-COUNT           PIC Z(5)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RT-AMOUNT          PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RATE-RUN.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-POSTED.
           PERFORM CHECK-RUN-HISTORY THRU CHECK-RUN-HISTORY-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-POSTED.
           PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-POSTED.
           PERFORM OPEN-RATE-FILES THRU OPEN-RATE-FILES-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-POSTED.
           PERFORM WRITE-OPERATOR-SIGNON.
           PERFORM BUILD-CHARGES THRU BUILD-CHARGES-EXIT.
           MOVE "STARTED" TO WS-RUN-STATE.
           PERFORM RECORD-RUN-HISTORY.
           IF NOT RUN-WAS-LOGGED
               CLOSE ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               CLOSE AUDIT-LOG-FILE
               MOVE "RUN LOG ACCTINT.HST NOT WRITTEN"
                   TO WS-CONTROL-ERROR
               PERFORM WRITE-OPERATOR-SIGNOFF
               GO TO END-NOT-POSTED.
           PERFORM POST-CHARGES THRU POST-CHARGES-EXIT.
           CLOSE ACCOUNT-BALANCE-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO WS-RUN-RC.
      *>   A run stopped part way leaves only its STARTED line, so the
      *>   rerun resumes the month.
           IF POSTING-WAS-STOPPED
               MOVE 8 TO WS-RUN-RC
               DISPLAY "ACCTINT: STOPPED AT ACCOUNT " WS-STOPPED-ACCOUNT
                   " - HISTORY NOT WRITTEN, RERUN TO RESUME"
               MOVE SPACES TO RATE-REPORT-LINE
               STRING "RUN STOPPED AT ACCOUNT " WS-STOPPED-ACCOUNT
                   " - HISTORY NOT WRITTEN, RERUN TO RESUME"
                   DELIMITED BY SIZE INTO RATE-REPORT-LINE
               WRITE RATE-REPORT-LINE
           ELSE
               MOVE "POSTED" TO WS-RUN-STATE
               PERFORM RECORD-RUN-HISTORY
               IF NOT RUN-WAS-LOGGED
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "ACCTINT: POSTED LINE NOT WRITTEN TO "
                       "ACCTINT.HST, STATUS " WS-HISTORY-STATUS
               END-IF
           END-IF.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE RATE-REPORT-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           DISPLAY "ACCTINT: MONTH " WS-CHARGE-MONTH
               " INTEREST " WS-INTEREST-COUNT
               " CHARGES " WS-CHARGE-COUNT
               " SKIPPED " WS-SKIPPED-COUNT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-POSTED.
           DISPLAY "ACCTINT: NOTHING POSTED - " WS-CONTROL-ERROR.
           MOVE SPACES TO RATE-REPORT-LINE.
           STRING "NOT POSTED - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           CLOSE RATE-REPORT-FILE.
           MOVE 8 TO WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

      *> The month comes from JOBPARM1 when the nightly driver CALLs
      *> this program (ACCEPT FROM ARGUMENT-VALUE would return the
      *> driver's own command line), else from argument 1.  The MEND
      *> step runs on the last business day, so the default is the
      *> month now ending; a month not yet begun is refused.
       INITIALIZE-RATE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-RUN-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE 0 TO WS-RESUME-DATE.
           MOVE 0 TO WS-TIER-MAX.
           INITIALIZE RATE-RUN-COUNTS.
           MOVE WS-RUN-DATE(1:6) TO WS-CHARGE-MONTH.
           DISPLAY "JOBPARM1" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-PARM
           END-ACCEPT.
           IF WS-ENV-PARM NOT = SPACES
               MOVE WS-ENV-PARM TO WS-ARG-TEXT
           ELSE
               MOVE 1 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-TEXT
               END-ACCEPT
           END-IF.
           IF WS-ARG-TEXT IS NUMERIC
               MOVE WS-ARG-TEXT TO WS-CHARGE-MONTH.
           OPEN OUTPUT RATE-REPORT-FILE.
           MOVE SPACES TO RATE-REPORT-LINE.
           STRING "MONTH-END INTEREST AND SERVICE CHARGES  MONTH "
               WS-CHARGE-MONTH "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           IF WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12
               MOVE "INVALID CHARGE MONTH" TO WS-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHARGE-MONTH > WS-RUN-DATE(1:6)
               MOVE "CHARGE MONTH NOT YET BEGUN" TO WS-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTH-START = WS-CHARGE-MONTH * 100 + 1.
           IF WS-CHARGE-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-CHARGE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-MONTH-END =
               WS-MONTH-START + WS-DAYS-IN-MONTH - 1.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
           STRING "CALCLOG" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-LOG-NAME.

      *> A month already posted is refused outright.  A month that
      *> was started and never finished is resumed: every interest or
      *> charge record on ACCTHST from that run's date on marks an
      *> account already done.
       CHECK-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               GO TO CHECK-RUN-HISTORY-EXIT.
       CHECK-HISTORY-NEXT.
           READ RUN-HISTORY-FILE
               AT END GO TO CHECK-HISTORY-DONE.
           IF RH-CHARGE-MONTH NOT = WS-CHARGE-MONTH
               GO TO CHECK-HISTORY-NEXT.
           IF RH-RUN-POSTED
               MOVE "MONTH ALREADY POSTED" TO WS-CONTROL-ERROR
               GO TO CHECK-HISTORY-DONE.
           IF RH-RUN-STARTED AND WS-RESUME-DATE = 0
               MOVE RH-RUN-DATE TO WS-RESUME-DATE.
           GO TO CHECK-HISTORY-NEXT.
       CHECK-HISTORY-DONE.
           CLOSE RUN-HISTORY-FILE.
           IF WS-RESUME-DATE NOT = 0 AND WS-CONTROL-ERROR = SPACES
               DISPLAY "ACCTINT: RESUMING MONTH " WS-CHARGE-MONTH
                   " STARTED " WS-RESUME-DATE
               MOVE SPACES TO RATE-REPORT-LINE
               STRING "RESUMING RUN STARTED " WS-RESUME-DATE
                   " - ACCOUNTS ALREADY POSTED ARE SKIPPED"
                   DELIMITED BY SIZE INTO RATE-REPORT-LINE
               WRITE RATE-REPORT-LINE
           END-IF.
       CHECK-RUN-HISTORY-EXIT.
           EXIT.

      *> A bad line in the rate table stops the run: charging from a
      *> table with a tier missing would be worse than not charging.
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-LINE-COUNT.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-STATUS IS NOT EQUAL TO "00"
               MOVE "RATE TABLE RATES.DAT NOT FOUND"
                   TO WS-CONTROL-ERROR
               GO TO LOAD-RATE-TABLE-EXIT.
       RATE-READ-NEXT.
           READ RATE-TABLE-FILE
               AT END GO TO RATE-READ-DONE.
           ADD 1 TO WS-RATE-LINE-COUNT.
           IF RT-COMMENT-LINE OR RATE-TABLE-RECORD = SPACES
               GO TO RATE-READ-NEXT.
           IF (NOT RT-INTEREST-TIER AND NOT RT-CHARGE-TIER)
               OR RT-TIER-FLOOR IS NOT NUMERIC
               OR RT-ANNUAL-RATE IS NOT NUMERIC
               OR RT-FLAT-CHARGE IS NOT NUMERIC
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "RATE TABLE LINE " WS-RATE-LINE-COUNT
                   " INVALID" DELIMITED BY SIZE INTO WS-CONTROL-ERROR
               GO TO RATE-READ-DONE.
           IF WS-TIER-MAX NOT < 50
               MOVE "RATE TABLE OVER 50 TIERS" TO WS-CONTROL-ERROR
               GO TO RATE-READ-DONE.
           ADD 1 TO WS-TIER-MAX.
           MOVE RT-RATE-KIND TO TR-RATE-KIND(WS-TIER-MAX).
           MOVE RT-TIER-FLOOR TO TR-TIER-FLOOR(WS-TIER-MAX).
           MOVE RT-ANNUAL-RATE TO TR-ANNUAL-RATE(WS-TIER-MAX).
           MOVE RT-FLAT-CHARGE TO TR-FLAT-CHARGE(WS-TIER-MAX).
           MOVE RT-TIER-NAME TO TR-TIER-NAME(WS-TIER-MAX).
           GO TO RATE-READ-NEXT.
       RATE-READ-DONE.
           CLOSE RATE-TABLE-FILE.
           IF WS-TIER-MAX = 0 AND WS-CONTROL-ERROR = SPACES
               MOVE "RATE TABLE HAS NO TIERS" TO WS-CONTROL-ERROR.
       LOAD-RATE-TABLE-EXIT.
           EXIT.

       OPEN-RATE-FILES.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               MOVE "ACCOUNT BALANCE FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO OPEN-RATE-FILES-EXIT.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               CLOSE ACCOUNT-BALANCE-FILE
               MOVE "ACCOUNT HISTORY NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO OPEN-RATE-FILES-EXIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               CLOSE ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               MOVE "AUDIT LOG NOT AVAILABLE" TO WS-CONTROL-ERROR.
       OPEN-RATE-FILES-EXIT.
           EXIT.

      *> First pass: replays the whole history in key order (account,
      *> date, sequence) and writes one work line per account with an
      *> interest or charge due.  Nothing is posted until the pass is
      *> complete, so the replay never reads its own postings.
       BUILD-CHARGES.
           OPEN OUTPUT CHARGE-WORK-FILE.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           MOVE SPACES TO AH-ACCOUNT-NUMBER.
           MOVE 0 TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   GO TO BUILD-READ-DONE
           END-START.
       BUILD-READ-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO BUILD-READ-DONE.
           IF AH-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
               PERFORM START-ACCOUNT
           END-IF.
           PERFORM REPLAY-POSTING.
           GO TO BUILD-READ-NEXT.
       BUILD-READ-DONE.
           PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT.
           CLOSE CHARGE-WORK-FILE.
       BUILD-CHARGES-EXIT.
           EXIT.

       START-ACCOUNT.
           MOVE AH-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT.
           MOVE "N" TO WS-BALANCE-KNOWN.
           MOVE "N" TO WS-INTEREST-SEEN.
           MOVE "N" TO WS-CHARGE-SEEN.
           MOVE 0 TO WS-RUN-BALANCE.
           MOVE 0 TO WS-BALANCE-DAYS.
           MOVE 1 TO WS-BALANCE-FROM-DAY.

      *> The balance before the month is the last closing balance
      *> ahead of it; an account opened in the month starts from its
      *> first posting backed off by its own effect.  Each in-month
      *> posting closes off the days the previous balance stood.
       REPLAY-POSTING.
           IF WS-RESUME-DATE NOT = 0
               AND AH-POST-DATE NOT < WS-RESUME-DATE
               IF AH-POSTED-INTEREST
                   MOVE "Y" TO WS-INTEREST-SEEN
               END-IF
               IF AH-POSTED-FEE
                   MOVE "Y" TO WS-CHARGE-SEEN
               END-IF
           END-IF.
           IF AH-POST-DATE < WS-MONTH-START
               MOVE AH-NEW-BALANCE TO WS-RUN-BALANCE
               MOVE "Y" TO WS-BALANCE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           IF AH-POST-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF.
           IF NOT OPENING-IS-KNOWN
               IF AH-DEBIT-DIRECTION
                   COMPUTE WS-RUN-BALANCE =
                       AH-NEW-BALANCE - AH-POST-AMOUNT
               ELSE
                   COMPUTE WS-RUN-BALANCE =
                       AH-NEW-BALANCE + AH-POST-AMOUNT
               END-IF
               MOVE "Y" TO WS-BALANCE-KNOWN
           END-IF.
           MOVE AH-POST-DATE(7:2) TO WS-POST-DAY.
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS +
               WS-RUN-BALANCE * (WS-POST-DAY - WS-BALANCE-FROM-DAY).
           MOVE AH-NEW-BALANCE TO WS-RUN-BALANCE.
           MOVE WS-POST-DAY TO WS-BALANCE-FROM-DAY.

      *> The last balance stands to the end of the month.  A credit
      *> average (negative, the counter's sign) earns interest; a
      *> debit average pays the service charge.
       FINISH-ACCOUNT.
           IF WS-CURRENT-ACCOUNT = SPACES OR NOT OPENING-IS-KNOWN
               GO TO FINISH-ACCOUNT-EXIT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS +
               WS-RUN-BALANCE *
               (WS-DAYS-IN-MONTH + 1 - WS-BALANCE-FROM-DAY).
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-DAYS-IN-MONTH.
           IF WS-AVERAGE-BALANCE = 0
               GO TO FINISH-ACCOUNT-EXIT.
           IF WS-AVERAGE-BALANCE < 0
               MOVE "I" TO WS-CHARGE-KIND
               COMPUTE WS-AVERAGE-MAGNITUDE = WS-AVERAGE-BALANCE * -1
           ELSE
               MOVE "F" TO WS-CHARGE-KIND
               MOVE WS-AVERAGE-BALANCE TO WS-AVERAGE-MAGNITUDE
           END-IF.
           PERFORM FIND-RATE-TIER.
           IF WS-TIER-FOUND-SUB = 0
               GO TO FINISH-ACCOUNT-EXIT.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               TR-FLAT-CHARGE(WS-TIER-FOUND-SUB) +
               WS-AVERAGE-MAGNITUDE *
               TR-ANNUAL-RATE(WS-TIER-FOUND-SUB) / 100 *
               WS-DAYS-IN-MONTH / 365.
           IF WS-CHARGE-AMOUNT = 0
               GO TO FINISH-ACCOUNT-EXIT.
           MOVE WS-CURRENT-ACCOUNT TO WK-ACCOUNT-NUMBER.
           MOVE WS-CHARGE-KIND TO WK-CHARGE-KIND.
           MOVE WS-AVERAGE-BALANCE TO WK-AVERAGE-BALANCE.
           MOVE TR-TIER-FLOOR(WS-TIER-FOUND-SUB) TO WK-TIER-FLOOR.
           MOVE TR-ANNUAL-RATE(WS-TIER-FOUND-SUB) TO WK-ANNUAL-RATE.
           MOVE WS-CHARGE-AMOUNT TO WK-CHARGE-AMOUNT.
           MOVE SPACES TO WK-SKIP-REASON.
           IF (WK-IS-INTEREST AND INTEREST-ALREADY-POSTED)
               OR (WK-IS-CHARGE AND CHARGE-ALREADY-POSTED)
               MOVE "ALREADY POSTED" TO WK-SKIP-REASON.
           WRITE CHARGE-WORK-RECORD.
       FINISH-ACCOUNT-EXIT.
           EXIT.

      *> Highest floor of the right kind not above the average.
       FIND-RATE-TIER.
           MOVE 0 TO WS-TIER-FOUND-SUB.
           PERFORM TEST-RATE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-MAX.

       TEST-RATE-TIER.
           IF TR-RATE-KIND(WS-TIER-SUB) NOT = WS-CHARGE-KIND
               OR TR-TIER-FLOOR(WS-TIER-SUB) > WS-AVERAGE-MAGNITUDE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIER-FOUND-SUB = 0
               MOVE WS-TIER-SUB TO WS-TIER-FOUND-SUB
               EXIT PARAGRAPH
           END-IF.
           IF TR-TIER-FLOOR(WS-TIER-SUB) >
               TR-TIER-FLOOR(WS-TIER-FOUND-SUB)
               MOVE WS-TIER-SUB TO WS-TIER-FOUND-SUB
           END-IF.

      *> Second pass: posts each work line and lists it.
       POST-CHARGES.
           MOVE SPACES TO RATE-REPORT-LINE.
           STRING "ACCOUNT     KIND        AVG BALANCE   TIER FLOOR"
               "     RATE      AMOUNT  NOTE"
               DELIMITED BY SIZE INTO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           OPEN INPUT CHARGE-WORK-FILE.
           IF WS-WORK-STATUS IS NOT EQUAL TO "00"
               GO TO POST-CHARGES-EXIT.
       POST-READ-NEXT.
           READ CHARGE-WORK-FILE
               AT END GO TO POST-READ-DONE.
           MOVE WK-SKIP-REASON TO WS-SKIP-REASON.
           IF WS-SKIP-REASON = SPACES
               PERFORM APPLY-CHARGE THRU APPLY-CHARGE-EXIT.
           PERFORM PRINT-CHARGE-LINE.
           IF POSTING-WAS-STOPPED
               GO TO POST-READ-DONE.
           GO TO POST-READ-NEXT.
       POST-READ-DONE.
           CLOSE CHARGE-WORK-FILE.
       POST-CHARGES-EXIT.
           EXIT.

      *> Same sign rule as the counter: the charge is a debit and
      *> adds to the balance, interest is a credit and takes from it.
      *> AB-LAST-POST-DATE is left alone so a month-end charge does
      *> not keep an abandoned account from going dormant.  The
      *> ACCTHST record is what a resumed run goes by, so a charge
      *> without one is put back off the balance and the run stops.
       APPLY-CHARGE.
           MOVE WK-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE "NOT ON ACCTBAL" TO WS-SKIP-REASON
                   GO TO APPLY-CHARGE-EXIT
           END-READ.
           IF AB-STATUS-FROZEN
               MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
               GO TO APPLY-CHARGE-EXIT.
           IF AB-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
               GO TO APPLY-CHARGE-EXIT.
           MOVE ACCOUNT-BALANCE-RECORD TO WS-BALANCE-BEFORE.
           MOVE "N" TO WS-SIZE-ERROR.
           IF WK-IS-INTEREST
               SUBTRACT WK-CHARGE-AMOUNT FROM AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-SUBTRACT
           ELSE
               ADD WK-CHARGE-AMOUNT TO AB-BALANCE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-ADD
           END-IF.
           IF BALANCE-OVERFLOWED
               MOVE "BALANCE WOULD OVERFLOW" TO WS-SKIP-REASON
               GO TO APPLY-CHARGE-EXIT.
           ACCEPT WS-NOW FROM TIME.
           REWRITE ACCOUNT-BALANCE-RECORD
               INVALID KEY
                   MOVE "BALANCE WRITE FAILED" TO WS-SKIP-REASON
                   GO TO APPLY-CHARGE-EXIT
           END-REWRITE.
           PERFORM WRITE-CHARGE-HISTORY
               THRU WRITE-CHARGE-HISTORY-EXIT.
           IF NOT CHARGE-HISTORY-WRITTEN
               MOVE "HISTORY NOT WRITTEN" TO WS-SKIP-REASON
               MOVE "Y" TO WS-POSTING-STOPPED
               MOVE WK-ACCOUNT-NUMBER TO WS-STOPPED-ACCOUNT
               MOVE WS-BALANCE-BEFORE TO ACCOUNT-BALANCE-RECORD
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "BALANCE NOT RESTORED" TO WS-SKIP-REASON
                       DISPLAY "ACCTINT: BALANCE NOT RESTORED FOR "
                           WK-ACCOUNT-NUMBER ", STATUS "
                           WS-ACCTBAL-STATUS
               END-REWRITE
               GO TO APPLY-CHARGE-EXIT.
           PERFORM WRITE-CHARGE-AUDIT-LINE.
           IF WK-IS-INTEREST
               ADD 1 TO WS-INTEREST-COUNT
               ADD WK-CHARGE-AMOUNT TO WS-INTEREST-TOTAL
           ELSE
               ADD 1 TO WS-CHARGE-COUNT
               ADD WK-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
           END-IF.
       APPLY-CHARGE-EXIT.
           EXIT.

       WRITE-CHARGE-HISTORY.
           MOVE "Y" TO WS-CHARGE-HISTORY.
           MOVE WK-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
       CHARGE-HISTORY-NEXT-SEQ.
           ADD 1 TO AH-POST-SEQ.
           MOVE WS-NOW TO AH-POST-TIME.
           MOVE WK-CHARGE-KIND TO AH-POST-TYPE.
           MOVE WK-CHARGE-AMOUNT TO AH-POST-AMOUNT.
           MOVE 0 TO AH-OPERATOR-NUMBER.
           MOVE AB-BALANCE TO AH-NEW-BALANCE.
           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   IF AH-POST-SEQ < 9999
                       GO TO CHARGE-HISTORY-NEXT-SEQ
                   END-IF
                   MOVE "N" TO WS-CHARGE-HISTORY
                   DISPLAY "ACCTINT: HISTORY NOT WRITTEN FOR "
                       WK-ACCOUNT-NUMBER ", STATUS " WS-ACCTHST-STATUS
           END-WRITE.
       WRITE-CHARGE-HISTORY-EXIT.
           EXIT.

      *> The counter's "P" line layout under key "I" or "F", operator
      *> 0 for the batch run, with the month charged after the account
      *> number.  Interest is a credit and is written negative.
       WRITE-CHARGE-AUDIT-LINE.
           MOVE 0 TO WS-A-OPERATOR.
           MOVE WS-RUN-DATE TO WS-A-DATE.
           MOVE WS-NOW TO WS-A-TIME.
           MOVE WK-CHARGE-KIND TO WS-A-KEY.
           MOVE SPACES TO WS-AUDIT-REFERENCE.
           IF WK-IS-INTEREST
               COMPUTE WS-A-NEWVAL = WK-CHARGE-AMOUNT * -1
               STRING "INTEREST " WS-CHARGE-MONTH
                   DELIMITED BY SIZE INTO WS-AUDIT-REFERENCE
           ELSE
               MOVE WK-CHARGE-AMOUNT TO WS-A-NEWVAL
               STRING "CHARGE " WS-CHARGE-MONTH
                   DELIMITED BY SIZE INTO WS-AUDIT-REFERENCE
           END-IF.
           MOVE AB-BALANCE TO WS-A-ACCUM.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-AUDIT-LINE " " WK-ACCOUNT-NUMBER
               " " WS-AUDIT-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       PRINT-CHARGE-LINE.
           MOVE WK-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           IF WK-IS-INTEREST
               MOVE "INTEREST" TO WS-RD-KIND
           ELSE
               MOVE "CHARGE" TO WS-RD-KIND
           END-IF.
           MOVE WK-AVERAGE-BALANCE TO WS-RD-AVERAGE.
           MOVE WK-TIER-FLOOR TO WS-RD-FLOOR.
           MOVE WK-ANNUAL-RATE TO WS-RD-RATE.
           MOVE WK-CHARGE-AMOUNT TO WS-RD-AMOUNT.
           IF WS-SKIP-REASON = SPACES
               MOVE "POSTED" TO WS-RD-NOTE
           ELSE
               MOVE WS-SKIP-REASON TO WS-RD-NOTE
               ADD 1 TO WS-SKIPPED-COUNT
               ADD WK-CHARGE-AMOUNT TO WS-SKIPPED-TOTAL
           END-IF.
           MOVE WS-REPORT-DETAIL TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "ACCOUNTS AVERAGED" TO WS-RT-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-RT-COUNT.
           MOVE 0 TO WS-RT-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "INTEREST POSTED" TO WS-RT-LABEL.
           MOVE WS-INTEREST-COUNT TO WS-RT-COUNT.
           MOVE WS-INTEREST-TOTAL TO WS-RT-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "CHARGES POSTED" TO WS-RT-LABEL.
           MOVE WS-CHARGE-COUNT TO WS-RT-COUNT.
           MOVE WS-CHARGE-TOTAL TO WS-RT-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "NOT POSTED" TO WS-RT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-RT-COUNT.
           MOVE WS-SKIPPED-TOTAL TO WS-RT-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

       RECORD-RUN-HISTORY.
           MOVE "N" TO WS-RUN-LOGGED.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE WS-CHARGE-MONTH TO RH-CHARGE-MONTH.
           MOVE WS-RUN-STATE TO RH-RUN-STATE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-INTEREST-COUNT TO RH-INTEREST-COUNT.
           MOVE WS-INTEREST-TOTAL TO RH-INTEREST-TOTAL.
           MOVE WS-CHARGE-COUNT TO RH-CHARGE-COUNT.
           MOVE WS-CHARGE-TOTAL TO RH-CHARGE-TOTAL.
           WRITE RUN-HISTORY-RECORD.
           IF WS-HISTORY-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RUN-LOGGED.
           CLOSE RUN-HISTORY-FILE.

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
           MOVE "MONTH-END RATE RUN" TO OA-OPERATOR-NAME.
           MOVE SPACES TO OA-TERMINAL-ID.
           COMPUTE OA-EVENT-TIMESTAMP = WS-TODAY * 1000000 +
               (WS-NOW / 100).
           WRITE OPERATOR-ACTIVITY-RECORD.
           CLOSE OPERATOR-ACTIVITY-FILE.
       WRITE-OPERATOR-ACTIVITY-EXIT.
           EXIT.
