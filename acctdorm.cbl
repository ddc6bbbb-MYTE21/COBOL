       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTDORM.

      *> ---------------------------------------------------------------
      *>    NIGHTLY DORMANT ACCOUNT MARKING
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  An open account that has never been posted to
      *>               is aged from its status date instead of being
      *>               passed over.  Accounts that could not be marked
      *>               are counted on the report and end the run with
      *>               return code 8.
      *>   2026-10-15  An account is only marked when its status date
      *>               (AB-STATUS-DATE) is also older than the period,
      *>               so one a supervisor reopened in ACCTMNT without a
      *>               new posting is not marked dormant again the next
      *>               night.
      *>   2026-10-15  New program: walks the account balance file
      *>               (ACCTBAL) and marks every open account whose
      *>               last posting (AB-LAST-POST-DATE) is older than
      *>               the dormancy period as dormant, with the reason
      *>               and today's date, so an abandoned account stops
      *>               taking postings at the counter until a
      *>               supervisor reopens it in ACCTMNT.  The period
      *>               in months comes from JOBPARM1 (argument 1 when
      *>               run by hand), default 12.  Every account marked
      *>               is listed on ACCTDORM.RPT with balance, last
      *>               post date and last operator.  Return code 8
      *>               when the balance file cannot be opened.
      *>               JOBPLAN.DAT step:
      *>                 ACCTDORM   ACCTDORM 0004 SKIP DAY  12
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
           SELECT DORMANT-REPORT-FILE ASSIGN TO "ACCTDORM.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  DORMANT-CONTROL.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-TODAY-PARTS REDEFINES WS-TODAY.
              03 WS-TODAY-YEAR      PIC 9(04).
              03 WS-TODAY-MONTH     PIC 9(02).
              03 WS-TODAY-DAY       PIC 9(02).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(03).
           02 WS-ENV-PARM           PIC X(03).
           02 WS-DORMANT-MONTHS     PIC 9(03) VALUE 12.
           02 WS-MONTH-INDEX        PIC 9(06) COMP.
           02 WS-CUTOFF-DATE        PIC 9(08).
           02 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
              03 WS-CUTOFF-YEAR     PIC 9(04).
              03 WS-CUTOFF-MONTH    PIC 9(02).
              03 WS-CUTOFF-DAY      PIC 9(02).
           02 WS-DORMANT-REASON     PIC X(20).
           02 WS-SHOW-MONTHS        PIC ZZ9.
           02 WS-ACCOUNT-COUNT      PIC 9(06) VALUE 0.
           02 WS-DORMANT-COUNT      PIC 9(06) VALUE 0.
           02 WS-DORMANT-BALANCE    PIC S9(10)V99 VALUE 0.
           02 WS-REWRITE-FAIL-COUNT PIC 9(06) VALUE 0.

       01  WS-REPORT-DETAIL.
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-BALANCE         PIC Z(8)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-POST-DATE       PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-OPERATOR        PIC 9(06).

       01  WS-TOTAL-SHOW            PIC Z(9)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-DORMANCY.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTDORM: ACCOUNT BALANCE FILE NOT AVAILABLE, "
                   "STATUS " WS-ACCTBAL-STATUS
               MOVE "ACCOUNT BALANCE FILE NOT AVAILABLE"
                   TO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE
               CLOSE DORMANT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM SCAN-BALANCES THRU SCAN-BALANCES-EXIT.
           CLOSE ACCOUNT-BALANCE-FILE.
           MOVE WS-DORMANT-BALANCE TO WS-TOTAL-SHOW.
           MOVE SPACES TO DORMANT-REPORT-LINE.
           STRING "ACCOUNTS " WS-ACCOUNT-COUNT
               "  MARKED DORMANT " WS-DORMANT-COUNT
               "  BALANCE " WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.
           IF WS-REWRITE-FAIL-COUNT > 0
               MOVE SPACES TO DORMANT-REPORT-LINE
               STRING "NOT MARKED - REWRITE FAILED "
                   WS-REWRITE-FAIL-COUNT
                   DELIMITED BY SIZE INTO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE.
           CLOSE DORMANT-REPORT-FILE.
           DISPLAY "ACCTDORM: ACCOUNTS " WS-ACCOUNT-COUNT
               " MARKED DORMANT " WS-DORMANT-COUNT.
           IF WS-REWRITE-FAIL-COUNT > 0
               DISPLAY "ACCTDORM: " WS-REWRITE-FAIL-COUNT
                   " ACCOUNTS COULD NOT BE MARKED"
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> The period comes from JOBPARM1 when the nightly driver CALLs
      *> this program, else from argument 1.  The cutoff is the same
      *> day of the month the given number of months back; an open
      *> account last posted before it goes dormant.
       INITIALIZE-DORMANCY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 12 TO WS-DORMANT-MONTHS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-DORMANT-COUNT.
           MOVE 0 TO WS-DORMANT-BALANCE.
           MOVE 0 TO WS-REWRITE-FAIL-COUNT.
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
           IF WS-ARG-TEXT NOT = SPACES
               COMPUTE WS-DORMANT-MONTHS = FUNCTION NUMVAL(WS-ARG-TEXT)
               IF WS-DORMANT-MONTHS = 0
                   MOVE 12 TO WS-DORMANT-MONTHS
               END-IF
           END-IF.
           COMPUTE WS-MONTH-INDEX = WS-TODAY-YEAR * 12
               + WS-TODAY-MONTH - 1 - WS-DORMANT-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY.
           MOVE WS-DORMANT-MONTHS TO WS-SHOW-MONTHS.
           MOVE SPACES TO WS-DORMANT-REASON.
           STRING "NO POSTING " WS-SHOW-MONTHS " MONTHS"
               DELIMITED BY SIZE INTO WS-DORMANT-REASON.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           MOVE SPACES TO DORMANT-REPORT-LINE.
           STRING "ACCOUNTS MARKED DORMANT  " WS-TODAY
               "  NO POSTING SINCE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.
           MOVE "ACCOUNT         BALANCE  LAST POST  OPRTR"
               TO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.

       SCAN-BALANCES.
           MOVE LOW-VALUES TO AB-ACCOUNT-NUMBER.
           START ACCOUNT-BALANCE-FILE
               KEY IS GREATER THAN AB-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO SCAN-BALANCES-EXIT
           END-START.
       SCAN-BALANCES-NEXT.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END GO TO SCAN-BALANCES-EXIT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF NOT AB-STATUS-OPEN
               GO TO SCAN-BALANCES-NEXT.
           IF AB-LAST-POST-DATE NOT = 0
               AND AB-LAST-POST-DATE NOT < WS-CUTOFF-DATE
               GO TO SCAN-BALANCES-NEXT.
      *>   One never posted to ages from its status date, the day it
      *>   was opened; with neither date there is nothing to age by.
           IF AB-LAST-POST-DATE = 0
               AND (AB-STATUS-DATE IS NOT NUMERIC
                    OR AB-STATUS-DATE = 0)
               GO TO SCAN-BALANCES-NEXT.
      *>   An account reopened in ACCTMNT since its last posting gets a
      *>   full period from the reopening before it is marked again.
           IF AB-STATUS-DATE IS NUMERIC
               AND AB-STATUS-DATE NOT < WS-CUTOFF-DATE
               GO TO SCAN-BALANCES-NEXT.
           MOVE "D" TO AB-STATUS.
           MOVE WS-DORMANT-REASON TO AB-STATUS-REASON.
           MOVE WS-TODAY TO AB-STATUS-DATE.
           MOVE 0 TO AB-STATUS-OPERATOR.
           REWRITE ACCOUNT-BALANCE-RECORD.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTDORM: REWRITE FAILED FOR " AB-ACCOUNT-NUMBER
                   ", STATUS " WS-ACCTBAL-STATUS
               ADD 1 TO WS-REWRITE-FAIL-COUNT
               GO TO SCAN-BALANCES-NEXT.
           ADD 1 TO WS-DORMANT-COUNT.
           ADD AB-BALANCE TO WS-DORMANT-BALANCE.
           MOVE AB-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           MOVE AB-BALANCE TO WS-RD-BALANCE.
           MOVE AB-LAST-POST-DATE TO WS-RD-POST-DATE.
           MOVE AB-LAST-POST-OPERATOR TO WS-RD-OPERATOR.
           MOVE WS-REPORT-DETAIL TO DORMANT-REPORT-LINE.
           WRITE DORMANT-REPORT-LINE.
           GO TO SCAN-BALANCES-NEXT.
       SCAN-BALANCES-EXIT.
           EXIT.
