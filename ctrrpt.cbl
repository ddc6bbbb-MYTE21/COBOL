       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  CTRRPT.

      *> ---------------------------------------------------------------
      *>    LARGE-TRANSACTION AND STRUCTURING REPORT FROM ACCTHST
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  An item whose case cannot be opened (no control
      *>               record, or the case write fails) is listed as
      *>               NOT OPEN and counted, and holders of an account
      *>               beyond the 20 the table takes are counted and
      *>               the accounts named; either ends the run with
      *>               return code 8.
      *>   2026-10-15  New program: adds up each customer's debit and
      *>               credit postings on the account posting history
      *>               (ACCTHST) for the business day across every
      *>               account they hold (CUSTACCT; a joint account
      *>               counts in full for each holder), with the SSN
      *>               and name from CUSTMST, and lists on CTRRPT.RPT
      *>               every customer whose money in plus money out
      *>               reaches the reporting threshold.  Also flags
      *>               possible structuring: a customer with several
      *>               postings just under the threshold within the
      *>               last few days, one of them today, and a customer
      *>               with one amount posted today by more than one
      *>               operator within those days.  Interest and
      *>               service charges are the bank's own and are left
      *>               out.  Limits come from CTRLIM.DAT, the first
      *>               line not starting "*":
      *>                 cols  1-11  threshold          9(09)V99
      *>                 cols 13-23  near-threshold floor 9(09)V99
      *>                 cols 25-26  window in days     9(02)
      *>                 cols 28-29  near postings that flag 9(02)
      *>                 cols 31-41  same-amount floor  9(09)V99
      *>               without a usable line the report runs at
      *>               10,000.00 / 9,000.00 / 3 days / 2 postings /
      *>               3,000.00 and says so.  Every item flagged opens
      *>               a case on the compliance case file (CTRCASE,
      *>               copybooks/CTRCASE.cpy), once per customer, type
      *>               and business day however often the day is run;
      *>               open cases from earlier days are carried
      *>               forward at the foot of the report with their age
      *>               until a supervisor files or clears them in
      *>               CTRMNT.  Business date from JOBPARM1/argument 1
      *>               (YYYYMMDD), else today.  Return code 4 when
      *>               anything is listed, 8 when a file cannot be read
      *>               or a table overflows.
      *>               JOBPLAN.DAT step:
      *>                 CTRRPT     CTRRPT   0004 SKIP DAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT COMPLIANCE-CASE-FILE ASSIGN TO "CTRCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CC-CASE-NUMBER
               FILE STATUS IS WS-CTRCASE-STATUS.
           SELECT REPORTING-LIMIT-FILE ASSIGN TO "CTRLIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLIM-STATUS.
           SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  COMPLIANCE-CASE-FILE.
       01  COMPLIANCE-CASE-RECORD.
           COPY CTRCASE.

       FD  REPORTING-LIMIT-FILE.
       01  REPORTING-LIMIT-RECORD.
           02 CL-THRESHOLD          PIC 9(09)V99.
           02 FILLER                PIC X.
           02 CL-NEAR-FLOOR         PIC 9(09)V99.
           02 FILLER                PIC X.
           02 CL-WINDOW-DAYS        PIC 9(02).
           02 FILLER                PIC X.
           02 CL-NEAR-COUNT         PIC 9(02).
           02 FILLER                PIC X.
           02 CL-SAME-FLOOR         PIC 9(09)V99.
           02 FILLER                PIC X(39).
       01  REPORTING-LIMIT-COMMENT.
           02 CL-COMMENT-MARK       PIC X.
              88 CL-COMMENT-LINE    VALUE "*".
           02 FILLER                PIC X(79).

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  CTR-CONTROL.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-CTRCASE-STATUS     PIC XX.
           02 WS-CTRLIM-STATUS      PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(08).
           02 WS-ENV-PARM           PIC X(08).
           02 WS-BUSINESS-DATE      PIC 9(08).
           02 WS-WINDOW-START       PIC 9(08).
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-DAY-NUMBER         PIC S9(07) COMP.
           02 WS-AGE-DAYS           PIC S9(07) COMP.
           02 WS-CTR-RC             PIC 9(02) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-LIMIT-NOTE         PIC X(40) VALUE SPACES.
           02 WS-THRESHOLD          PIC 9(09)V99.
           02 WS-NEAR-FLOOR         PIC 9(09)V99.
           02 WS-WINDOW-DAYS        PIC 9(02).
           02 WS-NEAR-COUNT         PIC 9(02).
           02 WS-SAME-FLOOR         PIC 9(09)V99.
           02 WS-WATCH-FLOOR        PIC 9(09)V99.
           02 WS-POST-AMOUNT        PIC 9(09)V99.
           02 WS-HOLDER-ACCOUNT     PIC X(10).
           02 WS-HOLDER-MAX         PIC 9(04) COMP VALUE 0.
           02 WS-HOLDER-SUB         PIC 9(04) COMP.
           02 WS-CUST-MAX           PIC 9(04) COMP VALUE 0.
           02 WS-CUST-SUB           PIC 9(04) COMP.
           02 WS-FOUND-SUB          PIC 9(04) COMP.
           02 WS-WATCH-MAX          PIC 9(04) COMP VALUE 0.
           02 WS-WATCH-SUB          PIC 9(04) COMP.
           02 WS-PAIR-SUB           PIC 9(04) COMP.
           02 WS-DONE-MAX           PIC 9(04) COMP VALUE 0.
           02 WS-DONE-SUB           PIC 9(04) COMP.
           02 WS-LOOK-SSNUM         PIC 9(09).
           02 WS-LOOK-ACCOUNT       PIC X(10).
           02 WS-ENTRY-FOUND        PIC X.
              88 ENTRY-WAS-FOUND    VALUE "Y".
           02 WS-PAIR-FOUND         PIC X.
              88 PAIR-WAS-FOUND     VALUE "Y".
           02 WS-CASE-NUMBER        PIC 9(06).
           02 WS-CASE-STATE         PIC X(08).
           02 WS-NC-TYPE            PIC X(01).
           02 WS-NC-AMOUNT          PIC 9(09)V99.
           02 WS-NC-COUNT           PIC 9(04).
           02 WS-NC-DETAIL          PIC X(40).
           02 WS-DAY-TOTAL          PIC 9(11)V99.
           02 WS-POSTINGS-READ      PIC 9(08) VALUE 0.
           02 WS-DAY-POSTINGS       PIC 9(08) VALUE 0.
           02 WS-CUSTOMER-COUNT     PIC 9(06) VALUE 0.
           02 WS-LARGE-COUNT        PIC 9(06) VALUE 0.
           02 WS-NEAR-FLAGS         PIC 9(06) VALUE 0.
           02 WS-SAME-FLAGS         PIC 9(06) VALUE 0.
           02 WS-NEW-CASES          PIC 9(06) VALUE 0.
           02 WS-CARRIED-COUNT      PIC 9(06) VALUE 0.
           02 WS-CASES-NOT-OPENED   PIC 9(06) VALUE 0.
           02 WS-HOLDERS-NOT-COUNTED PIC 9(06) VALUE 0.

      *> The holders of the account being read, loaded once per
      *> account since ACCTHST arrives in account order.
       01  WS-HOLDER-TABLE.
           02 WS-HOLDER-ENTRY OCCURS 20 TIMES.
              03 HD-SSNUM           PIC 9(09).
              03 HD-CUST-SUB        PIC 9(04) COMP.

      *> One entry per customer with a posting in the window; an
      *> account with no holder is carried as its own entry under
      *> SSN zero with the account number as its key.
       01  WS-CUSTOMER-TABLE.
           02 WS-CUSTOMER-ENTRY OCCURS 3000 TIMES.
              03 CT-SSNUM           PIC 9(09).
              03 CT-KEY-ACCOUNT     PIC X(10).
              03 CT-NAME            PIC X(30).
              03 CT-FIRST-ACCOUNT   PIC X(10).
              03 CT-LAST-ACCOUNT    PIC X(10).
              03 CT-ACCOUNT-COUNT   PIC 9(04).
              03 CT-POST-COUNT      PIC 9(04).
              03 CT-CREDIT-TOTAL    PIC 9(11)V99.
              03 CT-DEBIT-TOTAL     PIC 9(11)V99.
              03 CT-NEAR-COUNT      PIC 9(04).
              03 CT-NEAR-TODAY      PIC X.
              03 CT-NEAR-TOTAL      PIC 9(11)V99.
              03 CT-SAME-COUNT      PIC 9(04).
              03 CT-SAME-AMOUNT     PIC 9(09)V99.

      *> Every posting in the window large enough to matter to
      *> either structuring test, once for each holder.
       01  WS-WATCH-TABLE.
           02 WS-WATCH-ENTRY OCCURS 3000 TIMES.
              03 WP-CUST-SUB        PIC 9(04) COMP.
              03 WP-DATE            PIC 9(08).
              03 WP-AMOUNT          PIC 9(09)V99.
              03 WP-OPERATOR        PIC 9(06).

      *> Cases already opened for this business day by an earlier
      *> run, so a rerun finds them rather than opening them again.
       01  WS-DONE-TABLE.
           02 WS-DONE-ENTRY OCCURS 1000 TIMES.
              03 DN-TYPE            PIC X(01).
              03 DN-SSNUM           PIC 9(09).
              03 DN-ACCOUNT         PIC X(10).
              03 DN-CASE            PIC 9(06).

       01  WS-LARGE-LINE.
           02 WS-LL-SSNUM           PIC 9(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-NAME            PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-ACCOUNTS        PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-COUNT           PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-IN              PIC Z(10)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-OUT             PIC Z(10)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-TOTAL           PIC Z(10)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-LL-CASE            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WS-LL-STATE           PIC X(08).

       01  WS-FLAG-LINE.
           02 WS-FL-TYPE            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-SSNUM           PIC 9(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-NAME            PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-COUNT           PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-AMOUNT          PIC Z(10)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-DETAIL          PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-FL-CASE            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WS-FL-STATE           PIC X(08).

       01  WS-CARRIED-LINE.
           02 WS-CL-CASE            PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-TYPE            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-DATE            PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-AGE             PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-SSNUM           PIC 9(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-NAME            PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-AMOUNT          PIC Z(10)9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-DETAIL          PIC X(40).

       01  WS-NEAR-DETAIL.
           02 WS-ND-COUNT           PIC Z9.
           02 FILLER                PIC X(17)
                                    VALUE " UNDER LIMIT IN ".
           02 WS-ND-DAYS            PIC Z9.
           02 FILLER                PIC X(09) VALUE " DAYS".

       01  WS-EDIT-AMOUNT-1         PIC Z(8)9.99.
       01  WS-EDIT-AMOUNT-2         PIC Z(8)9.99.
       01  WS-EDIT-AMOUNT-3         PIC Z(8)9.99.
       01  WS-EDIT-DAYS             PIC Z9.
       01  WS-EDIT-COUNT            PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-CTR.
           PERFORM LOAD-REPORTING-LIMITS
               THRU LOAD-REPORTING-LIMITS-EXIT.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               MOVE "ACCOUNT HISTORY NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO END-NOT-RUN.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS NOT EQUAL TO "00"
               MOVE "CUSTOMER-ACCOUNT FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               CLOSE ACCOUNT-HISTORY-FILE
               GO TO END-NOT-RUN.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS NOT EQUAL TO "00"
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO WS-CONTROL-ERROR
               CLOSE ACCOUNT-HISTORY-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               GO TO END-NOT-RUN.
           PERFORM SCAN-HISTORY THRU SCAN-HISTORY-EXIT.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-RUN.
           PERFORM OPEN-CASE-FILE THRU OPEN-CASE-FILE-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-RUN.
           PERFORM LOAD-DAY-CASES THRU LOAD-DAY-CASES-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               CLOSE COMPLIANCE-CASE-FILE
               GO TO END-NOT-RUN.
           PERFORM COUNT-NEAR-THRESHOLD
               VARYING WS-WATCH-SUB FROM 1 BY 1
               UNTIL WS-WATCH-SUB > WS-WATCH-MAX.
           PERFORM COUNT-SAME-AMOUNT
               VARYING WS-WATCH-SUB FROM 1 BY 1
               UNTIL WS-WATCH-SUB > WS-WATCH-MAX.
           PERFORM WRITE-LARGE-HEADING.
           PERFORM REPORT-LARGE-TOTAL
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-MAX.
           PERFORM WRITE-FLAG-HEADING.
           PERFORM REPORT-STRUCTURING
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-MAX.
           PERFORM LIST-CARRIED-CASES THRU LIST-CARRIED-CASES-EXIT.
           CLOSE COMPLIANCE-CASE-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "CTRRPT: " WS-BUSINESS-DATE
               " OVER THRESHOLD " WS-LARGE-COUNT
               " STRUCTURING " WS-NEAR-FLAGS "/" WS-SAME-FLAGS
               " NEW CASES " WS-NEW-CASES
               " CARRIED " WS-CARRIED-COUNT.
           IF WS-LARGE-COUNT > 0 OR WS-NEAR-FLAGS > 0
               OR WS-SAME-FLAGS > 0 OR WS-CARRIED-COUNT > 0
               MOVE 4 TO WS-CTR-RC.
           IF WS-CASES-NOT-OPENED > 0 OR WS-HOLDERS-NOT-COUNTED > 0
               DISPLAY "CTRRPT: CASES NOT OPENED " WS-CASES-NOT-OPENED
                   " HOLDERS NOT COUNTED " WS-HOLDERS-NOT-COUNTED
               MOVE 8 TO WS-CTR-RC.
           MOVE WS-CTR-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-RUN.
           DISPLAY "CTRRPT: NOT RUN - " WS-CONTROL-ERROR.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "NOT RUN - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           CLOSE CTR-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> The business date comes from JOBPARM1 when the nightly
      *> driver CALLs this program (ACCEPT FROM ARGUMENT-VALUE would
      *> return the driver's own command line), else from argument 1.
       INITIALIZE-CTR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
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
               MOVE WS-ARG-TEXT TO WS-BUSINESS-DATE.
           MOVE 0 TO WS-CTR-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE 0 TO WS-CUST-MAX.
           MOVE 0 TO WS-WATCH-MAX.
           MOVE 0 TO WS-DONE-MAX.
           MOVE 0 TO WS-HOLDER-MAX.
           MOVE LOW-VALUES TO WS-HOLDER-ACCOUNT.
           OPEN OUTPUT CTR-REPORT-FILE.

      *> A missing or unusable limits line must not switch the report
      *> off: it runs at the regulatory 10,000.00 and says so.
       LOAD-REPORTING-LIMITS.
           MOVE 10000 TO WS-THRESHOLD.
           MOVE 9000 TO WS-NEAR-FLOOR.
           MOVE 3 TO WS-WINDOW-DAYS.
           MOVE 2 TO WS-NEAR-COUNT.
           MOVE 3000 TO WS-SAME-FLOOR.
           MOVE "NO LIMITS ON FILE - DEFAULTS USED" TO WS-LIMIT-NOTE.
           OPEN INPUT REPORTING-LIMIT-FILE.
           IF WS-CTRLIM-STATUS IS NOT EQUAL TO "00"
               GO TO LOAD-REPORTING-LIMITS-DONE.
       REPORTING-LIMIT-NEXT.
           READ REPORTING-LIMIT-FILE
               AT END GO TO REPORTING-LIMIT-CLOSE.
           IF CL-COMMENT-LINE OR REPORTING-LIMIT-RECORD = SPACES
               GO TO REPORTING-LIMIT-NEXT.
           IF CL-THRESHOLD IS NOT NUMERIC
               OR CL-NEAR-FLOOR IS NOT NUMERIC
               OR CL-WINDOW-DAYS IS NOT NUMERIC
               OR CL-NEAR-COUNT IS NOT NUMERIC
               OR CL-SAME-FLOOR IS NOT NUMERIC
               MOVE "LIMITS INVALID - DEFAULTS USED" TO WS-LIMIT-NOTE
               GO TO REPORTING-LIMIT-CLOSE.
           IF CL-THRESHOLD = 0 OR CL-SAME-FLOOR = 0
               OR CL-NEAR-FLOOR NOT < CL-THRESHOLD
               OR CL-WINDOW-DAYS < 1 OR CL-WINDOW-DAYS > 31
               OR CL-NEAR-COUNT < 2
               MOVE "LIMITS INVALID - DEFAULTS USED" TO WS-LIMIT-NOTE
               GO TO REPORTING-LIMIT-CLOSE.
           MOVE CL-THRESHOLD TO WS-THRESHOLD.
           MOVE CL-NEAR-FLOOR TO WS-NEAR-FLOOR.
           MOVE CL-WINDOW-DAYS TO WS-WINDOW-DAYS.
           MOVE CL-NEAR-COUNT TO WS-NEAR-COUNT.
           MOVE CL-SAME-FLOOR TO WS-SAME-FLOOR.
           MOVE SPACES TO WS-LIMIT-NOTE.
       REPORTING-LIMIT-CLOSE.
           CLOSE REPORTING-LIMIT-FILE.
       LOAD-REPORTING-LIMITS-DONE.
           MOVE WS-NEAR-FLOOR TO WS-WATCH-FLOOR.
           IF WS-SAME-FLOOR < WS-WATCH-FLOOR
               MOVE WS-SAME-FLOOR TO WS-WATCH-FLOOR.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
       LOAD-REPORTING-LIMITS-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "LARGE-TRANSACTION AND STRUCTURING REPORT  "
               "BUSINESS DATE " WS-BUSINESS-DATE
               "  RUN " WS-TODAY
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-EDIT-AMOUNT-1.
           MOVE WS-NEAR-FLOOR TO WS-EDIT-AMOUNT-2.
           MOVE WS-SAME-FLOOR TO WS-EDIT-AMOUNT-3.
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS.
           MOVE WS-NEAR-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "THRESHOLD " WS-EDIT-AMOUNT-1
               "  NEAR FROM " WS-EDIT-AMOUNT-2
               "  WINDOW " WS-EDIT-DAYS " DAYS"
               "  NEAR POSTINGS " WS-EDIT-COUNT
               "  SAME AMOUNT FROM " WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF WS-LIMIT-NOTE NOT = SPACES
               MOVE WS-LIMIT-NOTE TO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE.

      *> ACCTHST is keyed on account first, so the whole file is read
      *> and the window picked out by posting date.  A posting made
      *> before the business day is kept only when it is large enough
      *> to count towards a structuring test.
       SCAN-HISTORY.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START ACCOUNT-HISTORY-FILE
               KEY IS GREATER THAN AH-HIST-KEY
               INVALID KEY
                   GO TO SCAN-HISTORY-EXIT
           END-START.
       SCAN-HISTORY-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO SCAN-HISTORY-EXIT.
           IF AH-POST-DATE IS NOT NUMERIC
               OR AH-POST-AMOUNT IS NOT NUMERIC
               GO TO SCAN-HISTORY-NEXT.
           IF AH-POST-DATE < WS-WINDOW-START
               OR AH-POST-DATE > WS-BUSINESS-DATE
               GO TO SCAN-HISTORY-NEXT.
           IF NOT AH-POSTED-DEBIT AND NOT AH-POSTED-CREDIT
               GO TO SCAN-HISTORY-NEXT.
           ADD 1 TO WS-POSTINGS-READ.
           MOVE AH-POST-AMOUNT TO WS-POST-AMOUNT.
           IF AH-POST-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-DAY-POSTINGS
           ELSE
               IF WS-POST-AMOUNT < WS-WATCH-FLOOR
                   GO TO SCAN-HISTORY-NEXT
               END-IF
           END-IF.
           IF AH-ACCOUNT-NUMBER NOT = WS-HOLDER-ACCOUNT
               PERFORM LOAD-ACCOUNT-HOLDERS
                   THRU LOAD-ACCOUNT-HOLDERS-EXIT.
           PERFORM APPLY-POSTING-TO-HOLDER
               VARYING WS-HOLDER-SUB FROM 1 BY 1
               UNTIL WS-HOLDER-SUB > WS-HOLDER-MAX.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO SCAN-HISTORY-EXIT.
           GO TO SCAN-HISTORY-NEXT.
       SCAN-HISTORY-EXIT.
           EXIT.

      *> Holders of one account are adjacent on the relationship
      *> file.  An account nobody holds gets one holder of SSN zero
      *> so its postings are still added up, under the account.
      *> Holders past the twentieth are not added up; they are
      *> counted and the account named so the day can be checked.
       LOAD-ACCOUNT-HOLDERS.
           MOVE AH-ACCOUNT-NUMBER TO WS-HOLDER-ACCOUNT.
           MOVE 0 TO WS-HOLDER-MAX.
           MOVE AH-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO LOAD-ACCOUNT-HOLDERS-NONE
           END-START.
       LOAD-ACCOUNT-HOLDERS-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO LOAD-ACCOUNT-HOLDERS-NONE.
           IF CR-ACCOUNT-NUMBER NOT = WS-HOLDER-ACCOUNT
               GO TO LOAD-ACCOUNT-HOLDERS-NONE.
           IF WS-HOLDER-MAX < 20
               ADD 1 TO WS-HOLDER-MAX
               MOVE CR-SSNUM TO HD-SSNUM(WS-HOLDER-MAX)
               MOVE 0 TO HD-CUST-SUB(WS-HOLDER-MAX)
           ELSE
               ADD 1 TO WS-HOLDERS-NOT-COUNTED
               DISPLAY "CTRRPT: ACCOUNT " WS-HOLDER-ACCOUNT
                   " HOLDER " CR-SSNUM " NOT COUNTED - OVER 20"
           END-IF.
           GO TO LOAD-ACCOUNT-HOLDERS-NEXT.
       LOAD-ACCOUNT-HOLDERS-NONE.
           IF WS-HOLDER-MAX = 0
               MOVE 1 TO WS-HOLDER-MAX
               MOVE 0 TO HD-SSNUM(1)
               MOVE 0 TO HD-CUST-SUB(1).
       LOAD-ACCOUNT-HOLDERS-EXIT.
           EXIT.

       APPLY-POSTING-TO-HOLDER.
           IF WS-CONTROL-ERROR NOT = SPACES
               EXIT PARAGRAPH.
           IF HD-CUST-SUB(WS-HOLDER-SUB) = 0
               MOVE HD-SSNUM(WS-HOLDER-SUB) TO WS-LOOK-SSNUM
               MOVE SPACES TO WS-LOOK-ACCOUNT
               IF WS-LOOK-SSNUM = 0
                   MOVE AH-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
               END-IF
               PERFORM FIND-CUSTOMER-ENTRY
                   THRU FIND-CUSTOMER-ENTRY-EXIT
               IF WS-CONTROL-ERROR NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-SUB TO HD-CUST-SUB(WS-HOLDER-SUB)
           END-IF.
           MOVE HD-CUST-SUB(WS-HOLDER-SUB) TO WS-CUST-SUB.
           IF AH-POST-DATE = WS-BUSINESS-DATE
               ADD 1 TO CT-POST-COUNT(WS-CUST-SUB)
               IF AH-POSTED-CREDIT
                   ADD WS-POST-AMOUNT TO CT-CREDIT-TOTAL(WS-CUST-SUB)
               ELSE
                   ADD WS-POST-AMOUNT TO CT-DEBIT-TOTAL(WS-CUST-SUB)
               END-IF
               IF AH-ACCOUNT-NUMBER NOT = CT-LAST-ACCOUNT(WS-CUST-SUB)
                   ADD 1 TO CT-ACCOUNT-COUNT(WS-CUST-SUB)
                   MOVE AH-ACCOUNT-NUMBER
                       TO CT-LAST-ACCOUNT(WS-CUST-SUB)
               END-IF
               IF CT-FIRST-ACCOUNT(WS-CUST-SUB) = SPACES
                   MOVE AH-ACCOUNT-NUMBER
                       TO CT-FIRST-ACCOUNT(WS-CUST-SUB)
               END-IF
           END-IF.
           IF WS-POST-AMOUNT < WS-WATCH-FLOOR
               EXIT PARAGRAPH.
           IF WS-WATCH-MAX NOT < 3000
               MOVE "POSTING TABLE FULL" TO WS-CONTROL-ERROR
               EXIT PARAGRAPH.
           ADD 1 TO WS-WATCH-MAX.
           MOVE WS-CUST-SUB TO WP-CUST-SUB(WS-WATCH-MAX).
           MOVE AH-POST-DATE TO WP-DATE(WS-WATCH-MAX).
           MOVE WS-POST-AMOUNT TO WP-AMOUNT(WS-WATCH-MAX).
           MOVE AH-OPERATOR-NUMBER TO WP-OPERATOR(WS-WATCH-MAX).

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-CUSTOMER-ENTRY
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-MAX
                   OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO FIND-CUSTOMER-ENTRY-EXIT.
           IF WS-CUST-MAX NOT < 3000
               MOVE "CUSTOMER TABLE FULL" TO WS-CONTROL-ERROR
               GO TO FIND-CUSTOMER-ENTRY-EXIT.
           ADD 1 TO WS-CUST-MAX.
           MOVE WS-CUST-MAX TO WS-FOUND-SUB.
           MOVE WS-LOOK-SSNUM TO CT-SSNUM(WS-FOUND-SUB).
           MOVE WS-LOOK-ACCOUNT TO CT-KEY-ACCOUNT(WS-FOUND-SUB).
           MOVE SPACES TO CT-FIRST-ACCOUNT(WS-FOUND-SUB).
           MOVE SPACES TO CT-LAST-ACCOUNT(WS-FOUND-SUB).
           MOVE 0 TO CT-ACCOUNT-COUNT(WS-FOUND-SUB).
           MOVE 0 TO CT-POST-COUNT(WS-FOUND-SUB).
           MOVE 0 TO CT-CREDIT-TOTAL(WS-FOUND-SUB).
           MOVE 0 TO CT-DEBIT-TOTAL(WS-FOUND-SUB).
           MOVE 0 TO CT-NEAR-COUNT(WS-FOUND-SUB).
           MOVE "N" TO CT-NEAR-TODAY(WS-FOUND-SUB).
           MOVE 0 TO CT-NEAR-TOTAL(WS-FOUND-SUB).
           MOVE 0 TO CT-SAME-COUNT(WS-FOUND-SUB).
           MOVE 0 TO CT-SAME-AMOUNT(WS-FOUND-SUB).
           IF WS-LOOK-SSNUM = 0
               MOVE SPACES TO CT-NAME(WS-FOUND-SUB)
               STRING "NO CUSTOMER - ACCT " WS-LOOK-ACCOUNT
                   DELIMITED BY SIZE INTO CT-NAME(WS-FOUND-SUB)
               GO TO FIND-CUSTOMER-ENTRY-EXIT.
           MOVE WS-LOOK-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO CT-NAME(WS-FOUND-SUB)
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO CT-NAME(WS-FOUND-SUB)
           END-READ.
       FIND-CUSTOMER-ENTRY-EXIT.
           EXIT.

       MATCH-CUSTOMER-ENTRY.
           IF CT-SSNUM(WS-CUST-SUB) = WS-LOOK-SSNUM
               AND CT-KEY-ACCOUNT(WS-CUST-SUB) = WS-LOOK-ACCOUNT
               MOVE "Y" TO WS-ENTRY-FOUND
               MOVE WS-CUST-SUB TO WS-FOUND-SUB.

      *> A posting just under the threshold counts towards its
      *> customer; the pattern flags only when one of them is on the
      *> business day, so an old cluster is not raised again daily.
       COUNT-NEAR-THRESHOLD.
           IF WP-AMOUNT(WS-WATCH-SUB) < WS-NEAR-FLOOR
               OR WP-AMOUNT(WS-WATCH-SUB) NOT < WS-THRESHOLD
               EXIT PARAGRAPH.
           MOVE WP-CUST-SUB(WS-WATCH-SUB) TO WS-CUST-SUB.
           ADD 1 TO CT-NEAR-COUNT(WS-CUST-SUB).
           ADD WP-AMOUNT(WS-WATCH-SUB) TO CT-NEAR-TOTAL(WS-CUST-SUB).
           IF WP-DATE(WS-WATCH-SUB) = WS-BUSINESS-DATE
               MOVE "Y" TO CT-NEAR-TODAY(WS-CUST-SUB).

      *> A posting on the business day whose amount the same
      *> customer also had posted by a different operator within
      *> the window.
       COUNT-SAME-AMOUNT.
           IF WP-DATE(WS-WATCH-SUB) NOT = WS-BUSINESS-DATE
               OR WP-AMOUNT(WS-WATCH-SUB) < WS-SAME-FLOOR
               EXIT PARAGRAPH.
           MOVE "N" TO WS-PAIR-FOUND.
           PERFORM MATCH-SAME-AMOUNT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-WATCH-MAX
                   OR PAIR-WAS-FOUND.
           IF NOT PAIR-WAS-FOUND
               EXIT PARAGRAPH.
           MOVE WP-CUST-SUB(WS-WATCH-SUB) TO WS-CUST-SUB.
           ADD 1 TO CT-SAME-COUNT(WS-CUST-SUB).
           IF WP-AMOUNT(WS-WATCH-SUB) > CT-SAME-AMOUNT(WS-CUST-SUB)
               MOVE WP-AMOUNT(WS-WATCH-SUB)
                   TO CT-SAME-AMOUNT(WS-CUST-SUB).

       MATCH-SAME-AMOUNT.
           IF WS-PAIR-SUB NOT = WS-WATCH-SUB
               AND WP-CUST-SUB(WS-PAIR-SUB) = WP-CUST-SUB(WS-WATCH-SUB)
               AND WP-AMOUNT(WS-PAIR-SUB) = WP-AMOUNT(WS-WATCH-SUB)
               AND WP-OPERATOR(WS-PAIR-SUB)
                   NOT = WP-OPERATOR(WS-WATCH-SUB)
               MOVE "Y" TO WS-PAIR-FOUND.

       WRITE-LARGE-HEADING.
           MOVE SPACES TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE "CUSTOMERS AT OR OVER THE THRESHOLD FOR THE DAY"
               TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "SSN        NAME                            ACCTS  "
               "POST          MONEY IN       MONEY OUT           "
               "TOTAL  CASE"
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.

       REPORT-LARGE-TOTAL.
           COMPUTE WS-DAY-TOTAL = CT-CREDIT-TOTAL(WS-CUST-SUB)
               + CT-DEBIT-TOTAL(WS-CUST-SUB).
           IF CT-POST-COUNT(WS-CUST-SUB) = 0
               OR WS-DAY-TOTAL < WS-THRESHOLD
               EXIT PARAGRAPH.
           ADD 1 TO WS-LARGE-COUNT.
           MOVE "L" TO WS-NC-TYPE.
           MOVE WS-DAY-TOTAL TO WS-NC-AMOUNT.
           IF WS-DAY-TOTAL > 999999999.99
               MOVE 999999999.99 TO WS-NC-AMOUNT.
           MOVE CT-POST-COUNT(WS-CUST-SUB) TO WS-NC-COUNT.
           MOVE CT-CREDIT-TOTAL(WS-CUST-SUB) TO WS-EDIT-AMOUNT-1.
           MOVE CT-DEBIT-TOTAL(WS-CUST-SUB) TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO WS-NC-DETAIL.
           STRING "IN " WS-EDIT-AMOUNT-1 " OUT " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO WS-NC-DETAIL.
           PERFORM OPEN-CASE THRU OPEN-CASE-EXIT.
           MOVE CT-SSNUM(WS-CUST-SUB) TO WS-LL-SSNUM.
           MOVE CT-NAME(WS-CUST-SUB) TO WS-LL-NAME.
           MOVE CT-ACCOUNT-COUNT(WS-CUST-SUB) TO WS-LL-ACCOUNTS.
           MOVE CT-POST-COUNT(WS-CUST-SUB) TO WS-LL-COUNT.
           MOVE CT-CREDIT-TOTAL(WS-CUST-SUB) TO WS-LL-IN.
           MOVE CT-DEBIT-TOTAL(WS-CUST-SUB) TO WS-LL-OUT.
           MOVE WS-DAY-TOTAL TO WS-LL-TOTAL.
           MOVE WS-CASE-NUMBER TO WS-LL-CASE.
           MOVE WS-CASE-STATE TO WS-LL-STATE.
           MOVE WS-LARGE-LINE TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.

       WRITE-FLAG-HEADING.
           MOVE SPACES TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE "POSSIBLE STRUCTURING  N=NEAR THRESHOLD  S=SAME AMOUNT"
               TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "T  SSN        NAME                            "
               "ACCOUNT     POST          AMOUNT  PATTERN"
               "                         CASE"
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.

       REPORT-STRUCTURING.
           IF CT-NEAR-COUNT(WS-CUST-SUB) NOT < WS-NEAR-COUNT
               AND CT-NEAR-TODAY(WS-CUST-SUB) = "Y"
               ADD 1 TO WS-NEAR-FLAGS
               MOVE "N" TO WS-NC-TYPE
               MOVE CT-NEAR-TOTAL(WS-CUST-SUB) TO WS-NC-AMOUNT
               MOVE CT-NEAR-COUNT(WS-CUST-SUB) TO WS-NC-COUNT
               MOVE CT-NEAR-COUNT(WS-CUST-SUB) TO WS-ND-COUNT
               MOVE WS-WINDOW-DAYS TO WS-ND-DAYS
               MOVE WS-NEAR-DETAIL TO WS-NC-DETAIL
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF CT-SAME-COUNT(WS-CUST-SUB) > 0
               ADD 1 TO WS-SAME-FLAGS
               MOVE "S" TO WS-NC-TYPE
               MOVE CT-SAME-AMOUNT(WS-CUST-SUB) TO WS-NC-AMOUNT
               MOVE CT-SAME-COUNT(WS-CUST-SUB) TO WS-NC-COUNT
               MOVE "SAME AMOUNT BY 2+ OPERATORS" TO WS-NC-DETAIL
               PERFORM WRITE-FLAG-LINE
           END-IF.

       WRITE-FLAG-LINE.
           PERFORM OPEN-CASE THRU OPEN-CASE-EXIT.
           MOVE WS-NC-TYPE TO WS-FL-TYPE.
           MOVE CT-SSNUM(WS-CUST-SUB) TO WS-FL-SSNUM.
           MOVE CT-NAME(WS-CUST-SUB) TO WS-FL-NAME.
           MOVE CT-FIRST-ACCOUNT(WS-CUST-SUB) TO WS-FL-ACCOUNT.
           MOVE WS-NC-COUNT TO WS-FL-COUNT.
           MOVE WS-NC-AMOUNT TO WS-FL-AMOUNT.
           MOVE WS-NC-DETAIL TO WS-FL-DETAIL.
           MOVE WS-CASE-NUMBER TO WS-FL-CASE.
           MOVE WS-CASE-STATE TO WS-FL-STATE.
           MOVE WS-FLAG-LINE TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.

       OPEN-CASE-FILE.
           OPEN I-O COMPLIANCE-CASE-FILE.
           IF WS-CTRCASE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT COMPLIANCE-CASE-FILE
               CLOSE COMPLIANCE-CASE-FILE
               OPEN I-O COMPLIANCE-CASE-FILE
           END-IF.
           IF WS-CTRCASE-STATUS IS NOT EQUAL TO "00"
               MOVE "COMPLIANCE CASE FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO OPEN-CASE-FILE-EXIT.
           MOVE 0 TO CC-CASE-NUMBER.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   MOVE SPACES TO CC-CONTROL-DATA
                   MOVE 0 TO CC-LAST-CASE-NUMBER
                   WRITE COMPLIANCE-CASE-RECORD
           END-READ.
       OPEN-CASE-FILE-EXIT.
           EXIT.

      *> A customer-less account is told apart by its account number,
      *> a customer by SSN alone.
       LOAD-DAY-CASES.
           MOVE 0 TO CC-CASE-NUMBER.
           START COMPLIANCE-CASE-FILE
               KEY IS GREATER THAN CC-CASE-NUMBER
               INVALID KEY
                   GO TO LOAD-DAY-CASES-EXIT
           END-START.
       LOAD-DAY-CASES-NEXT.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END GO TO LOAD-DAY-CASES-EXIT.
           IF CC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               GO TO LOAD-DAY-CASES-NEXT.
           IF WS-DONE-MAX NOT < 1000
               MOVE "DAY CASE TABLE FULL" TO WS-CONTROL-ERROR
               GO TO LOAD-DAY-CASES-EXIT.
           ADD 1 TO WS-DONE-MAX.
           MOVE CC-CASE-TYPE TO DN-TYPE(WS-DONE-MAX).
           MOVE CC-SSNUM TO DN-SSNUM(WS-DONE-MAX).
           MOVE SPACES TO DN-ACCOUNT(WS-DONE-MAX).
           IF CC-SSNUM = 0
               MOVE CC-ACCOUNT-NUMBER TO DN-ACCOUNT(WS-DONE-MAX).
           MOVE CC-CASE-NUMBER TO DN-CASE(WS-DONE-MAX).
           GO TO LOAD-DAY-CASES-NEXT.
       LOAD-DAY-CASES-EXIT.
           EXIT.

      *> One case per customer, type and business day: a rerun of
      *> the day reports the case already opened instead of opening
      *> another.  Numbers come from the control record as on the
      *> approval queue.  An item whose case cannot be written is
      *> still listed, as NOT OPEN, and counted.
       OPEN-CASE.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-DAY-CASE
               VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-MAX
                   OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               MOVE "EXISTING" TO WS-CASE-STATE
               GO TO OPEN-CASE-EXIT.
           MOVE 0 TO WS-CASE-NUMBER.
           MOVE "NOT OPEN" TO WS-CASE-STATE.
           MOVE 0 TO CC-CASE-NUMBER.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   DISPLAY "CTRRPT: CASE CONTROL RECORD MISSING, "
                       "STATUS " WS-CTRCASE-STATUS
                   ADD 1 TO WS-CASES-NOT-OPENED
                   GO TO OPEN-CASE-EXIT
           END-READ.
           MOVE CC-LAST-CASE-NUMBER TO WS-CASE-NUMBER.
       OPEN-CASE-NEXT-NUMBER.
           ADD 1 TO WS-CASE-NUMBER.
           MOVE WS-CASE-NUMBER TO CC-CASE-NUMBER.
           MOVE WS-NC-TYPE TO CC-CASE-TYPE.
           MOVE "O" TO CC-CASE-STATUS.
           MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE.
           MOVE CT-SSNUM(WS-CUST-SUB) TO CC-SSNUM.
           MOVE CT-NAME(WS-CUST-SUB) TO CC-CUSTOMER-NAME.
           MOVE CT-FIRST-ACCOUNT(WS-CUST-SUB) TO CC-ACCOUNT-NUMBER.
           IF CT-SSNUM(WS-CUST-SUB) = 0
               MOVE CT-KEY-ACCOUNT(WS-CUST-SUB) TO CC-ACCOUNT-NUMBER.
           MOVE WS-NC-AMOUNT TO CC-AMOUNT.
           MOVE WS-NC-COUNT TO CC-POSTING-COUNT.
           MOVE WS-NC-DETAIL TO CC-DETAIL.
           MOVE WS-TODAY TO CC-OPENED-DATE.
           MOVE 0 TO CC-CLOSED-OPERATOR.
           MOVE 0 TO CC-CLOSED-DATE.
           MOVE 0 TO CC-CLOSED-TIME.
           MOVE SPACES TO CC-CLOSE-NOTE.
           WRITE COMPLIANCE-CASE-RECORD
               INVALID KEY
                   IF WS-CASE-NUMBER < 999999
                       GO TO OPEN-CASE-NEXT-NUMBER
                   END-IF
                   DISPLAY "CTRRPT: CASE NOT WRITTEN, STATUS "
                       WS-CTRCASE-STATUS
                   MOVE 0 TO WS-CASE-NUMBER
                   ADD 1 TO WS-CASES-NOT-OPENED
                   GO TO OPEN-CASE-EXIT
           END-WRITE.
           ADD 1 TO WS-NEW-CASES.
           MOVE "NEW" TO WS-CASE-STATE.
           IF WS-DONE-MAX < 1000
               ADD 1 TO WS-DONE-MAX
               MOVE WS-NC-TYPE TO DN-TYPE(WS-DONE-MAX)
               MOVE CT-SSNUM(WS-CUST-SUB) TO DN-SSNUM(WS-DONE-MAX)
               MOVE CT-KEY-ACCOUNT(WS-CUST-SUB)
                   TO DN-ACCOUNT(WS-DONE-MAX)
               MOVE WS-CASE-NUMBER TO DN-CASE(WS-DONE-MAX)
           END-IF.
           MOVE 0 TO CC-CASE-NUMBER.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-LAST-CASE-NUMBER < WS-CASE-NUMBER
                       MOVE WS-CASE-NUMBER TO CC-LAST-CASE-NUMBER
                       REWRITE COMPLIANCE-CASE-RECORD
                   END-IF
           END-READ.
       OPEN-CASE-EXIT.
           EXIT.

       MATCH-DAY-CASE.
           IF DN-TYPE(WS-DONE-SUB) = WS-NC-TYPE
               AND DN-SSNUM(WS-DONE-SUB) = CT-SSNUM(WS-CUST-SUB)
               AND DN-ACCOUNT(WS-DONE-SUB) = CT-KEY-ACCOUNT(WS-CUST-SUB)
               MOVE "Y" TO WS-ENTRY-FOUND
               MOVE DN-CASE(WS-DONE-SUB) TO WS-CASE-NUMBER.

      *> Every case still open from another business day, oldest
      *> first, so nothing drops off the report until it is closed.
       LIST-CARRIED-CASES.
           MOVE SPACES TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE "OPEN CASES CARRIED FORWARD" TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "CASE    T  BUSINESS   AGE  SSN        NAME"
               "                            AMOUNT  DETAIL"
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE 0 TO CC-CASE-NUMBER.
           START COMPLIANCE-CASE-FILE
               KEY IS GREATER THAN CC-CASE-NUMBER
               INVALID KEY
                   GO TO LIST-CARRIED-CASES-EXIT
           END-START.
       LIST-CARRIED-CASES-NEXT.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END GO TO LIST-CARRIED-CASES-EXIT.
           IF NOT CC-OPEN
               OR CC-BUSINESS-DATE = WS-BUSINESS-DATE
               GO TO LIST-CARRIED-CASES-NEXT.
           ADD 1 TO WS-CARRIED-COUNT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(CC-BUSINESS-DATE).
           MOVE CC-CASE-NUMBER TO WS-CL-CASE.
           MOVE CC-CASE-TYPE TO WS-CL-TYPE.
           MOVE CC-BUSINESS-DATE TO WS-CL-DATE.
           MOVE WS-AGE-DAYS TO WS-CL-AGE.
           MOVE CC-SSNUM TO WS-CL-SSNUM.
           MOVE CC-CUSTOMER-NAME TO WS-CL-NAME.
           MOVE CC-AMOUNT TO WS-CL-AMOUNT.
           MOVE CC-DETAIL TO WS-CL-DETAIL.
           MOVE WS-CARRIED-LINE TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           GO TO LIST-CARRIED-CASES-NEXT.
       LIST-CARRIED-CASES-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE WS-CUST-MAX TO WS-CUSTOMER-COUNT.
           MOVE SPACES TO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "POSTINGS IN WINDOW " WS-POSTINGS-READ
               "  ON BUSINESS DATE " WS-DAY-POSTINGS
               "  CUSTOMERS " WS-CUSTOMER-COUNT
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "OVER THRESHOLD " WS-LARGE-COUNT
               "  NEAR THRESHOLD " WS-NEAR-FLAGS
               "  SAME AMOUNT " WS-SAME-FLAGS
               "  NEW CASES " WS-NEW-CASES
               "  OPEN CASES CARRIED " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF WS-CASES-NOT-OPENED > 0 OR WS-HOLDERS-NOT-COUNTED > 0
               MOVE SPACES TO CTR-REPORT-LINE
               STRING "CASES NOT OPENED " WS-CASES-NOT-OPENED
                   "  HOLDERS OVER 20 NOT COUNTED "
                   WS-HOLDERS-NOT-COUNTED
                   DELIMITED BY SIZE INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE.
