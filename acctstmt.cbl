      *>    MONTH-END CUSTOMER ACCOUNT STATEMENTS FROM ACCTHST
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The statement is addressed to the account's
      *>               primary holder on the customer-account
      *>               relationship file (CUSTACCT), else its first
      *>               holder, instead of the customer carrying
      *>               CM-ACCOUNT-NUMBER.
      *>   2026-10-15  Statements are addressed for mailing: each opens
      *>               with the customer's name and address block from
      *>               the address file (CUSTADDR, copybooks/
      *>               CUSTADDR.cpy) and the run is sorted by ZIP code
      *>               for postal presort.  Statements for a customer
      *>               with no address, a mail-returned flag, or no
      *>               customer at all are held back: printed to
      *>               ACCTSTMT.HLD instead of ACCTSTMT.RPT and listed
      *>               with the reason at the end of the mail run.
      *>   2026-10-15  Month-end interest and service charges posted by
      *>               ACCTINT print on their own lines (INTRST and
      *>               CHARGE) and are totalled separately under the
      *>               closing balance; the opening balance is backed
      *>               off by posting direction, not just "D".
      *>   2026-09-02  New program: walks the permanent account history
      *>               file (ACCTHST, copybooks/ACCTHST.cpy) for one
      *>               month (argument 1 = yyyymm, default current
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-SSNUM
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "ACCTSTMT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HELD-STATEMENT-FILE ASSIGN TO "ACCTSTMT.HLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT STATEMENT-SORT-FILE ASSIGN TO "ACCTSTMT.SRT".

       DATA DIVISION.
       FILE SECTION.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE    PIC X(90).

       FD  HELD-STATEMENT-FILE.
       01  HELD-STATEMENT-LINE      PIC X(90).

      *> One entry per account with postings in the month.  Mailable
      *> statements (class "0") sort ahead of held ones ("1").
       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           02 SS-HOLD-CLASS         PIC X.
              88 SS-MAILABLE        VALUE "0".
              88 SS-HELD            VALUE "1".
           02 SS-ZIP-CODE           PIC X(10).
           02 SS-ACCOUNT-NUMBER     PIC X(10).
           02 SS-SSNUM              PIC 9(09).
           02 SS-CUSTOMER-NAME      PIC X(30).
           02 SS-HOLD-REASON        PIC X(20).

       WORKING-STORAGE SECTION.
       01  STATEMENT-CONTROL.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-CUSTMST-OPEN       PIC X VALUE "N".
              88 CUSTMST-IS-OPEN VALUE "Y".
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-HELD-STATUS        PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-CUSTACCT-OPEN      PIC X VALUE "N".
              88 CUSTACCT-IS-OPEN VALUE "Y".
           02 WS-ADDR-STATUS        PIC XX.
           02 WS-ADDR-OPEN          PIC X VALUE "N".
              88 CUSTADDR-IS-OPEN VALUE "Y".
           02 WS-CUSTOMER-FOUND     PIC X.
              88 CUSTOMER-WAS-FOUND VALUE "Y".
           02 WS-CUSTOMER-SSNUM     PIC 9(09).
           02 WS-PRINT-HELD         PIC X VALUE "N".
              88 PRINTING-HELD      VALUE "Y".
           02 WS-HELD-COUNT         PIC 9(05) VALUE 0.
           02 WS-CITY-LINE          PIC X(40).
           02 WS-TODAY              PIC 9(08).
           02 WS-STATEMENT-MONTH    PIC 9(06).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-CLOSING-BALANCE    PIC S9(9)V99.
           02 WS-DEBIT-TOTAL        PIC S9(9)V99.
           02 WS-CREDIT-TOTAL       PIC S9(9)V99.
           02 WS-INTEREST-TOTAL     PIC S9(9)V99.
           02 WS-CHARGE-TOTAL       PIC S9(9)V99.
           02 WS-POSTING-COUNT      PIC 9(05).
           02 WS-STATEMENT-COUNT    PIC 9(05) VALUE 0.
           02 WS-SHOW-AMOUNT        PIC Z(8)9.99-.

       01  WS-HELD-DETAIL.
           02 WS-HD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-HD-CUSTOMER        PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-HD-REASON          PIC X(20).

       01  WS-STATEMENT-DETAIL.
           02 WS-SD-DATE            PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-STATEMENTS.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ACCOUNT HISTORY ON FILE"
               GO TO END-STATEMENTS.
           SORT STATEMENT-SORT-FILE
               ON ASCENDING KEY SS-HOLD-CLASS SS-ZIP-CODE
                   SS-ACCOUNT-NUMBER
               INPUT PROCEDURE IS COLLECT-STATEMENTS
                   THRU COLLECT-STATEMENTS-EXIT
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
                   THRU PRINT-STATEMENTS-EXIT.
           CLOSE ACCOUNT-HISTORY-FILE.
       END-STATEMENTS.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "STATEMENTS MAILED " WS-STATEMENT-COUNT
               "  HELD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           CLOSE STATEMENT-REPORT-FILE.
           CLOSE HELD-STATEMENT-FILE.
           IF CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER.
           IF CUSTADDR-IS-OPEN
               CLOSE CUSTOMER-ADDRESS-FILE.
           IF CUSTACCT-IS-OPEN
               CLOSE CUSTOMER-ACCOUNT-FILE.
           DISPLAY "ACCTSTMT: STATEMENTS " WS-STATEMENT-COUNT
               " HELD " WS-HELD-COUNT
               " FOR MONTH " WS-STATEMENT-MONTH.
           GOBACK.

      *> driver CALLs this program (ACCEPT FROM ARGUMENT-VALUE would
      *> return the driver's own command line), else from argument 1.
       INITIALIZE-STATEMENTS.
           MOVE 0 TO WS-STATEMENT-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE "N" TO WS-PRINT-HELD.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-STATEMENT-MONTH.
           DISPLAY "JOBPARM1" UPON ENVIRONMENT-NAME.
           IF WS-ARG-TEXT IS NUMERIC
               MOVE WS-ARG-TEXT TO WS-STATEMENT-MONTH.
           OPEN OUTPUT STATEMENT-REPORT-FILE.
           OPEN OUTPUT HELD-STATEMENT-FILE.
           MOVE "N" TO WS-CUSTMST-OPEN.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CUSTMST-OPEN.
           MOVE "N" TO WS-CUSTACCT-OPEN.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CUSTACCT-OPEN.
           MOVE "N" TO WS-ADDR-OPEN.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDR-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-ADDR-OPEN.

      *> First pass: one sort entry for each account with postings in
      *> the month, keyed by ZIP, with the reason when it is held.
       COLLECT-STATEMENTS.
           MOVE SPACES TO AH-ACCOUNT-NUMBER.
           MOVE 0 TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   GO TO COLLECT-STATEMENTS-EXIT
           END-START.
       COLLECT-READ-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO COLLECT-READ-DONE.
           MOVE AH-POST-DATE(1:6) TO WS-POST-MONTH.
           IF WS-POST-MONTH NOT = WS-STATEMENT-MONTH
               GO TO COLLECT-READ-NEXT.
           IF AH-ACCOUNT-NUMBER = WS-CURRENT-ACCOUNT
               GO TO COLLECT-READ-NEXT.
           MOVE AH-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT.
           PERFORM RELEASE-STATEMENT.
           GO TO COLLECT-READ-NEXT.
       COLLECT-READ-DONE.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
       COLLECT-STATEMENTS-EXIT.
           EXIT.

       RELEASE-STATEMENT.
           PERFORM FIND-CUSTOMER-NAME THRU FIND-CUSTOMER-NAME-EXIT.
           MOVE SPACES TO STATEMENT-SORT-RECORD.
           MOVE "0" TO SS-HOLD-CLASS.
           MOVE WS-CURRENT-ACCOUNT TO SS-ACCOUNT-NUMBER.
           MOVE WS-CUSTOMER-SSNUM TO SS-SSNUM.
           MOVE WS-CUSTOMER-NAME TO SS-CUSTOMER-NAME.
           IF NOT CUSTOMER-WAS-FOUND
               MOVE "1" TO SS-HOLD-CLASS
               MOVE "NO CUSTOMER ON FILE" TO SS-HOLD-REASON
               RELEASE STATEMENT-SORT-RECORD
               EXIT PARAGRAPH.
           PERFORM READ-MAILING-ADDRESS.
           IF WS-ADDR-STATUS IS NOT EQUAL TO "00"
               MOVE "1" TO SS-HOLD-CLASS
               MOVE "NO ADDRESS ON FILE" TO SS-HOLD-REASON
               RELEASE STATEMENT-SORT-RECORD
               EXIT PARAGRAPH.
           IF CA-ADDRESS-BAD
               MOVE "1" TO SS-HOLD-CLASS
               MOVE "MAIL RETURNED" TO SS-HOLD-REASON
               RELEASE STATEMENT-SORT-RECORD
               EXIT PARAGRAPH.
           MOVE CA-ZIP-CODE TO SS-ZIP-CODE.
           RELEASE STATEMENT-SORT-RECORD.

      *> Leaves WS-ADDR-STATUS "00" and the address record loaded
      *> when the customer has one.
       READ-MAILING-ADDRESS.
           MOVE "23" TO WS-ADDR-STATUS.
           IF NOT CUSTADDR-IS-OPEN
               EXIT PARAGRAPH.
           MOVE WS-CUSTOMER-SSNUM TO CA-SSNUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *> Second pass, in ZIP order: each account's postings for the
      *> month are read back from the history by key.  Mailable
      *> statements go to the mail run; held ones go to the held
      *> file and are listed at the end of the mail run.
       PRINT-STATEMENTS.
           RETURN STATEMENT-SORT-FILE
               AT END GO TO PRINT-STATEMENTS-EXIT.
           IF SS-HELD AND NOT PRINTING-HELD
               MOVE "Y" TO WS-PRINT-HELD
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "STATEMENTS HELD - NOT MAILED  "
                   WS-STATEMENT-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "ACCOUNT     CUSTOMER                      "
                   "  REASON"
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.
           IF SS-HELD
               MOVE SS-ACCOUNT-NUMBER TO WS-HD-ACCOUNT
               MOVE SS-CUSTOMER-NAME TO WS-HD-CUSTOMER
               MOVE SS-HOLD-REASON TO WS-HD-REASON
               MOVE WS-HELD-DETAIL TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.
           MOVE SS-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           COMPUTE AH-POST-DATE = WS-STATEMENT-MONTH * 100.
           MOVE 0 TO AH-POST-SEQ.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   GO TO PRINT-STATEMENTS
           END-START.
       PRINT-POSTING-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO PRINT-STATEMENT-DONE.
           MOVE AH-POST-DATE(1:6) TO WS-POST-MONTH.
           IF AH-ACCOUNT-NUMBER NOT = SS-ACCOUNT-NUMBER
               OR WS-POST-MONTH NOT = WS-STATEMENT-MONTH
               GO TO PRINT-STATEMENT-DONE.
           IF WS-CURRENT-ACCOUNT = SPACES
               PERFORM OPEN-STATEMENT.
           PERFORM PRINT-POSTING-LINE.
           GO TO PRINT-POSTING-NEXT.
       PRINT-STATEMENT-DONE.
           PERFORM CLOSE-STATEMENT.
           GO TO PRINT-STATEMENTS.
       PRINT-STATEMENTS-EXIT.
           EXIT.

      *> Statement lines are built in the mail-run record and go to
      *> whichever file the statement belongs in.
       PUT-STATEMENT-LINE.
           IF SS-HELD
               WRITE HELD-STATEMENT-LINE FROM STATEMENT-REPORT-LINE
           ELSE
               WRITE STATEMENT-REPORT-LINE
           END-IF.

      *> The opening balance is reconstructed from the first in-month
      *> posting: its closing balance backed off by its own effect.
       OPEN-STATEMENT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POSTING-COUNT.
           MOVE 0 TO WS-INTEREST-TOTAL.
           MOVE 0 TO WS-CHARGE-TOTAL.
           IF AH-DEBIT-DIRECTION
               COMPUTE WS-OPENING-BALANCE =
                   AH-NEW-BALANCE - AH-POST-AMOUNT
           ELSE
               COMPUTE WS-OPENING-BALANCE =
                   AH-NEW-BALANCE + AH-POST-AMOUNT
           END-IF.
           MOVE SS-CUSTOMER-NAME TO WS-CUSTOMER-NAME.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "ACCOUNT STATEMENT  " WS-STATEMENT-MONTH
               "  ACCOUNT " WS-CURRENT-ACCOUNT
               "  " WS-CUSTOMER-NAME
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF SS-HELD
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "*** HELD - " SS-HOLD-REASON " ***"
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM PUT-STATEMENT-LINE
           ELSE
               PERFORM PRINT-ADDRESS-BLOCK
           END-IF.
           MOVE WS-OPENING-BALANCE TO WS-SHOW-AMOUNT.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "OPENING BALANCE " WS-SHOW-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "DATE        OPRTR   TYPE    "
               "      AMOUNT        BALANCE"
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.

      *> Name, street lines and city/state/ZIP, blank line either side
      *> so the block sits in the envelope window.
       PRINT-ADDRESS-BLOCK.
           MOVE SS-SSNUM TO WS-CUSTOMER-SSNUM.
           PERFORM READ-MAILING-ADDRESS.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           MOVE WS-CUSTOMER-NAME TO STATEMENT-REPORT-LINE(5:30).
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           MOVE CA-STREET-LINE-1 TO STATEMENT-REPORT-LINE(5:30).
           PERFORM PUT-STATEMENT-LINE.
           IF CA-STREET-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-REPORT-LINE
               MOVE CA-STREET-LINE-2 TO STATEMENT-REPORT-LINE(5:30)
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           STRING CA-CITY DELIMITED BY "  "
               " " CA-STATE "  " CA-ZIP-CODE
               DELIMITED BY SIZE INTO WS-CITY-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           MOVE WS-CITY-LINE TO STATEMENT-REPORT-LINE(5:40).
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       PRINT-POSTING-LINE.
           MOVE AH-POST-DATE TO WS-SD-DATE.
           MOVE AH-OPERATOR-NUMBER TO WS-SD-OPERATOR.
           IF AH-POSTED-DEBIT
               MOVE "DEBIT" TO WS-SD-TYPE
               ADD AH-POST-AMOUNT TO WS-DEBIT-TOTAL.
           IF AH-POSTED-CREDIT
               MOVE "CREDIT" TO WS-SD-TYPE
               ADD AH-POST-AMOUNT TO WS-CREDIT-TOTAL.
           IF AH-POSTED-INTEREST
               MOVE "INTRST" TO WS-SD-TYPE
               ADD AH-POST-AMOUNT TO WS-INTEREST-TOTAL
               ADD AH-POST-AMOUNT TO WS-CREDIT-TOTAL.
           IF AH-POSTED-FEE
               MOVE "CHARGE" TO WS-SD-TYPE
               ADD AH-POST-AMOUNT TO WS-CHARGE-TOTAL
               ADD AH-POST-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE AH-POST-AMOUNT TO WS-SD-AMOUNT.
           MOVE AH-NEW-BALANCE TO WS-SD-BALANCE.
           MOVE WS-STATEMENT-DETAIL TO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE AH-NEW-BALANCE TO WS-CLOSING-BALANCE.

           STRING "CLOSING BALANCE " WS-SHOW-AMOUNT
               "  POSTINGS " WS-POSTING-COUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF WS-INTEREST-TOTAL NOT = 0
               MOVE WS-INTEREST-TOTAL TO WS-SHOW-AMOUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "INTEREST PAID   " WS-SHOW-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           IF WS-CHARGE-TOTAL NOT = 0
               MOVE WS-CHARGE-TOTAL TO WS-SHOW-AMOUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "CHARGES         " WS-SHOW-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF SS-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.

      *> The statement goes to the account's primary holder on the
      *> relationship file, else to its first holder; an account
      *> nobody holds is flagged (and held back).
       FIND-CUSTOMER-NAME.
           MOVE "*NO CUSTOMER ON FILE*" TO WS-CUSTOMER-NAME.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           MOVE 0 TO WS-CUSTOMER-SSNUM.
           IF NOT CUSTACCT-IS-OPEN OR NOT CUSTMST-IS-OPEN
               GO TO FIND-CUSTOMER-NAME-EXIT.
           MOVE WS-CURRENT-ACCOUNT TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO FIND-CUSTOMER-NAME-EXIT
           END-START.
       FIND-CUSTOMER-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO FIND-CUSTOMER-HOLDER.
           IF CR-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               GO TO FIND-CUSTOMER-HOLDER.
           IF WS-CUSTOMER-SSNUM = 0 OR CR-ROLE-PRIMARY
               MOVE CR-SSNUM TO WS-CUSTOMER-SSNUM.
           IF CR-ROLE-PRIMARY
               GO TO FIND-CUSTOMER-HOLDER.
           GO TO FIND-CUSTOMER-NEXT.
       FIND-CUSTOMER-HOLDER.
           IF WS-CUSTOMER-SSNUM = 0
               GO TO FIND-CUSTOMER-NAME-EXIT.
           MOVE WS-CUSTOMER-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 0 TO WS-CUSTOMER-SSNUM
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   MOVE "Y" TO WS-CUSTOMER-FOUND
           END-READ.
       FIND-CUSTOMER-NAME-EXIT.
           EXIT.
