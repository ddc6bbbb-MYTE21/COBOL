       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTRPLY.

      *> ---------------------------------------------------------------
      *>    LEDGER INTEGRITY PROOF - ACCTBAL AGAINST A REPLAY OF ACCTHST
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A debit or service charge is replayed as an
      *>               addition to the balance and a credit or interest
      *>               as a subtraction, as the posting programs apply
      *>               them; the signs were reversed, so every debit
      *>               was listed as a chain break.
      *>   2026-10-15  New program: replays the whole posting history
      *>               (ACCTHST) account by account from a zero
      *>               opening balance and proves it against ACCTBAL.
      *>               Lists on ACCTRPLY.RPT every history record whose
      *>               AH-NEW-BALANCE does not follow from the record
      *>               before it (the first from zero), every break in
      *>               the AH-POST-SEQ run 1, 2, 3 ... within a day,
      *>               every key read back out of order or twice,
      *>               every record that is not numeric or has an
      *>               unknown posting type, every history record for
      *>               an account no longer on ACCTBAL, every AB-BALANCE
      *>               that does not equal the replayed total, and
      *>               every non-zero balance with no history at all.
      *>               Return code 8 when anything is listed or either
      *>               file cannot be read, so a corrupted index or a
      *>               killed posting stops the job before month-end
      *>               statements.
      *>               JOBPLAN.DAT step:
      *>                 ACCTRPLY   ACCTRPLY 0004 SKIP FRI
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
           SELECT REPLAY-REPORT-FILE ASSIGN TO "ACCTRPLY.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  REPLAY-REPORT-FILE.
       01  REPLAY-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  REPLAY-CONTROL.
           02 WS-ACCTBAL-STATUS     PIC XX.
           02 WS-ACCTHST-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-ACCOUNT-ACTIVE     PIC X.
              88 ACCOUNT-IN-PROGRESS VALUE "Y".
           02 WS-ACCOUNT-ON-FILE    PIC X.
              88 ACCOUNT-HAS-BALANCE VALUE "Y".
           02 WS-FIRST-RECORD       PIC X.
              88 FIRST-RECORD-OF-ACCOUNT VALUE "Y".
           02 WS-HISTORY-FOUND      PIC X.
              88 ACCOUNT-HAS-HISTORY VALUE "Y".
           02 WS-CURRENT-ACCOUNT    PIC X(10).
           02 WS-CURRENT-DATE       PIC 9(08).
           02 WS-LAST-SEQ           PIC 9(04).
           02 WS-EXPECTED-SEQ       PIC 9(05).
           02 WS-PREVIOUS-KEY       PIC X(22).
           02 WS-BOOK-BALANCE       PIC S9(9)V99.
           02 WS-REPLAY-BALANCE     PIC S9(11)V99.
           02 WS-CHAIN-BALANCE      PIC S9(11)V99.
           02 WS-EXPECTED-BALANCE   PIC S9(11)V99.
           02 WS-HISTORY-COUNT      PIC 9(08) VALUE 0.
           02 WS-ACCOUNT-COUNT      PIC 9(06) VALUE 0.
           02 WS-BALANCE-COUNT      PIC 9(06) VALUE 0.
           02 WS-CHAIN-BREAKS       PIC 9(06) VALUE 0.
           02 WS-SEQUENCE-ERRORS    PIC 9(06) VALUE 0.
           02 WS-MISMATCH-COUNT     PIC 9(06) VALUE 0.
           02 WS-ORPHAN-COUNT       PIC 9(06) VALUE 0.
           02 WS-BAD-RECORDS        PIC 9(06) VALUE 0.
           02 WS-NO-HISTORY-COUNT   PIC 9(06) VALUE 0.
           02 WS-EXCEPTION-COUNT    PIC 9(06) VALUE 0.

       01  WS-REPORT-DETAIL.
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02).
           02 WS-RD-DATE            PIC X(08).
           02 FILLER                PIC X(02).
           02 WS-RD-SEQ             PIC X(04).
           02 FILLER                PIC X(02).
           02 WS-RD-REASON          PIC X(30).
           02 FILLER                PIC X(02).
           02 WS-RD-EXPECTED        PIC Z(10)9.99-.
           02 WS-RD-EXPECTED-X REDEFINES WS-RD-EXPECTED
                                    PIC X(15).
           02 FILLER                PIC X(02).
           02 WS-RD-FOUND           PIC Z(10)9.99-.
           02 WS-RD-FOUND-X REDEFINES WS-RD-FOUND
                                    PIC X(15).

       01  WS-SEQ-REASON.
           02 FILLER                PIC X(23)
                                    VALUE "SEQUENCE GAP - EXPECTED".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-SR-EXPECTED        PIC 9(04).
           02 FILLER                PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-REPLAY.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-ACCTBAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTRPLY: ACCOUNT BALANCE FILE NOT AVAILABLE, "
                   "STATUS " WS-ACCTBAL-STATUS
               MOVE "ACCOUNT BALANCE FILE NOT AVAILABLE"
                   TO REPLAY-REPORT-LINE
               WRITE REPLAY-REPORT-LINE
               CLOSE REPLAY-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-ACCTHST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTRPLY: ACCOUNT HISTORY FILE NOT AVAILABLE, "
                   "STATUS " WS-ACCTHST-STATUS
               MOVE "ACCOUNT HISTORY FILE NOT AVAILABLE"
                   TO REPLAY-REPORT-LINE
               WRITE REPLAY-REPORT-LINE
               CLOSE REPLAY-REPORT-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM REPLAY-HISTORY THRU REPLAY-HISTORY-EXIT.
           PERFORM CHECK-UNPOSTED-BALANCES
               THRU CHECK-UNPOSTED-BALANCES-EXIT.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE ACCOUNT-BALANCE-FILE.
           PERFORM WRITE-REPLAY-TOTALS.
           CLOSE REPLAY-REPORT-FILE.
           DISPLAY "ACCTRPLY: ACCOUNTS " WS-ACCOUNT-COUNT
               " HISTORY RECORDS " WS-HISTORY-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE.
           GOBACK.

       INITIALIZE-REPLAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-BALANCE-COUNT.
           MOVE 0 TO WS-CHAIN-BREAKS.
           MOVE 0 TO WS-SEQUENCE-ERRORS.
           MOVE 0 TO WS-MISMATCH-COUNT.
           MOVE 0 TO WS-ORPHAN-COUNT.
           MOVE 0 TO WS-BAD-RECORDS.
           MOVE 0 TO WS-NO-HISTORY-COUNT.
           MOVE 0 TO WS-EXCEPTION-COUNT.
           MOVE "N" TO WS-ACCOUNT-ACTIVE.
           MOVE LOW-VALUES TO WS-PREVIOUS-KEY.
           MOVE SPACES TO WS-REPORT-DETAIL.
           OPEN OUTPUT REPLAY-REPORT-FILE.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "LEDGER INTEGRITY REPLAY OF ACCTHST AGAINST ACCTBAL  "
               WS-TODAY
               DELIMITED BY SIZE INTO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "ACCOUNT     DATE      SEQ   EXCEPTION"
               "                              EXPECTED            FOUND"
               DELIMITED BY SIZE INTO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.

      *> Reads ACCTHST in key order - account, posting date, sequence -
      *> so each account's postings arrive together and in the order
      *> they were applied.  Two running balances are kept: the replay
      *> total, the sum of every posting from zero, which must equal
      *> AB-BALANCE at the end of the account; and the chain balance,
      *> which restarts from each record's own AH-NEW-BALANCE so one
      *> broken link is listed once rather than on every record after
      *> it.  A key that does not climb means the index handed back a
      *> record out of order or twice; it is listed and left out of
      *> the replay.
       REPLAY-HISTORY.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START ACCOUNT-HISTORY-FILE
               KEY IS GREATER THAN AH-HIST-KEY
               INVALID KEY
                   GO TO REPLAY-HISTORY-DONE
           END-START.
       REPLAY-HISTORY-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO REPLAY-HISTORY-DONE.
           ADD 1 TO WS-HISTORY-COUNT.
           IF AH-HIST-KEY NOT > WS-PREVIOUS-KEY
               PERFORM SET-RECORD-KEY
               MOVE "KEY OUT OF ORDER OR DUPLICATED" TO WS-RD-REASON
               ADD 1 TO WS-SEQUENCE-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
               GO TO REPLAY-HISTORY-NEXT.
           MOVE AH-HIST-KEY TO WS-PREVIOUS-KEY.
           IF ACCOUNT-IN-PROGRESS
               AND AH-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               PERFORM FINISH-ACCOUNT.
           IF NOT ACCOUNT-IN-PROGRESS
               PERFORM START-ACCOUNT.
           IF AH-POST-DATE NOT NUMERIC OR AH-POST-SEQ NOT NUMERIC
               OR AH-POST-AMOUNT NOT NUMERIC
               OR AH-NEW-BALANCE NOT NUMERIC
               PERFORM SET-RECORD-KEY
               MOVE "HISTORY RECORD NOT NUMERIC" TO WS-RD-REASON
               ADD 1 TO WS-BAD-RECORDS
               PERFORM WRITE-EXCEPTION-LINE
               GO TO REPLAY-HISTORY-NEXT.
           IF NOT ACCOUNT-HAS-BALANCE
               PERFORM SET-RECORD-KEY
               MOVE "ACCOUNT NOT ON ACCTBAL" TO WS-RD-REASON
               MOVE AH-NEW-BALANCE TO WS-RD-FOUND
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM WRITE-EXCEPTION-LINE.
           IF AH-POST-DATE NOT = WS-CURRENT-DATE
               MOVE AH-POST-DATE TO WS-CURRENT-DATE
               MOVE 0 TO WS-LAST-SEQ.
           COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1.
           IF AH-POST-SEQ NOT = WS-EXPECTED-SEQ
               PERFORM SET-RECORD-KEY
               MOVE WS-EXPECTED-SEQ TO WS-SR-EXPECTED
               MOVE WS-SEQ-REASON TO WS-RD-REASON
               ADD 1 TO WS-SEQUENCE-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE AH-POST-SEQ TO WS-LAST-SEQ.
           IF NOT AH-POSTED-DEBIT AND NOT AH-POSTED-CREDIT
               AND NOT AH-POSTED-INTEREST AND NOT AH-POSTED-FEE
               PERFORM SET-RECORD-KEY
               MOVE "UNKNOWN POSTING TYPE" TO WS-RD-REASON
               MOVE AH-NEW-BALANCE TO WS-RD-FOUND
               ADD 1 TO WS-BAD-RECORDS
               PERFORM WRITE-EXCEPTION-LINE
               MOVE AH-NEW-BALANCE TO WS-CHAIN-BALANCE
               MOVE "N" TO WS-FIRST-RECORD
               GO TO REPLAY-HISTORY-NEXT.
           IF AH-DEBIT-DIRECTION
               ADD AH-POST-AMOUNT TO WS-REPLAY-BALANCE
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-CHAIN-BALANCE + AH-POST-AMOUNT
           ELSE
               SUBTRACT AH-POST-AMOUNT FROM WS-REPLAY-BALANCE
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-CHAIN-BALANCE - AH-POST-AMOUNT
           END-IF.
           IF AH-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
               PERFORM SET-RECORD-KEY
               IF FIRST-RECORD-OF-ACCOUNT
                   MOVE "HISTORY DOES NOT OPEN AT ZERO"
                       TO WS-RD-REASON
               ELSE
                   MOVE "BALANCE CHAIN BREAK" TO WS-RD-REASON
               END-IF
               MOVE WS-EXPECTED-BALANCE TO WS-RD-EXPECTED
               MOVE AH-NEW-BALANCE TO WS-RD-FOUND
               ADD 1 TO WS-CHAIN-BREAKS
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE AH-NEW-BALANCE TO WS-CHAIN-BALANCE.
           MOVE "N" TO WS-FIRST-RECORD.
           GO TO REPLAY-HISTORY-NEXT.
       REPLAY-HISTORY-DONE.
           IF ACCOUNT-IN-PROGRESS
               PERFORM FINISH-ACCOUNT.
       REPLAY-HISTORY-EXIT.
           EXIT.

      *> First history record of an account: the balance record it
      *> must prove against is read once here.
       START-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE "Y" TO WS-ACCOUNT-ACTIVE.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE AH-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT.
           MOVE 0 TO WS-CURRENT-DATE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-REPLAY-BALANCE.
           MOVE 0 TO WS-CHAIN-BALANCE.
           MOVE 0 TO WS-BOOK-BALANCE.
           MOVE AH-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-ON-FILE
                   MOVE AB-BALANCE TO WS-BOOK-BALANCE
           END-READ.

       FINISH-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-ACTIVE.
           IF ACCOUNT-HAS-BALANCE
               AND WS-REPLAY-BALANCE NOT = WS-BOOK-BALANCE
               MOVE WS-CURRENT-ACCOUNT TO WS-RD-ACCOUNT
               MOVE "BALANCE DOES NOT MATCH REPLAY" TO WS-RD-REASON
               MOVE WS-REPLAY-BALANCE TO WS-RD-EXPECTED
               MOVE WS-BOOK-BALANCE TO WS-RD-FOUND
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM WRITE-EXCEPTION-LINE.

      *> Second pass: a balance that no history record accounts for.
      *> Accounts with history were proved in the replay; a zero
      *> balance with no postings is an account never used.
       CHECK-UNPOSTED-BALANCES.
           MOVE LOW-VALUES TO AB-ACCOUNT-NUMBER.
           START ACCOUNT-BALANCE-FILE
               KEY IS GREATER THAN AB-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO CHECK-UNPOSTED-BALANCES-EXIT
           END-START.
       CHECK-UNPOSTED-BALANCES-NEXT.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END GO TO CHECK-UNPOSTED-BALANCES-EXIT.
           ADD 1 TO WS-BALANCE-COUNT.
           IF AB-BALANCE NOT NUMERIC
               MOVE AB-ACCOUNT-NUMBER TO WS-RD-ACCOUNT
               MOVE "BALANCE RECORD NOT NUMERIC" TO WS-RD-REASON
               ADD 1 TO WS-BAD-RECORDS
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-UNPOSTED-BALANCES-NEXT.
           IF AB-BALANCE = 0
               GO TO CHECK-UNPOSTED-BALANCES-NEXT.
           PERFORM FIND-ACCOUNT-HISTORY THRU FIND-ACCOUNT-HISTORY-EXIT.
           IF NOT ACCOUNT-HAS-HISTORY
               MOVE AB-ACCOUNT-NUMBER TO WS-RD-ACCOUNT
               MOVE "BALANCE WITH NO HISTORY" TO WS-RD-REASON
               MOVE 0 TO WS-RD-EXPECTED
               MOVE AB-BALANCE TO WS-RD-FOUND
               ADD 1 TO WS-NO-HISTORY-COUNT
               PERFORM WRITE-EXCEPTION-LINE.
           GO TO CHECK-UNPOSTED-BALANCES-NEXT.
       CHECK-UNPOSTED-BALANCES-EXIT.
           EXIT.

       FIND-ACCOUNT-HISTORY.
           MOVE "N" TO WS-HISTORY-FOUND.
           MOVE AB-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
           MOVE 0 TO AH-POST-DATE.
           MOVE 0 TO AH-POST-SEQ.
           START ACCOUNT-HISTORY-FILE
               KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   GO TO FIND-ACCOUNT-HISTORY-EXIT
           END-START.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO FIND-ACCOUNT-HISTORY-EXIT.
           IF AH-ACCOUNT-NUMBER = AB-ACCOUNT-NUMBER
               MOVE "Y" TO WS-HISTORY-FOUND.
       FIND-ACCOUNT-HISTORY-EXIT.
           EXIT.

       SET-RECORD-KEY.
           MOVE AH-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           MOVE AH-POST-DATE TO WS-RD-DATE.
           MOVE AH-POST-SEQ TO WS-RD-SEQ.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-REPORT-DETAIL TO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.

       WRITE-REPLAY-TOTALS.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "ACCOUNTS REPLAYED " WS-ACCOUNT-COUNT
               "  HISTORY RECORDS " WS-HISTORY-COUNT
               "  BALANCES " WS-BALANCE-COUNT
               DELIMITED BY SIZE INTO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "CHAIN BREAKS " WS-CHAIN-BREAKS
               "  SEQUENCE ERRORS " WS-SEQUENCE-ERRORS
               "  MISMATCHES " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "ORPHAN RECORDS " WS-ORPHAN-COUNT
               "  BAD RECORDS " WS-BAD-RECORDS
               "  NO HISTORY " WS-NO-HISTORY-COUNT
               "  EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO REPLAY-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE.
