       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ACCTAPRX.

      *> ---------------------------------------------------------------
      *>    APPROVAL QUEUE EXCEPTION REPORT
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: reads the dual-control approval
      *>               queue (APRQUEUE, copybooks/APRQUE.cpy) and lists
      *>               on ACCTAPRX.RPT every item still pending more
      *>               than a day after it was queued - an ACCTMNT
      *>               adjustment or CALC counter total nobody has
      *>               approved or declined - with its account, amount,
      *>               maker and age in days.  Items pending less than
      *>               a day are counted but not listed.  Return code
      *>               4 when any item is listed, 8 when the queue
      *>               cannot be read; no queue on file is a clean
      *>               run.
      *>               JOBPLAN.DAT step:
      *>                 ACCTAPRX   ACCTAPRX 0004 SKIP DAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APRQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PA-ITEM-NUMBER
               FILE STATUS IS WS-APRQUE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "ACCTAPRX.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APRQUE.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-CONTROL.
           02 WS-APRQUE-STATUS      PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-AGE-DAYS           PIC S9(07) COMP.
           02 WS-PENDING-COUNT      PIC 9(06) VALUE 0.
           02 WS-EXCEPTION-COUNT    PIC 9(06) VALUE 0.
           02 WS-EXCEPTION-TOTAL    PIC S9(10)V99 VALUE 0.

       01  WS-REPORT-DETAIL.
           02 WS-RD-ITEM            PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-TYPE            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-POST-TYPE       PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WS-RD-AMOUNT          PIC Z(7)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-MAKER           PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-QUEUE-DATE      PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-AGE             PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-REASON          PIC X(30).

       01  WS-TOTAL-SHOW            PIC Z(9)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-EXCEPTIONS.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APRQUE-STATUS IS EQUAL TO "35"
               MOVE "NO APPROVAL QUEUE ON FILE" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               CLOSE EXCEPTION-REPORT-FILE
               DISPLAY "ACCTAPRX: NO APPROVAL QUEUE ON FILE"
               GOBACK.
           IF WS-APRQUE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ACCTAPRX: APPROVAL QUEUE NOT AVAILABLE, "
                   "STATUS " WS-APRQUE-STATUS
               MOVE "APPROVAL QUEUE NOT AVAILABLE"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               CLOSE EXCEPTION-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM SCAN-QUEUE THRU SCAN-QUEUE-EXIT.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-SHOW.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "PENDING " WS-PENDING-COUNT
               "  OVER A DAY " WS-EXCEPTION-COUNT
               "  AMOUNT " WS-TOTAL-SHOW
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "ACCTAPRX: PENDING " WS-PENDING-COUNT
               " OVER A DAY " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           GOBACK.

       INITIALIZE-EXCEPTIONS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-EXCEPTION-COUNT.
           MOVE 0 TO WS-EXCEPTION-TOTAL.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "APPROVAL ITEMS PENDING OVER A DAY  " WS-TODAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "ITEM    T  ACCOUNT     D       AMOUNT  MAKER   "
               "QUEUED     AGE  REASON"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

      *> An item is over a day old once the same time of day has
      *> come round again after the day it was queued.
       SCAN-QUEUE.
           MOVE 0 TO PA-ITEM-NUMBER.
           START APPROVAL-QUEUE-FILE
               KEY IS GREATER THAN PA-ITEM-NUMBER
               INVALID KEY
                   GO TO SCAN-QUEUE-EXIT
           END-START.
       SCAN-QUEUE-NEXT.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END GO TO SCAN-QUEUE-EXIT.
           IF NOT PA-PENDING
               GO TO SCAN-QUEUE-NEXT.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(PA-QUEUE-DATE).
           IF WS-AGE-DAYS < 1
               GO TO SCAN-QUEUE-NEXT.
           IF WS-AGE-DAYS = 1 AND PA-QUEUE-TIME > WS-NOW
               GO TO SCAN-QUEUE-NEXT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD PA-AMOUNT TO WS-EXCEPTION-TOTAL.
           MOVE PA-ITEM-NUMBER TO WS-RD-ITEM.
           MOVE PA-ITEM-TYPE TO WS-RD-TYPE.
           MOVE PA-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           MOVE PA-POST-TYPE TO WS-RD-POST-TYPE.
           MOVE PA-AMOUNT TO WS-RD-AMOUNT.
           MOVE PA-MAKER-OPERATOR TO WS-RD-MAKER.
           MOVE PA-QUEUE-DATE TO WS-RD-QUEUE-DATE.
           MOVE WS-AGE-DAYS TO WS-RD-AGE.
           MOVE PA-REASON TO WS-RD-REASON.
           MOVE WS-REPORT-DETAIL TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           GO TO SCAN-QUEUE-NEXT.
       SCAN-QUEUE-EXIT.
           EXIT.
