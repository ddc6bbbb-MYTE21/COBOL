      *>    MONTH-END OPERATOR PRODUCTIVITY REPORT
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Only days marked loaded on AUDLOAD.HST are
      *>               taken from the audit history; every other day of
      *>               the month is read from its CALCLOGyyyymmdd.TXT
      *>               as before, so days ahead of the store's first
      *>               load or not yet loaded are still counted.  Each
      *>               such day is listed at the end of the report and
      *>               sets return code 4, as does a day partly loaded
      *>               with no log left to read.  With no audit history
      *>               on file the whole month is read from the logs.
      *>   2026-10-15  The month's audit lines are read by key from the
      *>               indexed audit history (AUDHIST, copybooks/
      *>               AUDHIST.cpy, loaded nightly by AUDLOAD) instead
      *>               of opening every CALCLOGyyyymmdd.TXT of the
      *>               month; the report states how many days of the
      *>               month were found on it.  With no audit history
      *>               on file the report is not produced (return code
      *>               8).
      *>   2026-09-02  Operator table raised from 50 to 500 entries,
      *>               and a full table is now a hard error - a
      *>               message on the report and return code 8 -
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               ALTERNATE RECORD KEY IS AU-POST-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO "AUDLOAD.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOADHST-STATUS.
           SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPRACT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           COPY AUDHIST.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  LOAD-HISTORY-FILE.
       01  LOAD-HISTORY-RECORD.
           02 LH-LOG-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 LH-RUN-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 LH-RUN-TIME           PIC 9(08).
           02 FILLER                PIC X.
           02 LH-LINES-READ         PIC 9(08).
           02 FILLER                PIC X.
           02 LH-LINES-LOADED       PIC 9(08).
           02 FILLER                PIC X.
           02 LH-LINES-ON-FILE      PIC 9(08).
           02 FILLER                PIC X.
           02 LH-LINES-SKIPPED      PIC 9(08).

       FD  OPERATOR-ACTIVITY-FILE.
       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       WORKING-STORAGE SECTION.
       01  MONTH-CONTROL.
           02 WS-AUDHIST-STATUS     PIC XX.
           02 WS-HISTORY-FOUND      PIC X VALUE "N".
              88 AUDIT-HISTORY-FOUND VALUE "Y".
           02 WS-DAYS-ON-HISTORY    PIC 9(02) VALUE 0.
           02 WS-LAST-DAY-SEEN      PIC 9(02) VALUE 0.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-LOADHST-STATUS     PIC XX.
           02 WS-DAYS-FROM-LOG      PIC 9(02) VALUE 0.
           02 WS-DAYS-NOT-COUNTED   PIC 9(02) VALUE 0.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
           02 WS-START-SECONDS      PIC 9(05) COMP.
           02 WS-END-SECONDS        PIC 9(05) COMP.

      *> Where each day of the month was counted from: H the audit
      *> history, L the day's CALCLOG, P partly on the history with
      *> no log to read (not counted), space nothing found.
       01  WS-DAY-SOURCE-TABLE.
           02 WS-DAY-SOURCE         OCCURS 31 TIMES PIC X.
              88 DAY-ON-HISTORY     VALUE "H".
              88 DAY-FROM-LOG       VALUE "L".
              88 DAY-PART-LOADED    VALUE "P".

       01  WS-KEY-NAMES             PIC X(11) VALUE "+-*/%RSCQPZ".
       01  FILLER REDEFINES WS-KEY-NAMES.
           02 WS-KEY-NAME           OCCURS 11 TIMES PIC X.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-MONTH.
           PERFORM READ-MONTH-HISTORY THRU READ-MONTH-HISTORY-EXIT.
           PERFORM READ-ONE-DAY-LOG THRU READ-ONE-DAY-LOG-EXIT
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31.
           PERFORM READ-SESSION-LENGTHS
               THRU READ-SESSION-LENGTHS-EXIT.
           PERFORM RESOLVE-OPERATOR-NAMES.
           PERFORM PRINT-OPERATOR-PAGES.
           PERFORM PRINT-DEPARTMENT-SUMMARY.
           MOVE SPACES TO MONTH-REPORT-LINE.
           STRING "DAYS OF THE MONTH ON AUDIT HISTORY "
               WS-DAYS-ON-HISTORY
               DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.
           IF NOT AUDIT-HISTORY-FOUND
               MOVE SPACES TO MONTH-REPORT-LINE
               STRING "** AUDIT HISTORY NOT AVAILABLE - "
                   "MONTH READ FROM CALCLOG FILES **"
                   DELIMITED BY SIZE INTO MONTH-REPORT-LINE
               WRITE MONTH-REPORT-LINE
               DISPLAY "MONTHRPT: AUDIT HISTORY NOT AVAILABLE"
           END-IF.
           MOVE SPACES TO MONTH-REPORT-LINE.
           STRING "DAYS OF THE MONTH READ FROM CALCLOG FILES "
               WS-DAYS-FROM-LOG
               DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.
           PERFORM LIST-DAY-SOURCE
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31.
           IF OPERATOR-TABLE-FULL
               MOVE "** OPERATOR TABLE FULL - REPORT INCOMPLETE **"
                   TO MONTH-REPORT-LINE
           CLOSE MONTH-REPORT-FILE.
           DISPLAY "MONTHRPT: OPERATORS " WS-OPR-MAX
               " FOR MONTH " WS-REPORT-MONTH.
           IF WS-DAYS-FROM-LOG > 0 OR WS-DAYS-NOT-COUNTED > 0
               MOVE 4 TO RETURN-CODE.
           IF OPERATOR-TABLE-FULL
               MOVE 8 TO RETURN-CODE.
           GOBACK.
               MOVE WS-ARG-TEXT TO WS-REPORT-MONTH.
           OPEN OUTPUT MONTH-REPORT-FILE.

      *> The month is one keyed range of the audit history: from
      *> the first of the month to the first key of a later month.
      *> Only days AUDLOAD has marked loaded are taken from it; the
      *> lines of a day it stopped part way through are passed over
      *> and the day is read from its log like any day not loaded.
       READ-MONTH-HISTORY.
           MOVE SPACES TO WS-DAY-SOURCE-TABLE.
           OPEN INPUT AUDIT-HISTORY-FILE.
           IF WS-AUDHIST-STATUS IS NOT EQUAL TO "00"
               GO TO READ-MONTH-HISTORY-EXIT.
           PERFORM READ-LOAD-HISTORY THRU READ-LOAD-HISTORY-EXIT.
           MOVE "Y" TO WS-HISTORY-FOUND.
           MOVE WS-REPORT-MONTH TO WS-LD-MONTH.
           MOVE 1 TO WS-LD-DAY.
           MOVE WS-LOG-DATE TO AU-LOG-DATE.
           MOVE 0 TO AU-OPERATOR-NUMBER.
           MOVE 0 TO AU-LOG-TIME.
           MOVE 0 TO AU-LINE-NUMBER.
           START AUDIT-HISTORY-FILE
               KEY IS NOT LESS THAN AU-AUDIT-KEY
               INVALID KEY
                   GO TO MONTH-HISTORY-DONE
           END-START.
       MONTH-HISTORY-NEXT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END GO TO MONTH-HISTORY-DONE.
           MOVE AU-LOG-DATE TO WS-LOG-DATE.
           IF WS-LD-MONTH NOT = WS-REPORT-MONTH
               GO TO MONTH-HISTORY-DONE.
           MOVE WS-LD-DAY TO WS-DAY.
           IF WS-DAY < 1 OR WS-DAY > 31
               GO TO MONTH-HISTORY-NEXT.
           IF NOT DAY-ON-HISTORY(WS-DAY)
               MOVE "P" TO WS-DAY-SOURCE(WS-DAY)
               GO TO MONTH-HISTORY-NEXT.
           IF WS-DAY NOT = WS-LAST-DAY-SEEN
               ADD 1 TO WS-DAYS-ON-HISTORY
               MOVE WS-DAY TO WS-LAST-DAY-SEEN.
           MOVE AU-LOG-LINE TO WS-LOG-LINE.
           PERFORM COUNT-LOG-LINE.
           GO TO MONTH-HISTORY-NEXT.
       MONTH-HISTORY-DONE.
           CLOSE AUDIT-HISTORY-FILE.
       READ-MONTH-HISTORY-EXIT.
           EXIT.

       READ-LOAD-HISTORY.
           OPEN INPUT LOAD-HISTORY-FILE.
           IF WS-LOADHST-STATUS IS NOT EQUAL TO "00"
               GO TO READ-LOAD-HISTORY-EXIT.
       LOAD-HISTORY-NEXT.
           READ LOAD-HISTORY-FILE
               AT END GO TO LOAD-HISTORY-DONE.
           IF LH-LOG-DATE NOT NUMERIC
               GO TO LOAD-HISTORY-NEXT.
           MOVE LH-LOG-DATE TO WS-LOG-DATE.
           IF WS-LD-MONTH = WS-REPORT-MONTH
               AND WS-LD-DAY >= 1 AND WS-LD-DAY <= 31
               MOVE "H" TO WS-DAY-SOURCE(WS-LD-DAY).
           GO TO LOAD-HISTORY-NEXT.
       LOAD-HISTORY-DONE.
           CLOSE LOAD-HISTORY-FILE.
       READ-LOAD-HISTORY-EXIT.
           EXIT.

      *> A day not taken from the audit history is read from its own
      *> log, when there is one.
       READ-ONE-DAY-LOG.
           IF DAY-ON-HISTORY(WS-DAY)
               GO TO READ-ONE-DAY-LOG-EXIT.
           MOVE WS-REPORT-MONTH TO WS-LD-MONTH.
           MOVE WS-DAY TO WS-LD-DAY.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
               INTO WS-AUDIT-LOG-NAME.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               IF DAY-PART-LOADED(WS-DAY)
                   ADD 1 TO WS-DAYS-NOT-COUNTED
               END-IF
               GO TO READ-ONE-DAY-LOG-EXIT.
           MOVE "L" TO WS-DAY-SOURCE(WS-DAY).
           ADD 1 TO WS-DAYS-FROM-LOG.
       DAY-LOG-READ-NEXT.
           READ AUDIT-LOG-FILE
               AT END GO TO DAY-LOG-READ-DONE.
           MOVE AUDIT-LOG-RECORD TO WS-LOG-LINE.
           PERFORM COUNT-LOG-LINE.
           GO TO DAY-LOG-READ-NEXT.
       DAY-LOG-READ-DONE.
           CLOSE AUDIT-LOG-FILE.
       READ-ONE-DAY-LOG-EXIT.
           EXIT.

       LIST-DAY-SOURCE.
           IF NOT DAY-FROM-LOG(WS-DAY-SUB)
               AND NOT DAY-PART-LOADED(WS-DAY-SUB)
               EXIT PARAGRAPH.
           MOVE WS-REPORT-MONTH TO WS-LD-MONTH.
           MOVE WS-DAY-SUB TO WS-LD-DAY.
           MOVE SPACES TO MONTH-REPORT-LINE.
           IF DAY-FROM-LOG(WS-DAY-SUB)
               STRING "  " WS-LOG-DATE
                   " NOT ON AUDIT HISTORY - READ FROM CALCLOG"
                   DELIMITED BY SIZE INTO MONTH-REPORT-LINE
           ELSE
               STRING "  " WS-LOG-DATE
                   " PART LOADED, NO CALCLOG - NOT COUNTED"
                   DELIMITED BY SIZE INTO MONTH-REPORT-LINE
           END-IF.
           WRITE MONTH-REPORT-LINE.

       COUNT-LOG-LINE.
           IF WS-LL-OPERATOR IS NOT NUMERIC
               EXIT PARAGRAPH.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-OPR-FOUND-SUB = 0
               EXIT PARAGRAPH.
           MOVE WS-OPR-FOUND-SUB TO WS-OPR-SUB.
           ADD 1 TO OP-TXN-TOTAL(WS-OPR-SUB).
           ADD 1 TO OP-DAY-COUNT(WS-OPR-SUB, WS-DAY).
               END-IF
           END-IF.
           PERFORM COUNT-FUNCTION-KEY.

       COUNT-FUNCTION-KEY.
           MOVE 0 TO WS-KEY-FOUND-SUB.
