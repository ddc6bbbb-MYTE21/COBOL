       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  AUDLOAD.

      *> ---------------------------------------------------------------
      *>    NIGHTLY LOAD OF THE CALCLOG AUDIT LOGS TO AUDIT HISTORY
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: loads each day's audit log
      *>               CALCLOGyyyymmdd.TXT into the indexed audit
      *>               history file (AUDHIST, copybooks/AUDHIST.cpy),
      *>               keyed by date, operator, time and line within
      *>               the day, with the posting account as alternate
      *>               key, so MONTHRPT and ARCHSRCH read by key instead
      *>               of opening day files and archives.  The run
      *>               loads every day from the one after the last day
      *>               loaded through the business date (JOBPARM1/
      *>               argument 1, yyyymmdd, else today), so a night
      *>               that failed is picked up by the next; days with
      *>               no log (weekends) are listed and passed over.  A
      *>               business date earlier than the last day loaded
      *>               loads that day alone.  A day is marked loaded on
      *>               AUDLOAD.HST (day, run date and time, lines read,
      *>               loaded, already on file, not audit format) only
      *>               once every line is on file, and a day on
      *>               AUDLOAD.HST is never loaded again.  A run that
      *>               stops part way is simply rerun: lines already
      *>               loaded keep the same key and are counted, not
      *>               written twice.  The day files themselves are
      *>               left alone for ARCHJOB to archive.  Report to
      *>               AUDLOAD.RPT.  Return code 4 when a day asked for
      *>               was already loaded or the business date has no
      *>               log, 8 when a file cannot be read or written.
      *>               JOBPLAN.DAT step, after the last step that
      *>               writes the day's CALCLOG:
      *>                 AUDLOAD    AUDLOAD  0004 SKIP DAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               ALTERNATE RECORD KEY IS AU-POST-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO "AUDLOAD.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "AUDLOAD.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(80).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           COPY AUDHIST.

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

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  LOAD-CONTROL.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-AUDIT-FILE-STATUS  PIC XX.
           02 WS-AUDHIST-STATUS     PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(08).
           02 WS-ENV-PARM           PIC X(08).
           02 WS-BUSINESS-DATE      PIC 9(08).
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-LOG-DATE           PIC 9(08).
           02 WS-LAST-LOADED        PIC 9(08) VALUE 0.
           02 WS-FIRST-DAY          PIC 9(07) COMP.
           02 WS-LAST-DAY           PIC 9(07) COMP.
           02 WS-DAY-NUMBER         PIC 9(07) COMP.
           02 WS-LOAD-RC            PIC 9(02) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-DAY-LOADED         PIC X.
              88 DAY-ALREADY-LOADED VALUE "Y".
           02 WS-LINE-NUMBER        PIC 9(06).
           02 WS-LINES-READ         PIC 9(08).
           02 WS-LINES-LOADED       PIC 9(08).
           02 WS-LINES-ON-FILE      PIC 9(08).
           02 WS-LINES-SKIPPED      PIC 9(08).
           02 WS-DAYS-LOADED        PIC 9(04) VALUE 0.
           02 WS-DAYS-NO-LOG        PIC 9(04) VALUE 0.
           02 WS-DAYS-REFUSED       PIC 9(04) VALUE 0.
           02 WS-TOTAL-LOADED       PIC 9(09) VALUE 0.

       01  WS-LOG-LINE.
           02 WS-LL-OPERATOR        PIC X(06).
           02 FILLER                PIC X.
           02 WS-LL-DATE            PIC X(08).
           02 FILLER                PIC X.
           02 WS-LL-TIME            PIC X(08).
           02 FILLER                PIC X.
           02 WS-LL-KEY             PIC X.
           02 FILLER                PIC X.
           02 WS-LL-NEWVAL          PIC X(12).
           02 FILLER                PIC X.
           02 WS-LL-ACCUM           PIC X(12).
           02 FILLER                PIC X.
           02 WS-LL-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(17).

       01  WS-DAY-LINE.
           02 WS-DL-DATE            PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-DL-READ            PIC Z(7)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-DL-LOADED          PIC Z(7)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-DL-ON-FILE         PIC Z(7)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-DL-SKIPPED         PIC Z(7)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-DL-NOTE            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-LOAD.
           PERFORM READ-LOAD-HISTORY THRU READ-LOAD-HISTORY-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-LOADED.
           OPEN I-O AUDIT-HISTORY-FILE.
           IF WS-AUDHIST-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-HISTORY-FILE
               CLOSE AUDIT-HISTORY-FILE
               OPEN I-O AUDIT-HISTORY-FILE
           END-IF.
           IF WS-AUDHIST-STATUS IS NOT EQUAL TO "00"
               MOVE "AUDIT HISTORY FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO END-NOT-LOADED.
           COMPUTE WS-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           MOVE WS-LAST-DAY TO WS-FIRST-DAY.
           IF WS-LAST-LOADED NOT = 0
               AND WS-LAST-LOADED < WS-BUSINESS-DATE
               COMPUTE WS-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-LOADED) + 1.
           PERFORM LOAD-ONE-DAY THRU LOAD-ONE-DAY-EXIT
               VARYING WS-DAY-NUMBER FROM WS-FIRST-DAY BY 1
               UNTIL WS-DAY-NUMBER > WS-LAST-DAY
                   OR WS-CONTROL-ERROR NOT = SPACES.
           CLOSE AUDIT-HISTORY-FILE.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-LOADED.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOAD-REPORT-FILE.
           DISPLAY "AUDLOAD: THROUGH " WS-BUSINESS-DATE
               " DAYS LOADED " WS-DAYS-LOADED
               " LINES " WS-TOTAL-LOADED
               " NO LOG " WS-DAYS-NO-LOG
               " ALREADY LOADED " WS-DAYS-REFUSED.
           MOVE WS-LOAD-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-LOADED.
           DISPLAY "AUDLOAD: STOPPED - " WS-CONTROL-ERROR.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "STOPPED - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOAD-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> The business date comes from JOBPARM1 when the nightly
      *> driver CALLs this program (ACCEPT FROM ARGUMENT-VALUE would
      *> return the driver's own command line), else from argument 1.
       INITIALIZE-LOAD.
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
           MOVE 0 TO WS-LOAD-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE 0 TO WS-LAST-LOADED.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "AUDIT HISTORY LOAD  THROUGH " WS-BUSINESS-DATE
               "  RUN " WS-TODAY
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "DAY       LINES READ    LOADED   ON FILE  NOT AUDIT"
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      *> The latest day on the load history is where tonight's run
      *> carries on from.  No history yet means the store starts with
      *> the business date.
       READ-LOAD-HISTORY.
           OPEN INPUT LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               GO TO READ-LOAD-HISTORY-EXIT.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "LOAD HISTORY NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO READ-LOAD-HISTORY-EXIT.
       READ-HISTORY-NEXT.
           READ LOAD-HISTORY-FILE
               AT END GO TO READ-HISTORY-DONE.
           IF LH-LOG-DATE NOT NUMERIC
               MOVE "LOAD HISTORY NOT NUMERIC" TO WS-CONTROL-ERROR
               GO TO READ-HISTORY-DONE.
           IF LH-LOG-DATE > WS-LAST-LOADED
               MOVE LH-LOG-DATE TO WS-LAST-LOADED.
           GO TO READ-HISTORY-NEXT.
       READ-HISTORY-DONE.
           CLOSE LOAD-HISTORY-FILE.
       READ-LOAD-HISTORY-EXIT.
           EXIT.

       LOAD-ONE-DAY.
           COMPUTE WS-LOG-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE 0 TO WS-LINES-READ.
           MOVE 0 TO WS-LINES-LOADED.
           MOVE 0 TO WS-LINES-ON-FILE.
           MOVE 0 TO WS-LINES-SKIPPED.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE SPACES TO WS-DL-NOTE.
           PERFORM CHECK-DAY-LOADED THRU CHECK-DAY-LOADED-EXIT.
           IF DAY-ALREADY-LOADED
               ADD 1 TO WS-DAYS-REFUSED
               MOVE 4 TO WS-LOAD-RC
               MOVE "ALREADY LOADED - NOT LOADED AGAIN" TO WS-DL-NOTE
               PERFORM WRITE-DAY-LINE
               GO TO LOAD-ONE-DAY-EXIT.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
           STRING "CALCLOG" WS-LOG-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-LOG-NAME.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL TO "35"
               ADD 1 TO WS-DAYS-NO-LOG
               MOVE "NO LOG FOR THE DAY" TO WS-DL-NOTE
               IF WS-LOG-DATE = WS-BUSINESS-DATE
                   MOVE 4 TO WS-LOAD-RC
               END-IF
               PERFORM WRITE-DAY-LINE
               GO TO LOAD-ONE-DAY-EXIT.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING WS-AUDIT-LOG-NAME " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR
               GO TO LOAD-ONE-DAY-EXIT.
       LOAD-DAY-NEXT.
           READ AUDIT-LOG-FILE
               AT END GO TO LOAD-DAY-DONE.
           ADD 1 TO WS-LINES-READ.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE AUDIT-LOG-RECORD TO WS-LOG-LINE.
           IF WS-LL-OPERATOR IS NOT NUMERIC
               OR WS-LL-TIME IS NOT NUMERIC
               ADD 1 TO WS-LINES-SKIPPED
               GO TO LOAD-DAY-NEXT.
           PERFORM BUILD-HISTORY-RECORD.
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   IF WS-AUDHIST-STATUS IS EQUAL TO "22"
                       ADD 1 TO WS-LINES-ON-FILE
                       GO TO LOAD-DAY-NEXT
                   END-IF
                   MOVE SPACES TO WS-CONTROL-ERROR
                   STRING "AUDIT HISTORY WRITE FAILED, STATUS "
                       WS-AUDHIST-STATUS
                       DELIMITED BY SIZE INTO WS-CONTROL-ERROR
                   GO TO LOAD-DAY-DONE
           END-WRITE.
           IF WS-AUDHIST-STATUS IS NOT EQUAL TO "00"
               AND WS-AUDHIST-STATUS IS NOT EQUAL TO "02"
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "AUDIT HISTORY WRITE FAILED, STATUS "
                   WS-AUDHIST-STATUS
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR
               GO TO LOAD-DAY-DONE.
           ADD 1 TO WS-LINES-LOADED.
           GO TO LOAD-DAY-NEXT.
       LOAD-DAY-DONE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-CONTROL-ERROR NOT = SPACES
               MOVE "STOPPED PART WAY - RERUN" TO WS-DL-NOTE
               PERFORM WRITE-DAY-LINE
               GO TO LOAD-ONE-DAY-EXIT.
           PERFORM RECORD-DAY-LOADED.
           IF WS-CONTROL-ERROR NOT = SPACES
               MOVE "LOADED BUT NOT MARKED - RERUN" TO WS-DL-NOTE
               PERFORM WRITE-DAY-LINE
               GO TO LOAD-ONE-DAY-EXIT.
           ADD 1 TO WS-DAYS-LOADED.
           ADD WS-LINES-LOADED TO WS-TOTAL-LOADED.
           IF WS-LINES-ON-FILE > 0
               MOVE "RESUMED - EARLIER LINES KEPT" TO WS-DL-NOTE.
           PERFORM WRITE-DAY-LINE.
       LOAD-ONE-DAY-EXIT.
           EXIT.

      *> The whole load history is searched, not just its last line,
      *> since a day can be loaded out of turn by naming it.
       CHECK-DAY-LOADED.
           MOVE "N" TO WS-DAY-LOADED.
           OPEN INPUT LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               GO TO CHECK-DAY-LOADED-EXIT.
       CHECK-DAY-NEXT.
           READ LOAD-HISTORY-FILE
               AT END GO TO CHECK-DAY-DONE.
           IF LH-LOG-DATE = WS-LOG-DATE
               MOVE "Y" TO WS-DAY-LOADED
               GO TO CHECK-DAY-DONE.
           GO TO CHECK-DAY-NEXT.
       CHECK-DAY-DONE.
           CLOSE LOAD-HISTORY-FILE.
       CHECK-DAY-LOADED-EXIT.
           EXIT.

      *> The key day is the day of the file, whatever the line says;
      *> amounts are held signed as the calculator edited them.
       BUILD-HISTORY-RECORD.
           MOVE WS-LOG-DATE TO AU-LOG-DATE.
           MOVE WS-LL-OPERATOR TO AU-OPERATOR-NUMBER.
           MOVE WS-LL-TIME TO AU-LOG-TIME.
           MOVE WS-LINE-NUMBER TO AU-LINE-NUMBER.
           MOVE WS-LL-KEY TO AU-AUDIT-KEY-CODE.
           MOVE SPACES TO AU-POST-ACCOUNT.
           IF AU-POSTING-LINE
               MOVE WS-LL-ACCOUNT TO AU-POST-ACCOUNT.
           MOVE 0 TO AU-NEW-VALUE.
           MOVE 0 TO AU-ACCUMULATOR.
           IF WS-LL-NEWVAL NOT = SPACES
               COMPUTE AU-NEW-VALUE = FUNCTION NUMVAL(WS-LL-NEWVAL).
           IF WS-LL-ACCUM NOT = SPACES
               COMPUTE AU-ACCUMULATOR = FUNCTION NUMVAL(WS-LL-ACCUM).
           MOVE AUDIT-LOG-RECORD TO AU-LOG-LINE.

      *> Written only once the whole day is on file: until then the
      *> day has not been loaded and the next run loads it again.
       RECORD-DAY-LOADED.
           OPEN EXTEND LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "LOAD HISTORY CANNOT BE WRITTEN"
                   TO WS-CONTROL-ERROR
               EXIT PARAGRAPH.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO LOAD-HISTORY-RECORD.
           MOVE WS-LOG-DATE TO LH-LOG-DATE.
           MOVE WS-TODAY TO LH-RUN-DATE.
           MOVE WS-NOW TO LH-RUN-TIME.
           MOVE WS-LINES-READ TO LH-LINES-READ.
           MOVE WS-LINES-LOADED TO LH-LINES-LOADED.
           MOVE WS-LINES-ON-FILE TO LH-LINES-ON-FILE.
           MOVE WS-LINES-SKIPPED TO LH-LINES-SKIPPED.
           WRITE LOAD-HISTORY-RECORD.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "LOAD HISTORY CANNOT BE WRITTEN"
                   TO WS-CONTROL-ERROR.
           CLOSE LOAD-HISTORY-FILE.

       WRITE-DAY-LINE.
           MOVE WS-LOG-DATE TO WS-DL-DATE.
           MOVE WS-LINES-READ TO WS-DL-READ.
           MOVE WS-LINES-LOADED TO WS-DL-LOADED.
           MOVE WS-LINES-ON-FILE TO WS-DL-ON-FILE.
           MOVE WS-LINES-SKIPPED TO WS-DL-SKIPPED.
           MOVE WS-DAY-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "DAYS LOADED " WS-DAYS-LOADED
               "  LINES LOADED " WS-TOTAL-LOADED
               "  DAYS WITH NO LOG " WS-DAYS-NO-LOG
               "  DAYS ALREADY LOADED " WS-DAYS-REFUSED
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
