       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  ARCHJOB.

      *> ---------------------------------------------------------------
      *>    RETENTION AND ARCHIVE JOB FOR DAILY CALC OUTPUT FILES
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A CALCLOG day file dated on or after the first
      *>               day on AUDLOAD.HST but not yet listed there has
      *>               not been loaded to the audit history (AUDHIST):
      *>               it is left in place and counted as failed
      *>               rather than archived and purged, so no audit
      *>               line can leave the directory before it is on
      *>               the history.  Days before the history began
      *>               archive as before.
      *>   2026-08-22  New program: rolls the daily CALCLOG, CALCTAPE
      *>               and CALCSPL files named in ARCHLIST.DAT (one
      *>               line per file: yyyymmdd and file name, built by
           SELECT MANIFEST-FILE ASSIGN TO "ARCHMANIFEST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO "AUDLOAD.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                PIC X.
           02 MF-RECORD-COUNT       PIC 9(08).

       FD  LOAD-HISTORY-FILE.
       01  LOAD-HISTORY-RECORD.
           02 LH-LOG-DATE           PIC 9(08).
           02 FILLER                PIC X(62).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-CONTROL.
           02 WS-LIST-STATUS        PIC XX.
           02 WS-SOURCE-STATUS      PIC XX.
           02 WS-ARCHIVE-STATUS     PIC XX.
           02 WS-MANIFEST-STATUS    PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-FIRST-LOADED       PIC 9(08) VALUE 0.
           02 WS-DAY-LOADED         PIC X.
              88 DAY-WAS-LOADED VALUE "Y".
           02 WS-SOURCE-NAME        PIC X(40).
           02 WS-ARCHIVE-NAME       PIC X(14).
           02 WS-CUTOFF-DATE        PIC 9(08).
           IF AL-FILE-DATE >= WS-CUTOFF-DATE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO LIST-READ-NEXT.
           IF AL-FILE-NAME(1:7) = "CALCLOG"
               AND WS-FIRST-LOADED NOT = 0
               AND AL-FILE-DATE >= WS-FIRST-LOADED
               PERFORM CHECK-DAY-LOADED THRU CHECK-DAY-LOADED-EXIT
               IF NOT DAY-WAS-LOADED
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "NOT ON AUDIT HISTORY - LEFT: "
                       AL-FILE-NAME
                   GO TO LIST-READ-NEXT
               END-IF
           END-IF.
           PERFORM ARCHIVE-ONE-FILE THRU ARCHIVE-ONE-FILE-EXIT.
           GO TO LIST-READ-NEXT.
       LIST-READ-DONE.
           END-IF.
           IF WS-ARG-TEXT IS NUMERIC
               MOVE WS-ARG-TEXT TO WS-CUTOFF-DATE.
           PERFORM FIND-FIRST-LOADED THRU FIND-FIRST-LOADED-EXIT.
           OPEN INPUT ARCHIVE-LIST-FILE.
           IF WS-LIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ARCHLIST.DAT - NOTHING TO ARCHIVE"
       ARCHIVE-ONE-FILE-EXIT.
           EXIT.

      *> The first day AUDLOAD put on the audit history; CALCLOG days
      *> from then on are archived only once loaded.  With no
      *> AUDLOAD.HST the history has not begun and nothing is held.
       FIND-FIRST-LOADED.
           OPEN INPUT LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               GO TO FIND-FIRST-LOADED-EXIT.
       FIND-FIRST-NEXT.
           READ LOAD-HISTORY-FILE
               AT END GO TO FIND-FIRST-DONE.
           IF LH-LOG-DATE NOT NUMERIC
               GO TO FIND-FIRST-NEXT.
           IF WS-FIRST-LOADED = 0
               OR LH-LOG-DATE < WS-FIRST-LOADED
               MOVE LH-LOG-DATE TO WS-FIRST-LOADED.
           GO TO FIND-FIRST-NEXT.
       FIND-FIRST-DONE.
           CLOSE LOAD-HISTORY-FILE.
       FIND-FIRST-LOADED-EXIT.
           EXIT.

       CHECK-DAY-LOADED.
           MOVE "N" TO WS-DAY-LOADED.
           OPEN INPUT LOAD-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               GO TO CHECK-DAY-LOADED-EXIT.
       CHECK-DAY-NEXT.
           READ LOAD-HISTORY-FILE
               AT END GO TO CHECK-DAY-DONE.
           IF LH-LOG-DATE = AL-FILE-DATE
               MOVE "Y" TO WS-DAY-LOADED
               GO TO CHECK-DAY-DONE.
           GO TO CHECK-DAY-NEXT.
       CHECK-DAY-DONE.
           CLOSE LOAD-HISTORY-FILE.
       CHECK-DAY-LOADED-EXIT.
           EXIT.

       PURGE-ORIGINAL-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SOURCE-NAME.
           MOVE RETURN-CODE TO WS-DELETE-RESULT.
