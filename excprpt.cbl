       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  EXCPRPT.

      *> ---------------------------------------------------------------
      *>    MORNING OPERATIONS EXCEPTION CONTROL REPORT
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: run each morning once the nightly
      *>               job has ended.  Collects every exception the
      *>               night's reports raised - DAYBAL.RPT, GLACK.RPT,
      *>               ACCTREC.RPT, CUSTVRFY.RPT, CUSTDUP.RPT,
      *>               CUSTLOAD.RPT, OPRRPT.RPT and JOBHIST.RPT - and
      *>               every step of the night's JOBLOGyyyymmdd.TXT
      *>               that ended with a nonzero return code, was
      *>               skipped or never ended, and keeps each one as an
      *>               item on the exception tracking file (EXCPTRK,
      *>               copybooks/EXCPTRK.cpy) that supervisors work in
      *>               EXCPMNT.  An exception reported again on a later
      *>               night is found by its match key and not added
      *>               twice, so the step can be rerun; a resolved item
      *>               whose condition is still reported is reopened.
      *>               A report missing, or dated before the night, is
      *>               itself an exception and is not read.
      *>               EXCPRPT.RPT lists the night's step return codes,
      *>               what was found on each report, and every item
      *>               still open - new or carried forward - with its
      *>               age in days.  Argument 1 (or JOBPARM1) is the
      *>               business date; by default the date of today's
      *>               job log when there is one, else yesterday.
      *>               Return code 4 when any item is open, 8 when the
      *>               tracking file cannot be used or updated.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-TRACKING-FILE ASSIGN TO "EXCPTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EX-ITEM-NUMBER
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCPTRK-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO WS-JOB-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT NIGHT-REPORT-FILE ASSIGN TO WS-NIGHT-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-REPORT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "EXCPRPT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-TRACKING-FILE.
       01  EXCEPTION-TRACKING-RECORD.
           COPY EXCPTRK.

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           02 JL-STEP-NAME          PIC X(10).
           02 FILLER                PIC X.
           02 JL-EVENT              PIC X(5).
           02 FILLER                PIC X.
           02 JL-TIMESTAMP          PIC 9(16).
           02 FILLER                PIC X.
           02 JL-RETURN-CODE        PIC 9(04).

       FD  NIGHT-REPORT-FILE.
       01  NIGHT-REPORT-LINE        PIC X(132).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-CONTROL.
           02 WS-EXCPTRK-STATUS     PIC XX.
           02 WS-JOB-LOG-NAME       PIC X(20).
           02 WS-JOB-LOG-STATUS     PIC XX.
           02 WS-NIGHT-REPORT-NAME  PIC X(12).
           02 WS-NIGHT-REPORT-STATUS PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(08).
           02 WS-ENV-PARM           PIC X(08).
           02 WS-BUSINESS-DATE      PIC 9(08).
           02 WS-BUSINESS-NUMBER    PIC 9(07) COMP.
           02 WS-DAY-NUMBER         PIC S9(07) COMP.
           02 WS-RUN-RC             PIC 9(04) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-ITEM-NUMBER        PIC 9(06).
           02 WS-LINE-COUNT         PIC 9(06).
           02 WS-SCAN-POS           PIC 9(03) COMP.
           02 WS-REPORT-DATE        PIC 9(08).
           02 WS-DATE-CANDIDATE     PIC 9(08).
           02 WS-HELD-LINE          PIC X(132).
           02 WS-NEXT-LINE          PIC X(132).
           02 WS-LINE-HELD          PIC X VALUE "N".
              88 LINE-IS-HELD       VALUE "Y".
           02 WS-AGE-DAYS           PIC S9(05) COMP.
           02 WS-ITEM-STATE         PIC X(07).

      *> One exception as found, ready to be matched to its item.
       01  WS-EXCEPTION-FOUND.
           02 WS-EXC-SOURCE         PIC X(08).
           02 WS-EXC-KIND           PIC X(01).
              88 EXC-DAY-BOUND      VALUE "D".
              88 EXC-STANDING       VALUE "S".
              88 EXC-HISTORY        VALUE "H".
           02 WS-EXC-MATCH-DATE     PIC 9(08).
           02 WS-EXC-MATCH-TEXT     PIC X(80).
           02 WS-EXC-DETAIL         PIC X(110).

      *> The night's reports and how each shows its exceptions.
      *>   Rule F - any line below the headings with text in the
      *>            exception column.
      *>   Rule D - every line between the headings and the closing
      *>            summary line.
      *>   Rule C - a reject count line with a count above zero.
      *> Kind D reports cover one day, so an exception belongs to the
      *> report's date; kind S lines are standing conditions, found
      *> again for as long as they last and reopened if reported
      *> after being resolved; kind H lines are past events a report
      *> prints night after night, never reopened.  The key length
      *> is how much of the line identifies the exception.
       01  WS-REPORT-DEFINITIONS.
           02 FILLER                PIC X(29)
               VALUE "DAYBAL  DAYBAL.RPT  FD2062006".
           02 FILLER                PIC X(29)
               VALUE "GLACK   GLACK.RPT   DS2000008".
           02 FILLER                PIC X(29)
               VALUE "ACCTREC ACCTREC.RPT DS2000010".
           02 FILLER                PIC X(29)
               VALUE "CUSTVRFYCUSTVRFY.RPTDS1000033".
           02 FILLER                PIC X(29)
               VALUE "CUSTDUP CUSTDUP.RPT DS1000070".
           02 FILLER                PIC X(29)
               VALUE "CUSTLOADCUSTLOAD.RPTCD1000020".
           02 FILLER                PIC X(29)
               VALUE "OPRRPT  OPRRPT.RPT  FH2075074".
           02 FILLER                PIC X(29)
               VALUE "JOBHIST JOBHIST.RPT FD2043010".
       01  FILLER REDEFINES WS-REPORT-DEFINITIONS.
           02 WS-REPORT-ENTRY OCCURS 8 TIMES.
              03 RP-SOURCE-JOB      PIC X(08).
              03 RP-FILE-NAME       PIC X(12).
              03 RP-RULE            PIC X(01).
                 88 RP-FLAG-COLUMN  VALUE "F".
                 88 RP-DETAIL-LINES VALUE "D".
                 88 RP-COUNT-LINE   VALUE "C".
              03 RP-KIND            PIC X(01).
              03 RP-HEADING-LINES   PIC 9(01).
              03 RP-FLAG-COL        PIC 9(03).
              03 RP-KEY-LENGTH      PIC 9(03).
       01  WS-REPORT-SUB            PIC 9(02) COMP.

       01  WS-REPORT-STATE.
           02 WS-REPORT-STATE-TEXT  PIC X(12).
           02 WS-REPORT-FOUND       PIC 9(06).
           02 WS-REPORT-NEW         PIC 9(06).

      *> Steps of the night as the job log last shows them.
       01  WS-STEP-TABLE.
           02 WS-STEP-ENTRY OCCURS 60 TIMES.
              03 ST-NAME            PIC X(10).
              03 ST-LAST-EVENT      PIC X(05).
              03 ST-LAST-RC         PIC 9(04).
       01  WS-STEP-MAX              PIC 9(02) COMP VALUE 0.
       01  WS-STEP-SUB              PIC 9(02) COMP.
       01  WS-STEP-FOUND-SUB        PIC 9(02) COMP.
       01  WS-STEP-TABLE-FULL       PIC X VALUE "N".
           88 STEP-TABLE-IS-FULL    VALUE "Y".

       01  RUN-COUNTS.
           02 WS-FOUND-COUNT        PIC 9(06) VALUE 0.
           02 WS-NEW-COUNT          PIC 9(06) VALUE 0.
           02 WS-AGAIN-COUNT        PIC 9(06) VALUE 0.
           02 WS-REOPENED-COUNT     PIC 9(06) VALUE 0.
           02 WS-OPEN-COUNT         PIC 9(06) VALUE 0.
           02 WS-CARRIED-COUNT      PIC 9(06) VALUE 0.
           02 WS-OLDEST-AGE         PIC 9(05) VALUE 0.
           02 WS-UPDATE-FAIL-COUNT  PIC 9(06) VALUE 0.

       01  WS-STEP-DETAIL.
           02 WS-SD-STEP            PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SD-EVENT           PIC X(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SD-RC              PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SD-FLAG            PIC X(30).

       01  WS-STEP-EXCEPTION.
           02 WS-SE-STEP            PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-SE-TEXT            PIC X(30).
           02 WS-SE-RC              PIC ZZZ9.

       01  WS-SOURCE-DETAIL.
           02 WS-SR-SOURCE          PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SR-FILE            PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SR-STATE           PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SR-DATE            PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SR-FOUND           PIC Z(5)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-SR-NEW             PIC Z(5)9.

       01  WS-ITEM-DETAIL.
           02 WS-ID-ITEM            PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-ID-SOURCE          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-ID-RAISED          PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-ID-AGE             PIC ZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-ID-OWNER           PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-ID-LAST-SEEN       PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-ID-STATE           PIC X(07).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-ID-NOTE            PIC X(60).

       01  WS-ITEM-TEXT-LINE.
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WS-IT-DETAIL          PIC X(110).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-TRACKING-FILE THRU OPEN-TRACKING-FILE-EXIT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-TRACKED.
           PERFORM COLLECT-JOB-LOG THRU COLLECT-JOB-LOG-EXIT.
           PERFORM PRINT-SOURCE-HEADING.
           PERFORM COLLECT-ONE-REPORT THRU COLLECT-ONE-REPORT-EXIT
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB > 8.
           PERFORM PRINT-OPEN-ITEMS THRU PRINT-OPEN-ITEMS-EXIT.
           CLOSE EXCEPTION-TRACKING-FILE.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE CONTROL-REPORT-FILE.
           DISPLAY "EXCPRPT: FOUND " WS-FOUND-COUNT
               " NEW " WS-NEW-COUNT
               " REOPENED " WS-REOPENED-COUNT
               " OPEN " WS-OPEN-COUNT.
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO WS-RUN-RC.
           IF WS-UPDATE-FAIL-COUNT > 0
               MOVE 8 TO WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-TRACKED.
           DISPLAY "EXCPRPT: NOTHING COLLECTED - " WS-CONTROL-ERROR.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "** NOTHING COLLECTED - " WS-CONTROL-ERROR " **"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           CLOSE CONTROL-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> The business date comes from JOBPARM1 when the nightly
      *> driver CALLs this program (ACCEPT FROM ARGUMENT-VALUE would
      *> return the driver's own command line), else from argument
      *> 1.  Without one it is the date of today's job log when the
      *> night's run started after midnight, else yesterday.
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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
               MOVE WS-ARG-TEXT TO WS-BUSINESS-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               IF WS-DAY-NUMBER > 0
                   MOVE WS-DAY-NUMBER TO WS-BUSINESS-NUMBER
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "EXCPRPT: " WS-ARG-TEXT
                   " IS NOT A DATE - DEFAULT USED"
           END-IF.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE SPACES TO WS-JOB-LOG-NAME.
           STRING "JOBLOG" WS-TODAY ".TXT" DELIMITED BY SIZE
               INTO WS-JOB-LOG-NAME.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS IS EQUAL TO "00"
               CLOSE JOB-LOG-FILE
           ELSE
               SUBTRACT 1 FROM WS-BUSINESS-NUMBER
               COMPUTE WS-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUSINESS-NUMBER)
           END-IF.

       OPEN-TRACKING-FILE.
           OPEN I-O EXCEPTION-TRACKING-FILE.
           IF WS-EXCPTRK-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EXCEPTION-TRACKING-FILE
               CLOSE EXCEPTION-TRACKING-FILE
               OPEN I-O EXCEPTION-TRACKING-FILE
           END-IF.
           IF WS-EXCPTRK-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "EXCEPTION FILE NOT AVAILABLE, STATUS "
                   WS-EXCPTRK-STATUS
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR.
       OPEN-TRACKING-FILE-EXIT.
           EXIT.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "MORNING CONTROL REPORT FOR " WS-BUSINESS-DATE
               "  PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *> ---------------------------------------------------------------
      *> The night's job log: every step with the event and return
      *> code it last logged.  A restarted step shows its rerun.
      *> ---------------------------------------------------------------
       COLLECT-JOB-LOG.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO WS-JOB-LOG-NAME.
           STRING "JOBLOG" WS-BUSINESS-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-JOB-LOG-NAME.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "STEP RETURN CODES - " WS-JOB-LOG-NAME
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS IS NOT EQUAL TO "00"
               MOVE "** NO JOB LOG FOR THE NIGHT **"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "JOBLOG" TO WS-EXC-SOURCE
               MOVE "D" TO WS-EXC-KIND
               MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE
               MOVE "NO JOB LOG" TO WS-EXC-MATCH-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-JOB-LOG-NAME " NOT ON FILE - NIGHT NOT RUN"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
               GO TO COLLECT-JOB-LOG-EXIT.
           MOVE "STEP        EVENT    RC  EXCEPTION"
               TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
       JOB-LOG-READ-NEXT.
           READ JOB-LOG-FILE
               AT END GO TO JOB-LOG-READ-DONE.
           IF JOB-LOG-RECORD = SPACES
               GO TO JOB-LOG-READ-NEXT.
           PERFORM FIND-STEP-ENTRY THRU FIND-STEP-ENTRY-EXIT.
           IF WS-STEP-FOUND-SUB = 0
               GO TO JOB-LOG-READ-NEXT.
           MOVE JL-EVENT TO ST-LAST-EVENT(WS-STEP-FOUND-SUB).
           MOVE JL-RETURN-CODE TO ST-LAST-RC(WS-STEP-FOUND-SUB).
           GO TO JOB-LOG-READ-NEXT.
       JOB-LOG-READ-DONE.
           CLOSE JOB-LOG-FILE.
           PERFORM PRINT-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.
           IF STEP-TABLE-IS-FULL
               MOVE "** STEP TABLE FULL - STEPS NOT LISTED **"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE.
       COLLECT-JOB-LOG-EXIT.
           EXIT.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-STEP-FOUND-SUB.
           PERFORM MATCH-STEP-ENTRY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX
                  OR WS-STEP-FOUND-SUB > 0.
           IF WS-STEP-FOUND-SUB > 0
               GO TO FIND-STEP-ENTRY-EXIT.
           IF WS-STEP-MAX = 60
               MOVE "Y" TO WS-STEP-TABLE-FULL
               GO TO FIND-STEP-ENTRY-EXIT.
           ADD 1 TO WS-STEP-MAX.
           MOVE WS-STEP-MAX TO WS-STEP-FOUND-SUB.
           MOVE JL-STEP-NAME TO ST-NAME(WS-STEP-FOUND-SUB).
       FIND-STEP-ENTRY-EXIT.
           EXIT.

       MATCH-STEP-ENTRY.
           IF ST-NAME(WS-STEP-SUB) = JL-STEP-NAME
               MOVE WS-STEP-SUB TO WS-STEP-FOUND-SUB.

      *> A step that ended nonzero, was skipped after an earlier
      *> step's return code, or started and never ended is an
      *> exception; a step not due on the calendar is not.
       PRINT-STEP-LINE.
           MOVE SPACES TO WS-SE-TEXT.
           MOVE ST-LAST-RC(WS-STEP-SUB) TO WS-SE-RC.
           IF ST-LAST-EVENT(WS-STEP-SUB) = "END"
               AND ST-LAST-RC(WS-STEP-SUB) > 0
               MOVE "ENDED WITH RETURN CODE" TO WS-SE-TEXT.
           IF ST-LAST-EVENT(WS-STEP-SUB) = "SKIP"
               MOVE "SKIPPED AFTER RETURN CODE" TO WS-SE-TEXT.
           IF ST-LAST-EVENT(WS-STEP-SUB) = "START"
               MOVE "STARTED BUT NEVER ENDED" TO WS-SE-TEXT
               MOVE 0 TO WS-SE-RC.
           MOVE ST-NAME(WS-STEP-SUB) TO WS-SD-STEP.
           MOVE ST-LAST-EVENT(WS-STEP-SUB) TO WS-SD-EVENT.
           MOVE ST-LAST-RC(WS-STEP-SUB) TO WS-SD-RC.
           MOVE WS-SE-TEXT TO WS-SD-FLAG.
           MOVE WS-STEP-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-SE-TEXT = SPACES
               EXIT PARAGRAPH.
           MOVE ST-NAME(WS-STEP-SUB) TO WS-SE-STEP.
           MOVE "JOBLOG" TO WS-EXC-SOURCE.
           MOVE "D" TO WS-EXC-KIND.
           MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE.
           MOVE ST-NAME(WS-STEP-SUB) TO WS-EXC-MATCH-TEXT.
           MOVE WS-STEP-EXCEPTION TO WS-EXC-DETAIL.
           PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT.

       PRINT-SOURCE-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "REPORTS READ" TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "JOB       REPORT        STATE         DATED     "
               " FOUND     NEW"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *> ---------------------------------------------------------------
      *> One night report.  The date printed in its title says which
      *> night it was produced for; a report left over from an
      *> earlier night is not read, since its lines would count as
      *> still outstanding.
      *> ---------------------------------------------------------------
       COLLECT-ONE-REPORT.
           MOVE 0 TO WS-REPORT-FOUND.
           MOVE 0 TO WS-REPORT-NEW.
           MOVE 0 TO WS-REPORT-DATE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO WS-LINE-HELD.
           MOVE "READ" TO WS-REPORT-STATE-TEXT.
           MOVE RP-SOURCE-JOB(WS-REPORT-SUB) TO WS-EXC-SOURCE.
           MOVE RP-FILE-NAME(WS-REPORT-SUB) TO WS-NIGHT-REPORT-NAME.
           OPEN INPUT NIGHT-REPORT-FILE.
           IF WS-NIGHT-REPORT-STATUS IS NOT EQUAL TO "00"
               MOVE "NOT ON FILE" TO WS-REPORT-STATE-TEXT
               MOVE "D" TO WS-EXC-KIND
               MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE
               MOVE "REPORT NOT ON FILE" TO WS-EXC-MATCH-TEXT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-NIGHT-REPORT-NAME " NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
               GO TO COLLECT-REPORT-PRINT.
           MOVE RP-KIND(WS-REPORT-SUB) TO WS-EXC-KIND.
       REPORT-READ-NEXT.
           READ NIGHT-REPORT-FILE
               AT END GO TO REPORT-READ-DONE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT = 1
               PERFORM FIND-REPORT-DATE
               IF WS-REPORT-DATE > 0
                   AND WS-REPORT-DATE < WS-BUSINESS-DATE
                   GO TO REPORT-NOT-CURRENT
               END-IF
               GO TO REPORT-READ-NEXT.
           IF NIGHT-REPORT-LINE = SPACES
               GO TO REPORT-READ-NEXT.
           IF WS-LINE-COUNT NOT > RP-HEADING-LINES(WS-REPORT-SUB)
               GO TO REPORT-READ-NEXT.
           IF NIGHT-REPORT-LINE(1:2) = "**"
               PERFORM TAKE-WHOLE-LINE
               GO TO REPORT-READ-NEXT.
           IF RP-FLAG-COLUMN(WS-REPORT-SUB)
               PERFORM CHECK-FLAG-COLUMN
               GO TO REPORT-READ-NEXT.
           IF RP-COUNT-LINE(WS-REPORT-SUB)
               PERFORM CHECK-REJECT-COUNT
               GO TO REPORT-READ-NEXT.
      *>   Detail lines: each line is held until the next one shows
      *>   it was not the closing summary.
           PERFORM HOLD-DETAIL-LINE.
           GO TO REPORT-READ-NEXT.
       REPORT-NOT-CURRENT.
           MOVE "NOT CURRENT" TO WS-REPORT-STATE-TEXT.
           MOVE "D" TO WS-EXC-KIND.
           MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE.
           MOVE "REPORT NOT CURRENT" TO WS-EXC-MATCH-TEXT.
           MOVE SPACES TO WS-EXC-DETAIL.
           STRING WS-NIGHT-REPORT-NAME " DATED " WS-REPORT-DATE
               " - NOT PRODUCED FOR THE NIGHT"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL.
           PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT.
       REPORT-READ-DONE.
           CLOSE NIGHT-REPORT-FILE.
       COLLECT-REPORT-PRINT.
           MOVE RP-SOURCE-JOB(WS-REPORT-SUB) TO WS-SR-SOURCE.
           MOVE RP-FILE-NAME(WS-REPORT-SUB) TO WS-SR-FILE.
           MOVE WS-REPORT-STATE-TEXT TO WS-SR-STATE.
           IF WS-REPORT-DATE > 0
               MOVE WS-REPORT-DATE TO WS-SR-DATE
           ELSE
               MOVE SPACES TO WS-SR-DATE
           END-IF.
           MOVE WS-REPORT-FOUND TO WS-SR-FOUND.
           MOVE WS-REPORT-NEW TO WS-SR-NEW.
           MOVE WS-SOURCE-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
       COLLECT-ONE-REPORT-EXIT.
           EXIT.

      *> The title's date is the last run of eight digits on it that
      *> makes a calendar date; a title without one (OPRRPT) cannot
      *> be checked and is taken as current.
       FIND-REPORT-DATE.
           PERFORM CHECK-DATE-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 125.

       CHECK-DATE-POSITION.
           IF NIGHT-REPORT-LINE(WS-SCAN-POS:8) IS NOT NUMERIC
               EXIT PARAGRAPH.
           IF WS-SCAN-POS > 1
               AND NIGHT-REPORT-LINE(WS-SCAN-POS - 1:1) IS NUMERIC
               EXIT PARAGRAPH.
           MOVE NIGHT-REPORT-LINE(WS-SCAN-POS:8) TO WS-DATE-CANDIDATE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CANDIDATE).
           IF WS-DAY-NUMBER > 0
               MOVE WS-DATE-CANDIDATE TO WS-REPORT-DATE.

      *> JOBHIST marks a step not due on the calendar in its
      *> exception column; that is the calendar working, not an
      *> exception.
       CHECK-FLAG-COLUMN.
           IF NIGHT-REPORT-LINE(RP-FLAG-COL(WS-REPORT-SUB):30)
               = SPACES
               EXIT PARAGRAPH.
           IF NIGHT-REPORT-LINE(RP-FLAG-COL(WS-REPORT-SUB):18)
               = "NOT DUE (CALENDAR)"
               EXIT PARAGRAPH.
           PERFORM TAKE-REPORT-LINE.

       CHECK-REJECT-COUNT.
           IF NIGHT-REPORT-LINE(1:20) NOT = "RECORDS REJECTED"
               AND NIGHT-REPORT-LINE(1:20) NOT = "RESUBMIT REJECTED"
               EXIT PARAGRAPH.
           IF NIGHT-REPORT-LINE(21:6) = "     0"
               EXIT PARAGRAPH.
           PERFORM TAKE-REPORT-LINE.

      *> The line before this one was a detail line after all; this
      *> one is held in its place.
       HOLD-DETAIL-LINE.
           IF LINE-IS-HELD
               MOVE NIGHT-REPORT-LINE TO WS-NEXT-LINE
               MOVE WS-HELD-LINE TO NIGHT-REPORT-LINE
               PERFORM TAKE-REPORT-LINE
               MOVE WS-NEXT-LINE TO WS-HELD-LINE
           ELSE
               MOVE NIGHT-REPORT-LINE TO WS-HELD-LINE
               MOVE "Y" TO WS-LINE-HELD
           END-IF.

       TAKE-WHOLE-LINE.
           MOVE "D" TO WS-EXC-KIND.
           MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE.
           MOVE NIGHT-REPORT-LINE(1:80) TO WS-EXC-MATCH-TEXT.
           MOVE NIGHT-REPORT-LINE TO WS-EXC-DETAIL.
           PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT.
           MOVE RP-KIND(WS-REPORT-SUB) TO WS-EXC-KIND.
           ADD 1 TO WS-REPORT-FOUND.

      *> A day-bound exception belongs to the night the report was
      *> produced for; a standing or past one is the same exception
      *> whichever night reports it.
       TAKE-REPORT-LINE.
           MOVE RP-KIND(WS-REPORT-SUB) TO WS-EXC-KIND.
           IF EXC-DAY-BOUND
               IF WS-REPORT-DATE > 0
                   MOVE WS-REPORT-DATE TO WS-EXC-MATCH-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-EXC-MATCH-DATE
               END-IF
           ELSE
               MOVE 0 TO WS-EXC-MATCH-DATE
           END-IF.
           MOVE SPACES TO WS-EXC-MATCH-TEXT.
           MOVE NIGHT-REPORT-LINE(1:RP-KEY-LENGTH(WS-REPORT-SUB))
               TO WS-EXC-MATCH-TEXT.
           MOVE NIGHT-REPORT-LINE TO WS-EXC-DETAIL.
           PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT.
           ADD 1 TO WS-REPORT-FOUND.

      *> ---------------------------------------------------------------
      *> Matches one exception to its item by the match key, adding a
      *> new item when there is none.  An item already seen this
      *> night is left alone, so a rerun adds and counts nothing new.
      *> ---------------------------------------------------------------
       RECORD-EXCEPTION.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE WS-EXC-SOURCE TO EX-SOURCE-JOB.
           MOVE WS-EXC-MATCH-DATE TO EX-MATCH-DATE.
           MOVE WS-EXC-MATCH-TEXT TO EX-MATCH-TEXT.
           READ EXCEPTION-TRACKING-FILE KEY IS EX-MATCH-KEY
               INVALID KEY
                   PERFORM WRITE-NEW-ITEM THRU WRITE-NEW-ITEM-EXIT
                   GO TO RECORD-EXCEPTION-EXIT
           END-READ.
           IF EX-LAST-SEEN-DATE NOT < WS-BUSINESS-DATE
               GO TO RECORD-EXCEPTION-EXIT.
           ADD 1 TO WS-AGAIN-COUNT.
           ADD 1 TO EX-TIMES-SEEN.
           MOVE WS-BUSINESS-DATE TO EX-LAST-SEEN-DATE.
           MOVE WS-EXC-DETAIL TO EX-DETAIL.
           IF EX-RESOLVED AND EXC-STANDING
               MOVE "O" TO EX-ITEM-STATUS
               ADD 1 TO EX-REOPENED-COUNT
               ADD 1 TO WS-REOPENED-COUNT.
           REWRITE EXCEPTION-TRACKING-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   DISPLAY "EXCPRPT: ITEM " EX-ITEM-NUMBER
                       " NOT UPDATED, STATUS " WS-EXCPTRK-STATUS
           END-REWRITE.
       RECORD-EXCEPTION-EXIT.
           EXIT.

      *> Item numbers come from the control record (item zero); a
      *> number already taken by EXCPMNT or another run is stepped
      *> over.
       WRITE-NEW-ITEM.
           MOVE 0 TO EX-ITEM-NUMBER.
           READ EXCEPTION-TRACKING-FILE
               INVALID KEY
                   MOVE SPACES TO EX-CONTROL-DATA
                   MOVE 0 TO EX-LAST-ITEM-NUMBER
                   WRITE EXCEPTION-TRACKING-RECORD
           END-READ.
           MOVE EX-LAST-ITEM-NUMBER TO WS-ITEM-NUMBER.
       WRITE-ITEM-NEXT-NUMBER.
           ADD 1 TO WS-ITEM-NUMBER.
           MOVE WS-ITEM-NUMBER TO EX-ITEM-NUMBER.
           MOVE WS-EXC-SOURCE TO EX-SOURCE-JOB.
           MOVE WS-EXC-MATCH-DATE TO EX-MATCH-DATE.
           MOVE WS-EXC-MATCH-TEXT TO EX-MATCH-TEXT.
           MOVE WS-EXC-DETAIL TO EX-DETAIL.
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO EX-LAST-SEEN-DATE.
           MOVE 1 TO EX-TIMES-SEEN.
           MOVE "O" TO EX-ITEM-STATUS.
           MOVE 0 TO EX-OWNER.
           MOVE SPACES TO EX-RESOLUTION-NOTE.
           MOVE 0 TO EX-CHANGED-OPERATOR.
           MOVE 0 TO EX-CHANGED-DATE.
           MOVE 0 TO EX-CHANGED-TIME.
           MOVE 0 TO EX-CLOSED-OPERATOR.
           MOVE 0 TO EX-CLOSED-DATE.
           MOVE 0 TO EX-CLOSED-TIME.
           MOVE 0 TO EX-REOPENED-COUNT.
           WRITE EXCEPTION-TRACKING-RECORD
               INVALID KEY
                   IF WS-ITEM-NUMBER < 999999
                       GO TO WRITE-ITEM-NEXT-NUMBER
                   END-IF
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   DISPLAY "EXCPRPT: ITEM NOT WRITTEN, STATUS "
                       WS-EXCPTRK-STATUS
                   GO TO WRITE-NEW-ITEM-EXIT
           END-WRITE.
           ADD 1 TO WS-NEW-COUNT.
           ADD 1 TO WS-REPORT-NEW.
           MOVE 0 TO EX-ITEM-NUMBER.
           READ EXCEPTION-TRACKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EX-LAST-ITEM-NUMBER < WS-ITEM-NUMBER
                       MOVE WS-ITEM-NUMBER TO EX-LAST-ITEM-NUMBER
                       REWRITE EXCEPTION-TRACKING-RECORD
                   END-IF
           END-READ.
       WRITE-NEW-ITEM-EXIT.
           EXIT.

      *> ---------------------------------------------------------------
      *> Every item still open, oldest first, with its age in days
      *> from the night it was first raised.  NEW was raised this
      *> night, AGAIN was raised before and reported again, CARRIED
      *> was not reported this night but is not yet resolved.
      *> ---------------------------------------------------------------
       PRINT-OPEN-ITEMS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "OPEN EXCEPTIONS" TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ITEM   SOURCE   RAISED    AGE OWNER  LAST SEEN"
               " STATE    NOTE"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 0 TO EX-ITEM-NUMBER.
           START EXCEPTION-TRACKING-FILE
               KEY IS GREATER THAN EX-ITEM-NUMBER
               INVALID KEY
                   GO TO PRINT-OPEN-ITEMS-EXIT
           END-START.
       OPEN-ITEM-READ-NEXT.
           READ EXCEPTION-TRACKING-FILE NEXT RECORD
               AT END GO TO PRINT-OPEN-ITEMS-EXIT.
           IF NOT EX-OPEN
               GO TO OPEN-ITEM-READ-NEXT.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS = WS-BUSINESS-NUMBER -
               FUNCTION INTEGER-OF-DATE(EX-BUSINESS-DATE).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS.
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE.
           IF EX-BUSINESS-DATE = WS-BUSINESS-DATE
               MOVE "NEW" TO WS-ITEM-STATE
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               IF EX-LAST-SEEN-DATE = WS-BUSINESS-DATE
                   MOVE "AGAIN" TO WS-ITEM-STATE
               ELSE
                   MOVE "CARRIED" TO WS-ITEM-STATE
               END-IF
           END-IF.
           MOVE EX-ITEM-NUMBER TO WS-ID-ITEM.
           MOVE EX-SOURCE-JOB TO WS-ID-SOURCE.
           MOVE EX-BUSINESS-DATE TO WS-ID-RAISED.
           MOVE WS-AGE-DAYS TO WS-ID-AGE.
           IF EX-OWNER = 0
               MOVE "NONE" TO WS-ID-OWNER
           ELSE
               MOVE EX-OWNER TO WS-ID-OWNER
           END-IF.
           MOVE EX-LAST-SEEN-DATE TO WS-ID-LAST-SEEN.
           MOVE WS-ITEM-STATE TO WS-ID-STATE.
           MOVE EX-RESOLUTION-NOTE TO WS-ID-NOTE.
           MOVE WS-ITEM-DETAIL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE EX-DETAIL TO WS-IT-DETAIL.
           MOVE WS-ITEM-TEXT-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           GO TO OPEN-ITEM-READ-NEXT.
       PRINT-OPEN-ITEMS-EXIT.
           EXIT.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "EXCEPTIONS FOUND " WS-FOUND-COUNT
               "  NEW ITEMS " WS-NEW-COUNT
               "  REPORTED AGAIN " WS-AGAIN-COUNT
               "  REOPENED " WS-REOPENED-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "OPEN ITEMS " WS-OPEN-COUNT
               "  CARRIED FORWARD " WS-CARRIED-COUNT
               "  OLDEST " WS-OLDEST-AGE " DAYS"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-UPDATE-FAIL-COUNT > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "** ITEMS NOT WRITTEN OR UPDATED: "
                   WS-UPDATE-FAIL-COUNT " **"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
