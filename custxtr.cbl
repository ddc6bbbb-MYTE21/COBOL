       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  CUSTXTR.

      *> ---------------------------------------------------------------
      *>    NIGHTLY EXTRACT OF LOCAL CUSTOMER CHANGES FOR HEAD OFFICE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  A run whose line cannot be added to CUSTXTR.HST
      *>               ends with return code 8 and names the run
      *>               number, as the next run would send the same
      *>               journal entries again.  The journal is now
      *>               written by CUSTLOAD's resubmission pass, not
      *>               CUSTFIX.
      *>   2026-10-15  New program: turns the customer change journal
      *>               (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy, written by
      *>               CUSTMNT, SSNCHG, CUSTMRG and CUSTFIX) into the
      *>               numbered outbound file CUSTHOnnnnnn.DAT for head
      *>               office, nnnnnn being the run sequence number.
      *>               Records are the 50-byte head-office feed layout
      *>               (action, SSN, name, account) between an "H"
      *>               header carrying the run number, date and time
      *>               and a "T" trailer carrying the run number, the
      *>               record count and the SSN hash total.  Actions:
      *>               A add and C change send the record after the
      *>               change; D delete sends the record deleted; an
      *>               SSN correction sends D for the old SSN and A
      *>               for the new; a merge sends D for the retired
      *>               duplicate.  Each run appends a line to the run
      *>               history CUSTXTR.HST (run number, date, time,
      *>               journal records sent through, records sent,
      *>               file name); the next run starts after the last
      *>               journal record sent and takes the next number,
      *>               so nothing is sent twice or skipped.  The line
      *>               is written only once the outbound file is
      *>               complete, so a run that fails is rerun under the
      *>               same number.  A file is written every night,
      *>               empty if nothing changed, so head office sees
      *>               an unbroken run of numbers.  CUSTXTR.RPT lists
      *>               every record sent with the program, operator
      *>               and time of the change.  Return code 4 when a
      *>               journal entry cannot be sent (listed and passed
      *>               over), 8 when the journal or run history cannot
      *>               be read or the journal is shorter than what was
      *>               already sent.
      *>               JOBPLAN.DAT step:
      *>                 CUSTXTR    CUSTXTR  0004 SKIP DAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUSTJRNL-STATUS.
           SELECT EXTRACT-HISTORY-FILE ASSIGN TO "CUSTXTR.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT EXTRACT-REPORT-FILE ASSIGN TO "CUSTXTR.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-JOURNAL-FILE.
       01  CUSTOMER-JOURNAL-RECORD.
           COPY CUSTJRNL.

       FD  EXTRACT-HISTORY-FILE.
       01  EXTRACT-HISTORY-RECORD.
           02 XR-RUN-SEQ            PIC 9(06).
           02 FILLER                PIC X.
           02 XR-RUN-DATE           PIC 9(08).
           02 FILLER                PIC X.
           02 XR-RUN-TIME           PIC 9(08).
           02 FILLER                PIC X.
           02 XR-JOURNAL-THROUGH    PIC 9(09).
           02 FILLER                PIC X.
           02 XR-RECORDS-SENT       PIC 9(06).
           02 FILLER                PIC X.
           02 XR-FILE-NAME          PIC X(20).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD          PIC X(50).

       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  EXTRACT-CONTROL.
           02 WS-CUSTJRNL-STATUS    PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-RUN-RECORDED       PIC X.
              88 RUN-WAS-RECORDED   VALUE "Y".
           02 WS-OUTBOUND-STATUS    PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-OUTBOUND-FILE-NAME PIC X(20).
           02 WS-RUN-DATE           PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-EXTRACT-RC         PIC 9(02) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-LAST-RUN-SEQ       PIC 9(06) VALUE 0.
           02 WS-RUN-SEQ            PIC 9(06) VALUE 0.
           02 WS-LAST-THROUGH       PIC 9(09) VALUE 0.
           02 WS-JOURNAL-COUNT      PIC 9(09) VALUE 0.
           02 WS-JOURNAL-READ       PIC 9(09) VALUE 0.
           02 WS-NEW-ENTRIES        PIC 9(09) VALUE 0.
           02 WS-INVALID-COUNT      PIC 9(06) VALUE 0.
           02 WS-SENT-COUNT         PIC 9(06) VALUE 0.
           02 WS-ADD-COUNT          PIC 9(06) VALUE 0.
           02 WS-CHANGE-COUNT       PIC 9(06) VALUE 0.
           02 WS-DELETE-COUNT       PIC 9(06) VALUE 0.
           02 WS-SSN-HASH           PIC 9(15) VALUE 0.
           02 WS-ENTRY-VALID        PIC X.
              88 ENTRY-IS-VALID     VALUE "Y".

       01  WS-OUTBOUND-HEADER.
           02 XH-RECORD-TYPE        PIC X VALUE "H".
           02 XH-RUN-SEQ            PIC 9(06).
           02 XH-EXTRACT-DATE       PIC 9(08).
           02 XH-EXTRACT-TIME       PIC 9(08).
           02 XH-SOURCE-SYSTEM      PIC X(08) VALUE "CUSTMST".
           02 FILLER                PIC X(19) VALUE SPACES.

       01  WS-OUTBOUND-DETAIL.
           02 XD-ACTION             PIC X.
           02 XD-SSNUM              PIC 9(09).
           02 XD-CUSTOMER-NAME      PIC X(30).
           02 XD-ACCOUNT-NUMBER     PIC X(10).

       01  WS-OUTBOUND-TRAILER.
           02 XT-RECORD-TYPE        PIC X VALUE "T".
           02 XT-RUN-SEQ            PIC 9(06).
           02 XT-RECORD-COUNT       PIC 9(06).
           02 XT-SSN-HASH           PIC 9(15).
           02 FILLER                PIC X(22) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           02 WS-RD-ACTION          PIC X(01).
           02 FILLER                PIC X(02).
           02 WS-RD-SSNUM           PIC X(09).
           02 FILLER                PIC X(02).
           02 WS-RD-NAME            PIC X(30).
           02 FILLER                PIC X(02).
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02).
           02 WS-RD-PROGRAM         PIC X(08).
           02 FILLER                PIC X(02).
           02 WS-RD-OPERATOR        PIC X(06).
           02 FILLER                PIC X(02).
           02 WS-RD-DATE            PIC X(08).
           02 FILLER                PIC X(02).
           02 WS-RD-TIME            PIC X(08).
           02 FILLER                PIC X(02).
           02 WS-RD-NOTE            PIC X(30).

       01  WS-LINKED-NOTE.
           02 WS-LN-TEXT            PIC X(20).
           02 WS-LN-SSNUM           PIC 9(09).
           02 FILLER                PIC X(01) VALUE SPACE.

       01  WS-INVALID-NOTE.
           02 FILLER                PIC X(20)
                                    VALUE "NOT SENT - JOURNAL #".
           02 WS-IN-RECORD          PIC 9(09).
           02 FILLER                PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-EXTRACT.
           PERFORM READ-EXTRACT-HISTORY
               THRU READ-EXTRACT-HISTORY-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-EXTRACTED.
           PERFORM COUNT-JOURNAL-RECORDS
               THRU COUNT-JOURNAL-RECORDS-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-EXTRACTED.
           IF WS-JOURNAL-COUNT < WS-LAST-THROUGH
               MOVE "JOURNAL SHORTER THAN ALREADY SENT"
                   TO WS-CONTROL-ERROR
               GO TO END-NOT-EXTRACTED.
           COMPUTE WS-RUN-SEQ = WS-LAST-RUN-SEQ + 1.
           MOVE SPACES TO WS-OUTBOUND-FILE-NAME.
           STRING "CUSTHO" WS-RUN-SEQ ".DAT" DELIMITED BY SIZE
               INTO WS-OUTBOUND-FILE-NAME.
           OPEN OUTPUT OUTBOUND-FILE.
           IF WS-OUTBOUND-STATUS IS NOT EQUAL TO "00"
               MOVE "OUTBOUND FILE CANNOT BE WRITTEN"
                   TO WS-CONTROL-ERROR
               GO TO END-NOT-EXTRACTED.
           PERFORM WRITE-REPORT-HEADING.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-RUN-SEQ TO XH-RUN-SEQ.
           MOVE WS-RUN-DATE TO XH-EXTRACT-DATE.
           MOVE WS-NOW TO XH-EXTRACT-TIME.
           MOVE WS-OUTBOUND-HEADER TO OUTBOUND-RECORD.
           WRITE OUTBOUND-RECORD.
           PERFORM EXTRACT-JOURNAL THRU EXTRACT-JOURNAL-EXIT.
           MOVE WS-RUN-SEQ TO XT-RUN-SEQ.
           MOVE WS-SENT-COUNT TO XT-RECORD-COUNT.
           MOVE WS-SSN-HASH TO XT-SSN-HASH.
           MOVE WS-OUTBOUND-TRAILER TO OUTBOUND-RECORD.
           WRITE OUTBOUND-RECORD.
           CLOSE OUTBOUND-FILE.
           PERFORM RECORD-EXTRACT-RUN.
           IF WS-INVALID-COUNT > 0
               MOVE 4 TO WS-EXTRACT-RC.
      *>   Unrecorded, the next run starts from the same journal point
      *>   and sends these changes again under a new run number.
           IF NOT RUN-WAS-RECORDED
               MOVE 8 TO WS-EXTRACT-RC
               DISPLAY "CUSTXTR: RUN " WS-RUN-SEQ
                   " NOT RECORDED ON CUSTXTR.HST, STATUS "
                   WS-HISTORY-STATUS
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING "RUN " WS-RUN-SEQ " NOT RECORDED ON CUSTXTR.HST"
                   " - NEXT RUN WILL SEND THESE CHANGES AGAIN"
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EXTRACT-REPORT-FILE.
           DISPLAY "CUSTXTR: RUN " WS-RUN-SEQ
               " FILE " WS-OUTBOUND-FILE-NAME
               " RECORDS SENT " WS-SENT-COUNT
               " NOT SENT " WS-INVALID-COUNT.
           MOVE WS-EXTRACT-RC TO RETURN-CODE.
           GOBACK.
       END-NOT-EXTRACTED.
           DISPLAY "CUSTXTR: NOTHING SENT - " WS-CONTROL-ERROR.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "NOTHING SENT - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           CLOSE EXTRACT-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       INITIALIZE-EXTRACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-EXTRACT-RC.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE 0 TO WS-LAST-RUN-SEQ.
           MOVE 0 TO WS-LAST-THROUGH.
           MOVE 0 TO WS-JOURNAL-COUNT.
           MOVE 0 TO WS-JOURNAL-READ.
           MOVE 0 TO WS-NEW-ENTRIES.
           MOVE 0 TO WS-INVALID-COUNT.
           MOVE 0 TO WS-SENT-COUNT.
           MOVE 0 TO WS-ADD-COUNT.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-DELETE-COUNT.
           MOVE 0 TO WS-SSN-HASH.
           MOVE SPACES TO WS-REPORT-DETAIL.
           OPEN OUTPUT EXTRACT-REPORT-FILE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "CUSTOMER CHANGES SENT TO HEAD OFFICE  " WS-RUN-DATE
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

      *> The last line of the run history holds the last run number
      *> and how far into the journal that run sent.  No history
      *> yet means this is the first run and the whole journal goes.
       READ-EXTRACT-HISTORY.
           OPEN INPUT EXTRACT-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               GO TO READ-EXTRACT-HISTORY-EXIT.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "RUN HISTORY NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO READ-EXTRACT-HISTORY-EXIT.
       READ-HISTORY-NEXT.
           READ EXTRACT-HISTORY-FILE
               AT END GO TO READ-HISTORY-DONE.
           IF XR-RUN-SEQ NOT NUMERIC
               OR XR-JOURNAL-THROUGH NOT NUMERIC
               MOVE "RUN HISTORY NOT NUMERIC" TO WS-CONTROL-ERROR
               GO TO READ-HISTORY-DONE.
           MOVE XR-RUN-SEQ TO WS-LAST-RUN-SEQ.
           MOVE XR-JOURNAL-THROUGH TO WS-LAST-THROUGH.
           GO TO READ-HISTORY-NEXT.
       READ-HISTORY-DONE.
           CLOSE EXTRACT-HISTORY-FILE.
       READ-EXTRACT-HISTORY-EXIT.
           EXIT.

      *> The journal is only ever appended to, so a journal holding
      *> fewer records than were already sent has been cut back or
      *> replaced and the run position can no longer be trusted.
       COUNT-JOURNAL-RECORDS.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS EQUAL TO "35"
               GO TO COUNT-JOURNAL-RECORDS-EXIT.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE "CHANGE JOURNAL NOT AVAILABLE" TO WS-CONTROL-ERROR
               GO TO COUNT-JOURNAL-RECORDS-EXIT.
       COUNT-JOURNAL-NEXT.
           READ CUSTOMER-JOURNAL-FILE
               AT END GO TO COUNT-JOURNAL-DONE.
           ADD 1 TO WS-JOURNAL-COUNT.
           GO TO COUNT-JOURNAL-NEXT.
       COUNT-JOURNAL-DONE.
           CLOSE CUSTOMER-JOURNAL-FILE.
       COUNT-JOURNAL-RECORDS-EXIT.
           EXIT.

      *> Journal records up to the last run's position were sent by
      *> an earlier run and are passed over.  The rest are sent as far
      *> as the end of the journal as counted, so a change journalled
      *> while this runs waits for tomorrow's file rather than being
      *> read here and then counted past.
       EXTRACT-JOURNAL.
           MOVE WS-LAST-THROUGH TO WS-JOURNAL-READ.
           IF WS-JOURNAL-COUNT = WS-LAST-THROUGH
               GO TO EXTRACT-JOURNAL-EXIT.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE WS-LAST-THROUGH TO WS-JOURNAL-COUNT
               GO TO EXTRACT-JOURNAL-EXIT.
           MOVE 0 TO WS-JOURNAL-READ.
       EXTRACT-JOURNAL-NEXT.
           IF WS-JOURNAL-READ NOT < WS-JOURNAL-COUNT
               GO TO EXTRACT-JOURNAL-DONE.
           READ CUSTOMER-JOURNAL-FILE
               AT END GO TO EXTRACT-JOURNAL-DONE.
           ADD 1 TO WS-JOURNAL-READ.
           IF WS-JOURNAL-READ NOT > WS-LAST-THROUGH
               GO TO EXTRACT-JOURNAL-NEXT.
           ADD 1 TO WS-NEW-ENTRIES.
           PERFORM EDIT-JOURNAL-ENTRY.
           IF NOT ENTRY-IS-VALID
               PERFORM LIST-INVALID-ENTRY
               GO TO EXTRACT-JOURNAL-NEXT.
           PERFORM SEND-JOURNAL-ENTRY.
           GO TO EXTRACT-JOURNAL-NEXT.
       EXTRACT-JOURNAL-DONE.
           CLOSE CUSTOMER-JOURNAL-FILE.
           MOVE WS-JOURNAL-READ TO WS-JOURNAL-COUNT.
       EXTRACT-JOURNAL-EXIT.
           EXIT.

      *> Every SSN the entry will send must be numeric: the after
      *> image for an add or change, the before image for a delete,
      *> both for an SSN correction or merge.
       EDIT-JOURNAL-ENTRY.
           MOVE "Y" TO WS-ENTRY-VALID.
           IF NOT CJ-CHANGE-VALID
               MOVE "N" TO WS-ENTRY-VALID.
           IF (CJ-CUSTOMER-ADDED OR CJ-CUSTOMER-CHANGED
               OR CJ-SSN-CORRECTED OR CJ-CUSTOMER-MERGED)
               AND CJ-AFTER-SSNUM NOT NUMERIC
               MOVE "N" TO WS-ENTRY-VALID.
           IF (CJ-CUSTOMER-DELETED OR CJ-SSN-CORRECTED
               OR CJ-CUSTOMER-MERGED)
               AND CJ-BEFORE-SSNUM NOT NUMERIC
               MOVE "N" TO WS-ENTRY-VALID.

       SEND-JOURNAL-ENTRY.
           MOVE SPACES TO WS-RD-NOTE.
           IF CJ-CUSTOMER-ADDED OR CJ-CUSTOMER-CHANGED
               MOVE CJ-CHANGE-TYPE TO XD-ACTION
               PERFORM SEND-AFTER-IMAGE.
           IF CJ-CUSTOMER-DELETED
               PERFORM SEND-BEFORE-IMAGE.
           IF CJ-SSN-CORRECTED
               MOVE "SSN CORRECTED TO " TO WS-LN-TEXT
               MOVE CJ-AFTER-SSNUM TO WS-LN-SSNUM
               MOVE WS-LINKED-NOTE TO WS-RD-NOTE
               PERFORM SEND-BEFORE-IMAGE
               MOVE "SSN CORRECTED FROM " TO WS-LN-TEXT
               MOVE CJ-BEFORE-SSNUM TO WS-LN-SSNUM
               MOVE WS-LINKED-NOTE TO WS-RD-NOTE
               MOVE "A" TO XD-ACTION
               PERFORM SEND-AFTER-IMAGE.
           IF CJ-CUSTOMER-MERGED
               MOVE "MERGED INTO " TO WS-LN-TEXT
               MOVE CJ-AFTER-SSNUM TO WS-LN-SSNUM
               MOVE WS-LINKED-NOTE TO WS-RD-NOTE
               PERFORM SEND-BEFORE-IMAGE.

       SEND-AFTER-IMAGE.
           MOVE CJ-AFTER-SSNUM TO XD-SSNUM.
           MOVE CJ-AFTER-NAME TO XD-CUSTOMER-NAME.
           MOVE CJ-AFTER-ACCOUNT TO XD-ACCOUNT-NUMBER.
           PERFORM WRITE-OUTBOUND-DETAIL.

       SEND-BEFORE-IMAGE.
           MOVE "D" TO XD-ACTION.
           MOVE CJ-BEFORE-SSNUM TO XD-SSNUM.
           MOVE CJ-BEFORE-NAME TO XD-CUSTOMER-NAME.
           MOVE CJ-BEFORE-ACCOUNT TO XD-ACCOUNT-NUMBER.
           PERFORM WRITE-OUTBOUND-DETAIL.

       WRITE-OUTBOUND-DETAIL.
           MOVE WS-OUTBOUND-DETAIL TO OUTBOUND-RECORD.
           WRITE OUTBOUND-RECORD.
           ADD 1 TO WS-SENT-COUNT.
           ADD XD-SSNUM TO WS-SSN-HASH.
           IF XD-ACTION = "A"
               ADD 1 TO WS-ADD-COUNT.
           IF XD-ACTION = "C"
               ADD 1 TO WS-CHANGE-COUNT.
           IF XD-ACTION = "D"
               ADD 1 TO WS-DELETE-COUNT.
           MOVE XD-ACTION TO WS-RD-ACTION.
           MOVE XD-SSNUM TO WS-RD-SSNUM.
           MOVE XD-CUSTOMER-NAME TO WS-RD-NAME.
           MOVE XD-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           PERFORM SET-REPORT-SOURCE.
           MOVE WS-REPORT-DETAIL TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       LIST-INVALID-ENTRY.
           ADD 1 TO WS-INVALID-COUNT.
           MOVE CJ-CHANGE-TYPE TO WS-RD-ACTION.
           MOVE CJ-AFTER-SSNUM TO WS-RD-SSNUM.
           IF CJ-CUSTOMER-DELETED
               MOVE CJ-BEFORE-SSNUM TO WS-RD-SSNUM.
           MOVE CJ-AFTER-NAME TO WS-RD-NAME.
           MOVE CJ-AFTER-ACCOUNT TO WS-RD-ACCOUNT.
           PERFORM SET-REPORT-SOURCE.
           MOVE WS-JOURNAL-READ TO WS-IN-RECORD.
           MOVE WS-INVALID-NOTE TO WS-RD-NOTE.
           MOVE WS-REPORT-DETAIL TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       SET-REPORT-SOURCE.
           MOVE CJ-PROGRAM TO WS-RD-PROGRAM.
           MOVE CJ-OPERATOR-NUMBER TO WS-RD-OPERATOR.
           MOVE CJ-JOURNAL-DATE TO WS-RD-DATE.
           MOVE CJ-JOURNAL-TIME TO WS-RD-TIME.

      *> Written only after the outbound file is closed: until this
      *> line is on the history the run has not happened, and a rerun
      *> writes the same file under the same number again.
       RECORD-EXTRACT-RUN.
           MOVE "N" TO WS-RUN-RECORDED.
           OPEN EXTEND EXTRACT-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EXTRACT-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EXTRACT-HISTORY-RECORD.
           MOVE WS-RUN-SEQ TO XR-RUN-SEQ.
           MOVE WS-RUN-DATE TO XR-RUN-DATE.
           MOVE WS-NOW TO XR-RUN-TIME.
           MOVE WS-JOURNAL-COUNT TO XR-JOURNAL-THROUGH.
           MOVE WS-SENT-COUNT TO XR-RECORDS-SENT.
           MOVE WS-OUTBOUND-FILE-NAME TO XR-FILE-NAME.
           WRITE EXTRACT-HISTORY-RECORD.
           IF WS-HISTORY-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RUN-RECORDED.
           CLOSE EXTRACT-HISTORY-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "RUN " WS-RUN-SEQ "  FILE " WS-OUTBOUND-FILE-NAME
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "A  SSN        NAME                            "
               "ACCOUNT     PROGRAM   OPER    DATE      TIME"
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "JOURNAL ENTRIES NEW " WS-NEW-ENTRIES
               "  NOT SENT " WS-INVALID-COUNT
               "  JOURNAL SENT THROUGH " WS-JOURNAL-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING "RECORDS SENT " WS-SENT-COUNT
               "  ADDS " WS-ADD-COUNT
               "  CHANGES " WS-CHANGE-COUNT
               "  DELETES " WS-DELETE-COUNT
               "  SSN HASH " WS-SSN-HASH
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
