       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  MSTBKUP.

      *> ---------------------------------------------------------------
      *>    NIGHTLY GENERATIONAL BACKUP OF THE INDEXED MASTER FILES
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Only a generation whose every copy (the last
      *>               line for each master) is OK or EMPTY counts
      *>               toward the number kept, so failed nights no
      *>               longer push good generations out.  Once the
      *>               full number of good ones is on file, an
      *>               incomplete generation older than all of them is
      *>               purged as well.
      *>   2026-10-15  The exception tracking file (EXCPTRK) is copied
      *>               with the other masters, its control total the
      *>               item number; the copy record is widened to 400
      *>               to hold it.
      *>   2026-10-15  The standing-order file (STNDORD) is copied
      *>               with the other masters, its control total the
      *>               order number.
      *>   2026-10-15  New program: unloads every indexed master -
      *>               CUSTMST, CUSTADDR, CUSTACCT, SSNHIST, ACCTBAL,
      *>               ACCTHST, APRQUEUE, OPRMAST, ACCUMMST, GLSTAT,
      *>               CLOSESTAT, CTRCASE and AUDHIST - record for
      *>               record in key order to a dated sequential copy,
      *>               <master>yyyymmdd.BKP, yyyymmdd being the day of
      *>               the run (the generation).  NAMEXREF and NAMENDX
      *>               are not copied: CUSTVRFY rebuilds them from
      *>               CUSTMST.  Each copy is listed on MSTBKUP.HST
      *>               (copybooks/BKUPHST.cpy: generation, master,
      *>               copy name, date and time the copy began,
      *>               record count, control total, OK/EMPTY/FAILED)
      *>               for MSTREST to reload and prove
      *>               against; the control total is the sum of one
      *>               field of every record - the balance for ACCTBAL,
      *>               the posting amount for ACCTHST, the accumulator
      *>               for ACCUMMST, the key (or SSN) for the others.
      *>               A master not on file is listed EMPTY.  Once
      *>               every copy is clean the oldest generations
      *>               beyond the number to keep - JOBPLAN.DAT
      *>               parameter JOBPARM1 (argument 1 when run by
      *>               hand), default 7 - have their copies purged and
      *>               are dropped from MSTBKUP.HST through the work
      *>               file MSTBKUP.TMP; a night whose backup failed
      *>               purges nothing.  A rerun on the same day
      *>               replaces that day's copies and its later lines
      *>               on MSTBKUP.HST stand.  Report to MSTBKUP.RPT.
      *>               Return code 8 when a master cannot be read or a
      *>               copy written, so the night stops before any
      *>               master is changed without a backup behind it.
      *>               JOBPLAN.DAT step, first step of the night:
      *>                 MSTBKUP    MSTBKUP  0004 SKIP DAY  07
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-SSNUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SSN-HISTORY-FILE ASSIGN TO "SSNHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-OLD-SSNUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AB-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APRQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PA-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCUM-MASTER-FILE ASSIGN TO "ACCUMMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AM-OPERATOR-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GL-STATUS-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GS-EXTRACT-DATE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CS-CLOSE-DATE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMPLIANCE-CASE-FILE ASSIGN TO "CTRCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CC-CASE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               ALTERNATE RECORD KEY IS AU-POST-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXCEPTION-TRACKING-FILE ASSIGN TO "EXCPTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EX-ITEM-NUMBER
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT BACKUP-HISTORY-FILE ASSIGN TO "MSTBKUP.HST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "MSTBKUP.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BACKUP-REPORT-FILE ASSIGN TO "MSTBKUP.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  SSN-HISTORY-FILE.
       01  SSN-HISTORY-RECORD.
           COPY SSNHIST.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           COPY ACCTBAL.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           COPY ACCTHST.

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APRQUE.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  ACCUM-MASTER-FILE.
       01  ACCUM-MASTER-RECORD.
           02 AM-OPERATOR-NUMBER    PIC 9(06).
           02 AM-ACCUMULATOR        PIC S9(8)V99.
           02 AM-ENTRY-COUNT        PIC 9(06).

       FD  GL-STATUS-FILE.
       01  GL-STATUS-RECORD.
           COPY GLSTAT.

       FD  CLOSE-STATUS-FILE.
       01  CLOSE-STATUS-RECORD.
           COPY CLOSTAT.

       FD  COMPLIANCE-CASE-FILE.
       01  COMPLIANCE-CASE-RECORD.
           COPY CTRCASE.

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           COPY AUDHIST.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           COPY STNDORD.

       FD  EXCEPTION-TRACKING-FILE.
       01  EXCEPTION-TRACKING-RECORD.
           COPY EXCPTRK.

       FD  BACKUP-COPY-FILE.
       01  BACKUP-COPY-RECORD       PIC X(400).

       FD  BACKUP-HISTORY-FILE.
       01  BACKUP-HISTORY-RECORD.
           COPY BKUPHST.

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD      PIC X(120).

       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  BACKUP-CONTROL.
           02 WS-MASTER-STATUS      PIC XX.
           02 WS-COPY-STATUS        PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-WORK-STATUS        PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-COPY-NAME          PIC X(24).
           02 WS-MASTER-NAME        PIC X(10).
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(03).
           02 WS-ENV-PARM           PIC X(03).
           02 WS-KEEP-GENERATIONS   PIC 9(03) VALUE 7.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-COPY-DATE          PIC 9(08).
           02 WS-COPY-TIME          PIC 9(08).
           02 WS-COPY-OPEN          PIC X.
              88 COPY-IN-PROGRESS VALUE "Y".
           02 WS-COPY-RESULT        PIC X(06).
           02 WS-RECORD-COUNT       PIC 9(09).
           02 WS-CONTROL-TOTAL      PIC S9(15)V99.
           02 WS-COPIED-COUNT       PIC 9(02) VALUE 0.
           02 WS-EMPTY-COUNT        PIC 9(02) VALUE 0.
           02 WS-FAILED-COUNT       PIC 9(02) VALUE 0.
           02 WS-TOTAL-RECORDS      PIC 9(10) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-GEN-MAX            PIC 9(03) COMP VALUE 0.
           02 WS-GEN-SUB            PIC 9(03) COMP.
           02 WS-GEN-FOUND          PIC 9(03) COMP.
           02 WS-GEN-LIVE           PIC 9(03) COMP.
           02 WS-GEN-OLDEST         PIC 9(03) COMP.
           02 WS-GEN-BAD-COPIES     PIC 9(03) COMP.
           02 WS-MASTER-FOUND       PIC 9(02) COMP.
           02 WS-MASTER-SUB         PIC 9(02) COMP.
           02 WS-PURGED-COUNT       PIC 9(03) VALUE 0.
           02 WS-DELETE-RESULT      PIC S9(09) COMP.
           02 WS-SHOW-KEEP          PIC ZZ9.

      *> Every generation on MSTBKUP.HST, with whether it is to be
      *> purged tonight and, by position in WS-MASTER-LIST, whether
      *> each master's last copy in it was good (Y) or not (N).
       01  WS-GENERATION-TABLE.
           02 WS-GEN-ENTRY OCCURS 400 TIMES.
              03 WS-GEN-DATE        PIC 9(08).
              03 WS-GEN-PURGE       PIC X.
                 88 GENERATION-TO-PURGE VALUE "Y".
              03 WS-GEN-COPIES      PIC X(15).
              03 FILLER REDEFINES WS-GEN-COPIES.
                 04 WS-GEN-COPY-OK  PIC X OCCURS 15 TIMES.

       01  WS-MASTER-LIST.
           02 FILLER                PIC X(10) VALUE "CUSTMST".
           02 FILLER                PIC X(10) VALUE "CUSTADDR".
           02 FILLER                PIC X(10) VALUE "CUSTACCT".
           02 FILLER                PIC X(10) VALUE "SSNHIST".
           02 FILLER                PIC X(10) VALUE "ACCTBAL".
           02 FILLER                PIC X(10) VALUE "ACCTHST".
           02 FILLER                PIC X(10) VALUE "APRQUEUE".
           02 FILLER                PIC X(10) VALUE "OPRMAST".
           02 FILLER                PIC X(10) VALUE "ACCUMMST".
           02 FILLER                PIC X(10) VALUE "GLSTAT".
           02 FILLER                PIC X(10) VALUE "CLOSESTAT".
           02 FILLER                PIC X(10) VALUE "CTRCASE".
           02 FILLER                PIC X(10) VALUE "AUDHIST".
           02 FILLER                PIC X(10) VALUE "STNDORD".
           02 FILLER                PIC X(10) VALUE "EXCPTRK".
       01  FILLER REDEFINES WS-MASTER-LIST.
           02 WS-MASTER-ENTRY OCCURS 15 TIMES PIC X(10).

       01  WS-COPY-LINE.
           02 WS-CL-MASTER          PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-COPY            PIC X(24).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-COUNT           PIC Z(8)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-TOTAL           PIC Z(14)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-RESULT          PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-CL-NOTE            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BACKUP.
           PERFORM UNLOAD-CUSTMST THRU UNLOAD-CUSTMST-EXIT.
           PERFORM UNLOAD-CUSTADDR THRU UNLOAD-CUSTADDR-EXIT.
           PERFORM UNLOAD-CUSTACCT THRU UNLOAD-CUSTACCT-EXIT.
           PERFORM UNLOAD-SSNHIST THRU UNLOAD-SSNHIST-EXIT.
           PERFORM UNLOAD-ACCTBAL THRU UNLOAD-ACCTBAL-EXIT.
           PERFORM UNLOAD-ACCTHST THRU UNLOAD-ACCTHST-EXIT.
           PERFORM UNLOAD-APRQUEUE THRU UNLOAD-APRQUEUE-EXIT.
           PERFORM UNLOAD-OPRMAST THRU UNLOAD-OPRMAST-EXIT.
           PERFORM UNLOAD-ACCUMMST THRU UNLOAD-ACCUMMST-EXIT.
           PERFORM UNLOAD-GLSTAT THRU UNLOAD-GLSTAT-EXIT.
           PERFORM UNLOAD-CLOSESTAT THRU UNLOAD-CLOSESTAT-EXIT.
           PERFORM UNLOAD-CTRCASE THRU UNLOAD-CTRCASE-EXIT.
           PERFORM UNLOAD-AUDHIST THRU UNLOAD-AUDHIST-EXIT.
           PERFORM UNLOAD-STNDORD THRU UNLOAD-STNDORD-EXIT.
           PERFORM UNLOAD-EXCPTRK THRU UNLOAD-EXCPTRK-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-BACKED-UP.
           IF WS-FAILED-COUNT > 0
               MOVE "A MASTER DID NOT COPY - NOTHING PURGED"
                   TO WS-CONTROL-ERROR
               GO TO END-NOT-BACKED-UP.
           PERFORM PRUNE-GENERATIONS THRU PRUNE-GENERATIONS-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-BACKED-UP.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BACKUP-REPORT-FILE.
           DISPLAY "MSTBKUP: GENERATION " WS-TODAY
               " COPIED " WS-COPIED-COUNT
               " EMPTY " WS-EMPTY-COUNT
               " RECORDS " WS-TOTAL-RECORDS
               " PURGED " WS-PURGED-COUNT.
           GOBACK.
       END-NOT-BACKED-UP.
           DISPLAY "MSTBKUP: STOPPED - " WS-CONTROL-ERROR.
           MOVE SPACES TO BACKUP-REPORT-LINE.
           STRING "STOPPED - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BACKUP-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> The number of generations to keep comes from JOBPARM1 when
      *> the nightly driver CALLs this program (ACCEPT FROM
      *> ARGUMENT-VALUE would return the driver's own command line),
      *> else from argument 1.
       INITIALIZE-BACKUP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE 7 TO WS-KEEP-GENERATIONS.
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
               COMPUTE WS-KEEP-GENERATIONS =
                   FUNCTION NUMVAL(WS-ARG-TEXT)
               IF WS-KEEP-GENERATIONS = 0
                   MOVE 7 TO WS-KEEP-GENERATIONS
               END-IF
           END-IF.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 0 TO WS-EMPTY-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE 0 TO WS-TOTAL-RECORDS.
           MOVE 0 TO WS-PURGED-COUNT.
           MOVE SPACES TO WS-CONTROL-ERROR.
           MOVE WS-KEEP-GENERATIONS TO WS-SHOW-KEEP.
           OPEN OUTPUT BACKUP-REPORT-FILE.
           MOVE SPACES TO BACKUP-REPORT-LINE.
           STRING "MASTER FILE BACKUP  GENERATION " WS-TODAY
               "  KEEPING " WS-SHOW-KEEP " GENERATIONS"
               DELIMITED BY SIZE INTO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.
           MOVE SPACES TO BACKUP-REPORT-LINE.
           STRING "MASTER      COPY                         RECORDS"
               "     CONTROL TOTAL      RESULT"
               DELIMITED BY SIZE INTO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.

      *> Each master is read front to back through its prime key
      *> and every record copied as it stands.  The unload paragraphs
      *> differ only in the file and the control-total field.
       UNLOAD-CUSTMST.
           MOVE "CUSTMST" TO WS-MASTER-NAME.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTMST-EXIT.
       UNLOAD-CUSTMST-NEXT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END GO TO UNLOAD-CUSTMST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-CUSTMST-DONE.
           MOVE CUSTOMER-MASTER-RECORD TO BACKUP-COPY-RECORD.
           IF CM-SSNUM IS NUMERIC
               ADD CM-SSNUM TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTMST-NEXT.
       UNLOAD-CUSTMST-DONE.
           CLOSE CUSTOMER-MASTER.
           PERFORM FINISH-COPY.
       UNLOAD-CUSTMST-EXIT.
           EXIT.

       UNLOAD-CUSTADDR.
           MOVE "CUSTADDR" TO WS-MASTER-NAME.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTADDR-EXIT.
       UNLOAD-CUSTADDR-NEXT.
           READ CUSTOMER-ADDRESS-FILE NEXT RECORD
               AT END GO TO UNLOAD-CUSTADDR-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-CUSTADDR-DONE.
           MOVE CUSTOMER-ADDRESS-RECORD TO BACKUP-COPY-RECORD.
           IF CA-SSNUM IS NUMERIC
               ADD CA-SSNUM TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTADDR-NEXT.
       UNLOAD-CUSTADDR-DONE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-CUSTADDR-EXIT.
           EXIT.

       UNLOAD-CUSTACCT.
           MOVE "CUSTACCT" TO WS-MASTER-NAME.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTACCT-EXIT.
       UNLOAD-CUSTACCT-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO UNLOAD-CUSTACCT-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-CUSTACCT-DONE.
           MOVE CUSTOMER-ACCOUNT-RECORD TO BACKUP-COPY-RECORD.
           IF CR-SSNUM IS NUMERIC
               ADD CR-SSNUM TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-CUSTACCT-NEXT.
       UNLOAD-CUSTACCT-DONE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-CUSTACCT-EXIT.
           EXIT.

       UNLOAD-SSNHIST.
           MOVE "SSNHIST" TO WS-MASTER-NAME.
           OPEN INPUT SSN-HISTORY-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-SSNHIST-EXIT.
       UNLOAD-SSNHIST-NEXT.
           READ SSN-HISTORY-FILE NEXT RECORD
               AT END GO TO UNLOAD-SSNHIST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-SSNHIST-DONE.
           MOVE SSN-HISTORY-RECORD TO BACKUP-COPY-RECORD.
           IF SH-OLD-SSNUM IS NUMERIC
               ADD SH-OLD-SSNUM TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-SSNHIST-NEXT.
       UNLOAD-SSNHIST-DONE.
           CLOSE SSN-HISTORY-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-SSNHIST-EXIT.
           EXIT.

       UNLOAD-ACCTBAL.
           MOVE "ACCTBAL" TO WS-MASTER-NAME.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-ACCTBAL-EXIT.
       UNLOAD-ACCTBAL-NEXT.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END GO TO UNLOAD-ACCTBAL-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-ACCTBAL-DONE.
           MOVE ACCOUNT-BALANCE-RECORD TO BACKUP-COPY-RECORD.
           IF AB-BALANCE IS NUMERIC
               ADD AB-BALANCE TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-ACCTBAL-NEXT.
       UNLOAD-ACCTBAL-DONE.
           CLOSE ACCOUNT-BALANCE-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-ACCTBAL-EXIT.
           EXIT.

       UNLOAD-ACCTHST.
           MOVE "ACCTHST" TO WS-MASTER-NAME.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-ACCTHST-EXIT.
       UNLOAD-ACCTHST-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO UNLOAD-ACCTHST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-ACCTHST-DONE.
           MOVE ACCOUNT-HISTORY-RECORD TO BACKUP-COPY-RECORD.
           IF AH-POST-AMOUNT IS NUMERIC
               ADD AH-POST-AMOUNT TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-ACCTHST-NEXT.
       UNLOAD-ACCTHST-DONE.
           CLOSE ACCOUNT-HISTORY-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-ACCTHST-EXIT.
           EXIT.

       UNLOAD-APRQUEUE.
           MOVE "APRQUEUE" TO WS-MASTER-NAME.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-APRQUEUE-EXIT.
       UNLOAD-APRQUEUE-NEXT.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END GO TO UNLOAD-APRQUEUE-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-APRQUEUE-DONE.
           MOVE APPROVAL-QUEUE-RECORD TO BACKUP-COPY-RECORD.
           IF PA-ITEM-NUMBER IS NUMERIC
               ADD PA-ITEM-NUMBER TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-APRQUEUE-NEXT.
       UNLOAD-APRQUEUE-DONE.
           CLOSE APPROVAL-QUEUE-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-APRQUEUE-EXIT.
           EXIT.

       UNLOAD-OPRMAST.
           MOVE "OPRMAST" TO WS-MASTER-NAME.
           OPEN INPUT OPERATOR-MASTER-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-OPRMAST-EXIT.
       UNLOAD-OPRMAST-NEXT.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END GO TO UNLOAD-OPRMAST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-OPRMAST-DONE.
           MOVE OPERATOR-MASTER-RECORD TO BACKUP-COPY-RECORD.
           IF OM-OPERATOR-NUMBER IS NUMERIC
               ADD OM-OPERATOR-NUMBER TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-OPRMAST-NEXT.
       UNLOAD-OPRMAST-DONE.
           CLOSE OPERATOR-MASTER-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-OPRMAST-EXIT.
           EXIT.

       UNLOAD-ACCUMMST.
           MOVE "ACCUMMST" TO WS-MASTER-NAME.
           OPEN INPUT ACCUM-MASTER-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-ACCUMMST-EXIT.
       UNLOAD-ACCUMMST-NEXT.
           READ ACCUM-MASTER-FILE NEXT RECORD
               AT END GO TO UNLOAD-ACCUMMST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-ACCUMMST-DONE.
           MOVE ACCUM-MASTER-RECORD TO BACKUP-COPY-RECORD.
           IF AM-ACCUMULATOR IS NUMERIC
               ADD AM-ACCUMULATOR TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-ACCUMMST-NEXT.
       UNLOAD-ACCUMMST-DONE.
           CLOSE ACCUM-MASTER-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-ACCUMMST-EXIT.
           EXIT.

       UNLOAD-GLSTAT.
           MOVE "GLSTAT" TO WS-MASTER-NAME.
           OPEN INPUT GL-STATUS-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-GLSTAT-EXIT.
       UNLOAD-GLSTAT-NEXT.
           READ GL-STATUS-FILE NEXT RECORD
               AT END GO TO UNLOAD-GLSTAT-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-GLSTAT-DONE.
           MOVE GL-STATUS-RECORD TO BACKUP-COPY-RECORD.
           IF GS-EXTRACT-DATE IS NUMERIC
               ADD GS-EXTRACT-DATE TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-GLSTAT-NEXT.
       UNLOAD-GLSTAT-DONE.
           CLOSE GL-STATUS-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-GLSTAT-EXIT.
           EXIT.

       UNLOAD-CLOSESTAT.
           MOVE "CLOSESTAT" TO WS-MASTER-NAME.
           OPEN INPUT CLOSE-STATUS-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-CLOSESTAT-EXIT.
       UNLOAD-CLOSESTAT-NEXT.
           READ CLOSE-STATUS-FILE NEXT RECORD
               AT END GO TO UNLOAD-CLOSESTAT-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-CLOSESTAT-DONE.
           MOVE CLOSE-STATUS-RECORD TO BACKUP-COPY-RECORD.
           IF CS-CLOSE-DATE IS NUMERIC
               ADD CS-CLOSE-DATE TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-CLOSESTAT-NEXT.
       UNLOAD-CLOSESTAT-DONE.
           CLOSE CLOSE-STATUS-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-CLOSESTAT-EXIT.
           EXIT.

       UNLOAD-CTRCASE.
           MOVE "CTRCASE" TO WS-MASTER-NAME.
           OPEN INPUT COMPLIANCE-CASE-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-CTRCASE-EXIT.
       UNLOAD-CTRCASE-NEXT.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END GO TO UNLOAD-CTRCASE-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-CTRCASE-DONE.
           MOVE COMPLIANCE-CASE-RECORD TO BACKUP-COPY-RECORD.
           IF CC-CASE-NUMBER IS NUMERIC
               ADD CC-CASE-NUMBER TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-CTRCASE-NEXT.
       UNLOAD-CTRCASE-DONE.
           CLOSE COMPLIANCE-CASE-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-CTRCASE-EXIT.
           EXIT.

       UNLOAD-AUDHIST.
           MOVE "AUDHIST" TO WS-MASTER-NAME.
           OPEN INPUT AUDIT-HISTORY-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-AUDHIST-EXIT.
       UNLOAD-AUDHIST-NEXT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END GO TO UNLOAD-AUDHIST-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-AUDHIST-DONE.
           MOVE AUDIT-HISTORY-RECORD TO BACKUP-COPY-RECORD.
           IF AU-NEW-VALUE IS NUMERIC
               ADD AU-NEW-VALUE TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-AUDHIST-NEXT.
       UNLOAD-AUDHIST-DONE.
           CLOSE AUDIT-HISTORY-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-AUDHIST-EXIT.
           EXIT.

       UNLOAD-STNDORD.
           MOVE "STNDORD" TO WS-MASTER-NAME.
           OPEN INPUT STANDING-ORDER-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-STNDORD-EXIT.
       UNLOAD-STNDORD-NEXT.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END GO TO UNLOAD-STNDORD-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-STNDORD-DONE.
           MOVE STANDING-ORDER-RECORD TO BACKUP-COPY-RECORD.
           IF SO-ORDER-NUMBER IS NUMERIC
               ADD SO-ORDER-NUMBER TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-STNDORD-NEXT.
       UNLOAD-STNDORD-DONE.
           CLOSE STANDING-ORDER-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-STNDORD-EXIT.
           EXIT.

       UNLOAD-EXCPTRK.
           MOVE "EXCPTRK" TO WS-MASTER-NAME.
           OPEN INPUT EXCEPTION-TRACKING-FILE.
           PERFORM START-COPY THRU START-COPY-EXIT.
           IF NOT COPY-IN-PROGRESS
               GO TO UNLOAD-EXCPTRK-EXIT.
       UNLOAD-EXCPTRK-NEXT.
           READ EXCEPTION-TRACKING-FILE NEXT RECORD
               AT END GO TO UNLOAD-EXCPTRK-DONE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-READ-FAILED
               GO TO UNLOAD-EXCPTRK-DONE.
           MOVE EXCEPTION-TRACKING-RECORD TO BACKUP-COPY-RECORD.
           IF EX-ITEM-NUMBER IS NUMERIC
               ADD EX-ITEM-NUMBER TO WS-CONTROL-TOTAL.
           PERFORM WRITE-COPY-RECORD.
           IF COPY-IN-PROGRESS
               GO TO UNLOAD-EXCPTRK-NEXT.
       UNLOAD-EXCPTRK-DONE.
           CLOSE EXCEPTION-TRACKING-FILE.
           PERFORM FINISH-COPY.
       UNLOAD-EXCPTRK-EXIT.
           EXIT.

      *> Called straight after the master's OPEN INPUT.  A master
      *> never created is listed EMPTY with no copy; one that will
      *> not open is a failed copy.  Otherwise the day's copy is
      *> opened fresh, replacing any earlier copy made today.
       START-COPY.
           MOVE "N" TO WS-COPY-OPEN.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-CONTROL-TOTAL.
           MOVE SPACES TO WS-CL-NOTE.
           ACCEPT WS-COPY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COPY-TIME FROM TIME.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-MASTER-NAME DELIMITED BY SPACE
               WS-TODAY ".BKP" DELIMITED BY SIZE
               INTO WS-COPY-NAME.
           IF WS-MASTER-STATUS IS EQUAL TO "35"
               MOVE "EMPTY" TO WS-COPY-RESULT
               MOVE "MASTER NOT ON FILE - NOTHING TO COPY"
                   TO WS-CL-NOTE
               ADD 1 TO WS-EMPTY-COUNT
               PERFORM RECORD-COPY-MADE
               GO TO START-COPY-EXIT.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "FAILED" TO WS-COPY-RESULT
               MOVE SPACES TO WS-CL-NOTE
               STRING "MASTER WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-CL-NOTE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM RECORD-COPY-MADE
               GO TO START-COPY-EXIT.
           OPEN OUTPUT BACKUP-COPY-FILE.
           IF WS-COPY-STATUS IS NOT EQUAL TO "00"
               MOVE "FAILED" TO WS-COPY-RESULT
               MOVE SPACES TO WS-CL-NOTE
               STRING "COPY WILL NOT OPEN, STATUS " WS-COPY-STATUS
                   DELIMITED BY SIZE INTO WS-CL-NOTE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM CLOSE-FAILED-MASTER
               PERFORM RECORD-COPY-MADE
               GO TO START-COPY-EXIT.
           MOVE "OK" TO WS-COPY-RESULT.
           MOVE "Y" TO WS-COPY-OPEN.
       START-COPY-EXIT.
           EXIT.

      *> The master is open but no copy will be made of it.
       CLOSE-FAILED-MASTER.
           IF WS-MASTER-NAME = "CUSTMST"
               CLOSE CUSTOMER-MASTER.
           IF WS-MASTER-NAME = "CUSTADDR"
               CLOSE CUSTOMER-ADDRESS-FILE.
           IF WS-MASTER-NAME = "CUSTACCT"
               CLOSE CUSTOMER-ACCOUNT-FILE.
           IF WS-MASTER-NAME = "SSNHIST"
               CLOSE SSN-HISTORY-FILE.
           IF WS-MASTER-NAME = "ACCTBAL"
               CLOSE ACCOUNT-BALANCE-FILE.
           IF WS-MASTER-NAME = "ACCTHST"
               CLOSE ACCOUNT-HISTORY-FILE.
           IF WS-MASTER-NAME = "APRQUEUE"
               CLOSE APPROVAL-QUEUE-FILE.
           IF WS-MASTER-NAME = "OPRMAST"
               CLOSE OPERATOR-MASTER-FILE.
           IF WS-MASTER-NAME = "ACCUMMST"
               CLOSE ACCUM-MASTER-FILE.
           IF WS-MASTER-NAME = "GLSTAT"
               CLOSE GL-STATUS-FILE.
           IF WS-MASTER-NAME = "CLOSESTAT"
               CLOSE CLOSE-STATUS-FILE.
           IF WS-MASTER-NAME = "CTRCASE"
               CLOSE COMPLIANCE-CASE-FILE.
           IF WS-MASTER-NAME = "AUDHIST"
               CLOSE AUDIT-HISTORY-FILE.
           IF WS-MASTER-NAME = "STNDORD"
               CLOSE STANDING-ORDER-FILE.
           IF WS-MASTER-NAME = "EXCPTRK"
               CLOSE EXCEPTION-TRACKING-FILE.

       WRITE-COPY-RECORD.
           WRITE BACKUP-COPY-RECORD.
           IF WS-COPY-STATUS IS NOT EQUAL TO "00"
               MOVE "FAILED" TO WS-COPY-RESULT
               MOVE SPACES TO WS-CL-NOTE
               STRING "COPY WRITE FAILED, STATUS " WS-COPY-STATUS
                   DELIMITED BY SIZE INTO WS-CL-NOTE
               MOVE "N" TO WS-COPY-OPEN
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

       NOTE-READ-FAILED.
           MOVE "FAILED" TO WS-COPY-RESULT.
           MOVE SPACES TO WS-CL-NOTE.
           STRING "MASTER READ FAILED, STATUS " WS-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-CL-NOTE.

       FINISH-COPY.
           CLOSE BACKUP-COPY-FILE.
           MOVE "N" TO WS-COPY-OPEN.
           IF WS-COPY-RESULT = "OK"
               ADD 1 TO WS-COPIED-COUNT
               ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           PERFORM RECORD-COPY-MADE.

      *> One MSTBKUP.HST line per master per run, whatever became of
      *> it, and the matching report line.
       RECORD-COPY-MADE.
           MOVE WS-MASTER-NAME TO WS-CL-MASTER.
           MOVE WS-COPY-NAME TO WS-CL-COPY.
           MOVE WS-RECORD-COUNT TO WS-CL-COUNT.
           MOVE WS-CONTROL-TOTAL TO WS-CL-TOTAL.
           MOVE WS-COPY-RESULT TO WS-CL-RESULT.
           MOVE WS-COPY-LINE TO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.
           OPEN EXTEND BACKUP-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT BACKUP-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BACKUP-HISTORY-RECORD.
           MOVE WS-TODAY TO BH-GENERATION.
           MOVE WS-MASTER-NAME TO BH-MASTER-NAME.
           MOVE WS-COPY-NAME TO BH-COPY-NAME.
           MOVE WS-COPY-DATE TO BH-COPY-DATE.
           MOVE WS-COPY-TIME TO BH-COPY-TIME.
           MOVE WS-RECORD-COUNT TO BH-RECORD-COUNT.
           MOVE WS-CONTROL-TOTAL TO BH-CONTROL-TOTAL.
           MOVE WS-COPY-RESULT TO BH-COPY-RESULT.
           WRITE BACKUP-HISTORY-RECORD.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY WRITE FAILED"
                   TO WS-CONTROL-ERROR.
           CLOSE BACKUP-HISTORY-FILE.

      *> Generations are counted from MSTBKUP.HST; while more good
      *> ones are on file than are to be kept the oldest is marked,
      *> its copies purged, and the history rewritten without it
      *> through MSTBKUP.TMP.  A generation is good when the last line
      *> for each of its masters is OK or EMPTY (a rerun the same day
      *> repairs it); an incomplete one does not count toward those
      *> kept.  A copy already gone is passed over, so a purge
      *> interrupted part way is simply finished the next night.
       PRUNE-GENERATIONS.
           MOVE 0 TO WS-GEN-MAX.
           OPEN INPUT BACKUP-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO PRUNE-GENERATIONS-EXIT.
       PRUNE-READ-NEXT.
           READ BACKUP-HISTORY-FILE
               AT END GO TO PRUNE-READ-DONE.
           IF BH-GENERATION NOT NUMERIC
               GO TO PRUNE-READ-NEXT.
           MOVE 0 TO WS-GEN-FOUND.
           PERFORM FIND-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-MAX OR WS-GEN-FOUND > 0.
           IF WS-GEN-FOUND > 0
               GO TO PRUNE-NOTE-COPY.
           IF WS-GEN-MAX NOT < 400
               MOVE "TOO MANY GENERATIONS ON BACKUP HISTORY"
                   TO WS-CONTROL-ERROR
               GO TO PRUNE-READ-DONE.
           ADD 1 TO WS-GEN-MAX.
           MOVE BH-GENERATION TO WS-GEN-DATE(WS-GEN-MAX).
           MOVE "N" TO WS-GEN-PURGE(WS-GEN-MAX).
           MOVE SPACES TO WS-GEN-COPIES(WS-GEN-MAX).
           MOVE WS-GEN-MAX TO WS-GEN-FOUND.
       PRUNE-NOTE-COPY.
           MOVE 0 TO WS-MASTER-FOUND.
           PERFORM FIND-BACKUP-MASTER
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > 15 OR WS-MASTER-FOUND > 0.
           IF WS-MASTER-FOUND = 0
               GO TO PRUNE-READ-NEXT.
           IF BH-COPY-GOOD OR BH-MASTER-EMPTY
               MOVE "Y" TO WS-GEN-COPY-OK(WS-GEN-FOUND, WS-MASTER-FOUND)
           ELSE
               MOVE "N" TO WS-GEN-COPY-OK(WS-GEN-FOUND, WS-MASTER-FOUND)
           END-IF.
           GO TO PRUNE-READ-NEXT.
       PRUNE-READ-DONE.
           CLOSE BACKUP-HISTORY-FILE.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO PRUNE-GENERATIONS-EXIT.
           MOVE 0 TO WS-GEN-LIVE.
           PERFORM COUNT-GOOD-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-MAX.
      *>   An incomplete generation older than every good one kept
      *>   goes too, but not while fewer good ones than the number to
      *>   keep are on file: its good copies are still worth having.
       PRUNE-MARK-OLDEST.
           IF WS-GEN-LIVE < WS-KEEP-GENERATIONS
               GO TO PRUNE-MARK-DONE.
           MOVE 0 TO WS-GEN-OLDEST.
           PERFORM FIND-OLDEST-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-MAX.
           IF WS-GEN-OLDEST = 0
               GO TO PRUNE-MARK-DONE.
           MOVE 0 TO WS-GEN-BAD-COPIES.
           INSPECT WS-GEN-COPIES(WS-GEN-OLDEST)
               TALLYING WS-GEN-BAD-COPIES FOR ALL "N".
           IF WS-GEN-BAD-COPIES = 0
               AND WS-GEN-LIVE NOT > WS-KEEP-GENERATIONS
               GO TO PRUNE-MARK-DONE.
           MOVE "Y" TO WS-GEN-PURGE(WS-GEN-OLDEST).
           IF WS-GEN-BAD-COPIES = 0
               SUBTRACT 1 FROM WS-GEN-LIVE.
           PERFORM PURGE-GENERATION-COPIES
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > 15.
           ADD 1 TO WS-PURGED-COUNT.
           MOVE SPACES TO BACKUP-REPORT-LINE.
           IF WS-GEN-BAD-COPIES = 0
               STRING "GENERATION " WS-GEN-DATE(WS-GEN-OLDEST)
                   " PURGED"
                   DELIMITED BY SIZE INTO BACKUP-REPORT-LINE
           ELSE
               STRING "GENERATION " WS-GEN-DATE(WS-GEN-OLDEST)
                   " PURGED (INCOMPLETE)"
                   DELIMITED BY SIZE INTO BACKUP-REPORT-LINE
           END-IF.
           WRITE BACKUP-REPORT-LINE.
           GO TO PRUNE-MARK-OLDEST.
       PRUNE-MARK-DONE.
           IF WS-PURGED-COUNT = 0
               GO TO PRUNE-GENERATIONS-EXIT.
           PERFORM REWRITE-BACKUP-HISTORY
               THRU REWRITE-BACKUP-HISTORY-EXIT.
       PRUNE-GENERATIONS-EXIT.
           EXIT.

       FIND-GENERATION.
           IF WS-GEN-DATE(WS-GEN-SUB) = BH-GENERATION
               MOVE WS-GEN-SUB TO WS-GEN-FOUND.

       FIND-BACKUP-MASTER.
           IF WS-MASTER-ENTRY(WS-MASTER-SUB) = BH-MASTER-NAME
               MOVE WS-MASTER-SUB TO WS-MASTER-FOUND.

       COUNT-GOOD-GENERATION.
           MOVE 0 TO WS-GEN-BAD-COPIES.
           INSPECT WS-GEN-COPIES(WS-GEN-SUB)
               TALLYING WS-GEN-BAD-COPIES FOR ALL "N".
           IF WS-GEN-BAD-COPIES = 0
               ADD 1 TO WS-GEN-LIVE.

       FIND-OLDEST-GENERATION.
           IF NOT GENERATION-TO-PURGE(WS-GEN-SUB)
               IF WS-GEN-OLDEST = 0
                   MOVE WS-GEN-SUB TO WS-GEN-OLDEST
               ELSE
                   IF WS-GEN-DATE(WS-GEN-SUB) <
                       WS-GEN-DATE(WS-GEN-OLDEST)
                       MOVE WS-GEN-SUB TO WS-GEN-OLDEST
                   END-IF
               END-IF
           END-IF.

       PURGE-GENERATION-COPIES.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-MASTER-ENTRY(WS-MASTER-SUB) DELIMITED BY SPACE
               WS-GEN-DATE(WS-GEN-OLDEST) ".BKP" DELIMITED BY SIZE
               INTO WS-COPY-NAME.
           CALL "CBL_DELETE_FILE" USING WS-COPY-NAME.
           MOVE RETURN-CODE TO WS-DELETE-RESULT.
           MOVE 0 TO RETURN-CODE.

      *> The lines of the generations kept go to MSTBKUP.TMP and are
      *> copied back over MSTBKUP.HST; the work file is purged only
      *> once the copy-back is clean, so a failure part way leaves it
      *> as the complete history.
       REWRITE-BACKUP-HISTORY.
           OPEN INPUT BACKUP-HISTORY-FILE.
           OPEN OUTPUT HISTORY-WORK-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               OR WS-WORK-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY WORK FILE NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO REWRITE-BACKUP-HISTORY-EXIT.
       REWRITE-KEEP-NEXT.
           READ BACKUP-HISTORY-FILE
               AT END GO TO REWRITE-KEEP-DONE.
           MOVE 0 TO WS-GEN-FOUND.
           IF BH-GENERATION IS NUMERIC
               PERFORM FIND-GENERATION
                   VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-MAX OR WS-GEN-FOUND > 0.
           IF WS-GEN-FOUND > 0
               IF GENERATION-TO-PURGE(WS-GEN-FOUND)
                   GO TO REWRITE-KEEP-NEXT
               END-IF
           END-IF.
           MOVE BACKUP-HISTORY-RECORD TO HISTORY-WORK-RECORD.
           WRITE HISTORY-WORK-RECORD.
           GO TO REWRITE-KEEP-NEXT.
       REWRITE-KEEP-DONE.
           CLOSE BACKUP-HISTORY-FILE.
           CLOSE HISTORY-WORK-FILE.
           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT BACKUP-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               OR WS-WORK-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY REWRITE FAILED - SEE MSTBKUP.TMP"
                   TO WS-CONTROL-ERROR
               GO TO REWRITE-BACKUP-HISTORY-EXIT.
       REWRITE-BACK-NEXT.
           READ HISTORY-WORK-FILE
               AT END GO TO REWRITE-BACK-DONE.
           MOVE HISTORY-WORK-RECORD TO BACKUP-HISTORY-RECORD.
           WRITE BACKUP-HISTORY-RECORD.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY REWRITE FAILED - SEE MSTBKUP.TMP"
                   TO WS-CONTROL-ERROR
               GO TO REWRITE-BACK-DONE.
           GO TO REWRITE-BACK-NEXT.
       REWRITE-BACK-DONE.
           CLOSE HISTORY-WORK-FILE.
           CLOSE BACKUP-HISTORY-FILE.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO REWRITE-BACKUP-HISTORY-EXIT.
           CALL "CBL_DELETE_FILE" USING "MSTBKUP.TMP".
           MOVE RETURN-CODE TO WS-DELETE-RESULT.
           MOVE 0 TO RETURN-CODE.
       REWRITE-BACKUP-HISTORY-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BACKUP-REPORT-LINE.
           STRING "MASTERS COPIED " WS-COPIED-COUNT
               "  EMPTY " WS-EMPTY-COUNT
               "  FAILED " WS-FAILED-COUNT
               "  RECORDS " WS-TOTAL-RECORDS
               "  GENERATIONS PURGED " WS-PURGED-COUNT
               DELIMITED BY SIZE INTO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.
