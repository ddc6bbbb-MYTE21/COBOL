       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  MSTREST.

      *> ---------------------------------------------------------------
      *>    MASTER FILE RESTORE FROM A BACKUP GENERATION
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  An account the roll forward could not add or
      *>               rewrite is counted as failed, not as an
      *>               exception, and ends the run with return code 8.
      *>   2026-10-15  The roll forward adds a debit or service charge
      *>               to the balance and takes off a credit, as the
      *>               posting programs do; it had the signs reversed
      *>               and listed every debit as differing.  Interest
      *>               and service charges no longer move the last
      *>               posting date and operator.
      *>   2026-10-15  The exception tracking file (EXCPTRK) may be
      *>               restored by name and is restored with ALL; the
      *>               copy record is widened to 400 to hold it.
      *>   2026-10-15  The standing-order file (STNDORD) may be
      *>               restored by name and is restored with ALL.
      *>   2026-10-15  New program: reloads indexed masters from a
      *>               generation made by MSTBKUP.  Argument 1 (or
      *>               JOBPARM1) names the generation, yyyymmdd, else
      *>               the latest on MSTBKUP.HST; argument 2 (or
      *>               JOBPARM2) names one master - CUSTMST, CUSTADDR,
      *>               CUSTACCT, SSNHIST, ACCTBAL, ACCTHST, APRQUEUE,
      *>               OPRMAST, ACCUMMST, GLSTAT, CLOSESTAT, CTRCASE or
      *>               AUDHIST - else ALL.  Each copy is first counted
      *>               against its MSTBKUP.HST line and a master is
      *>               only emptied and reloaded from a copy whose count
      *>               agrees; the records loaded and their control
      *>               total are then proved against the line.  A
      *>               master that was not on file at the backup is
      *>               left as it is.  When ACCTBAL is reloaded it is
      *>               rolled forward from every ACCTHST posting dated
      *>               at or after the time its copy began: each
      *>               account takes the balance, last posting date and
      *>               operator of its latest posting, an account
      *>               opened since the backup is added, and a posting
      *>               whose AH-NEW-BALANCE does not follow from the one
      *>               before is listed - the history's balance stands.
      *>               Restoring ACCTHST from the same generation (as
      *>               ALL does) leaves nothing to roll forward, so a
      *>               damaged ACCTBAL alone is restored by name.
      *>               Account status changes since the backup are not
      *>               on ACCTHST and must be re-entered in ACCTMNT;
      *>               after CUSTMST is reloaded CUSTVRFY rebuilds
      *>               NAMEXREF and NAMENDX.  Run only with the counters
      *>               and the nightly run stopped.  Report to
      *>               MSTREST.RPT.  Return code 4 when the roll
      *>               forward lists anything, 8 when a master is not
      *>               restored or does not prove.
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
           SELECT RESTORE-REPORT-FILE ASSIGN TO "MSTREST.RPT"
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

       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  RESTORE-CONTROL.
           02 WS-MASTER-STATUS      PIC XX.
           02 WS-COPY-STATUS        PIC XX.
           02 WS-HISTORY-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-COPY-NAME          PIC X(24).
           02 WS-MASTER-NAME        PIC X(10).
           02 WS-MASTER-WANTED      PIC X(10) VALUE "ALL".
           02 WS-ARG-NUM            PIC 9(02).
           02 WS-ARG-TEXT           PIC X(10).
           02 WS-ENV-PARM           PIC X(10).
           02 WS-GENERATION         PIC 9(08) VALUE 0.
           02 WS-TODAY              PIC 9(08).
           02 WS-RESTORE-OPEN       PIC X VALUE "N".
              88 RESTORE-IN-PROGRESS VALUE "Y".
           02 WS-RESTORE-RESULT     PIC X(06).
           02 WS-RECORD-COUNT       PIC 9(09).
           02 WS-COPY-COUNT         PIC 9(09).
           02 WS-CONTROL-TOTAL      PIC S9(15)V99.
           02 WS-RESTORED-COUNT     PIC 9(02) VALUE 0.
           02 WS-LEFT-COUNT         PIC 9(02) VALUE 0.
           02 WS-FAILED-COUNT       PIC 9(02) VALUE 0.
           02 WS-CONTROL-ERROR      PIC X(40) VALUE SPACES.
           02 WS-ENTRY-MAX          PIC 9(02) COMP VALUE 0.
           02 WS-ENTRY-SUB          PIC 9(02) COMP.
           02 WS-ENTRY-FOUND        PIC 9(02) COMP.
           02 WS-MASTER-SUB         PIC 9(02) COMP.
           02 WS-MASTER-KNOWN       PIC X.
              88 MASTER-IS-KNOWN VALUE "Y".
           02 WS-ACCTBAL-RESTORED   PIC X VALUE "N".
              88 ACCTBAL-WAS-RESTORED VALUE "Y".
           02 WS-CUSTMST-RESTORED   PIC X VALUE "N".
              88 CUSTMST-WAS-RESTORED VALUE "Y".
           02 WS-ROLL-FROM-DATE     PIC 9(08).
           02 WS-ROLL-FROM-TIME     PIC 9(08).
           02 WS-ACCOUNT-ACTIVE     PIC X VALUE "N".
              88 ACCOUNT-IN-PROGRESS VALUE "Y".
           02 WS-ACCOUNT-ADDED      PIC X.
              88 ACCOUNT-NOT-ON-BACKUP VALUE "Y".
           02 WS-CURRENT-ACCOUNT    PIC X(10).
           02 WS-BACKUP-BALANCE     PIC S9(9)V99.
           02 WS-ROLL-BALANCE       PIC S9(11)V99.
           02 WS-EXPECTED-BALANCE   PIC S9(11)V99.
           02 WS-ACCOUNT-POSTINGS   PIC 9(06).
           02 WS-POSTINGS-APPLIED   PIC 9(08) VALUE 0.
           02 WS-ACCOUNTS-ROLLED    PIC 9(06) VALUE 0.
           02 WS-ACCOUNTS-ADDED     PIC 9(06) VALUE 0.
           02 WS-ROLL-EXCEPTIONS    PIC 9(06) VALUE 0.
           02 WS-ROLL-FAILED        PIC 9(06) VALUE 0.

      *> The generation's MSTBKUP.HST lines, one per master; where a
      *> master was copied twice that day the later line replaces
      *> the earlier.
       01  WS-ENTRY-TABLE.
           02 WS-ENTRY OCCURS 20 TIMES.
              03 WS-EN-MASTER       PIC X(10).
              03 WS-EN-COPY         PIC X(24).
              03 WS-EN-COPY-DATE    PIC 9(08).
              03 WS-EN-COPY-TIME    PIC 9(08).
              03 WS-EN-COUNT        PIC 9(09).
              03 WS-EN-TOTAL        PIC S9(15)V99.
              03 WS-EN-RESULT       PIC X(06).

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

       01  WS-RESTORE-LINE.
           02 WS-RL-MASTER          PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-BACKUP-COUNT    PIC Z(8)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-LOADED-COUNT    PIC Z(8)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-BACKUP-TOTAL    PIC Z(14)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-LOADED-TOTAL    PIC Z(14)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-RESULT          PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RL-NOTE            PIC X(40).

       01  WS-ROLL-LINE.
           02 WS-RO-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RO-DATE            PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RO-BACKUP          PIC Z(10)9.99-.
           02 WS-RO-BACKUP-X REDEFINES WS-RO-BACKUP
                                    PIC X(15).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RO-ROLLED          PIC Z(10)9.99-.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RO-POSTINGS        PIC Z(5)9.
           02 WS-RO-POSTINGS-X REDEFINES WS-RO-POSTINGS
                                    PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RO-NOTE            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RESTORE.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-RESTORED.
           PERFORM READ-BACKUP-HISTORY THRU READ-BACKUP-HISTORY-EXIT.
           IF WS-CONTROL-ERROR NOT = SPACES
               GO TO END-NOT-RESTORED.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "MASTER FILE RESTORE  GENERATION " WS-GENERATION
               "  MASTERS " WS-MASTER-WANTED "  RUN " WS-TODAY
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "MASTER        BACKUP     LOADED      BACKUP TOTAL"
               "      LOADED TOTAL  RESULT"
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           PERFORM RESTORE-CUSTMST THRU RESTORE-CUSTMST-EXIT.
           PERFORM RESTORE-CUSTADDR THRU RESTORE-CUSTADDR-EXIT.
           PERFORM RESTORE-CUSTACCT THRU RESTORE-CUSTACCT-EXIT.
           PERFORM RESTORE-SSNHIST THRU RESTORE-SSNHIST-EXIT.
           PERFORM RESTORE-ACCTBAL THRU RESTORE-ACCTBAL-EXIT.
           PERFORM RESTORE-ACCTHST THRU RESTORE-ACCTHST-EXIT.
           PERFORM RESTORE-APRQUEUE THRU RESTORE-APRQUEUE-EXIT.
           PERFORM RESTORE-OPRMAST THRU RESTORE-OPRMAST-EXIT.
           PERFORM RESTORE-ACCUMMST THRU RESTORE-ACCUMMST-EXIT.
           PERFORM RESTORE-GLSTAT THRU RESTORE-GLSTAT-EXIT.
           PERFORM RESTORE-CLOSESTAT THRU RESTORE-CLOSESTAT-EXIT.
           PERFORM RESTORE-CTRCASE THRU RESTORE-CTRCASE-EXIT.
           PERFORM RESTORE-AUDHIST THRU RESTORE-AUDHIST-EXIT.
           PERFORM RESTORE-STNDORD THRU RESTORE-STNDORD-EXIT.
           PERFORM RESTORE-EXCPTRK THRU RESTORE-EXCPTRK-EXIT.
           IF ACCTBAL-WAS-RESTORED
               PERFORM ROLL-FORWARD-ACCTBAL
                   THRU ROLL-FORWARD-ACCTBAL-EXIT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RESTORE-REPORT-FILE.
           DISPLAY "MSTREST: GENERATION " WS-GENERATION
               " RESTORED " WS-RESTORED-COUNT
               " LEFT " WS-LEFT-COUNT
               " FAILED " WS-FAILED-COUNT
               " POSTINGS ROLLED FORWARD " WS-POSTINGS-APPLIED.
           IF WS-FAILED-COUNT > 0 OR WS-ROLL-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ROLL-EXCEPTIONS > 0 OR WS-ACCOUNTS-ADDED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       END-NOT-RESTORED.
           DISPLAY "MSTREST: STOPPED - " WS-CONTROL-ERROR.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "STOPPED - " WS-CONTROL-ERROR
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           CLOSE RESTORE-REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *> Generation and master come from JOBPARM1 and JOBPARM2 when
      *> the nightly driver CALLs this program, else from arguments
      *> 1 and 2.
       INITIALIZE-RESTORE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-GENERATION.
           MOVE "ALL" TO WS-MASTER-WANTED.
           MOVE SPACES TO WS-CONTROL-ERROR.
           OPEN OUTPUT RESTORE-REPORT-FILE.
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
               IF WS-ARG-TEXT(1:8) IS NUMERIC
                   AND WS-ARG-TEXT(9:2) = SPACES
                   MOVE WS-ARG-TEXT(1:8) TO WS-GENERATION
               ELSE
                   MOVE "GENERATION MUST BE YYYYMMDD"
                       TO WS-CONTROL-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "JOBPARM2" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-PARM FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-PARM
           END-ACCEPT.
           IF WS-ENV-PARM NOT = SPACES
               MOVE WS-ENV-PARM TO WS-ARG-TEXT
           ELSE
               MOVE 2 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-TEXT
               END-ACCEPT
           END-IF.
           IF WS-ARG-TEXT NOT = SPACES
               MOVE WS-ARG-TEXT TO WS-MASTER-WANTED.
           IF WS-MASTER-WANTED = "ALL"
               EXIT PARAGRAPH.
           MOVE "N" TO WS-MASTER-KNOWN.
           PERFORM CHECK-MASTER-KNOWN
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > 15.
           IF NOT MASTER-IS-KNOWN
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "NO SUCH MASTER: " WS-MASTER-WANTED
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR.

       CHECK-MASTER-KNOWN.
           IF WS-MASTER-ENTRY(WS-MASTER-SUB) = WS-MASTER-WANTED
               MOVE "Y" TO WS-MASTER-KNOWN.

      *> With no generation named the latest on MSTBKUP.HST is taken;
      *> its lines are then gathered one per master.
       READ-BACKUP-HISTORY.
           OPEN INPUT BACKUP-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
               MOVE "BACKUP HISTORY MSTBKUP.HST NOT AVAILABLE"
                   TO WS-CONTROL-ERROR
               GO TO READ-BACKUP-HISTORY-EXIT.
           IF WS-GENERATION NOT = 0
               GO TO GATHER-GENERATION.
       FIND-LATEST-NEXT.
           READ BACKUP-HISTORY-FILE
               AT END GO TO FIND-LATEST-DONE.
           IF BH-GENERATION IS NUMERIC
               AND BH-GENERATION > WS-GENERATION
               MOVE BH-GENERATION TO WS-GENERATION.
           GO TO FIND-LATEST-NEXT.
       FIND-LATEST-DONE.
           CLOSE BACKUP-HISTORY-FILE.
           OPEN INPUT BACKUP-HISTORY-FILE.
       GATHER-GENERATION.
           READ BACKUP-HISTORY-FILE
               AT END GO TO GATHER-GENERATION-DONE.
           IF BH-GENERATION NOT NUMERIC
               OR BH-GENERATION NOT = WS-GENERATION
               GO TO GATHER-GENERATION.
           MOVE 0 TO WS-ENTRY-FOUND.
           PERFORM FIND-ENTRY-FOR-LINE
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-ENTRY-MAX OR WS-ENTRY-FOUND > 0.
           IF WS-ENTRY-FOUND = 0
               IF WS-ENTRY-MAX NOT < 20
                   GO TO GATHER-GENERATION
               END-IF
               ADD 1 TO WS-ENTRY-MAX
               MOVE WS-ENTRY-MAX TO WS-ENTRY-FOUND
           END-IF.
           MOVE BH-MASTER-NAME TO WS-EN-MASTER(WS-ENTRY-FOUND).
           MOVE BH-COPY-NAME TO WS-EN-COPY(WS-ENTRY-FOUND).
           MOVE BH-COPY-DATE TO WS-EN-COPY-DATE(WS-ENTRY-FOUND).
           MOVE BH-COPY-TIME TO WS-EN-COPY-TIME(WS-ENTRY-FOUND).
           MOVE BH-RECORD-COUNT TO WS-EN-COUNT(WS-ENTRY-FOUND).
           MOVE BH-CONTROL-TOTAL TO WS-EN-TOTAL(WS-ENTRY-FOUND).
           MOVE BH-COPY-RESULT TO WS-EN-RESULT(WS-ENTRY-FOUND).
           GO TO GATHER-GENERATION.
       GATHER-GENERATION-DONE.
           CLOSE BACKUP-HISTORY-FILE.
           IF WS-ENTRY-MAX = 0
               MOVE SPACES TO WS-CONTROL-ERROR
               STRING "GENERATION " WS-GENERATION
                   " NOT ON MSTBKUP.HST"
                   DELIMITED BY SIZE INTO WS-CONTROL-ERROR.
       READ-BACKUP-HISTORY-EXIT.
           EXIT.

       FIND-ENTRY-FOR-LINE.
           IF WS-EN-MASTER(WS-ENTRY-SUB) = BH-MASTER-NAME
               MOVE WS-ENTRY-SUB TO WS-ENTRY-FOUND.

       FIND-ENTRY-FOR-MASTER.
           IF WS-EN-MASTER(WS-ENTRY-SUB) = WS-MASTER-NAME
               MOVE WS-ENTRY-SUB TO WS-ENTRY-FOUND.

      *> Each master is emptied by OPEN OUTPUT and reloaded from its
      *> copy in key order.  The restore paragraphs differ only in
      *> the file and the control-total field, which is the one
      *> MSTBKUP summed.
       RESTORE-CUSTMST.
           MOVE "CUSTMST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-CUSTMST-EXIT.
           OPEN OUTPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-CUSTMST-EXIT.
       RESTORE-CUSTMST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-CUSTMST-DONE.
           MOVE BACKUP-COPY-RECORD TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-CUSTMST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-CUSTMST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF CM-SSNUM IS NUMERIC
               ADD CM-SSNUM TO WS-CONTROL-TOTAL.
           GO TO RESTORE-CUSTMST-NEXT.
       RESTORE-CUSTMST-DONE.
           CLOSE CUSTOMER-MASTER.
           PERFORM FINISH-RESTORE.
       RESTORE-CUSTMST-EXIT.
           EXIT.

       RESTORE-CUSTADDR.
           MOVE "CUSTADDR" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-CUSTADDR-EXIT.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-CUSTADDR-EXIT.
       RESTORE-CUSTADDR-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-CUSTADDR-DONE.
           MOVE BACKUP-COPY-RECORD TO CUSTOMER-ADDRESS-RECORD.
           WRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-CUSTADDR-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-CUSTADDR-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF CA-SSNUM IS NUMERIC
               ADD CA-SSNUM TO WS-CONTROL-TOTAL.
           GO TO RESTORE-CUSTADDR-NEXT.
       RESTORE-CUSTADDR-DONE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-CUSTADDR-EXIT.
           EXIT.

       RESTORE-CUSTACCT.
           MOVE "CUSTACCT" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-CUSTACCT-EXIT.
           OPEN OUTPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-CUSTACCT-EXIT.
       RESTORE-CUSTACCT-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-CUSTACCT-DONE.
           MOVE BACKUP-COPY-RECORD TO CUSTOMER-ACCOUNT-RECORD.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-CUSTACCT-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-CUSTACCT-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF CR-SSNUM IS NUMERIC
               ADD CR-SSNUM TO WS-CONTROL-TOTAL.
           GO TO RESTORE-CUSTACCT-NEXT.
       RESTORE-CUSTACCT-DONE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-CUSTACCT-EXIT.
           EXIT.

       RESTORE-SSNHIST.
           MOVE "SSNHIST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-SSNHIST-EXIT.
           OPEN OUTPUT SSN-HISTORY-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-SSNHIST-EXIT.
       RESTORE-SSNHIST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-SSNHIST-DONE.
           MOVE BACKUP-COPY-RECORD TO SSN-HISTORY-RECORD.
           WRITE SSN-HISTORY-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-SSNHIST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-SSNHIST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF SH-OLD-SSNUM IS NUMERIC
               ADD SH-OLD-SSNUM TO WS-CONTROL-TOTAL.
           GO TO RESTORE-SSNHIST-NEXT.
       RESTORE-SSNHIST-DONE.
           CLOSE SSN-HISTORY-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-SSNHIST-EXIT.
           EXIT.

       RESTORE-ACCTBAL.
           MOVE "ACCTBAL" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-ACCTBAL-EXIT.
           OPEN OUTPUT ACCOUNT-BALANCE-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-ACCTBAL-EXIT.
       RESTORE-ACCTBAL-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-ACCTBAL-DONE.
           MOVE BACKUP-COPY-RECORD TO ACCOUNT-BALANCE-RECORD.
           WRITE ACCOUNT-BALANCE-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-ACCTBAL-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-ACCTBAL-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF AB-BALANCE IS NUMERIC
               ADD AB-BALANCE TO WS-CONTROL-TOTAL.
           GO TO RESTORE-ACCTBAL-NEXT.
       RESTORE-ACCTBAL-DONE.
           CLOSE ACCOUNT-BALANCE-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-ACCTBAL-EXIT.
           EXIT.

       RESTORE-ACCTHST.
           MOVE "ACCTHST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-ACCTHST-EXIT.
           OPEN OUTPUT ACCOUNT-HISTORY-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-ACCTHST-EXIT.
       RESTORE-ACCTHST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-ACCTHST-DONE.
           MOVE BACKUP-COPY-RECORD TO ACCOUNT-HISTORY-RECORD.
           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-ACCTHST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-ACCTHST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF AH-POST-AMOUNT IS NUMERIC
               ADD AH-POST-AMOUNT TO WS-CONTROL-TOTAL.
           GO TO RESTORE-ACCTHST-NEXT.
       RESTORE-ACCTHST-DONE.
           CLOSE ACCOUNT-HISTORY-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-ACCTHST-EXIT.
           EXIT.

       RESTORE-APRQUEUE.
           MOVE "APRQUEUE" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-APRQUEUE-EXIT.
           OPEN OUTPUT APPROVAL-QUEUE-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-APRQUEUE-EXIT.
       RESTORE-APRQUEUE-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-APRQUEUE-DONE.
           MOVE BACKUP-COPY-RECORD TO APPROVAL-QUEUE-RECORD.
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-APRQUEUE-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-APRQUEUE-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF PA-ITEM-NUMBER IS NUMERIC
               ADD PA-ITEM-NUMBER TO WS-CONTROL-TOTAL.
           GO TO RESTORE-APRQUEUE-NEXT.
       RESTORE-APRQUEUE-DONE.
           CLOSE APPROVAL-QUEUE-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-APRQUEUE-EXIT.
           EXIT.

       RESTORE-OPRMAST.
           MOVE "OPRMAST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-OPRMAST-EXIT.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-OPRMAST-EXIT.
       RESTORE-OPRMAST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-OPRMAST-DONE.
           MOVE BACKUP-COPY-RECORD TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-OPRMAST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-OPRMAST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF OM-OPERATOR-NUMBER IS NUMERIC
               ADD OM-OPERATOR-NUMBER TO WS-CONTROL-TOTAL.
           GO TO RESTORE-OPRMAST-NEXT.
       RESTORE-OPRMAST-DONE.
           CLOSE OPERATOR-MASTER-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-OPRMAST-EXIT.
           EXIT.

       RESTORE-ACCUMMST.
           MOVE "ACCUMMST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-ACCUMMST-EXIT.
           OPEN OUTPUT ACCUM-MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-ACCUMMST-EXIT.
       RESTORE-ACCUMMST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-ACCUMMST-DONE.
           MOVE BACKUP-COPY-RECORD TO ACCUM-MASTER-RECORD.
           WRITE ACCUM-MASTER-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-ACCUMMST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-ACCUMMST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF AM-ACCUMULATOR IS NUMERIC
               ADD AM-ACCUMULATOR TO WS-CONTROL-TOTAL.
           GO TO RESTORE-ACCUMMST-NEXT.
       RESTORE-ACCUMMST-DONE.
           CLOSE ACCUM-MASTER-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-ACCUMMST-EXIT.
           EXIT.

       RESTORE-GLSTAT.
           MOVE "GLSTAT" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-GLSTAT-EXIT.
           OPEN OUTPUT GL-STATUS-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-GLSTAT-EXIT.
       RESTORE-GLSTAT-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-GLSTAT-DONE.
           MOVE BACKUP-COPY-RECORD TO GL-STATUS-RECORD.
           WRITE GL-STATUS-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-GLSTAT-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-GLSTAT-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF GS-EXTRACT-DATE IS NUMERIC
               ADD GS-EXTRACT-DATE TO WS-CONTROL-TOTAL.
           GO TO RESTORE-GLSTAT-NEXT.
       RESTORE-GLSTAT-DONE.
           CLOSE GL-STATUS-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-GLSTAT-EXIT.
           EXIT.

       RESTORE-CLOSESTAT.
           MOVE "CLOSESTAT" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-CLOSESTAT-EXIT.
           OPEN OUTPUT CLOSE-STATUS-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-CLOSESTAT-EXIT.
       RESTORE-CLOSESTAT-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-CLOSESTAT-DONE.
           MOVE BACKUP-COPY-RECORD TO CLOSE-STATUS-RECORD.
           WRITE CLOSE-STATUS-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-CLOSESTAT-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-CLOSESTAT-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF CS-CLOSE-DATE IS NUMERIC
               ADD CS-CLOSE-DATE TO WS-CONTROL-TOTAL.
           GO TO RESTORE-CLOSESTAT-NEXT.
       RESTORE-CLOSESTAT-DONE.
           CLOSE CLOSE-STATUS-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-CLOSESTAT-EXIT.
           EXIT.

       RESTORE-CTRCASE.
           MOVE "CTRCASE" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-CTRCASE-EXIT.
           OPEN OUTPUT COMPLIANCE-CASE-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-CTRCASE-EXIT.
       RESTORE-CTRCASE-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-CTRCASE-DONE.
           MOVE BACKUP-COPY-RECORD TO COMPLIANCE-CASE-RECORD.
           WRITE COMPLIANCE-CASE-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-CTRCASE-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-CTRCASE-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF CC-CASE-NUMBER IS NUMERIC
               ADD CC-CASE-NUMBER TO WS-CONTROL-TOTAL.
           GO TO RESTORE-CTRCASE-NEXT.
       RESTORE-CTRCASE-DONE.
           CLOSE COMPLIANCE-CASE-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-CTRCASE-EXIT.
           EXIT.

       RESTORE-AUDHIST.
           MOVE "AUDHIST" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-AUDHIST-EXIT.
           OPEN OUTPUT AUDIT-HISTORY-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-AUDHIST-EXIT.
       RESTORE-AUDHIST-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-AUDHIST-DONE.
           MOVE BACKUP-COPY-RECORD TO AUDIT-HISTORY-RECORD.
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-AUDHIST-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-AUDHIST-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF AU-NEW-VALUE IS NUMERIC
               ADD AU-NEW-VALUE TO WS-CONTROL-TOTAL.
           GO TO RESTORE-AUDHIST-NEXT.
       RESTORE-AUDHIST-DONE.
           CLOSE AUDIT-HISTORY-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-AUDHIST-EXIT.
           EXIT.

       RESTORE-STNDORD.
           MOVE "STNDORD" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-STNDORD-EXIT.
           OPEN OUTPUT STANDING-ORDER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-STNDORD-EXIT.
       RESTORE-STNDORD-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-STNDORD-DONE.
           MOVE BACKUP-COPY-RECORD TO STANDING-ORDER-RECORD.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-STNDORD-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-STNDORD-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF SO-ORDER-NUMBER IS NUMERIC
               ADD SO-ORDER-NUMBER TO WS-CONTROL-TOTAL.
           GO TO RESTORE-STNDORD-NEXT.
       RESTORE-STNDORD-DONE.
           CLOSE STANDING-ORDER-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-STNDORD-EXIT.
           EXIT.

       RESTORE-EXCPTRK.
           MOVE "EXCPTRK" TO WS-MASTER-NAME.
           PERFORM START-RESTORE THRU START-RESTORE-EXIT.
           IF NOT RESTORE-IN-PROGRESS
               GO TO RESTORE-EXCPTRK-EXIT.
           OPEN OUTPUT EXCEPTION-TRACKING-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               PERFORM NOTE-MASTER-NOT-OPEN
               GO TO RESTORE-EXCPTRK-EXIT.
       RESTORE-EXCPTRK-NEXT.
           READ BACKUP-COPY-FILE
               AT END GO TO RESTORE-EXCPTRK-DONE.
           MOVE BACKUP-COPY-RECORD TO EXCEPTION-TRACKING-RECORD.
           WRITE EXCEPTION-TRACKING-RECORD
               INVALID KEY
                   PERFORM NOTE-WRITE-FAILED
                   GO TO RESTORE-EXCPTRK-DONE
           END-WRITE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               AND WS-MASTER-STATUS IS NOT EQUAL TO "02"
               PERFORM NOTE-WRITE-FAILED
               GO TO RESTORE-EXCPTRK-DONE.
           ADD 1 TO WS-RECORD-COUNT.
           IF EX-ITEM-NUMBER IS NUMERIC
               ADD EX-ITEM-NUMBER TO WS-CONTROL-TOTAL.
           GO TO RESTORE-EXCPTRK-NEXT.
       RESTORE-EXCPTRK-DONE.
           CLOSE EXCEPTION-TRACKING-FILE.
           PERFORM FINISH-RESTORE.
       RESTORE-EXCPTRK-EXIT.
           EXIT.

      *> Decides whether the master named is to be reloaded, and
      *> proves the copy's record count against MSTBKUP.HST before
      *> anything is touched: the copy is read through once to count
      *> it, then opened again for the load.
       START-RESTORE.
           MOVE "N" TO WS-RESTORE-OPEN.
           IF WS-MASTER-WANTED NOT = "ALL"
               AND WS-MASTER-WANTED NOT = WS-MASTER-NAME
               GO TO START-RESTORE-EXIT.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-CONTROL-TOTAL.
           MOVE SPACES TO WS-RL-NOTE.
           MOVE 0 TO WS-ENTRY-FOUND.
           PERFORM FIND-ENTRY-FOR-MASTER
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-ENTRY-MAX OR WS-ENTRY-FOUND > 0.
           IF WS-ENTRY-FOUND = 0
               MOVE "NO COPY IN THIS GENERATION - NOT RESTORED"
                   TO WS-RL-NOTE
               GO TO START-RESTORE-REFUSED.
           IF WS-EN-RESULT(WS-ENTRY-FOUND) = "EMPTY"
               MOVE "NOT ON FILE AT BACKUP - LEFT AS IT IS"
                   TO WS-RL-NOTE
               MOVE "LEFT" TO WS-RESTORE-RESULT
               ADD 1 TO WS-LEFT-COUNT
               PERFORM WRITE-RESTORE-LINE
               GO TO START-RESTORE-EXIT.
           IF WS-EN-RESULT(WS-ENTRY-FOUND) NOT = "OK"
               MOVE "BACKUP OF THIS MASTER FAILED - NOT RESTORED"
                   TO WS-RL-NOTE
               GO TO START-RESTORE-REFUSED.
           MOVE WS-EN-COPY(WS-ENTRY-FOUND) TO WS-COPY-NAME.
           OPEN INPUT BACKUP-COPY-FILE.
           IF WS-COPY-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-RL-NOTE
               STRING "COPY " WS-COPY-NAME " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-RL-NOTE
               GO TO START-RESTORE-REFUSED.
           MOVE 0 TO WS-COPY-COUNT.
       START-RESTORE-COUNT.
           READ BACKUP-COPY-FILE
               AT END GO TO START-RESTORE-COUNTED.
           ADD 1 TO WS-COPY-COUNT.
           GO TO START-RESTORE-COUNT.
       START-RESTORE-COUNTED.
           CLOSE BACKUP-COPY-FILE.
           IF WS-COPY-COUNT NOT = WS-EN-COUNT(WS-ENTRY-FOUND)
               MOVE WS-COPY-COUNT TO WS-RECORD-COUNT
               MOVE "COPY COUNT DIFFERS - MASTER NOT TOUCHED"
                   TO WS-RL-NOTE
               GO TO START-RESTORE-REFUSED.
           OPEN INPUT BACKUP-COPY-FILE.
           IF WS-COPY-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-RL-NOTE
               STRING "COPY " WS-COPY-NAME " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-RL-NOTE
               GO TO START-RESTORE-REFUSED.
           MOVE "OK" TO WS-RESTORE-RESULT.
           MOVE "Y" TO WS-RESTORE-OPEN.
           GO TO START-RESTORE-EXIT.
       START-RESTORE-REFUSED.
           MOVE "FAILED" TO WS-RESTORE-RESULT.
           ADD 1 TO WS-FAILED-COUNT.
           PERFORM WRITE-RESTORE-LINE.
       START-RESTORE-EXIT.
           EXIT.

       NOTE-MASTER-NOT-OPEN.
           MOVE "FAILED" TO WS-RESTORE-RESULT.
           MOVE SPACES TO WS-RL-NOTE.
           STRING "MASTER WILL NOT OPEN, STATUS " WS-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-RL-NOTE.
           PERFORM FINISH-RESTORE.

      *> The master was emptied and is now part loaded: it must be
      *> restored again before anyone signs on.
       NOTE-WRITE-FAILED.
           MOVE "FAILED" TO WS-RESTORE-RESULT.
           MOVE SPACES TO WS-RL-NOTE.
           STRING "WRITE FAILED, STATUS " WS-MASTER-STATUS
               " - PART LOADED, RERUN"
               DELIMITED BY SIZE INTO WS-RL-NOTE.

       FINISH-RESTORE.
           CLOSE BACKUP-COPY-FILE.
           MOVE "N" TO WS-RESTORE-OPEN.
           IF WS-RESTORE-RESULT = "OK"
               IF WS-RECORD-COUNT NOT = WS-EN-COUNT(WS-ENTRY-FOUND)
                   OR WS-CONTROL-TOTAL NOT =
                       WS-EN-TOTAL(WS-ENTRY-FOUND)
                   MOVE "DIFFER" TO WS-RESTORE-RESULT
                   MOVE "LOADED COUNT OR TOTAL DIFFERS FROM BACKUP"
                       TO WS-RL-NOTE
               END-IF
           END-IF.
           IF WS-RESTORE-RESULT = "OK"
               ADD 1 TO WS-RESTORED-COUNT
               IF WS-MASTER-NAME = "ACCTBAL"
                   MOVE "Y" TO WS-ACCTBAL-RESTORED
                   MOVE WS-EN-COPY-DATE(WS-ENTRY-FOUND)
                       TO WS-ROLL-FROM-DATE
                   MOVE WS-EN-COPY-TIME(WS-ENTRY-FOUND)
                       TO WS-ROLL-FROM-TIME
               END-IF
               IF WS-MASTER-NAME = "CUSTMST"
                   MOVE "Y" TO WS-CUSTMST-RESTORED
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           PERFORM WRITE-RESTORE-LINE.

       WRITE-RESTORE-LINE.
           MOVE WS-MASTER-NAME TO WS-RL-MASTER.
           MOVE 0 TO WS-RL-BACKUP-COUNT.
           MOVE 0 TO WS-RL-BACKUP-TOTAL.
           IF WS-ENTRY-FOUND > 0
               MOVE WS-EN-COUNT(WS-ENTRY-FOUND) TO WS-RL-BACKUP-COUNT
               MOVE WS-EN-TOTAL(WS-ENTRY-FOUND) TO WS-RL-BACKUP-TOTAL.
           MOVE WS-RECORD-COUNT TO WS-RL-LOADED-COUNT.
           MOVE WS-CONTROL-TOTAL TO WS-RL-LOADED-TOTAL.
           MOVE WS-RESTORE-RESULT TO WS-RL-RESULT.
           MOVE WS-RESTORE-LINE TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.

      *> ACCTHST is read in key order - account, posting date,
      *> sequence - from the start, and every posting made at or
      *> after the moment the ACCTBAL copy began is carried into the
      *> reloaded balance.  A posting is taken at its recorded
      *> AH-NEW-BALANCE, which is what the counter saw; one that does
      *> not follow from the balance before it is listed.
       ROLL-FORWARD-ACCTBAL.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "ACCTBAL ROLLED FORWARD FROM ACCTHST POSTINGS SINCE "
               WS-ROLL-FROM-DATE " " WS-ROLL-FROM-TIME
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "ACCOUNT     DATE        AT BACKUP      ROLLED TO"
               "     POSTINGS"
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO WS-ROLL-LINE.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "ACCTHST NOT AVAILABLE - NOT ROLLED FORWARD"
                   TO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               ADD 1 TO WS-FAILED-COUNT
               GO TO ROLL-FORWARD-ACCTBAL-EXIT.
           OPEN I-O ACCOUNT-BALANCE-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "ACCTBAL NOT AVAILABLE - NOT ROLLED FORWARD"
                   TO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               CLOSE ACCOUNT-HISTORY-FILE
               ADD 1 TO WS-FAILED-COUNT
               GO TO ROLL-FORWARD-ACCTBAL-EXIT.
           MOVE "N" TO WS-ACCOUNT-ACTIVE.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START ACCOUNT-HISTORY-FILE
               KEY IS GREATER THAN AH-HIST-KEY
               INVALID KEY
                   GO TO ROLL-FORWARD-DONE
           END-START.
       ROLL-FORWARD-NEXT.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END GO TO ROLL-FORWARD-DONE.
           IF AH-POST-DATE NOT NUMERIC OR AH-POST-TIME NOT NUMERIC
               GO TO ROLL-FORWARD-NEXT.
           IF AH-POST-DATE < WS-ROLL-FROM-DATE
               GO TO ROLL-FORWARD-NEXT.
           IF AH-POST-DATE = WS-ROLL-FROM-DATE
               AND AH-POST-TIME < WS-ROLL-FROM-TIME
               GO TO ROLL-FORWARD-NEXT.
           IF ACCOUNT-IN-PROGRESS
               AND AH-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               PERFORM FINISH-ROLL-ACCOUNT.
           IF NOT ACCOUNT-IN-PROGRESS
               PERFORM START-ROLL-ACCOUNT.
           IF AH-POST-AMOUNT NOT NUMERIC
               OR AH-NEW-BALANCE NOT NUMERIC
               MOVE AH-ACCOUNT-NUMBER TO WS-RO-ACCOUNT
               MOVE AH-POST-DATE TO WS-RO-DATE
               MOVE "POSTING NOT NUMERIC - PASSED OVER" TO WS-RO-NOTE
               PERFORM WRITE-ROLL-EXCEPTION
               GO TO ROLL-FORWARD-NEXT.
           IF AH-DEBIT-DIRECTION
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-ROLL-BALANCE + AH-POST-AMOUNT
           ELSE
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-ROLL-BALANCE - AH-POST-AMOUNT
           END-IF.
           IF AH-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
               MOVE AH-ACCOUNT-NUMBER TO WS-RO-ACCOUNT
               MOVE AH-POST-DATE TO WS-RO-DATE
               MOVE WS-EXPECTED-BALANCE TO WS-RO-BACKUP
               MOVE AH-NEW-BALANCE TO WS-RO-ROLLED
               MOVE "HISTORY BALANCE DIFFERS - HISTORY TAKEN"
                   TO WS-RO-NOTE
               PERFORM WRITE-ROLL-EXCEPTION.
           MOVE AH-NEW-BALANCE TO WS-ROLL-BALANCE.
      *>   Interest and service charges leave the last-posting date
      *>   alone, as ACCTINT does, so they do not hold off dormancy.
           IF NOT AH-POSTED-INTEREST AND NOT AH-POSTED-FEE
               MOVE AH-POST-DATE TO AB-LAST-POST-DATE
               MOVE AH-OPERATOR-NUMBER TO AB-LAST-POST-OPERATOR.
           ADD 1 TO WS-ACCOUNT-POSTINGS.
           ADD 1 TO WS-POSTINGS-APPLIED.
           GO TO ROLL-FORWARD-NEXT.
       ROLL-FORWARD-DONE.
           IF ACCOUNT-IN-PROGRESS
               PERFORM FINISH-ROLL-ACCOUNT.
           CLOSE ACCOUNT-BALANCE-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
       ROLL-FORWARD-ACCTBAL-EXIT.
           EXIT.

      *> An account with postings since the backup but no balance
      *> record was opened after it, and is added open at zero.
       START-ROLL-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-ACTIVE.
           MOVE AH-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-POSTINGS.
           MOVE AH-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-ADDED
                   MOVE SPACES TO ACCOUNT-BALANCE-RECORD
                   MOVE AH-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
                   MOVE 0 TO AB-BALANCE
                   MOVE 0 TO AB-LAST-POST-DATE
                   MOVE 0 TO AB-LAST-POST-OPERATOR
                   MOVE "O" TO AB-STATUS
                   MOVE 0 TO AB-STATUS-DATE
                   MOVE 0 TO AB-STATUS-OPERATOR
               NOT INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-ADDED
           END-READ.
           MOVE AB-BALANCE TO WS-BACKUP-BALANCE.
           MOVE AB-BALANCE TO WS-ROLL-BALANCE.

       FINISH-ROLL-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-ACTIVE.
           MOVE WS-ROLL-BALANCE TO AB-BALANCE.
           MOVE WS-CURRENT-ACCOUNT TO WS-RO-ACCOUNT.
           MOVE AB-LAST-POST-DATE TO WS-RO-DATE.
           MOVE WS-BACKUP-BALANCE TO WS-RO-BACKUP.
           MOVE WS-ROLL-BALANCE TO WS-RO-ROLLED.
           MOVE WS-ACCOUNT-POSTINGS TO WS-RO-POSTINGS.
           IF ACCOUNT-NOT-ON-BACKUP
               MOVE "NOT ON BACKUP - ADDED" TO WS-RO-NOTE
               WRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "ADD FAILED - ENTER IN ACCTMNT"
                           TO WS-RO-NOTE
                       ADD 1 TO WS-ROLL-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-ADDED
               END-WRITE
           ELSE
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED - BALANCE NOT ROLLED"
                           TO WS-RO-NOTE
                       ADD 1 TO WS-ROLL-FAILED
               END-REWRITE
           END-IF.
           ADD 1 TO WS-ACCOUNTS-ROLLED.
           MOVE WS-ROLL-LINE TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO WS-ROLL-LINE.

       WRITE-ROLL-EXCEPTION.
           ADD 1 TO WS-ROLL-EXCEPTIONS.
           MOVE WS-ROLL-LINE TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO WS-ROLL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "MASTERS RESTORED " WS-RESTORED-COUNT
               "  LEFT AS THEY WERE " WS-LEFT-COUNT
               "  FAILED " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           IF ACCTBAL-WAS-RESTORED
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "POSTINGS ROLLED FORWARD " WS-POSTINGS-APPLIED
                   "  ACCOUNTS " WS-ACCOUNTS-ROLLED
                   "  ADDED " WS-ACCOUNTS-ADDED
                   "  EXCEPTIONS " WS-ROLL-EXCEPTIONS
                   "  FAILED " WS-ROLL-FAILED
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "ACCOUNT STATUS CHANGES SINCE THE BACKUP ARE "
                   "NOT ON ACCTHST - RE-ENTER THEM IN ACCTMNT"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           END-IF.
           IF CUSTMST-WAS-RESTORED
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "CUSTMST RELOADED - RUN CUSTVRFY TO REBUILD "
                   "NAMEXREF AND NAMENDX"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           END-IF.
