      *>    NIGHTLY GENERAL-LEDGER INTERFACE EXTRACT
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Ledger coding: every "D" operator record and "A"
      *>               account record now carries the ledger account
      *>               and cost center finance posts it to, taken from
      *>               the GL mapping table GLMAP.DAT, one line per
      *>               mapping:
      *>                 kind        X(01)  K = operator keystroke
      *>                                    total, P = posting, J =
      *>                                    adjustment, I = interest,
      *>                                    F = service charge
      *>                 direction   X(01)  D = debit (amount zero or
      *>                                    more), C = credit
      *>                 department  X(10)  the operator's
      *>                                    OM-DEPARTMENT on OPRMAST;
      *>                                    blank = any department
      *>                                    not given a line of its
      *>                                    own, and operators not on
      *>                                    OPRMAST (batch postings)
      *>                 ledger      X(10)  ledger account
      *>                 cost center X(06)
      *>                 description X(30)
      *>               (fields separated by one space, "*" in column 1
      *>               for a comment line).  One "B" ledger balance
      *>               record per ledger account (item count, debit,
      *>               credit and net) precedes the trailer, and the
      *>               trailer carries the number of them.  A line that
      *>               fails to map, a bad or missing table or an
      *>               unreadable OPRMAST holds the day's file: return
      *>               code 8, no interface file, and the unmapped lines
      *>               listed on GLUNMAPyyyymmdd.RPT.
      *>   2026-10-15  Month-end interest ("I") and service-charge
      *>               ("F") lines written by ACCTINT are account
      *>               postings like "P" and "J": they go to the
      *>               posting cross-check and out as "A" records.
      *>               Each "A" record now carries the audit key it
      *>               came from (GA-POST-KIND) so the ledger can tell
      *>               interest and charges from ordinary postings.
      *>   2026-09-02  Operator table raised from 50 to 500 entries
      *>               and the account table to 500, and a full table
      *>               is now a hard error - return code 8 and no
           SELECT REGEN-QUEUE-FILE ASSIGN TO "GLREGEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-STATUS.
           SELECT GL-MAP-TABLE-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT UNMAPPED-REPORT-FILE ASSIGN TO WS-UNMAPPED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNMAPPED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGEN-QUEUE-FILE.
       01  REGEN-QUEUE-RECORD       PIC X(08).

       FD  GL-MAP-TABLE-FILE.
       01  GL-MAP-TABLE-RECORD.
           02 GM-LINE-KIND          PIC X.
              88 GM-COMMENT-LINE    VALUE "*".
              88 GM-KIND-VALID      VALUES "K" "P" "J" "I" "F".
           02 FILLER                PIC X.
           02 GM-DIRECTION          PIC X.
              88 GM-DIRECTION-VALID VALUES "D" "C".
           02 FILLER                PIC X.
           02 GM-DEPARTMENT         PIC X(10).
           02 FILLER                PIC X.
           02 GM-LEDGER-ACCOUNT     PIC X(10).
           02 FILLER                PIC X.
           02 GM-COST-CENTER        PIC X(06).
           02 FILLER                PIC X.
           02 GM-DESCRIPTION        PIC X(30).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  UNMAPPED-REPORT-FILE.
       01  UNMAPPED-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  EXTRACT-CONTROL.
           02 WS-AUDIT-LOG-NAME     PIC X(20).
           02 WS-HIGHEST-RC         PIC 9(04) VALUE 0.
           02 WS-FAIL-SUB           PIC 9(03) COMP.
           02 WS-FAIL-MAX           PIC 9(03) COMP VALUE 0.
           02 WS-GLMAP-STATUS       PIC XX.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-OPRMAST-OPEN       PIC X VALUE "N".
              88 OPRMAST-IS-OPEN VALUE "Y".
           02 WS-UNMAPPED-FILE-NAME PIC X(24).
           02 WS-UNMAPPED-STATUS    PIC XX.
           02 WS-UNMAPPED-COUNT     PIC 9(06) VALUE 0.
           02 WS-MAP-SUB            PIC 9(03) COMP.
           02 WS-MAP-MAX            PIC 9(03) COMP VALUE 0.
           02 WS-MAP-FOUND-SUB      PIC 9(03) COMP.
           02 WS-MAP-LINE-COUNT     PIC 9(04) VALUE 0.
           02 WS-MAP-ERROR          PIC X(30) VALUE SPACES.
           02 WS-LEDGER-SUB         PIC 9(03) COMP.
           02 WS-LEDGER-MAX         PIC 9(03) COMP VALUE 0.
           02 WS-LEDGER-FOUND-SUB   PIC 9(03) COMP.
           02 WS-LOOK-KIND          PIC X.
           02 WS-LOOK-DIRECTION     PIC X.
           02 WS-LOOK-OPERATOR      PIC 9(06).
           02 WS-LOOK-DEPARTMENT    PIC X(10).
           02 WS-MATCH-DEPARTMENT   PIC X(10).
           02 WS-LOOK-ACCOUNT       PIC X(10).
           02 WS-LOOK-AMOUNT        PIC S9(9)V99.
           02 WS-LOOK-LEDGER        PIC X(10).
           02 WS-LOOK-COST-CENTER   PIC X(06).

      *> Queued dates whose regeneration failed; written back to
      *> GLREGEN.DAT so they are not lost from the queue.
              03 OP-LOG-FINAL       PIC S9(9)V99.
              03 OP-HASH-TOTAL      PIC 9(11)V99.
              03 OP-NET-AMOUNT      PIC S9(9)V99.
              03 OP-LEDGER-ACCOUNT  PIC X(10).
              03 OP-COST-CENTER     PIC X(06).

       01  GL-HEADER-RECORD.
           02 GH-RECORD-TYPE        PIC X VALUE "H".
           02 GD-NET-AMOUNT         PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           02 GD-HASH-TOTAL         PIC 9(11)V99.
           02 GD-LEDGER-ACCOUNT     PIC X(10).
           02 GD-COST-CENTER        PIC X(06).

      *> One "A" record per account posting of the day, carrying the
      *> signed posting amount (credits negative) exactly as the "P"
      *> audit line recorded it, and the audit key (P, J, I or F).
       01  GL-ACCOUNT-RECORD.
           02 GA-RECORD-TYPE        PIC X VALUE "A".
           02 GA-ACTIVITY-DATE      PIC 9(08).
           02 GA-POST-AMOUNT        PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           02 GA-OPERATOR-NUMBER    PIC 9(06).
           02 GA-POST-KIND          PIC X.
           02 GA-LEDGER-ACCOUNT     PIC X(10).
           02 GA-COST-CENTER        PIC X(06).

      *> One "B" record per ledger account stamped on the day's "D"
      *> and "A" records, so the ledger can balance the file account
      *> by account: the amounts zero or more as debits, the negative
      *> ones as credits, and their net.
       01  GL-LEDGER-RECORD.
           02 GB-RECORD-TYPE        PIC X VALUE "B".
           02 GB-ACTIVITY-DATE      PIC 9(08).
           02 GB-LEDGER-ACCOUNT     PIC X(10).
           02 GB-ITEM-COUNT         PIC 9(06).
           02 GB-DEBIT-TOTAL        PIC 9(11)V99.
           02 GB-CREDIT-TOTAL       PIC 9(11)V99.
           02 GB-NET-AMOUNT         PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.

       01  GL-TRAILER-RECORD.
           02 GT-RECORD-TYPE        PIC X VALUE "T".
           02 GT-ACCT-NET           PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           02 GT-ACCT-HASH          PIC 9(11)V99.
           02 GT-LEDGER-COUNT       PIC 9(04).

       01  EXTRACT-TOTALS.
           02 WS-DETAIL-COUNT       PIC 9(06) VALUE 0.
              03 AC-POST-COUNT      PIC 9(06).
              03 AC-NET-AMOUNT      PIC S9(9)V99.

      *> The GL mapping table, loaded once per run from GLMAP.DAT.
       01  WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 200 TIMES.
              03 MP-LINE-KIND       PIC X.
              03 MP-DIRECTION       PIC X.
              03 MP-DEPARTMENT      PIC X(10).
              03 MP-LEDGER-ACCOUNT  PIC X(10).
              03 MP-COST-CENTER     PIC X(06).

      *> Totals per ledger account for the "B" records, built as the
      *> interface file is written.  No more ledger accounts can
      *> appear than the mapping table has lines.
       01  WS-LEDGER-TABLE.
           02 WS-LEDGER-ENTRY OCCURS 200 TIMES.
              03 LG-LEDGER-ACCOUNT  PIC X(10).
              03 LG-ITEM-COUNT      PIC 9(06).
              03 LG-DEBIT-TOTAL     PIC 9(11)V99.
              03 LG-CREDIT-TOTAL    PIC 9(11)V99.

       01  WS-UNMAPPED-DETAIL.
           02 WS-UD-KIND            PIC X.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-UD-DIRECTION       PIC X.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-UD-OPERATOR        PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-UD-DEPARTMENT      PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-UD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-UD-AMOUNT          PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARM.
           PERFORM LOAD-GL-MAP-TABLE THRU LOAD-GL-MAP-TABLE-EXIT.
           IF WS-ARG-TEXT = "REGEN"
               PERFORM RUN-REGEN-QUEUE THRU RUN-REGEN-QUEUE-EXIT
           ELSE
           PERFORM RESOLVE-NET-AMOUNTS.
           PERFORM VERIFY-ACCOUNT-POSTINGS
               THRU VERIFY-ACCOUNT-POSTINGS-EXIT.
           PERFORM MAP-INTERFACE-LINES THRU MAP-INTERFACE-LINES-EXIT.
           IF WS-EXTRACT-RC = 8
               DISPLAY "GLEXTR: " WS-EXTRACT-REASON " FOR "
                   WS-EXTRACT-DATE " - INTERFACE FILE NOT RELEASED"
           MOVE 0 TO WS-ACCT-REC-COUNT.
           MOVE 0 TO WS-ACCT-NET-TOTAL.
           MOVE 0 TO WS-ACCT-HASH-TOTAL.
           MOVE 0 TO WS-UNMAPPED-COUNT.
           MOVE 0 TO WS-LEDGER-MAX.
           MOVE SPACES TO WS-AUDIT-LOG-NAME.
           STRING "CALCLOG" WS-EXTRACT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-LOG-NAME.
           MOVE SPACES TO WS-GL-FILE-NAME.
           STRING "GLINTF" WS-EXTRACT-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-GL-FILE-NAME.
           MOVE SPACES TO WS-UNMAPPED-FILE-NAME.
           STRING "GLUNMAP" WS-EXTRACT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-UNMAPPED-FILE-NAME.

      *> Re-extracts every date GLACK queued for regeneration after a
      *> rejected transmission.  The queue is then rewritten with
           IF WS-LL-OPERATOR IS NOT NUMERIC
               GO TO AUDIT-READ-NEXT.
           IF WS-LL-KEY = "P" OR WS-LL-KEY = "J"
               OR WS-LL-KEY = "I" OR WS-LL-KEY = "F"
               PERFORM TALLY-ACCOUNT-POSTING
               GO TO AUDIT-READ-NEXT.
           IF WS-LL-KEY = "Z"
               OR AH-POST-DATE NOT = WS-EXTRACT-DATE
               GO TO VERIFY-HISTORY-DONE.
           MOVE "Y" TO WS-HIST-SEEN.
           IF AH-DEBIT-DIRECTION
               ADD AH-POST-AMOUNT TO WS-HIST-NET
           ELSE
               SUBTRACT AH-POST-AMOUNT FROM WS-HIST-NET
           END-PERFORM.
           PERFORM WRITE-ACCOUNT-RECORDS
               THRU WRITE-ACCOUNT-RECORDS-EXIT.
           PERFORM WRITE-LEDGER-RECORD
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-MAX.
           MOVE WS-DETAIL-COUNT TO GT-DETAIL-COUNT.
           MOVE WS-TOTAL-TXN-COUNT TO GT-TXN-COUNT.
           MOVE WS-TOTAL-NET-AMOUNT TO GT-NET-AMOUNT.
           MOVE WS-ACCT-REC-COUNT TO GT-ACCT-COUNT.
           MOVE WS-ACCT-NET-TOTAL TO GT-ACCT-NET.
           MOVE WS-ACCT-HASH-TOTAL TO GT-ACCT-HASH.
           MOVE WS-LEDGER-MAX TO GT-LEDGER-COUNT.
           MOVE GL-TRAILER-RECORD TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

      *> Second pass over the day's audit log writing one "A" record
      *> per "P" posting line, so the ledger desk no longer re-keys
      *> the postings from the printed DAYBAL report.  Each line maps
      *> again exactly as it did in MAP-INTERFACE-LINES.
       WRITE-ACCOUNT-RECORDS.
           IF WS-ACCT-MAX = 0
               GO TO WRITE-ACCOUNT-RECORDS-EXIT.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               GO TO WRITE-ACCOUNT-RECORDS-EXIT.
           PERFORM OPEN-OPERATOR-MASTER.
       ACCOUNT-READ-NEXT.
           READ AUDIT-LOG-FILE
               AT END GO TO ACCOUNT-READ-DONE.
           IF WS-LL-OPERATOR IS NOT NUMERIC
               GO TO ACCOUNT-READ-NEXT.
           IF WS-LL-KEY NOT = "P" AND WS-LL-KEY NOT = "J"
               AND WS-LL-KEY NOT = "I" AND WS-LL-KEY NOT = "F"
               GO TO ACCOUNT-READ-NEXT.
           MOVE WS-EXTRACT-DATE TO GA-ACTIVITY-DATE.
           MOVE WS-LL-ACCOUNT TO GA-ACCOUNT-NUMBER.
           MOVE WS-WORK-AMOUNT TO GA-POST-AMOUNT.
           COMPUTE GA-OPERATOR-NUMBER =
               FUNCTION NUMVAL(WS-LL-OPERATOR).
           MOVE WS-LL-KEY TO GA-POST-KIND.
           MOVE WS-LL-KEY TO WS-LOOK-KIND.
           MOVE GA-OPERATOR-NUMBER TO WS-LOOK-OPERATOR.
           MOVE WS-WORK-AMOUNT TO WS-LOOK-AMOUNT.
           PERFORM LOOKUP-GL-MAPPING.
           MOVE WS-LOOK-LEDGER TO GA-LEDGER-ACCOUNT.
           MOVE WS-LOOK-COST-CENTER TO GA-COST-CENTER.
           PERFORM TALLY-LEDGER-TOTAL.
           MOVE GL-ACCOUNT-RECORD TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-ACCT-REC-COUNT.
           GO TO ACCOUNT-READ-NEXT.
       ACCOUNT-READ-DONE.
           CLOSE AUDIT-LOG-FILE.
           PERFORM CLOSE-OPERATOR-MASTER.
       WRITE-ACCOUNT-RECORDS-EXIT.
           EXIT.

           MOVE OP-TXN-COUNT(WS-OPR-SUB) TO GD-TXN-COUNT.
           MOVE OP-NET-AMOUNT(WS-OPR-SUB) TO GD-NET-AMOUNT.
           MOVE OP-HASH-TOTAL(WS-OPR-SUB) TO GD-HASH-TOTAL.
           MOVE OP-LEDGER-ACCOUNT(WS-OPR-SUB) TO GD-LEDGER-ACCOUNT.
           MOVE OP-COST-CENTER(WS-OPR-SUB) TO GD-COST-CENTER.
           MOVE OP-LEDGER-ACCOUNT(WS-OPR-SUB) TO WS-LOOK-LEDGER.
           MOVE OP-NET-AMOUNT(WS-OPR-SUB) TO WS-LOOK-AMOUNT.
           PERFORM TALLY-LEDGER-TOTAL.
           MOVE GL-DETAIL-RECORD TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD OP-TXN-COUNT(WS-OPR-SUB) TO WS-TOTAL-TXN-COUNT.
           ADD OP-NET-AMOUNT(WS-OPR-SUB) TO WS-TOTAL-NET-AMOUNT.
           ADD OP-HASH-TOTAL(WS-OPR-SUB) TO WS-TOTAL-HASH.

       WRITE-LEDGER-RECORD.
           MOVE WS-EXTRACT-DATE TO GB-ACTIVITY-DATE.
           MOVE LG-LEDGER-ACCOUNT(WS-LEDGER-SUB) TO GB-LEDGER-ACCOUNT.
           MOVE LG-ITEM-COUNT(WS-LEDGER-SUB) TO GB-ITEM-COUNT.
           MOVE LG-DEBIT-TOTAL(WS-LEDGER-SUB) TO GB-DEBIT-TOTAL.
           MOVE LG-CREDIT-TOTAL(WS-LEDGER-SUB) TO GB-CREDIT-TOTAL.
           COMPUTE GB-NET-AMOUNT = LG-DEBIT-TOTAL(WS-LEDGER-SUB)
               - LG-CREDIT-TOTAL(WS-LEDGER-SUB).
           MOVE GL-LEDGER-RECORD TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.

      *> Adds the record just stamped (WS-LOOK-LEDGER, WS-LOOK-AMOUNT)
      *> to its ledger account's totals.
       TALLY-LEDGER-TOTAL.
           MOVE 0 TO WS-LEDGER-FOUND-SUB.
           PERFORM FIND-LEDGER-SLOT
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-MAX
               OR WS-LEDGER-FOUND-SUB > 0.
           IF WS-LEDGER-FOUND-SUB = 0
               ADD 1 TO WS-LEDGER-MAX
               MOVE WS-LEDGER-MAX TO WS-LEDGER-FOUND-SUB
               MOVE WS-LOOK-LEDGER TO LG-LEDGER-ACCOUNT(WS-LEDGER-MAX)
               MOVE 0 TO LG-ITEM-COUNT(WS-LEDGER-MAX)
               MOVE 0 TO LG-DEBIT-TOTAL(WS-LEDGER-MAX)
               MOVE 0 TO LG-CREDIT-TOTAL(WS-LEDGER-MAX)
           END-IF.
           ADD 1 TO LG-ITEM-COUNT(WS-LEDGER-FOUND-SUB).
           IF WS-LOOK-AMOUNT < 0
               SUBTRACT WS-LOOK-AMOUNT
                   FROM LG-CREDIT-TOTAL(WS-LEDGER-FOUND-SUB)
           ELSE
               ADD WS-LOOK-AMOUNT
                   TO LG-DEBIT-TOTAL(WS-LEDGER-FOUND-SUB)
           END-IF.

       FIND-LEDGER-SLOT.
           IF LG-LEDGER-ACCOUNT(WS-LEDGER-SUB) = WS-LOOK-LEDGER
               MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND-SUB.

      *> A bad line in the mapping table holds every day this run
      *> extracts: coding from a table with a line missing would send
      *> the ledger postings it cannot place.
       LOAD-GL-MAP-TABLE.
           MOVE 0 TO WS-MAP-MAX.
           MOVE 0 TO WS-MAP-LINE-COUNT.
           MOVE SPACES TO WS-MAP-ERROR.
           OPEN INPUT GL-MAP-TABLE-FILE.
           IF WS-GLMAP-STATUS IS NOT EQUAL TO "00"
               MOVE "GL MAP TABLE GLMAP.DAT NOT FOUND" TO WS-MAP-ERROR
               GO TO LOAD-GL-MAP-TABLE-EXIT.
       GL-MAP-READ-NEXT.
           READ GL-MAP-TABLE-FILE
               AT END GO TO GL-MAP-READ-DONE.
           ADD 1 TO WS-MAP-LINE-COUNT.
           IF GM-COMMENT-LINE OR GL-MAP-TABLE-RECORD = SPACES
               GO TO GL-MAP-READ-NEXT.
           IF NOT GM-KIND-VALID OR NOT GM-DIRECTION-VALID
               OR GM-LEDGER-ACCOUNT = SPACES
               MOVE SPACES TO WS-MAP-ERROR
               STRING "GL MAP TABLE LINE " WS-MAP-LINE-COUNT
                   " INVALID" DELIMITED BY SIZE INTO WS-MAP-ERROR
               GO TO GL-MAP-READ-DONE.
           IF WS-MAP-MAX NOT < 200
               MOVE "GL MAP TABLE OVER 200 LINES" TO WS-MAP-ERROR
               GO TO GL-MAP-READ-DONE.
           ADD 1 TO WS-MAP-MAX.
           MOVE GM-LINE-KIND TO MP-LINE-KIND(WS-MAP-MAX).
           MOVE GM-DIRECTION TO MP-DIRECTION(WS-MAP-MAX).
           MOVE GM-DEPARTMENT TO MP-DEPARTMENT(WS-MAP-MAX).
           MOVE GM-LEDGER-ACCOUNT TO MP-LEDGER-ACCOUNT(WS-MAP-MAX).
           MOVE GM-COST-CENTER TO MP-COST-CENTER(WS-MAP-MAX).
           GO TO GL-MAP-READ-NEXT.
       GL-MAP-READ-DONE.
           CLOSE GL-MAP-TABLE-FILE.
       LOAD-GL-MAP-TABLE-EXIT.
           EXIT.

      *> Maps every line the day's file would carry before any of it
      *> is written: each operator's keystroke total and each account
      *> posting line.  Anything that does not map is listed on the
      *> day's unmapped-items report and the file is held.
       MAP-INTERFACE-LINES.
           IF WS-OPR-MAX = 0 AND WS-ACCT-MAX = 0
               GO TO MAP-INTERFACE-LINES-EXIT.
           IF WS-MAP-ERROR NOT = SPACES
               DISPLAY "GLEXTR: " WS-MAP-ERROR
               MOVE 8 TO WS-EXTRACT-RC
               IF WS-EXTRACT-REASON = SPACES
                   MOVE WS-MAP-ERROR TO WS-EXTRACT-REASON
               END-IF
               GO TO MAP-INTERFACE-LINES-EXIT.
           PERFORM OPEN-OPERATOR-MASTER.
           IF NOT OPRMAST-IS-OPEN
               DISPLAY "GLEXTR: OPERATOR MASTER NOT AVAILABLE, STATUS "
                   WS-OPRMAST-STATUS
               MOVE 8 TO WS-EXTRACT-RC
               IF WS-EXTRACT-REASON = SPACES
                   MOVE "OPERATOR MASTER NOT AVAILABLE"
                       TO WS-EXTRACT-REASON
               END-IF
               GO TO MAP-INTERFACE-LINES-EXIT.
           PERFORM MAP-OPERATOR-TOTAL
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-MAX.
           IF WS-ACCT-MAX = 0
               GO TO MAP-POSTINGS-DONE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
               GO TO MAP-POSTINGS-DONE.
       MAP-POSTING-NEXT.
           READ AUDIT-LOG-FILE
               AT END GO TO MAP-POSTING-READ-DONE.
           MOVE AUDIT-LOG-RECORD TO WS-LOG-LINE.
           IF WS-LL-OPERATOR IS NOT NUMERIC
               GO TO MAP-POSTING-NEXT.
           IF WS-LL-KEY NOT = "P" AND WS-LL-KEY NOT = "J"
               AND WS-LL-KEY NOT = "I" AND WS-LL-KEY NOT = "F"
               GO TO MAP-POSTING-NEXT.
           MOVE WS-LL-KEY TO WS-LOOK-KIND.
           COMPUTE WS-LOOK-OPERATOR = FUNCTION NUMVAL(WS-LL-OPERATOR).
           COMPUTE WS-LOOK-AMOUNT = FUNCTION NUMVAL(WS-LL-NEWVAL).
           MOVE WS-LL-ACCOUNT TO WS-LOOK-ACCOUNT.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-MAP-FOUND-SUB = 0
               PERFORM WRITE-UNMAPPED-ITEM.
           GO TO MAP-POSTING-NEXT.
       MAP-POSTING-READ-DONE.
           CLOSE AUDIT-LOG-FILE.
       MAP-POSTINGS-DONE.
           PERFORM CLOSE-OPERATOR-MASTER.
           IF WS-UNMAPPED-COUNT > 0
               MOVE SPACES TO UNMAPPED-REPORT-LINE
               STRING "UNMAPPED ITEMS " WS-UNMAPPED-COUNT
                   DELIMITED BY SIZE INTO UNMAPPED-REPORT-LINE
               WRITE UNMAPPED-REPORT-LINE
               CLOSE UNMAPPED-REPORT-FILE
               DISPLAY "GLEXTR: " WS-UNMAPPED-COUNT
                   " UNMAPPED ITEMS LISTED ON " WS-UNMAPPED-FILE-NAME
               MOVE 8 TO WS-EXTRACT-RC
               IF WS-EXTRACT-REASON = SPACES
                   MOVE "UNMAPPED GL ITEMS" TO WS-EXTRACT-REASON
               END-IF
           END-IF.
       MAP-INTERFACE-LINES-EXIT.
           EXIT.

       MAP-OPERATOR-TOTAL.
           MOVE "K" TO WS-LOOK-KIND.
           MOVE OP-NUMBER(WS-OPR-SUB) TO WS-LOOK-OPERATOR.
           MOVE OP-NET-AMOUNT(WS-OPR-SUB) TO WS-LOOK-AMOUNT.
           MOVE SPACES TO WS-LOOK-ACCOUNT.
           PERFORM LOOKUP-GL-MAPPING.
           MOVE WS-LOOK-LEDGER TO OP-LEDGER-ACCOUNT(WS-OPR-SUB).
           MOVE WS-LOOK-COST-CENTER TO OP-COST-CENTER(WS-OPR-SUB).
           IF WS-MAP-FOUND-SUB = 0
               PERFORM WRITE-UNMAPPED-ITEM.

      *> Finds the mapping for WS-LOOK-KIND, WS-LOOK-OPERATOR and
      *> WS-LOOK-AMOUNT: a line for the operator's own department
      *> first, else the blank-department line for the kind and
      *> direction.  WS-MAP-FOUND-SUB is zero when neither exists.
       LOOKUP-GL-MAPPING.
           MOVE 0 TO WS-MAP-FOUND-SUB.
           MOVE SPACES TO WS-LOOK-LEDGER.
           MOVE SPACES TO WS-LOOK-COST-CENTER.
           IF WS-LOOK-AMOUNT < 0
               MOVE "C" TO WS-LOOK-DIRECTION
           ELSE
               MOVE "D" TO WS-LOOK-DIRECTION
           END-IF.
           MOVE SPACES TO WS-LOOK-DEPARTMENT.
           IF OPRMAST-IS-OPEN
               MOVE WS-LOOK-OPERATOR TO OM-OPERATOR-NUMBER
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OM-DEPARTMENT TO WS-LOOK-DEPARTMENT
               END-READ
           END-IF.
           MOVE WS-LOOK-DEPARTMENT TO WS-MATCH-DEPARTMENT.
           PERFORM MATCH-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-MAX
               OR WS-MAP-FOUND-SUB > 0.
           IF WS-MAP-FOUND-SUB = 0 AND WS-LOOK-DEPARTMENT NOT = SPACES
               MOVE SPACES TO WS-MATCH-DEPARTMENT
               PERFORM MATCH-MAP-ENTRY
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-MAX
                   OR WS-MAP-FOUND-SUB > 0
           END-IF.
           IF WS-MAP-FOUND-SUB > 0
               MOVE MP-LEDGER-ACCOUNT(WS-MAP-FOUND-SUB)
                   TO WS-LOOK-LEDGER
               MOVE MP-COST-CENTER(WS-MAP-FOUND-SUB)
                   TO WS-LOOK-COST-CENTER
           END-IF.

       MATCH-MAP-ENTRY.
           IF MP-LINE-KIND(WS-MAP-SUB) = WS-LOOK-KIND
               AND MP-DIRECTION(WS-MAP-SUB) = WS-LOOK-DIRECTION
               AND MP-DEPARTMENT(WS-MAP-SUB) = WS-MATCH-DEPARTMENT
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB.

       WRITE-UNMAPPED-ITEM.
           IF WS-UNMAPPED-COUNT = 0
               OPEN OUTPUT UNMAPPED-REPORT-FILE
               MOVE SPACES TO UNMAPPED-REPORT-LINE
               STRING "GL ITEMS WITH NO LEDGER MAPPING  "
                   WS-EXTRACT-DATE
                   DELIMITED BY SIZE INTO UNMAPPED-REPORT-LINE
               WRITE UNMAPPED-REPORT-LINE
               MOVE "K  D  OPRTR   DEPARTMENT  ACCOUNT           AMOUNT"
                   TO UNMAPPED-REPORT-LINE
               WRITE UNMAPPED-REPORT-LINE
           END-IF.
           ADD 1 TO WS-UNMAPPED-COUNT.
           MOVE WS-LOOK-KIND TO WS-UD-KIND.
           MOVE WS-LOOK-DIRECTION TO WS-UD-DIRECTION.
           MOVE WS-LOOK-OPERATOR TO WS-UD-OPERATOR.
           MOVE WS-LOOK-DEPARTMENT TO WS-UD-DEPARTMENT.
           MOVE WS-LOOK-ACCOUNT TO WS-UD-ACCOUNT.
           MOVE WS-LOOK-AMOUNT TO WS-UD-AMOUNT.
           MOVE WS-UNMAPPED-DETAIL TO UNMAPPED-REPORT-LINE.
           WRITE UNMAPPED-REPORT-LINE.

       OPEN-OPERATOR-MASTER.
           MOVE "N" TO WS-OPRMAST-OPEN.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPRMAST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-OPRMAST-OPEN.

       CLOSE-OPERATOR-MASTER.
           IF OPRMAST-IS-OPEN
               CLOSE OPERATOR-MASTER-FILE
               MOVE "N" TO WS-OPRMAST-OPEN
           END-IF.
