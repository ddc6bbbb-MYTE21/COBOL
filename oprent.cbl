       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  OPRENT.

      *> ---------------------------------------------------------------
      *>    OPERATOR ENTITLEMENT REPORT FOR THE QUARTERLY ACCESS REVIEW
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: lists, for every operator on the
      *>               security master (OPRMAST), the programs and
      *>               functions the function authority table
      *>               (AUTHTAB.DAT, copybooks/AUTHTAB.cpy) grants
      *>               them by authority level and role, with their
      *>               department, active and lock state, on
      *>               OPRENT.RPT.  An operator holding no grant is
      *>               marked.  With no table on file the old rule is
      *>               reported instead (every operator program, and
      *>               the supervisor screens for authority 90 and
      *>               over).  Return code 4 when the table is missing
      *>               or has lines that cannot be read, 8 when the
      *>               security master cannot be read or the table
      *>               holds more than 300 grants.
      *>               JOBPLAN.DAT step:
      *>                 OPRENT     OPRENT   0004 SKIP QEND
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.             RMC-UNIX.
       OBJECT-COMPUTER.             RMC-UNIX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OM-OPERATOR-NUMBER
               FILE STATUS IS WS-OPRMAST-STATUS.
           SELECT AUTHORITY-TABLE-FILE ASSIGN TO "AUTHTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTAB-STATUS.
           SELECT ENTITLEMENT-REPORT-FILE ASSIGN TO "OPRENT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPRMST.

       FD  AUTHORITY-TABLE-FILE.
       01  AUTHORITY-TABLE-RECORD.
           COPY AUTHTAB.

       FD  ENTITLEMENT-REPORT-FILE.
       01  ENTITLEMENT-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01  ENTITLEMENT-CONTROL.
           02 WS-OPRMAST-STATUS     PIC XX.
           02 WS-AUTHTAB-STATUS     PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-TABLE-FOUND        PIC X VALUE "N".
              88 TABLE-IS-ON-FILE   VALUE "Y".
           02 WS-TABLE-FULL         PIC X VALUE "N".
              88 GRANT-TABLE-FULL   VALUE "Y".
           02 WS-GRANT-SUB          PIC 9(03) COMP.
           02 WS-GRANT-MAX          PIC 9(03) COMP VALUE 0.
           02 WS-BAD-LINE-COUNT     PIC 9(04) VALUE 0.
           02 WS-OPERATOR-COUNT     PIC 9(06) VALUE 0.
           02 WS-NO-GRANT-COUNT     PIC 9(06) VALUE 0.
           02 WS-LINE-COUNT         PIC 9(06) VALUE 0.
           02 WS-OPERATOR-GRANTS    PIC 9(04).

       01  WS-GRANT-TABLE.
           02 WS-GRANT-ENTRY OCCURS 300 TIMES.
              03 GT-PROGRAM         PIC X(08).
              03 GT-FUNCTION        PIC X(01).
              03 GT-LOW-LEVEL       PIC 9(02).
              03 GT-HIGH-LEVEL      PIC 9(02).
              03 GT-ROLE            PIC X(08).
              03 GT-DESCRIPTION     PIC X(30).

       01  WS-OPERATOR-DETAIL.
           02 WS-OD-NUMBER          PIC 9(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-OD-NAME            PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-OD-DEPARTMENT      PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-OD-LEVEL           PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-OD-ROLE            PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-OD-STATE           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WS-OD-LOCK            PIC X(06).

       01  WS-GRANT-DETAIL.
           02 FILLER                PIC X(10) VALUE SPACES.
           02 WS-GD-PROGRAM         PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-GD-FUNCTION        PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-GD-LOW-LEVEL       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "-".
           02 WS-GD-HIGH-LEVEL      PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-GD-ROLE            PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-GD-DESCRIPTION     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-ENTITLEMENTS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPRMAST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPRENT: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS " WS-OPRMAST-STATUS
               MOVE "OPERATOR MASTER NOT AVAILABLE"
                   TO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
               CLOSE ENTITLEMENT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM LOAD-GRANT-TABLE THRU LOAD-GRANT-TABLE-EXIT.
           PERFORM LIST-OPERATORS THRU LIST-OPERATORS-EXIT.
           CLOSE OPERATOR-MASTER-FILE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           STRING "OPERATORS " WS-OPERATOR-COUNT
               "  GRANT LINES LISTED " WS-LINE-COUNT
               "  OPERATORS WITH NO GRANT " WS-NO-GRANT-COUNT
               DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           CLOSE ENTITLEMENT-REPORT-FILE.
           DISPLAY "OPRENT: OPERATORS " WS-OPERATOR-COUNT
               " NO GRANT " WS-NO-GRANT-COUNT.
           IF NOT TABLE-IS-ON-FILE OR WS-BAD-LINE-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           IF GRANT-TABLE-FULL
               MOVE 8 TO RETURN-CODE.
           GOBACK.

       INITIALIZE-ENTITLEMENTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-TABLE-FOUND.
           MOVE "N" TO WS-TABLE-FULL.
           MOVE 0 TO WS-GRANT-MAX.
           MOVE 0 TO WS-BAD-LINE-COUNT.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-NO-GRANT-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN OUTPUT ENTITLEMENT-REPORT-FILE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           STRING "OPERATOR ENTITLEMENTS FOR ACCESS REVIEW  " WS-TODAY
               DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           STRING "OPRTR   NAME                            DEPARTMENT"
               "  LV  ROLE      STATE"
               DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           STRING "          PROGRAM   F  LEVEL  ROLE      FUNCTION"
               DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.

      *> The whole table is held so each operator is one pass over
      *> it; a line whose levels are not numeric grants nothing in
      *> the sign-on programs, so it is listed here for correction.
       LOAD-GRANT-TABLE.
           OPEN INPUT AUTHORITY-TABLE-FILE.
           IF WS-AUTHTAB-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO ENTITLEMENT-REPORT-LINE
               STRING "NO AUTHORITY TABLE AUTHTAB.DAT ON FILE - "
                   "OLD RULE REPORTED"
                   DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
               GO TO LOAD-GRANT-TABLE-EXIT.
           MOVE "Y" TO WS-TABLE-FOUND.
       LOAD-GRANT-NEXT.
           READ AUTHORITY-TABLE-FILE
               AT END GO TO LOAD-GRANT-CLOSE.
           IF AT-COMMENT-LINE OR AUTHORITY-TABLE-RECORD = SPACES
               GO TO LOAD-GRANT-NEXT.
           IF AT-LOW-LEVEL IS NOT NUMERIC
               OR AT-HIGH-LEVEL IS NOT NUMERIC
               ADD 1 TO WS-BAD-LINE-COUNT
               MOVE SPACES TO ENTITLEMENT-REPORT-LINE
               STRING "TABLE LINE IGNORED: " AUTHORITY-TABLE-RECORD
                   DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
               GO TO LOAD-GRANT-NEXT.
           IF WS-GRANT-MAX >= 300
               MOVE "Y" TO WS-TABLE-FULL
               MOVE SPACES TO ENTITLEMENT-REPORT-LINE
               STRING "AUTHORITY TABLE OVER 300 GRANTS - "
                   "REPORT INCOMPLETE"
                   DELIMITED BY SIZE INTO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
               DISPLAY "OPRENT: AUTHORITY TABLE OVER 300 GRANTS"
               GO TO LOAD-GRANT-CLOSE.
           ADD 1 TO WS-GRANT-MAX.
           MOVE AT-PROGRAM-NAME TO GT-PROGRAM(WS-GRANT-MAX).
           MOVE AT-FUNCTION-CODE TO GT-FUNCTION(WS-GRANT-MAX).
           MOVE AT-LOW-LEVEL TO GT-LOW-LEVEL(WS-GRANT-MAX).
           MOVE AT-HIGH-LEVEL TO GT-HIGH-LEVEL(WS-GRANT-MAX).
           MOVE AT-ROLE TO GT-ROLE(WS-GRANT-MAX).
           MOVE AT-DESCRIPTION TO GT-DESCRIPTION(WS-GRANT-MAX).
           GO TO LOAD-GRANT-NEXT.
       LOAD-GRANT-CLOSE.
           CLOSE AUTHORITY-TABLE-FILE.
       LOAD-GRANT-TABLE-EXIT.
           EXIT.

       LIST-OPERATORS.
           MOVE 0 TO OM-OPERATOR-NUMBER.
           START OPERATOR-MASTER-FILE
               KEY IS GREATER THAN OM-OPERATOR-NUMBER
               INVALID KEY
                   GO TO LIST-OPERATORS-EXIT
           END-START.
       LIST-OPERATORS-NEXT.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END GO TO LIST-OPERATORS-EXIT.
           ADD 1 TO WS-OPERATOR-COUNT.
           PERFORM WRITE-OPERATOR-LINE.
           MOVE 0 TO WS-OPERATOR-GRANTS.
           IF TABLE-IS-ON-FILE
               PERFORM LIST-ONE-GRANT THRU LIST-ONE-GRANT-EXIT
                   VARYING WS-GRANT-SUB FROM 1 BY 1
                   UNTIL WS-GRANT-SUB > WS-GRANT-MAX
           ELSE
               PERFORM LIST-OLD-RULE
           END-IF.
           IF WS-OPERATOR-GRANTS = 0
               ADD 1 TO WS-NO-GRANT-COUNT
               MOVE "          *** NO GRANTS ***"
                   TO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE.
           GO TO LIST-OPERATORS-NEXT.
       LIST-OPERATORS-EXIT.
           EXIT.

       WRITE-OPERATOR-LINE.
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           MOVE OM-OPERATOR-NUMBER TO WS-OD-NUMBER.
           MOVE OM-OPERATOR-NAME TO WS-OD-NAME.
           MOVE OM-DEPARTMENT TO WS-OD-DEPARTMENT.
           MOVE OM-AUTHORITY-LEVEL TO WS-OD-LEVEL.
           MOVE OM-ROLE TO WS-OD-ROLE.
           MOVE "ACTIVE" TO WS-OD-STATE.
           IF OM-INACTIVE
               MOVE "INACTIVE" TO WS-OD-STATE.
           MOVE SPACES TO WS-OD-LOCK.
           IF OM-LOCKED
               MOVE "LOCKED" TO WS-OD-LOCK.
           MOVE WS-OPERATOR-DETAIL TO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.

      *> Same test the sign-on programs make: level within the
      *> line's range and the line's role blank or the operator's.
       LIST-ONE-GRANT.
           IF OM-AUTHORITY-LEVEL < GT-LOW-LEVEL(WS-GRANT-SUB)
               OR OM-AUTHORITY-LEVEL > GT-HIGH-LEVEL(WS-GRANT-SUB)
               GO TO LIST-ONE-GRANT-EXIT.
           IF GT-ROLE(WS-GRANT-SUB) NOT = SPACES
               AND GT-ROLE(WS-GRANT-SUB) NOT = OM-ROLE
               GO TO LIST-ONE-GRANT-EXIT.
           ADD 1 TO WS-OPERATOR-GRANTS.
           ADD 1 TO WS-LINE-COUNT.
           MOVE GT-PROGRAM(WS-GRANT-SUB) TO WS-GD-PROGRAM.
           MOVE GT-FUNCTION(WS-GRANT-SUB) TO WS-GD-FUNCTION.
           MOVE GT-LOW-LEVEL(WS-GRANT-SUB) TO WS-GD-LOW-LEVEL.
           MOVE GT-HIGH-LEVEL(WS-GRANT-SUB) TO WS-GD-HIGH-LEVEL.
           MOVE GT-ROLE(WS-GRANT-SUB) TO WS-GD-ROLE.
           MOVE GT-DESCRIPTION(WS-GRANT-SUB) TO WS-GD-DESCRIPTION.
           MOVE WS-GRANT-DETAIL TO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
       LIST-ONE-GRANT-EXIT.
           EXIT.

       LIST-OLD-RULE.
           ADD 1 TO WS-OPERATOR-GRANTS.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "          ALL OPERATOR PROGRAMS (NO TABLE)"
               TO ENTITLEMENT-REPORT-LINE.
           WRITE ENTITLEMENT-REPORT-LINE.
           IF OM-SUPERVISOR-LEVEL
               ADD 1 TO WS-LINE-COUNT
               MOVE "          ALL SUPERVISOR SCREENS (NO TABLE)"
                   TO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE.
