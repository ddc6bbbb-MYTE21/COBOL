       IDENTIFICATION DIVISION.
       PROGRAM-ID.                  CUSTALNK.

      *> ---------------------------------------------------------------
      *>    ONE-TIME LOAD OF CUSTOMER-ACCOUNT RELATIONSHIPS
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  New program: seeds the customer-account
      *>               relationship file (CUSTACCT, copybooks/
      *>               CUSTACCT.cpy) from the customer master.  Every
      *>               customer carrying an account number
      *>               (CM-ACCOUNT-NUMBER) is linked to it as primary
      *>               holder, as operator 0.  A link already on file
      *>               is left as it is and counted, so the load can
      *>               be rerun safely after a partial run.  Every link
      *>               written is listed on CUSTALNK.RPT; an account
      *>               given two primary holders is marked so it can
      *>               be reviewed (CUSTDUP lists it as well).  Run
      *>               once by hand before CALC, ACCTMNT, ACCTSTMT,
      *>               ACCTREC, ACCTPOST and CUSTDUP are brought over
      *>               to the relationship file.  Return code 8 when
      *>               either file cannot be opened, 4 when any
      *>               account was given a second primary holder.
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
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "CUSTALNK.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  LINK-LOAD-CONTROL.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-CUSTOMER-COUNT     PIC 9(06) VALUE 0.
           02 WS-NO-ACCOUNT-COUNT   PIC 9(06) VALUE 0.
           02 WS-LINKED-COUNT       PIC 9(06) VALUE 0.
           02 WS-ON-FILE-COUNT      PIC 9(06) VALUE 0.
           02 WS-SHARED-COUNT       PIC 9(06) VALUE 0.
           02 WS-OTHER-PRIMARY      PIC X.
              88 ACCOUNT-HAS-PRIMARY VALUE "Y".

       01  WS-REPORT-DETAIL.
           02 WS-RD-ACCOUNT         PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-SSNUM           PIC 9(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-NAME            PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WS-RD-NOTE            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-LINK-LOAD.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CUSTALNK: CUSTOMER MASTER NOT AVAILABLE, "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               CLOSE LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN I-O CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               OPEN I-O CUSTOMER-ACCOUNT-FILE
           END-IF.
           IF WS-CUSTACCT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CUSTALNK: CUSTOMER-ACCOUNT FILE NOT AVAILABLE, "
                   "STATUS " WS-CUSTACCT-STATUS
               MOVE "CUSTOMER-ACCOUNT FILE NOT AVAILABLE"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               CLOSE LOAD-REPORT-FILE
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM LOAD-LINKS THRU LOAD-LINKS-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "CUSTOMERS " WS-CUSTOMER-COUNT
               "  NO ACCOUNT " WS-NO-ACCOUNT-COUNT
               "  LINKED " WS-LINKED-COUNT
               "  ALREADY ON FILE " WS-ON-FILE-COUNT
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "ACCOUNTS GIVEN A SECOND PRIMARY HOLDER "
               WS-SHARED-COUNT
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           CLOSE LOAD-REPORT-FILE.
           DISPLAY "CUSTALNK: CUSTOMERS " WS-CUSTOMER-COUNT
               " LINKED " WS-LINKED-COUNT
               " ALREADY ON FILE " WS-ON-FILE-COUNT.
           IF WS-SHARED-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           GOBACK.

       INITIALIZE-LINK-LOAD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CUSTOMER-COUNT.
           MOVE 0 TO WS-NO-ACCOUNT-COUNT.
           MOVE 0 TO WS-LINKED-COUNT.
           MOVE 0 TO WS-ON-FILE-COUNT.
           MOVE 0 TO WS-SHARED-COUNT.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "CUSTOMER-ACCOUNT LINKS LOADED FROM CUSTMST  "
               WS-TODAY
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "ACCOUNT     SSN        CUSTOMER"
               TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       LOAD-LINKS.
           MOVE 0 TO CM-SSNUM.
           START CUSTOMER-MASTER
               KEY IS GREATER THAN CM-SSNUM
               INVALID KEY
                   GO TO LOAD-LINKS-EXIT
           END-START.
       LOAD-LINKS-NEXT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END GO TO LOAD-LINKS-EXIT.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF CM-ACCOUNT-NUMBER = SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               GO TO LOAD-LINKS-NEXT.
           MOVE CM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE CM-SSNUM TO CR-SSNUM.
           READ CUSTOMER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
                   GO TO LOAD-LINKS-NEXT
           END-READ.
           PERFORM CHECK-OTHER-PRIMARY THRU CHECK-OTHER-PRIMARY-EXIT.
           MOVE CM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE CM-SSNUM TO CR-SSNUM.
           MOVE "P" TO CR-ROLE.
           MOVE WS-TODAY TO CR-LINK-DATE.
           MOVE 0 TO CR-LINK-OPERATOR.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "CUSTALNK: LINK NOT WRITTEN FOR "
                       CM-ACCOUNT-NUMBER ", STATUS "
                       WS-CUSTACCT-STATUS
                   GO TO LOAD-LINKS-NEXT
           END-WRITE.
           ADD 1 TO WS-LINKED-COUNT.
           MOVE CM-ACCOUNT-NUMBER TO WS-RD-ACCOUNT.
           MOVE CM-SSNUM TO WS-RD-SSNUM.
           MOVE CM-CUSTOMER-NAME TO WS-RD-NAME.
           MOVE SPACES TO WS-RD-NOTE.
           IF ACCOUNT-HAS-PRIMARY
               ADD 1 TO WS-SHARED-COUNT
               MOVE "SECOND PRIMARY" TO WS-RD-NOTE.
           MOVE WS-REPORT-DETAIL TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           GO TO LOAD-LINKS-NEXT.
       LOAD-LINKS-EXIT.
           EXIT.

      *> Two customers carrying one account number both become
      *> primary; the second is marked for review, not refused.
       CHECK-OTHER-PRIMARY.
           MOVE "N" TO WS-OTHER-PRIMARY.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO CHECK-OTHER-PRIMARY-EXIT
           END-START.
       CHECK-OTHER-PRIMARY-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO CHECK-OTHER-PRIMARY-EXIT.
           IF CR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
               GO TO CHECK-OTHER-PRIMARY-EXIT.
           IF CR-ROLE-PRIMARY
               MOVE "Y" TO WS-OTHER-PRIMARY
               GO TO CHECK-OTHER-PRIMARY-EXIT.
           GO TO CHECK-OTHER-PRIMARY-NEXT.
       CHECK-OTHER-PRIMARY-EXIT.
           EXIT.
