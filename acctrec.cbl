      *>    ACCOUNT BALANCE / CUSTOMER MASTER RECONCILIATION
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Ownership is taken from the customer-account
      *>               relationship file (CUSTACCT): a balance is an
      *>               orphan when none of its holders is still on
      *>               CUSTMST, so joint and second accounts no longer
      *>               list and a link left to a deleted customer does.
      *>   2026-09-02  New program: walks every ACCTBAL record and
      *>               lists the ones no CUSTMST customer carries
      *>               (CM-ACCOUNT-NUMBER) on ACCTREC.RPT with
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "ACCTREC.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE        PIC X(80).

           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-CUSTMST-OPEN       PIC X VALUE "N".
              88 CUSTMST-IS-OPEN VALUE "Y".
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-CUSTACCT-OPEN      PIC X VALUE "N".
              88 CUSTACCT-IS-OPEN VALUE "Y".
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-ACCOUNT-COUNT      PIC 9(06) VALUE 0.
               DISPLAY "ACCTREC: CUSTOMER MASTER NOT ON FILE - "
                   "EVERY BALANCE WILL LIST AS AN ORPHAN"
           END-IF.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CUSTACCT-OPEN
           ELSE
               DISPLAY "ACCTREC: CUSTOMER-ACCOUNT FILE NOT ON FILE - "
                   "EVERY BALANCE WILL LIST AS AN ORPHAN"
           END-IF.
           PERFORM SCAN-BALANCES THRU SCAN-BALANCES-EXIT.
           IF CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER.
           IF CUSTACCT-IS-OPEN
               CLOSE CUSTOMER-ACCOUNT-FILE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ACCOUNTS " WS-ACCOUNT-COUNT
               "  ORPHANS " WS-ORPHAN-COUNT
       SCAN-BALANCES-EXIT.
           EXIT.

      *> An account is owned while any holder on the relationship
      *> file is still a customer on the master.
       FIND-ACCOUNT-OWNER.
           MOVE "N" TO WS-OWNER-FOUND.
           IF NOT CUSTMST-IS-OPEN OR NOT CUSTACCT-IS-OPEN
               GO TO FIND-ACCOUNT-OWNER-EXIT.
           MOVE AB-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO FIND-ACCOUNT-OWNER-EXIT
           END-START.
       FIND-OWNER-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO FIND-ACCOUNT-OWNER-EXIT.
           IF CR-ACCOUNT-NUMBER NOT = AB-ACCOUNT-NUMBER
               GO TO FIND-ACCOUNT-OWNER-EXIT.
           MOVE CR-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO FIND-OWNER-NEXT
           END-READ.
           MOVE "Y" TO WS-OWNER-FOUND.
       FIND-ACCOUNT-OWNER-EXIT.
           EXIT.
