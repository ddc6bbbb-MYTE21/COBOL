      *>    DUPLICATE CUSTOMER DETECTION SCAN
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The shared-account check reads the customer-
      *>               account relationship file (CUSTACCT) in account
      *>               order instead of tabling CM-ACCOUNT-NUMBER: a
      *>               joint or trustee holder is a genuine second
      *>               holder and is no longer flagged; only an
      *>               account with two primary holders is.  The
      *>               holders of an account are adjacent on the file,
      *>               so the account table (and its return code 8
      *>               overflow) is gone.
      *>   2026-09-02  New program: reads NAMENDX in name order and
      *>               flags identical names - and names alike through
      *>               the first twelve characters - held under
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-SSNUM
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "CUSTDUP.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMST.

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE       PIC X(100).

       01  SCAN-CONTROL.
           02 WS-NDX-STATUS         PIC XX.
           02 WS-CUSTMST-STATUS     PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-TODAY              PIC 9(08).
           02 WS-PAIR-COUNT         PIC 9(06) VALUE 0.
           02 WS-PREV-NAME          PIC X(30) VALUE SPACES.
           02 WS-PREV-SSNUM         PIC 9(09) VALUE 0.
           02 WS-HAVE-PREV          PIC X VALUE "N".
              88 PREVIOUS-NAME-HELD VALUE "Y".
           02 WS-PRIMARY-ACCOUNT    PIC X(10) VALUE SPACES.
           02 WS-PRIMARY-SSNUM      PIC 9(09) VALUE 0.
           02 WS-PRIMARY-NAME       PIC X(30) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           02 WS-RD-FLAG            PIC X(16).
           WRITE REVIEW-REPORT-LINE.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY "CUSTDUP: PAIRS FOR REVIEW " WS-PAIR-COUNT.
           IF WS-PAIR-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           GOBACK.

      *> Adjacent records in name order carry any identical or
           WRITE REVIEW-REPORT-LINE.
           ADD 1 TO WS-PAIR-COUNT.

      *> Holders of one account are adjacent in relationship-file
      *> order.  Any number of joint or trustee holders is normal; a
      *> second primary holder is two customer records claiming the
      *> same account, the usual sign of one person keyed twice.
       SCAN-SHARED-ACCOUNTS.
           MOVE SPACES TO WS-PRIMARY-ACCOUNT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CUSTDUP: CUSTOMER MASTER NOT ON FILE"
               GO TO SCAN-SHARED-ACCOUNTS-EXIT.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CUSTDUP: CUSTOMER-ACCOUNT FILE NOT ON FILE"
               CLOSE CUSTOMER-MASTER
               GO TO SCAN-SHARED-ACCOUNTS-EXIT.
           MOVE LOW-VALUES TO CR-RELATION-KEY.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS GREATER THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO SCAN-ACCOUNT-DONE
           END-START.
       SCAN-ACCOUNT-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO SCAN-ACCOUNT-DONE.
           IF NOT CR-ROLE-PRIMARY
               GO TO SCAN-ACCOUNT-NEXT.
           MOVE CR-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*NOT ON CUSTOMER MASTER*" TO CM-CUSTOMER-NAME
           END-READ.
           IF CR-ACCOUNT-NUMBER = WS-PRIMARY-ACCOUNT
               MOVE "SHARED ACCOUNT" TO WS-RD-FLAG
               MOVE WS-PRIMARY-SSNUM TO WS-RD-SSN-1
               MOVE WS-PRIMARY-NAME TO WS-RD-NAME-1
               MOVE CR-SSNUM TO WS-RD-SSN-2
               MOVE CM-CUSTOMER-NAME TO WS-RD-NAME-2
               MOVE WS-REPORT-DETAIL TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               ADD 1 TO WS-PAIR-COUNT
               GO TO SCAN-ACCOUNT-NEXT.
           MOVE CR-ACCOUNT-NUMBER TO WS-PRIMARY-ACCOUNT.
           MOVE CR-SSNUM TO WS-PRIMARY-SSNUM.
           MOVE CM-CUSTOMER-NAME TO WS-PRIMARY-NAME.
           GO TO SCAN-ACCOUNT-NEXT.
       SCAN-ACCOUNT-DONE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE CUSTOMER-MASTER.
       SCAN-SHARED-ACCOUNTS-EXIT.
           EXIT.
