      *>    BATCH CUSTOMER LOAD FROM THE AGENCY FEED FILE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The resubmission pass writes each add and change
      *>               it applies to the customer change journal
      *>               (CUSTJRNL.DAT, copybooks/CUSTJRNL.cpy), the
      *>               master record as read before the update as the
      *>               before image, so the nightly head-office extract
      *>               (CUSTXTR) returns the clerk's correction.  The
      *>               journal is opened before the master is touched;
      *>               when it is busy (reason 16) or its record cannot
      *>               be written (reason 17, the master change backed
      *>               out) the record goes back to CUSTFEED.REJ for
      *>               the next repair session and the run ends with
      *>               return code 8.  An account that already has a
      *>               primary holder is linked to the customer as
      *>               joint.
      *>   2026-10-15  The account on an add or change is linked to the
      *>               customer as primary holder on the customer-
      *>               account relationship file (CUSTACCT) unless
      *>               already linked.  An account the feed drops stays
      *>               linked until unlinked in CUSTMNT, where the
      *>               balance is checked first.
      *>   2026-10-15  New feed action "M" loads the customer's mailing
      *>               address and phone (CUSTADDR, copybooks/
      *>               CUSTADDR.cpy) in a longer record layout.  The
      *>               customer must already be on the master; street,
      *>               city, state and a numeric 5-digit ZIP are
      *>               required (reasons 11-15).  A blank flag keeps
      *>               the mail-returned flag on an unchanged address
      *>               and clears it on a new one.  Address rejects go
      *>               to their own CUSTADDR.REJ with the full feed
      *>               image, since the 50-byte CUSTFEED.REJ layout
      *>               cannot hold them, and count in RECORDS
      *>               REJECTED; loaded addresses print as ADDRESSES
      *>               LOADED.
      *>   2026-09-02  Resubmission pass: when JOBPARM2/argument 2 is
      *>               RESUBMIT (or the feed is CUSTRESUB.DAT, the
      *>               file CUSTFIX writes from repaired rejects) the
           SELECT REJECT-FILE ASSIGN TO "CUSTFEED.REJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-RELATION-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-SSNUM
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT ADDRESS-REJECT-FILE ASSIGN TO "CUSTADDR.REJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-REJECT-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "CUSTLOAD.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPRACT-STATUS.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CF-ACTION             PIC X.
              88 CF-ACTION-ADD      VALUE "A".
              88 CF-ACTION-CHANGE   VALUE "C".
              88 CF-ACTION-ADDRESS  VALUE "M".
           02 CF-SSNUM              PIC 9(09).
           02 CF-CUSTOMER-NAME      PIC X(30).
           02 CF-ACCOUNT-NUMBER     PIC X(10).
      *> Action "M" - mailing address; same action and SSN positions.
       01  CUSTOMER-ADDRESS-FEED.
           02 CFA-ACTION            PIC X.
           02 CFA-SSNUM             PIC 9(09).
           02 CFA-STREET-LINE-1     PIC X(30).
           02 CFA-STREET-LINE-2     PIC X(30).
           02 CFA-CITY              PIC X(20).
           02 CFA-STATE             PIC X(02).
           02 CFA-ZIP-CODE          PIC X(10).
           02 CFA-PHONE             PIC X(15).
           02 CFA-ADDRESS-FLAG      PIC X.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           02 FILLER                PIC X.
           02 RJ-FEED-RECORD        PIC X(50).

       FD  CUSTOMER-ACCOUNT-FILE.
       01  CUSTOMER-ACCOUNT-RECORD.
           COPY CUSTACCT.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  ADDRESS-REJECT-FILE.
       01  ADDRESS-REJECT-RECORD.
           02 RA-REASON-CODE        PIC 9(02).
           02 FILLER                PIC X.
           02 RA-REASON-TEXT        PIC X(25).
           02 FILLER                PIC X.
           02 RA-FEED-RECORD        PIC X(118).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE         PIC X(60).

       01  OPERATOR-ACTIVITY-RECORD.
           COPY OPRID.

       FD  CUSTOMER-JOURNAL-FILE.
       01  CUSTOMER-JOURNAL-RECORD.
           COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       01  LOAD-CONTROL.
           02 WS-FEED-FILE-NAME     PIC X(20) VALUE "CUSTFEED.DAT".
           02 WS-XREF-STATUS        PIC XX.
           02 WS-NDX-STATUS         PIC XX.
           02 WS-REJECT-STATUS      PIC XX.
           02 WS-ADDR-STATUS        PIC XX.
           02 WS-CUSTACCT-STATUS    PIC XX.
           02 WS-ADDR-REJECT-STATUS PIC XX.
           02 WS-ADDRESS-FOUND      PIC X VALUE "N".
              88 ADDRESS-WAS-FOUND  VALUE "Y".
           02 WS-REPORT-STATUS      PIC XX.
           02 WS-OPRACT-STATUS      PIC XX.
           02 WS-OPRACT-RETRY       PIC 9(02).
           02 WS-CUSTJRNL-STATUS    PIC XX.
           02 WS-CUSTJRNL-RETRY     PIC 9(02).
           02 WS-JOURNAL-OPEN       PIC X VALUE "N".
              88 JOURNAL-IS-OPEN    VALUE "Y".
           02 WS-JOURNAL-WRITTEN    PIC X.
              88 JOURNAL-WAS-WRITTEN VALUE "Y".
           02 WS-JOURNAL-BEFORE     PIC X(49).
           02 WS-PRIMARY-SSNUM      PIC 9(09).
           02 WS-LOAD-RC            PIC 9(02) VALUE 0.
           02 WS-SLEEP-SECONDS      PIC 9(04) COMP VALUE 1.
           02 WS-TODAY              PIC 9(08).
           02 WS-NOW                PIC 9(08).
           02 WS-READ-COUNT         PIC 9(06) VALUE 0.
           02 WS-ADD-COUNT          PIC 9(06) VALUE 0.
           02 WS-CHANGE-COUNT       PIC 9(06) VALUE 0.
           02 WS-ADDRESS-COUNT      PIC 9(06) VALUE 0.
           02 WS-REJECT-COUNT       PIC 9(06) VALUE 0.

       01  SSN-ENTRY.
           IF WS-REASON-CODE NOT = 0
               PERFORM WRITE-REJECT-RECORD
               GO TO READ-FEED-NEXT.
           IF CF-ACTION-ADDRESS
               PERFORM LOAD-ADDRESS
               GO TO READ-FEED-NEXT.
           IF CF-ACTION-ADD
               PERFORM ADD-CUSTOMER THRU ADD-CUSTOMER-EXIT
           ELSE
               PERFORM CHANGE-CUSTOMER THRU CHANGE-CUSTOMER-EXIT
           END-IF.
           GO TO READ-FEED-NEXT.
       END-OF-FEED.
           CLOSE NAME-SSN-XREF.
           CLOSE NAME-INDEX-FILE.
           CLOSE REJECT-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           CLOSE ADDRESS-REJECT-FILE.
           CLOSE EDIT-REPORT-FILE.
           PERFORM WRITE-OPERATOR-SIGNOFF.
           MOVE WS-LOAD-RC TO RETURN-CODE.
           GOBACK.

      *> The feed name comes from JOBPARM1 when the nightly driver
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           OPEN I-O CUSTOMER-ACCOUNT-FILE.
           IF WS-CUSTACCT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               CLOSE CUSTOMER-ACCOUNT-FILE
               OPEN I-O CUSTOMER-ACCOUNT-FILE
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.
      *>   The resubmission pass appends to the reject file - the
      *>   records the clerk chose to keep in CUSTFIX are still in
      *>   there and must not be wiped.
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF RESUBMIT-PASS
               OPEN EXTEND ADDRESS-REJECT-FILE
               IF WS-ADDR-REJECT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT ADDRESS-REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT ADDRESS-REJECT-FILE
           END-IF.
      *>   The resubmission pass adds its counts to the day's report
      *>   instead of replacing the first pass.
           IF RESUBMIT-PASS
           MOVE 0 TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF NOT CF-ACTION-ADD AND NOT CF-ACTION-CHANGE
               AND NOT CF-ACTION-ADDRESS
               MOVE 1 TO WS-REASON-CODE
               MOVE "INVALID ACTION CODE" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
               MOVE 5 TO WS-REASON-CODE
               MOVE "INVALID SSN SERIAL" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           IF CF-ACTION-ADDRESS
               GO TO EDIT-ADDRESS-FEED.
           IF CF-CUSTOMER-NAME = SPACES
               MOVE 6 TO WS-REASON-CODE
               MOVE "CUSTOMER NAME MISSING" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           MOVE "N" TO WS-RECORD-FOUND.
           MOVE SPACES TO WS-OLD-NAME.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE CF-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
                   MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME
                   MOVE CUSTOMER-MASTER-RECORD TO WS-JOURNAL-BEFORE
           END-READ.
           IF CF-ACTION-ADD AND RECORD-WAS-FOUND
               MOVE 7 TO WS-REASON-CODE
               MOVE 8 TO WS-REASON-CODE
               MOVE "CHANGE BUT NOT ON FILE" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           GO TO EDIT-FEED-RECORD-EXIT.
      *> An address is only taken for a customer already on file and
      *> only when it could be mailed; a clean record leaves
      *> ADDRESS-WAS-FOUND telling the load whether to rewrite.
       EDIT-ADDRESS-FEED.
           MOVE CFA-SSNUM TO CM-SSNUM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 11 TO WS-REASON-CODE
                   MOVE "ADDRESS BUT NOT ON FILE" TO WS-REASON-TEXT
                   GO TO EDIT-FEED-RECORD-EXIT
           END-READ.
           IF CFA-STREET-LINE-1 = SPACES
               OR CFA-CITY = SPACES
               OR CFA-STATE = SPACES
               MOVE 12 TO WS-REASON-CODE
               MOVE "ADDRESS INCOMPLETE" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           IF CFA-ZIP-CODE(1:5) IS NOT NUMERIC
               MOVE 13 TO WS-REASON-CODE
               MOVE "INVALID ZIP CODE" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           IF CFA-ADDRESS-FLAG NOT = SPACE
               AND CFA-ADDRESS-FLAG NOT = "G"
               AND CFA-ADDRESS-FLAG NOT = "B"
               MOVE 14 TO WS-REASON-CODE
               MOVE "INVALID ADDRESS FLAG" TO WS-REASON-TEXT
               GO TO EDIT-FEED-RECORD-EXIT.
           MOVE "N" TO WS-ADDRESS-FOUND.
           MOVE CFA-SSNUM TO CA-SSNUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDRESS-FOUND
           END-READ.
       EDIT-FEED-RECORD-EXIT.
           EXIT.

      *> The nightly feed is head office's own data and is not
      *> journalled; the resubmission pass carries the clerk's
      *> corrections, which head office has not seen, so each is
      *> journalled for the extract.
       ADD-CUSTOMER.
           IF RESUBMIT-PASS
               PERFORM OPEN-CUSTOMER-JOURNAL
                   THRU OPEN-CUSTOMER-JOURNAL-EXIT
               IF NOT JOURNAL-IS-OPEN
                   PERFORM REJECT-JOURNAL-BUSY
                   GO TO ADD-CUSTOMER-EXIT
               END-IF
           END-IF.
           MOVE CF-SSNUM TO CM-SSNUM.
           MOVE CF-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
           MOVE CF-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
                   MOVE 9 TO WS-REASON-CODE
                   MOVE "MASTER WRITE FAILED" TO WS-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO ADD-CUSTOMER-EXIT
           END-WRITE.
           IF JOURNAL-IS-OPEN
               MOVE "A" TO CJ-CHANGE-TYPE
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE
               PERFORM WRITE-CUSTOMER-JOURNAL
               IF NOT JOURNAL-WAS-WRITTEN
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM REJECT-JOURNAL-FAILED
                   GO TO ADD-CUSTOMER-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM SYNC-XREF-RECORD.
           PERFORM LINK-PRIMARY-ACCOUNT THRU LINK-PRIMARY-ACCOUNT-EXIT.
       ADD-CUSTOMER-EXIT.
           EXIT.

       CHANGE-CUSTOMER.
           IF RESUBMIT-PASS
               PERFORM OPEN-CUSTOMER-JOURNAL
                   THRU OPEN-CUSTOMER-JOURNAL-EXIT
               IF NOT JOURNAL-IS-OPEN
                   PERFORM REJECT-JOURNAL-BUSY
                   GO TO CHANGE-CUSTOMER-EXIT
               END-IF
           END-IF.
           MOVE CF-SSNUM TO CM-SSNUM.
           MOVE CF-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
           MOVE CF-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
                   MOVE 10 TO WS-REASON-CODE
                   MOVE "MASTER REWRITE FAILED" TO WS-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM CLOSE-CUSTOMER-JOURNAL
                   GO TO CHANGE-CUSTOMER-EXIT
           END-REWRITE.
           IF JOURNAL-IS-OPEN
               MOVE "C" TO CJ-CHANGE-TYPE
               MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE-IMAGE
               MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE
               PERFORM WRITE-CUSTOMER-JOURNAL
               IF NOT JOURNAL-WAS-WRITTEN
                   MOVE WS-JOURNAL-BEFORE TO CUSTOMER-MASTER-RECORD
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CUSTLOAD: MASTER NOT RESTORED FOR "
                               CF-SSNUM ", STATUS " WS-CUSTMST-STATUS
                   END-REWRITE
                   PERFORM REJECT-JOURNAL-FAILED
                   GO TO CHANGE-CUSTOMER-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM SYNC-XREF-RECORD.
           PERFORM LINK-PRIMARY-ACCOUNT THRU LINK-PRIMARY-ACCOUNT-EXIT.
       CHANGE-CUSTOMER-EXIT.
           EXIT.

      *> A correction that cannot be journalled is not applied; it
      *> goes back on the reject file for the next repair session.
       REJECT-JOURNAL-BUSY.
           MOVE 16 TO WS-REASON-CODE.
           MOVE "CHANGE JOURNAL BUSY" TO WS-REASON-TEXT.
           PERFORM WRITE-REJECT-RECORD.
           MOVE 8 TO WS-LOAD-RC.
           DISPLAY "CUSTLOAD: CHANGE JOURNAL BUSY - " CF-SSNUM
               " NOT APPLIED".

       REJECT-JOURNAL-FAILED.
           MOVE 17 TO WS-REASON-CODE.
           MOVE "JOURNAL WRITE FAILED" TO WS-REASON-TEXT.
           PERFORM WRITE-REJECT-RECORD.
           MOVE 8 TO WS-LOAD-RC.
           DISPLAY "CUSTLOAD: CHANGE JOURNAL WRITE FAILED - " CF-SSNUM
               " NOT APPLIED".

      *> The agency's flag wins when it sends one.  Without one, an
      *> unchanged address keeps the mail-returned flag the branch
      *> set, and a different address clears it - that is normally
      *> the corrected address arriving.
       LOAD-ADDRESS.
           IF NOT ADDRESS-WAS-FOUND
               MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
               MOVE CFA-SSNUM TO CA-SSNUM
               MOVE "G" TO CA-ADDRESS-FLAG
           END-IF.
           IF ADDRESS-WAS-FOUND
               AND (CFA-STREET-LINE-1 NOT = CA-STREET-LINE-1
                   OR CFA-STREET-LINE-2 NOT = CA-STREET-LINE-2
                   OR CFA-CITY NOT = CA-CITY
                   OR CFA-STATE NOT = CA-STATE
                   OR CFA-ZIP-CODE NOT = CA-ZIP-CODE)
               MOVE "G" TO CA-ADDRESS-FLAG.
           IF CFA-ADDRESS-FLAG NOT = SPACE
               MOVE CFA-ADDRESS-FLAG TO CA-ADDRESS-FLAG.
           MOVE CFA-STREET-LINE-1 TO CA-STREET-LINE-1.
           MOVE CFA-STREET-LINE-2 TO CA-STREET-LINE-2.
           MOVE CFA-CITY TO CA-CITY.
           MOVE CFA-STATE TO CA-STATE.
           MOVE CFA-ZIP-CODE TO CA-ZIP-CODE.
           MOVE CFA-PHONE TO CA-PHONE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CA-LAST-CHANGE-DATE.
           MOVE 0 TO CA-LAST-CHANGE-OPER.
           IF ADDRESS-WAS-FOUND
               REWRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       MOVE 15 TO WS-REASON-CODE
                       MOVE "ADDRESS WRITE FAILED" TO WS-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDRESS-COUNT
               END-REWRITE
           ELSE
               WRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       MOVE 15 TO WS-REASON-CODE
                       MOVE "ADDRESS WRITE FAILED" TO WS-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDRESS-COUNT
               END-WRITE
           END-IF.

      *> The feed's account is the customer's main account; it is
      *> linked as primary unless the customer already holds it, or
      *> as joint when another customer is already its primary
      *> holder.  The account's holders are one START away.
       LINK-PRIMARY-ACCOUNT.
           IF CM-ACCOUNT-NUMBER = SPACES
               GO TO LINK-PRIMARY-ACCOUNT-EXIT.
           MOVE 0 TO WS-PRIMARY-SSNUM.
           MOVE CM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE 0 TO CR-SSNUM.
           START CUSTOMER-ACCOUNT-FILE
               KEY IS NOT LESS THAN CR-RELATION-KEY
               INVALID KEY
                   GO TO LINK-PRIMARY-ACCOUNT-WRITE
           END-START.
       LINK-PRIMARY-ACCOUNT-NEXT.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END GO TO LINK-PRIMARY-ACCOUNT-WRITE.
           IF CR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
               GO TO LINK-PRIMARY-ACCOUNT-WRITE.
           IF CR-ROLE-PRIMARY AND CR-SSNUM NOT = CM-SSNUM
               MOVE CR-SSNUM TO WS-PRIMARY-SSNUM
               GO TO LINK-PRIMARY-ACCOUNT-WRITE.
           GO TO LINK-PRIMARY-ACCOUNT-NEXT.
       LINK-PRIMARY-ACCOUNT-WRITE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE CM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE CM-SSNUM TO CR-SSNUM.
           MOVE "P" TO CR-ROLE.
           MOVE WS-TODAY TO CR-LINK-DATE.
           MOVE 0 TO CR-LINK-OPERATOR.
           IF WS-PRIMARY-SSNUM NOT = 0
               MOVE "J" TO CR-ROLE.
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   GO TO LINK-PRIMARY-ACCOUNT-EXIT
           END-WRITE.
           IF WS-PRIMARY-SSNUM NOT = 0
               DISPLAY "CUSTLOAD: ACCOUNT " CM-ACCOUNT-NUMBER
                   " HAS PRIMARY HOLDER " WS-PRIMARY-SSNUM
                   " - " CM-SSNUM " LINKED AS JOINT".
       LINK-PRIMARY-ACCOUNT-EXIT.
           EXIT.

       SYNC-XREF-RECORD.
           MOVE CM-SSNUM TO NX-SSNUM.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           IF CF-ACTION-ADDRESS
               MOVE SPACES TO ADDRESS-REJECT-RECORD
               MOVE WS-REASON-CODE TO RA-REASON-CODE
               MOVE WS-REASON-TEXT TO RA-REASON-TEXT
               MOVE CUSTOMER-ADDRESS-FEED TO RA-FEED-RECORD
               WRITE ADDRESS-REJECT-RECORD
               EXIT PARAGRAPH.
           MOVE WS-REASON-CODE TO RJ-REASON-CODE.
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT.
           MOVE CUSTOMER-FEED-RECORD TO RJ-FEED-RECORD.
           MOVE WS-CHANGE-COUNT TO WS-RD-COUNT.
           MOVE WS-REPORT-DETAIL TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           IF RESUBMIT-PASS
               MOVE "RESUBMIT ADDRESSES" TO WS-RD-LABEL
           ELSE
               MOVE "ADDRESSES LOADED" TO WS-RD-LABEL
           END-IF.
           MOVE WS-ADDRESS-COUNT TO WS-RD-COUNT.
           MOVE WS-REPORT-DETAIL TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           IF RESUBMIT-PASS
               MOVE "RESUBMIT REJECTED" TO WS-RD-LABEL
           ELSE
           DISPLAY "CUSTLOAD: READ " WS-READ-COUNT
               " ADDED " WS-ADD-COUNT
               " CHANGED " WS-CHANGE-COUNT
               " ADDRESSES " WS-ADDRESS-COUNT
               " REJECTED " WS-REJECT-COUNT.

      *> Appended one open/write/close per change, as the activity
      *> log is; opened before the master is changed.
       OPEN-CUSTOMER-JOURNAL.
           MOVE "N" TO WS-JOURNAL-OPEN.
           MOVE 0 TO WS-CUSTJRNL-RETRY.
       CUSTJRNL-OPEN-RETRY.
           OPEN EXTEND CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CUSTOMER-JOURNAL-FILE.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               ADD 1 TO WS-CUSTJRNL-RETRY
               IF WS-CUSTJRNL-RETRY < 10
                   CALL "C$SLEEP" USING WS-SLEEP-SECONDS
                   GO TO CUSTJRNL-OPEN-RETRY
               END-IF
               GO TO OPEN-CUSTOMER-JOURNAL-EXIT.
           MOVE "Y" TO WS-JOURNAL-OPEN.
       OPEN-CUSTOMER-JOURNAL-EXIT.
           EXIT.

       CLOSE-CUSTOMER-JOURNAL.
           IF JOURNAL-IS-OPEN
               CLOSE CUSTOMER-JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN.

      *> The caller sets the change type and both images.  A change
      *> that leaves the record as it was is not journalled.
       WRITE-CUSTOMER-JOURNAL.
           MOVE "Y" TO WS-JOURNAL-WRITTEN.
           IF CJ-CUSTOMER-CHANGED
               AND CJ-BEFORE-IMAGE = CJ-AFTER-IMAGE
               PERFORM CLOSE-CUSTOMER-JOURNAL
               EXIT PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO CJ-JOURNAL-DATE.
           MOVE WS-NOW TO CJ-JOURNAL-TIME.
           MOVE "CUSTLOAD" TO CJ-PROGRAM.
           MOVE 0 TO CJ-OPERATOR-NUMBER.
           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-JOURNAL-WRITTEN.
           PERFORM CLOSE-CUSTOMER-JOURNAL.

       WRITE-OPERATOR-SIGNON.
           MOVE "SIGNON" TO OA-EVENT-TYPE.
           PERFORM WRITE-OPERATOR-ACTIVITY-RECORD
