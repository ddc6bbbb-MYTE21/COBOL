      *>    LEDGER ACKNOWLEDGMENT MATCHING AND RESEND CONTROL
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  The interface trailer now ends with the number
      *>               of "B" ledger balance records GLEXTR writes, one
      *>               per ledger account.  An acknowledgment may return
      *>               the ledger's own count of them after the posting
      *>               hash total; when it does, it must agree with the
      *>               trailer like the other controls.  Acknowledgments
      *>               without it are balanced as before.
      *>   2026-09-02  New program: matches each acknowledgment the
      *>               ledger system returns in GLACK.DAT (extract
      *>               date, accepted/rejected, their counts and hash
                                    SEPARATE.
           02 FILLER                PIC X.
           02 AK-ACCT-HASH          PIC 9(11)V99.
           02 FILLER                PIC X.
           02 AK-LEDGER-COUNT       PIC X(04).
           02 AK-LEDGER-COUNT-N REDEFINES AK-LEDGER-COUNT
                                    PIC 9(04).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD      PIC X(100).
           02 WT-ACCT-NET           PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           02 WT-ACCT-HASH          PIC 9(11)V99.
           02 WT-LEDGER-COUNT       PIC 9(04).

       01  WS-REPORT-DETAIL.
           02 WS-RD-DATE            PIC 9(08).
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF ACK-IS-CLEAN AND AK-LEDGER-COUNT IS NUMERIC
               IF AK-LEDGER-COUNT-N NOT = WT-LEDGER-COUNT
                   MOVE "N" TO WS-ACK-CLEAN
                   MOVE "LEDGER COUNT DOES NOT BALANCE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE AK-EXTRACT-DATE TO GS-EXTRACT-DATE.
           READ GL-STATUS-FILE
               INVALID KEY
