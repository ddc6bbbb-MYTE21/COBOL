      *> ---------------------------------------------------------------
      *> Shared dual-control approval queue record.
      *> COPYed into the FD of each program's APPROVAL-QUEUE-FILE
      *> (assigned to the common "APRQUEUE", keyed on item number).
      *> ACCTMNT queues a balance adjustment over the approval limit
      *> ("J") and CALC queues a session total for an account with no
      *> customer ("O"); nothing reaches ACCTBAL until a second
      *> supervisor approves the item in ACCTAPRV, never the one who
      *> queued it.  Item number zero is the control record carrying
      *> the last item number given out.
      *> ---------------------------------------------------------------
           02 PA-ITEM-NUMBER         PIC 9(06).
           02 PA-ITEM-DATA.
              03 PA-ITEM-TYPE        PIC X(01).
                 88 PA-ADJUSTMENT    VALUE "J".
                 88 PA-OVERRIDE      VALUE "O".
              03 PA-ITEM-STATUS      PIC X(01).
                 88 PA-PENDING       VALUE "P".
                 88 PA-APPROVED      VALUE "A".
                 88 PA-DECLINED      VALUE "D".
              03 PA-ACCOUNT-NUMBER   PIC X(10).
              03 PA-POST-TYPE        PIC X(01).
                 88 PA-POST-DEBIT    VALUE "D".
                 88 PA-POST-CREDIT   VALUE "C".
              03 PA-AMOUNT           PIC S9(8)V99.
              03 PA-MAKER-OPERATOR   PIC 9(06).
              03 PA-QUEUE-DATE       PIC 9(08).
              03 PA-QUEUE-TIME       PIC 9(08).
              03 PA-REASON           PIC X(30).
              03 PA-CHECKER-OPERATOR PIC 9(06).
              03 PA-DECISION-DATE    PIC 9(08).
              03 PA-DECISION-TIME    PIC 9(08).
              03 PA-NEW-BALANCE      PIC S9(9)V99.
           02 PA-CONTROL-DATA REDEFINES PA-ITEM-DATA.
              03 PA-LAST-ITEM-NUMBER PIC 9(06).
              03 FILLER              PIC X(102).
