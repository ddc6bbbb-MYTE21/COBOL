      *> number of postings to one account).  One record is written for
      *> every posting applied to ACCTBAL and is never rewritten, so
      *> the statement run can replay a month of activity long after
      *> the balance record has moved on.  Month-end interest ("I",
      *> a credit) and service charges ("F", a debit) are posted as
      *> their own types so statements can show them separately;
      *> replays test AH-DEBIT-DIRECTION rather than AH-POSTED-DEBIT.
      *> ---------------------------------------------------------------
           02 AH-HIST-KEY.
              03 AH-ACCOUNT-NUMBER   PIC X(10).
           02 AH-POST-TYPE           PIC X(01).
              88 AH-POSTED-DEBIT     VALUE "D".
              88 AH-POSTED-CREDIT    VALUE "C".
              88 AH-POSTED-INTEREST  VALUE "I".
              88 AH-POSTED-FEE       VALUE "F".
              88 AH-DEBIT-DIRECTION  VALUES "D" "F".
           02 AH-POST-AMOUNT         PIC S9(8)V99.
           02 AH-OPERATOR-NUMBER     PIC 9(06).
           02 AH-NEW-BALANCE         PIC S9(9)V99.
