      *> ---------------------------------------------------------------
      *> Shared standing-order record.
      *> COPYed into the FD of each program's STANDING-ORDER-FILE
      *> (assigned to the common "STNDORD", keyed on order number).
      *> An order is set up and changed in STNDMNT, which records the
      *> operator, date and time of the set-up and of the last change,
      *> and is posted by the nightly STNDPOST step on every date it
      *> falls due.  SO-NEXT-DUE-DATE is the scheduled date of the
      *> next posting; a scheduled date on a weekend or a holiday
      *> (HOLIDAYS.DAT) posts on the next business day, and the date
      *> after it is worked out from the scheduled date, not the day
      *> it posted.  Monthly, quarterly and yearly orders keep the day
      *> of the month of the start date, or the month's last day when
      *> the month is shorter.  An end date of zero runs until the
      *> order is cancelled.  Order number zero is the control record
      *> carrying the last order number given out.
      *> ---------------------------------------------------------------
           02 SO-ORDER-NUMBER        PIC 9(06).
           02 SO-ORDER-DATA.
              03 SO-ACCOUNT-NUMBER   PIC X(10).
              03 SO-POST-TYPE        PIC X(01).
                 88 SO-POST-DEBIT    VALUE "D".
                 88 SO-POST-CREDIT   VALUE "C".
              03 SO-AMOUNT           PIC 9(08)V99.
              03 SO-FREQUENCY        PIC X(01).
                 88 SO-WEEKLY        VALUE "W".
                 88 SO-FORTNIGHTLY   VALUE "F".
                 88 SO-MONTHLY       VALUE "M".
                 88 SO-QUARTERLY     VALUE "Q".
                 88 SO-YEARLY        VALUE "Y".
                 88 SO-FREQUENCY-VALID VALUES "W" "F" "M" "Q" "Y".
              03 SO-START-DATE       PIC 9(08).
              03 SO-END-DATE         PIC 9(08).
              03 SO-NEXT-DUE-DATE    PIC 9(08).
              03 SO-ORDER-STATUS     PIC X(01).
                 88 SO-ACTIVE        VALUE "A".
                 88 SO-HELD          VALUE "H".
                 88 SO-ENDED         VALUE "E".
                 88 SO-CANCELLED     VALUE "X".
                 88 SO-FINISHED      VALUES "E" "X".
              03 SO-REFERENCE        PIC X(16).
              03 SO-SET-UP-OPERATOR  PIC 9(06).
              03 SO-SET-UP-DATE      PIC 9(08).
              03 SO-SET-UP-TIME      PIC 9(08).
              03 SO-CHANGED-OPERATOR PIC 9(06).
              03 SO-CHANGED-DATE     PIC 9(08).
              03 SO-CHANGED-TIME     PIC 9(08).
      *> The last scheduled date dealt with by STNDPOST, the day it
      *> was dealt with, and whether it posted or was skipped.
              03 SO-LAST-DUE-DATE    PIC 9(08).
              03 SO-LAST-RUN-DATE    PIC 9(08).
              03 SO-LAST-RESULT      PIC X(08).
              03 SO-POSTED-COUNT     PIC 9(06).
              03 SO-SKIPPED-COUNT    PIC 9(06).
           02 SO-CONTROL-DATA REDEFINES SO-ORDER-DATA.
              03 SO-LAST-ORDER-NUMBER PIC 9(06).
              03 FILLER              PIC X(137).
