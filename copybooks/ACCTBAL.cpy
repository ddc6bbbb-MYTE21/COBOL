           02 AB-BALANCE             PIC S9(9)V99.
           02 AB-LAST-POST-DATE      PIC 9(08).
           02 AB-LAST-POST-OPERATOR  PIC 9(06).
      *> Account status, set by a supervisor in ACCTMNT or to dormant
      *> by the nightly ACCTDORM step.  A blank status is a record
      *> written before the status existed and reads as open.  Frozen
      *> and closed accounts take no postings; an account is only
      *> closed at a zero balance.
           02 AB-STATUS              PIC X(01).
              88 AB-STATUS-OPEN      VALUES " " "O".
              88 AB-STATUS-FROZEN    VALUE "F".
              88 AB-STATUS-DORMANT   VALUE "D".
              88 AB-STATUS-CLOSED    VALUE "C".
              88 AB-POSTING-BLOCKED  VALUES "F" "C".
              88 AB-STATUS-VALID     VALUES " " "O" "F" "D" "C".
           02 AB-STATUS-REASON       PIC X(20).
           02 AB-STATUS-DATE         PIC 9(08).
           02 AB-STATUS-OPERATOR     PIC 9(06).
