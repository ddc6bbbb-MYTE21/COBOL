      *> ---------------------------------------------------------------
      *> Shared compliance case record.
      *> COPYed into the FD of each program's COMPLIANCE-CASE-FILE
      *> (assigned to the common "CTRCASE", keyed on case number).
      *> CTRRPT opens a case for every customer whose postings for a
      *> business day reach the reporting threshold ("L") and for
      *> every pattern that may be structuring: several postings just
      *> under the threshold within a few days ("N"), or one amount
      *> posted by more than one operator ("S").  A case stays open,
      *> and is carried forward on every night's report, until a
      *> supervisor marks it filed (reported to the authorities) or
      *> cleared (no report needed) in CTRMNT with a note.  Case
      *> number zero is the control record carrying the last case
      *> number given out.  A customer-less account is opened under
      *> SSN zero with its account number.
      *> ---------------------------------------------------------------
           02 CC-CASE-NUMBER         PIC 9(06).
           02 CC-CASE-DATA.
              03 CC-CASE-TYPE        PIC X(01).
                 88 CC-LARGE-TOTAL   VALUE "L".
                 88 CC-NEAR-THRESHOLD VALUE "N".
                 88 CC-SAME-AMOUNT   VALUE "S".
              03 CC-CASE-STATUS      PIC X(01).
                 88 CC-OPEN          VALUE "O".
                 88 CC-FILED         VALUE "F".
                 88 CC-CLEARED       VALUE "C".
              03 CC-BUSINESS-DATE    PIC 9(08).
              03 CC-SSNUM            PIC 9(09).
              03 CC-CUSTOMER-NAME    PIC X(30).
              03 CC-ACCOUNT-NUMBER   PIC X(10).
              03 CC-AMOUNT           PIC 9(09)V99.
              03 CC-POSTING-COUNT    PIC 9(04).
              03 CC-DETAIL           PIC X(40).
              03 CC-OPENED-DATE      PIC 9(08).
              03 CC-CLOSED-OPERATOR  PIC 9(06).
              03 CC-CLOSED-DATE      PIC 9(08).
              03 CC-CLOSED-TIME      PIC 9(08).
              03 CC-CLOSE-NOTE       PIC X(40).
           02 CC-CONTROL-DATA REDEFINES CC-CASE-DATA.
              03 CC-LAST-CASE-NUMBER PIC 9(06).
              03 FILLER              PIC X(178).
