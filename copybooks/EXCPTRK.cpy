      *> ---------------------------------------------------------------
      *> Shared control-exception tracking record.
      *> COPYed into the FD of each program's EXCEPTION-TRACKING-FILE
      *> (assigned to the common "EXCPTRK", keyed on item number with
      *> the match key as an alternate key with duplicates).  EXCPRPT
      *> adds one item for every exception the night's reports and
      *> step log raise and finds it again by the match key when the
      *> same exception is reported on a later night: the source job,
      *> the business date for a report that covers one day only (zero
      *> for a standing condition such as an orphan balance), and the
      *> part of the report line that identifies the exception.  The
      *> detail is the report line as last printed.  EX-BUSINESS-DATE
      *> is the night the item was first raised and decides the month
      *> it belongs to for MTHCLOSE.  Supervisors assign an owner and
      *> resolve or waive items in EXCPMNT; a resolved item raised
      *> again on a later night is reopened.  Item number zero is the
      *> control record carrying the last item number given out.
      *> ---------------------------------------------------------------
           02 EX-ITEM-NUMBER         PIC 9(06).
           02 EX-ITEM-DATA.
              03 EX-MATCH-KEY.
                 04 EX-SOURCE-JOB    PIC X(08).
                 04 EX-MATCH-DATE    PIC 9(08).
                 04 EX-MATCH-TEXT    PIC X(80).
              03 EX-DETAIL           PIC X(110).
              03 EX-BUSINESS-DATE    PIC 9(08).
              03 EX-LAST-SEEN-DATE   PIC 9(08).
              03 EX-TIMES-SEEN       PIC 9(04).
              03 EX-ITEM-STATUS      PIC X(01).
                 88 EX-OPEN          VALUE "O".
                 88 EX-RESOLVED      VALUE "R".
                 88 EX-WAIVED        VALUE "W".
                 88 EX-CLOSED        VALUES "R" "W".
              03 EX-OWNER            PIC 9(06).
              03 EX-RESOLUTION-NOTE  PIC X(60).
              03 EX-CHANGED-OPERATOR PIC 9(06).
              03 EX-CHANGED-DATE     PIC 9(08).
              03 EX-CHANGED-TIME     PIC 9(08).
              03 EX-CLOSED-OPERATOR  PIC 9(06).
              03 EX-CLOSED-DATE      PIC 9(08).
              03 EX-CLOSED-TIME      PIC 9(08).
              03 EX-REOPENED-COUNT   PIC 9(04).
           02 EX-CONTROL-DATA REDEFINES EX-ITEM-DATA.
              03 EX-LAST-ITEM-NUMBER PIC 9(06).
              03 FILLER              PIC X(335).
