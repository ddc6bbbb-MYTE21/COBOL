      *> ---------------------------------------------------------------
      *> Shared audit history record.
      *> COPYed into the FD of each program's AUDIT-HISTORY-FILE
      *> (assigned to the common "AUDHIST", keyed on AU-AUDIT-KEY with
      *> AU-POST-ACCOUNT as an alternate key WITH DUPLICATES).  One
      *> record per audit-format line of a daily CALCLOGyyyymmdd.TXT,
      *> loaded nightly by AUDLOAD; the days loaded are listed on
      *> AUDLOAD.HST.  The key is the day of the log, the operator,
      *> the time and the line's position in the day file, so the
      *> same line always has the same key.  AU-POST-ACCOUNT carries
      *> the account of a posting line (P, J, I, F) and is spaces on
      *> every other line.  AU-LOG-LINE is the line exactly as logged,
      *> for reproducing the tape.
      *> ---------------------------------------------------------------
           02 AU-AUDIT-KEY.
              03 AU-LOG-DATE         PIC 9(08).
              03 AU-OPERATOR-NUMBER  PIC 9(06).
              03 AU-LOG-TIME         PIC 9(08).
              03 AU-LINE-NUMBER      PIC 9(06).
           02 AU-POST-ACCOUNT        PIC X(10).
           02 AU-AUDIT-KEY-CODE      PIC X(01).
              88 AU-POSTING-LINE     VALUES "P" "J" "I" "F".
           02 AU-NEW-VALUE           PIC S9(9)V99.
           02 AU-ACCUMULATOR         PIC S9(9)V99.
           02 AU-LOG-LINE            PIC X(80).
