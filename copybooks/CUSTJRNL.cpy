      *> ---------------------------------------------------------------
      *> Shared customer change journal record.
      *> COPYed into the FD of each program's CUSTOMER-JOURNAL-FILE
      *> (assigned to the common "CUSTJRNL.DAT", line sequential,
      *> appended one open/write/close per change like OPRACT.LOG)
      *> by every program that changes CUSTMST locally, and read by
      *> the nightly head-office extract CUSTXTR.  The images are
      *> CUSTMST records (copybooks/CUSTMST.cpy); an image that does
      *> not exist - the before image of an add, the after image of
      *> a delete - is spaces.  An SSN correction carries the old
      *> SSN in the before image and the new in the after; a merge
      *> carries the retired duplicate before and the survivor after.
      *> CUSTLOAD's resubmission pass journals each repaired feed
      *> reject it applies, with the master as read before the update.
      *> ---------------------------------------------------------------
           02 CJ-JOURNAL-DATE        PIC 9(08).
           02 CJ-JOURNAL-TIME        PIC 9(08).
           02 CJ-PROGRAM             PIC X(08).
           02 CJ-OPERATOR-NUMBER     PIC 9(06).
           02 CJ-CHANGE-TYPE         PIC X(01).
              88 CJ-CUSTOMER-ADDED   VALUE "A".
              88 CJ-CUSTOMER-CHANGED VALUE "C".
              88 CJ-CUSTOMER-DELETED VALUE "D".
              88 CJ-SSN-CORRECTED    VALUE "S".
              88 CJ-CUSTOMER-MERGED  VALUE "M".
              88 CJ-CHANGE-VALID     VALUES "A" "C" "D" "S" "M".
           02 CJ-BEFORE-IMAGE.
              03 CJ-BEFORE-SSNUM     PIC 9(09).
              03 CJ-BEFORE-NAME      PIC X(30).
              03 CJ-BEFORE-ACCOUNT   PIC X(10).
           02 CJ-AFTER-IMAGE.
              03 CJ-AFTER-SSNUM      PIC 9(09).
              03 CJ-AFTER-NAME       PIC X(30).
              03 CJ-AFTER-ACCOUNT    PIC X(10).
