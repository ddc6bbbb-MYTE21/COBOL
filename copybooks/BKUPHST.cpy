      *> ---------------------------------------------------------------
      *> Shared master backup history record.
      *> COPYed into the FD of each program's BACKUP-HISTORY-FILE
      *> (assigned to the common "MSTBKUP.HST", line sequential).
      *> MSTBKUP writes one line for every master it copies each
      *> night: the generation (the day of the backup), the master,
      *> the name of its sequential copy, the date and time the copy
      *> began, the records copied and their control total, and
      *> whether the copy is good (OK), the master was not on file
      *> (EMPTY) or the copy could not be made (FAILED).  Where a
      *> generation was backed up twice the later line stands.
      *> MSTREST reloads a generation from these lines and rolls
      *> ACCTBAL forward from the copy's date and time.
      *> ---------------------------------------------------------------
           02 BH-GENERATION          PIC 9(08).
           02 FILLER                 PIC X(01).
           02 BH-MASTER-NAME         PIC X(10).
           02 FILLER                 PIC X(01).
           02 BH-COPY-NAME           PIC X(24).
           02 FILLER                 PIC X(01).
           02 BH-COPY-DATE           PIC 9(08).
           02 FILLER                 PIC X(01).
           02 BH-COPY-TIME           PIC 9(08).
           02 FILLER                 PIC X(01).
           02 BH-RECORD-COUNT        PIC 9(09).
           02 FILLER                 PIC X(01).
           02 BH-CONTROL-TOTAL       PIC S9(15)V99.
           02 FILLER                 PIC X(01).
           02 BH-COPY-RESULT         PIC X(06).
              88 BH-COPY-GOOD        VALUE "OK".
              88 BH-MASTER-EMPTY     VALUE "EMPTY".
