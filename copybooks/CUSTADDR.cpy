      *> ---------------------------------------------------------------
      *> Shared customer mailing address / contact record.
      *> COPYed into the FD of each program's CUSTOMER-ADDRESS-FILE
      *> (assigned to the common "CUSTADDR", keyed on SSN like the
      *> customer master).  Maintained in CUSTMNT, loaded from the
      *> agency feed by CUSTLOAD, carried to the new number by SSNCHG
      *> and to the survivor by CUSTMRG.  A customer with no record,
      *> or with CA-ADDRESS-BAD set after mail came back, has their
      *> statement held instead of mailed.
      *> ---------------------------------------------------------------
           02 CA-SSNUM               PIC 9(09).
           02 CA-STREET-LINE-1       PIC X(30).
           02 CA-STREET-LINE-2       PIC X(30).
           02 CA-CITY                PIC X(20).
           02 CA-STATE               PIC X(02).
           02 CA-ZIP-CODE            PIC X(10).
           02 CA-PHONE               PIC X(15).
           02 CA-ADDRESS-FLAG        PIC X(01).
              88 CA-ADDRESS-GOOD     VALUES " " "G".
              88 CA-ADDRESS-BAD      VALUE "B".
           02 CA-LAST-CHANGE-DATE    PIC 9(08).
           02 CA-LAST-CHANGE-OPER    PIC 9(06).
