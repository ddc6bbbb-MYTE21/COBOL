      *> ---------------------------------------------------------------
      *> Shared customer-to-account relationship record.
      *> COPYed into the FD of each program's CUSTOMER-ACCOUNT-FILE
      *> (assigned to the common "CUSTACCT").  One record per holder
      *> of an account, keyed on account number plus SSN so every
      *> holder of an account is one START away; a customer may hold
      *> any number of accounts and an account any number of holders.
      *> Linked and unlinked in CUSTMNT, seeded from CM-ACCOUNT-NUMBER
      *> by CUSTALNK and kept with the customer by SSNCHG and CUSTMRG.
      *> The primary holder addresses the statement.
      *> ---------------------------------------------------------------
           02 CR-RELATION-KEY.
              03 CR-ACCOUNT-NUMBER   PIC X(10).
              03 CR-SSNUM            PIC 9(09).
           02 CR-ROLE                PIC X(01).
              88 CR-ROLE-PRIMARY     VALUE "P".
              88 CR-ROLE-JOINT       VALUE "J".
              88 CR-ROLE-TRUSTEE     VALUE "T".
              88 CR-ROLE-VALID       VALUES "P" "J" "T".
           02 CR-LINK-DATE           PIC 9(08).
           02 CR-LINK-OPERATOR       PIC 9(06).
