           02 OM-PIN-FAIL-COUNT      PIC 9(02).
           02 OM-LOCK-FLAG           PIC X(01).
              88 OM-LOCKED           VALUE "L".
      *> Named role checked by the function authority table
      *> (AUTHTAB.DAT) alongside the authority level, e.g. TELLER,
      *> SHIFTLD, SECADMIN.  Blank on a record from before roles
      *> existed; such an operator holds only grants naming no role.
           02 OM-ROLE                PIC X(08).
