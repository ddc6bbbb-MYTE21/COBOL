      *> ---------------------------------------------------------------
      *> Shared function authority table line.
      *> COPYed into the FD of each program's AUTHORITY-TABLE-FILE
      *> (assigned to the common "AUTHTAB.DAT", line sequential) so
      *> every interactive program checks, and OPRENT reports, the
      *> same grants.  One line grants one function of one program
      *> to the operators whose authority level (OM-AUTHORITY-LEVEL)
      *> lies in the range and, when a role is given, who carry that
      *> role (OM-ROLE).  A function of "*" grants every function of
      *> the program.  An operator holding no grant at all for a
      *> program is refused at sign-on; one holding some grants is
      *> refused the functions not granted.  A line starting "*" is
      *> a comment.  For example:
      *>   CUSTMNT  I 01 99          CUSTOMER INQUIRY
      *>   CUSTMNT  D 90 99          CUSTOMER DELETE
      *>   SUPVACM  Z 50 99 SHIFTLD  RESET ACCUMULATOR
      *>   OPRMAINT * 01 99 SECADMIN OPERATOR MASTER MAINTENANCE
      *> ---------------------------------------------------------------
           02 AT-PROGRAM-NAME        PIC X(08).
           02 AT-PROGRAM-MARK REDEFINES AT-PROGRAM-NAME.
              03 AT-COMMENT-MARK     PIC X(01).
                 88 AT-COMMENT-LINE  VALUE "*".
              03 FILLER              PIC X(07).
           02 FILLER                 PIC X(01).
           02 AT-FUNCTION-CODE       PIC X(01).
              88 AT-ALL-FUNCTIONS    VALUE "*".
           02 FILLER                 PIC X(01).
           02 AT-LOW-LEVEL           PIC 9(02).
           02 FILLER                 PIC X(01).
           02 AT-HIGH-LEVEL          PIC 9(02).
           02 FILLER                 PIC X(01).
           02 AT-ROLE                PIC X(08).
           02 FILLER                 PIC X(01).
           02 AT-DESCRIPTION         PIC X(30).
