      *>    END-OF-DAY BALANCING - CALCLOG / ACCUMMST / CALCTAPE
      *> ---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  Month-end interest ("I") and service-charge
      *>               ("F") lines from ACCTINT are account postings,
      *>               not keystrokes, and are skipped like "P" lines.
      *>   2026-09-02  Operator table raised from 50 to 500 entries,
      *>               and a full table is now a hard error - a
      *>               message on the report and return code 8 -
           IF WS-LL-OPERATOR IS NOT NUMERIC
               GO TO AUDIT-READ-NEXT.
           IF WS-LL-KEY = "P" OR WS-LL-KEY = "J"
               OR WS-LL-KEY = "I" OR WS-LL-KEY = "F"
               GO TO AUDIT-READ-NEXT.
           IF WS-LL-KEY = "Z"
               PERFORM REBASELINE-OPERATOR
