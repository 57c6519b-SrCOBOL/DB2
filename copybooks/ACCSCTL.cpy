      *> ACCSCTL - runtime control card for AccessLogRpt, read from
      *> SYSIN at startup: the number of distinct employees one user
      *> may look up in a day before the report flags the user for
      *> review. Missing/blank defaults to 50.
       01  ACCS-CONTROL-RECORD.
           05  ACCS-DISTINCT-LIMIT    PIC 9(5).
           05  FILLER                 PIC X(75).
