      *> ACCSRPT - nightly online access report line, written by
      *> AccessLogRpt from the day's ACCSLOG: access counts by user and
      *> transaction, every refused attempt, and the users who looked
      *> up more distinct employees than the control-card limit.
       01  ACCS-RPT-RECORD            PIC X(132).
