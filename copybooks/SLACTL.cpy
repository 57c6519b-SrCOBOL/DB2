      *> SLACTL - runtime control cards for BatchWindowRpt, read from
      *> SYSIN until end of file. One card per step with an elapsed
      *> time SLA: the step's run-control name, the most minutes it
      *> may run, and optionally its own rows-in swing percentage. A
      *> step with no card (or zero minutes) is trended but never
      *> flagged for SLA. One optional *OPTIONS card sets the nights
      *> reported (default 14), the nights in the rolling average
      *> (default 7, at most 30), and the default swing percentage
      *> (default 25) for steps whose card leaves it blank.
       01  SLA-CONTROL-RECORD.
           05  SLA-PGM-NAME           PIC X(8).
               88  SLA-OPTIONS-CARD   VALUE '*OPTIONS'.
           05  SLA-STEP-LIMITS.
               10  SLA-MAX-MINUTES    PIC 9(4).
               10  SLA-SWING-PCT      PIC 9(3).
               10  FILLER             PIC X(65).
           05  SLA-OPTIONS REDEFINES SLA-STEP-LIMITS.
               10  SLA-OPT-RPT-NIGHTS PIC 9(3).
               10  SLA-OPT-AVG-NIGHTS PIC 9(2).
               10  SLA-OPT-SWING-PCT  PIC 9(3).
               10  FILLER             PIC X(64).
