      *> SVCCTL - runtime control card for ServiceMilestoneRpt, read
      *> from SYSIN at startup. BREAK-DAYS is the longest gap between a
      *> termination and a rehire that still counts as continuous
      *> service (a longer break restarts service at the rehire);
      *> PROBATION-DAYS is the probation period measured from the
      *> start of service. Missing/blank fields default to 365 and 90.
       01  SVC-CONTROL-RECORD.
           05  SVC-BREAK-DAYS         PIC 9(4).
           05  SVC-PROBATION-DAYS     PIC 9(3).
           05  FILLER                 PIC X(73).
