      *> RUNHIST - cumulative batch run-history record, one per step
      *> per processing date, keyed by processing date plus the step's
      *> run-control name so a night's steps read back together in
      *> step order. Written by RunHistoryCapture at end of cycle from
      *> every step's completed RUNCTL entry (RUNCTL itself holds only
      *> the latest run of each step), and read by BatchWindowRpt for
      *> the elapsed-time and SLA trend. A rerun of the capture for the
      *> same date replaces the night's records rather than adding.
       01  RUN-HIST-RECORD.
           05  RUN-HIST-KEY.
               10  RUN-HIST-PROC-DATE PIC X(8).
               10  RUN-HIST-PGM-NAME  PIC X(8).
           05  RUN-HIST-STATUS        PIC X(1).
               88  RUN-HIST-COMPLETE  VALUE 'C'.
               88  RUN-HIST-ERROR     VALUE 'E'.
           05  RUN-HIST-START-TS      PIC X(26).
           05  RUN-HIST-END-TS        PIC X(26).
           05  RUN-HIST-ROWS-IN       PIC 9(9).
           05  RUN-HIST-ROWS-OUT      PIC 9(9).
           05  RUN-HIST-RETURN-CODE   PIC 9(2).
      *> Wall-clock seconds from START-TS to END-TS, worked out once
      *> at capture so the report does no timestamp arithmetic per
      *> history record.
           05  RUN-HIST-ELAPSED-SECS  PIC 9(7).
           05  FILLER                 PIC X(20).
