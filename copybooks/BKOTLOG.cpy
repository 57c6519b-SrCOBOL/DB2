      *> BKOTLOG - durable backout authorization log record, appended
      *> by ProcDateBackout in the OVRDLOG style: an S record before a
      *> live backout changes anything (which processing date and
      *> source, who authorized it, who keyed it, and why), then an E
      *> record when it ends with what it reversed and refused and
      *> the return code - so audit can see every time a night's
      *> changes were undone outside the normal maintenance path.
       01  BACKOUT-LOG-RECORD.
           05  BKOT-LOG-TIMESTAMP     PIC X(26).
           05  BKOT-LOG-EVENT         PIC X(1).
               88  BKOT-LOG-START     VALUE 'S'.
               88  BKOT-LOG-END       VALUE 'E'.
           05  BKOT-LOG-PROC-DATE     PIC X(8).
           05  BKOT-LOG-TARGET-DATE   PIC X(8).
           05  BKOT-LOG-SOURCE        PIC X(4).
           05  BKOT-LOG-SUP-USERID    PIC X(8).
           05  BKOT-LOG-OPER-USERID   PIC X(8).
           05  BKOT-LOG-REASON        PIC X(40).
           05  BKOT-LOG-REVERSED      PIC 9(7).
           05  BKOT-LOG-REFUSED       PIC 9(7).
           05  BKOT-LOG-RC            PIC 9(2).
