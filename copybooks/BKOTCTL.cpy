      *> BKOTCTL - runtime control card for ProcDateBackout, read from
      *> SYSIN at startup in the OVRDCTL style. PREV lists exactly
      *> what a live run would reverse and refuse without touching
      *> EMPLOYEE, EMPLOYEE_TERM, EMPHIST or PENDTRAN; LIVE reverses
      *> it and needs the supervisor authorization code, the
      *> supervisor's userid and a reason, all written to the backout
      *> log before anything is changed. The target date is the
      *> processing date (CCYYMMDD) whose changes are backed out; the
      *> source narrows it to XFER (department moves - EmpDeptTransfer,
      *> PendTransferRelease, DeptReorganize) or MANT (EmpMaintenance
      *> adds, terminations, name changes and rehires), blank or ALL
      *> taking both. The mode is deliberately not defaulted.
       01  BKOT-CONTROL-RECORD.
           05  BKOT-RUN-MODE          PIC X(4).
               88  BKOT-MODE-PREVIEW  VALUE 'PREV'.
               88  BKOT-MODE-LIVE     VALUE 'LIVE'.
           05  BKOT-TARGET-DATE       PIC X(8).
           05  BKOT-SOURCE            PIC X(4).
               88  BKOT-SRC-ALL       VALUE 'ALL ' SPACES.
               88  BKOT-SRC-TRANSFER  VALUE 'XFER'.
               88  BKOT-SRC-MAINT     VALUE 'MANT'.
           05  BKOT-SUP-CODE          PIC X(8).
           05  BKOT-SUP-USERID        PIC X(8).
           05  BKOT-REASON-TEXT       PIC X(40).
           05  FILLER                 PIC X(8).
