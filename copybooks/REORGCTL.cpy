      *> REORGCTL - runtime mode control card for DeptReorganize, read
      *> from SYSIN at startup in the AUDCTL style. DRY lists exactly
      *> what a live run would move, defer and inactivate without
      *> touching EMPLOYEE, DEPARTMENT, PENDTRAN or EMPHIST, so HR can
      *> review the proof before the real run; LIVE applies it. The
      *> mode is deliberately not defaulted.
       01  REORG-CONTROL-RECORD.
           05  REORG-RUN-MODE         PIC X(4).
               88  REORG-MODE-DRY     VALUE 'DRY '.
               88  REORG-MODE-LIVE    VALUE 'LIVE'.
           05  FILLER                 PIC X(76).
