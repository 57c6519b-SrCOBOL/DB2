      *> REORGPND - pending department-closure record, written by
      *> DeptReorganize for a future-dated CLOS whose moves went to
      *> PENDTRAN. Each later run rolls the file forward (REORGPND in,
      *> REORGPOT out, the PENDTRAN/PENDOUT pattern) and inactivates
      *> the source department on the first run on or after the
      *> effective date that finds nobody left in it.
       01  REORG-PEND-RECORD.
           05  REORG-PEND-EFF-CCYYMMDD PIC X(8).
           05  REORG-PEND-DEPT        PIC X(20).
           05  REORG-PEND-EFF-DATE    PIC X(10).
           05  REORG-PEND-TARGET-DEPT PIC X(20).
