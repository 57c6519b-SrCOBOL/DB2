      *> REORGTRN - department reorganization transaction record,
      *> read by DeptReorganize from a batch of HR requests: MERG
      *> (move everyone in the source department to the target), SPLT
      *> (move the source department's employees in the EMP_ID range
      *> and/or the listed EMP_IDs to the target), CLOS (move everyone
      *> to the target, then inactivate the source as of the effective
      *> date once the last employee has moved). A SPLT for single
      *> people may leave the range zero and list up to eight EMP_IDs.
       01  REORG-TRAN-RECORD.
           05  REORG-TRAN-CODE        PIC X(4).
               88  REORG-MERGE        VALUE 'MERG'.
               88  REORG-SPLIT        VALUE 'SPLT'.
               88  REORG-CLOSE        VALUE 'CLOS'.
           05  REORG-SOURCE-DEPT      PIC X(20).
           05  REORG-TARGET-DEPT      PIC X(20).
           05  REORG-EFF-DATE         PIC X(10).
           05  REORG-ID-LOW           PIC 9(5).
           05  REORG-ID-HIGH          PIC 9(5).
           05  REORG-ID-LIST          PIC 9(5) OCCURS 8 TIMES.
