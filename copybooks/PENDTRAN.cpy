      *> EmpDeptTransfer for any transfer dated later than today, and
      *> rolled forward by PendTransferRelease for transfers still not
      *> due, so HR never has to rekey a future-dated request.
      *> The accepted date is the processing date (CCYYMMDD) of the
      *> run that put the transfer on hold - DeptReorganize stamps its
      *> deferred moves the same way - and is carried unchanged as the
      *> entry rolls forward, so ProcDateBackout can pick out what one
      *> night's file queued.
       01  PEND-TRAN-RECORD.
           05  PEND-TRAN-EFF-CCYYMMDD PIC X(8).
           05  PEND-TRAN-EMP-ID       PIC 9(5).
           05  PEND-TRAN-NEW-DEPT     PIC X(20).
           05  PEND-TRAN-EFF-DATE     PIC X(10).
           05  PEND-TRAN-ACCEPT-DATE  PIC X(8).
