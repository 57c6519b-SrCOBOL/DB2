      *> written by EmpMaintenance for any transaction that fails
      *> validation or update, with a per-reason code so HR knows
      *> what to fix - the same convention DEPTREJ set for transfers.
      *> DupIdentityScreen writes the same layout with reason DUPN for
      *> an ADD or REHI whose name matches a different EMP_ID already
      *> on EMPLOYEE or EMPLOYEE_TERM (or earlier in the same batch);
      *> the reason text names the first candidate EMP_ID.
       01  EMP-MAINT-REJECT-RECORD.
           05  MREJECT-TRAN-CODE      PIC X(4).
           05  MREJECT-EMP-ID         PIC 9(5).
               88  MREASON-INACT-DEPT VALUE 'INAD'.
               88  MREASON-NOT-TERM   VALUE 'NOTM'.
               88  MREASON-DEAD-ID    VALUE 'ARCH'.
               88  MREASON-DUP-NAME   VALUE 'DUPN'.
           05  MREJECT-REASON-TEXT    PIC X(40).
