    *> next night's JCL concatenates DEPTRCYC ahead of the external
    *> DEPTBTCH input into DeptQueueDrain, and EMPMRCYC ahead of the
    *> EMPMAINT input into EmpMaintenance, so a corrected item flows
    *> through exactly the machinery the original would have. That
    *> EMPMAINT input is DupIdentityScreen's screened EMPMSCRN output;
    *> EMPMRCYC joins it after the screen, so an ADD held as a
    *> suspected duplicate (DUPN) and RSUB'd here goes in as the
    *> different person HR has confirmed it to be.
    SELECT DEPT-RECYCLE-FILE ASSIGN TO DEPTRCYC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DEPT-RCYC-STATUS.
