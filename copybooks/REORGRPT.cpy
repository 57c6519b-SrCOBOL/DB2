      *> REORGRPT - reorganization proof report line, written by
      *> DeptReorganize (each transaction, then every affected
      *> employee with the department before and after and what was
      *> done - moved, deferred to PENDTRAN, or in a dry run what
      *> would be - then the source department's closure outcome).
       01  REORG-RPT-RECORD           PIC X(132).
