      *> DUPSRPT - duplicate-identity match report line, written by
      *> DupIdentityScreen: for every ADD or REHI held in suspense, the
      *> incoming transaction on the left and each existing record its
      *> name matched on the right (active, terminated, or earlier in
      *> the same batch), how the names matched, and what HR can do -
      *> DROP it and key a REHI of the existing EMP_ID, or RSUB it as a
      *> genuinely different person.
       01  DUP-RPT-RECORD             PIC X(132).
