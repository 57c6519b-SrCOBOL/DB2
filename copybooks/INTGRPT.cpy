      *> INTGRPT - referential-integrity exception report line, written
      *> by IntegritySweep: one section per violation type (employees
      *> in missing, inactive, or ended departments, employees on both
      *> EMPLOYEE and EMPLOYEE_TERM, pending transfers for missing or
      *> terminated employees or into missing, inactive, or ending
      *> departments, suspense items for terminated employees), each
      *> flagged CRITICAL or WARNING, then counts by type.
       01  INTG-RPT-RECORD            PIC X(132).
