      *> SVCRPT - service milestone report line, written monthly by
      *> ServiceMilestoneRpt: the coming month's 5/10/15/20/25-year
      *> service anniversaries and the probation periods ending in the
      *> next 30 days, grouped by manager and department from
      *> DEPARTMENT, with how each employee's continuous service was
      *> worked out, then the employees that could not be assessed.
       01  SVC-RPT-RECORD             PIC X(132).
