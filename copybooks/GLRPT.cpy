      *> GLRPT - cost-center / manager summary report line, written by
      *> CostCenterFeed (one line per department under its cost
      *> center with the department's manager and headcount, a
      *> subtotal per cost center, then the exceptions section listing
      *> every employee whose department could not be charged).
       01  GL-RPT-RECORD              PIC X(132).
