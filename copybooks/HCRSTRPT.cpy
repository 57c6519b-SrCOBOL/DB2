      *> HCRSTRPT - headcount restatement report line, written by
      *> HeadcountRestate (the retroactive moves picked up from the
      *> night's EMPHIST postings, then one line per HCHIST snapshot
      *> date/department it corrected: count before and after).
       01  HC-RESTATE-RPT-RECORD      PIC X(132).
