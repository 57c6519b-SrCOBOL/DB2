      *> BWINRPT - batch-window trend report line, written by
      *> BatchWindowRpt: for each night in the reporting window every
      *> step's elapsed time, rows in, rows per minute and rolling
      *> averages with any SLA / rows-in swing flag, the night's total
      *> and window, the EMPEXTn partition steps side by side, then a
      *> per-step summary across the window.
       01  BWIN-RPT-RECORD            PIC X(132).
