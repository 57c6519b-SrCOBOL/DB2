      *> SVCEXTR - service-award vendor extract, written by
      *> ServiceMilestoneRpt with the same list the SVCRPT report
      *> prints: one H header (file date, the award month, source
      *> system), one D row per milestone, and one T trailer with the
      *> row counts so the vendor can prove it loaded the whole file.
      *> Dates are CCYYMMDD. SVC-DTL-BASIS says how the service start
      *> was reached: O original hire, B bridged over one or more
      *> short breaks, R restarted at a rehire after a long break.
       01  SVC-EXTR-RECORD.
           05  SVC-EXTR-REC-TYPE      PIC X(1).
               88  SVC-REC-HEADER     VALUE 'H'.
               88  SVC-REC-DETAIL     VALUE 'D'.
               88  SVC-REC-TRAILER    VALUE 'T'.
           05  SVC-EXTR-DATA          PIC X(149).
           05  SVC-EXTR-HDR REDEFINES SVC-EXTR-DATA.
               10  SVC-HDR-FILE-DATE  PIC X(8).
               10  SVC-HDR-AWARD-MONTH PIC X(6).
               10  SVC-HDR-SOURCE     PIC X(8).
               10  FILLER             PIC X(127).
           05  SVC-EXTR-DTL REDEFINES SVC-EXTR-DATA.
               10  SVC-DTL-MILESTONE  PIC X(4).
                   88  SVC-DTL-ANNIVERSARY VALUE 'ANNV'.
                   88  SVC-DTL-PROBATION   VALUE 'PROB'.
               10  SVC-DTL-YEARS      PIC 9(2).
               10  SVC-DTL-EVENT-DATE PIC X(8).
               10  SVC-DTL-EMP-ID     PIC 9(5).
               10  SVC-DTL-EMP-NAME   PIC X(30).
               10  SVC-DTL-DEPT       PIC X(20).
               10  SVC-DTL-DEPT-NAME  PIC X(30).
               10  SVC-DTL-MANAGER    PIC X(30).
               10  SVC-DTL-SVC-START  PIC X(8).
               10  SVC-DTL-HIRE-DATE  PIC X(8).
               10  SVC-DTL-BASIS      PIC X(1).
               10  FILLER             PIC X(3).
           05  SVC-EXTR-TRL REDEFINES SVC-EXTR-DATA.
               10  SVC-TRL-REC-COUNT  PIC 9(9).
               10  SVC-TRL-ANNV-COUNT PIC 9(7).
               10  SVC-TRL-PROB-COUNT PIC 9(7).
               10  FILLER             PIC X(126).
