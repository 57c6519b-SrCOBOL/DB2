      *> GLDIST - general-ledger labor-distribution upload record in
      *> the GL's fixed upload format, written by CostCenterFeed: one
      *> H header (file date, accounting period, source system), one
      *> D row per cost center carrying the night's headcount charged
      *> to it, and one T trailer with the detail count and the
      *> headcount total, so the GL load can prove it took the whole
      *> file before it posts anything.
       01  GL-DIST-RECORD.
           05  GL-DIST-REC-TYPE       PIC X(1).
               88  GL-REC-HEADER      VALUE 'H'.
               88  GL-REC-DETAIL      VALUE 'D'.
               88  GL-REC-TRAILER     VALUE 'T'.
           05  GL-DIST-DATA           PIC X(39).
           05  GL-DIST-HDR REDEFINES GL-DIST-DATA.
               10  GL-HDR-FILE-DATE   PIC X(8).
               10  GL-HDR-PERIOD      PIC X(6).
               10  GL-HDR-SOURCE      PIC X(8).
               10  FILLER             PIC X(17).
           05  GL-DIST-DTL REDEFINES GL-DIST-DATA.
               10  GL-DTL-COST-CTR    PIC X(6).
               10  GL-DTL-HEADCOUNT   PIC 9(9).
               10  GL-DTL-DEPT-COUNT  PIC 9(5).
               10  FILLER             PIC X(19).
           05  GL-DIST-TRL REDEFINES GL-DIST-DATA.
               10  GL-TRL-REC-COUNT   PIC 9(9).
               10  GL-TRL-HEADCOUNT   PIC 9(9).
               10  FILLER             PIC X(21).
