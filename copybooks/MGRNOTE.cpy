      *> MGRNOTE - manager change-notification record, written by
      *> ManagerNotify in manager order: one record per manager per
      *> employee change posted on the processing date (a transfer
      *> gives the losing manager an XOUT and the gaining manager an
      *> XIN), plus the next day's pending transfers as UPOU/UPIN so
      *> both managers hear about a move a day before it happens.
      *> The other department is where a transfer came from or is
      *> going to, and the prior name is the name a NAME notice
      *> replaced; each is blank for the other notice types. A move
      *> between two departments run by the same manager is one XIN.
      *> A processing-date backout announces a reinstated termination
      *> as RINS and a reversed hire or rehire as VOID, not as a new
      *> hire or termination; a reversed move or name change is an
      *> ordinary XOUT/XIN or NAME back to the earlier value.
       01  MGR-NOTE-RECORD.
           05  MGR-NOTE-PROC-DATE     PIC X(8).
           05  MGR-NOTE-MANAGER       PIC X(30).
           05  MGR-NOTE-DEPT          PIC X(20).
           05  MGR-NOTE-TYPE          PIC X(4).
               88  NOTE-HIRE          VALUE 'HIRE'.
               88  NOTE-REHIRE        VALUE 'REHI'.
               88  NOTE-TERM          VALUE 'TERM'.
               88  NOTE-REINSTATED    VALUE 'RINS'.
               88  NOTE-HIRE-VOIDED   VALUE 'VOID'.
               88  NOTE-NAME-CHANGE   VALUE 'NAME'.
               88  NOTE-XFER-IN       VALUE 'XIN '.
               88  NOTE-XFER-OUT      VALUE 'XOUT'.
               88  NOTE-COMING-IN     VALUE 'UPIN'.
               88  NOTE-COMING-OUT    VALUE 'UPOU'.
           05  MGR-NOTE-EMP-ID        PIC 9(5).
           05  MGR-NOTE-EMP-NAME      PIC X(30).
           05  MGR-NOTE-OTHER-DEPT    PIC X(20).
           05  MGR-NOTE-EFF-DATE      PIC X(8).
           05  MGR-NOTE-PRIOR-NAME    PIC X(30).
           05  FILLER                 PIC X(5).
