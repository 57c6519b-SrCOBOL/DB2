      *> "what department was employee 10432 in on March 15th".
      *> Adds and rehires carry only the new image, terminations only
      *> the old image, changes and transfers carry both.
      *> The change date is the date the change took effect; the
      *> posting date is the processing date the record was written.
      *> They differ only for a retroactive transfer (an effective
      *> date already past when it was applied, or a holding-file
      *> transfer released late), which HeadcountRestate picks up
      *> by posting date to correct the snapshots it spans. A blank
      *> posting date on an older record means it posted on its
      *> change date.
      *> The source is the transaction that wrote the record - the
      *> EMPMAINT code for maintenance (ADD, TERM, CHGN, REHI, which
      *> is how a rehire's add is told from a new hire's), XFER for
      *> an EmpDeptTransfer move, PEND for a PendTransferRelease move,
      *> REOR for a DeptReorganize move, BKOT for the compensating
      *> record ProcDateBackout writes when it reverses a change (its
      *> change date is the reversed record's, so the correction
      *> reaches back as far as the change it undoes).
      *> Blank on records written before it was carried.
       01  EMP-HIST-RECORD.
           05  EMP-HIST-CHG-DATE      PIC X(8).
           05  EMP-HIST-ACTION        PIC X(1).
           05  EMP-HIST-OLD-DEPT      PIC X(20).
           05  EMP-HIST-NEW-NAME      PIC X(30).
           05  EMP-HIST-NEW-DEPT      PIC X(20).
           05  EMP-HIST-POST-DATE     PIC X(8).
           05  EMP-HIST-SOURCE        PIC X(4).
               88  HIST-SRC-REHIRE    VALUE 'REHI'.
               88  HIST-SRC-MAINT     VALUE 'ADD ' 'TERM' 'CHGN'
                                            'REHI'.
               88  HIST-SRC-TRANSFER  VALUE 'XFER' 'PEND' 'REOR'.
               88  HIST-SRC-BACKOUT   VALUE 'BKOT'.
