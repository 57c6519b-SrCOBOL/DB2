      *> BKOTRPT - processing-date backout report line, written by
      *> ProcDateBackout: every change the target date posted, newest
      *> first, with what was (or in a preview would be) reversed or
      *> why it was refused, then the pending transfers dropped -
      *> those of employees whose hire was reversed and those the
      *> target night put on hold - then the totals.
       01  BACKOUT-RPT-RECORD         PIC X(132).
