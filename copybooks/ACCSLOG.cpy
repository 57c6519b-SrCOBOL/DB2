      *> ACCSLOG - online access log record. EMPINQ, DEPTBRWS and
      *> DEPTENT write one per inquiry, browse page, and transfer entry
      *> to the ACCL extrapartition transient-data queue - refused
      *> attempts included - and AccessLogRpt reads the queue's backing
      *> dataset as a plain sequential file overnight. EMP-ID is zero
      *> for a browse page (and for a refused entry keyed without a
      *> usable id); DEPT is spaces for an inquiry.
       01  ACCESS-LOG-RECORD.
           05  ACCL-DATE              PIC X(8).
           05  ACCL-TIME              PIC X(6).
           05  ACCL-USERID            PIC X(8).
           05  ACCL-TERMID            PIC X(4).
           05  ACCL-TRANSID           PIC X(4).
               88  ACCL-TRAN-INQUIRY  VALUE 'EMPI'.
               88  ACCL-TRAN-BROWSE   VALUE 'DBRW'.
               88  ACCL-TRAN-ENTRY    VALUE 'DEPT'.
           05  ACCL-RESULT            PIC X(1).
               88  ACCL-ALLOWED       VALUE 'A'.
               88  ACCL-REFUSED       VALUE 'R'.
               88  ACCL-REJECTED      VALUE 'E'.
      *> Why a refused attempt was refused (NPRF no profile, SUSP
      *> profile not active, ROLE transaction not in the role, DEPT
      *> department not on the browse list) or, for a transfer entry
      *> that failed its edits, EDIT.
           05  ACCL-REASON            PIC X(4).
           05  ACCL-EMP-ID            PIC 9(5).
           05  ACCL-DEPT              PIC X(20).
           05  ACCL-PAGE              PIC 9(3).
           05  FILLER                 PIC X(17).
