      *> SECPROF - online security profile, one per signed-on CICS
      *> user id (VSAM KSDS, key SEC-PROF-USERID), read by EMPINQ,
      *> DEPTBRWS and DEPTENT before they show or accept anything.
      *> The role decides which of the three transactions the user may
      *> run: I inquiry only; B inquiry plus department browse; T
      *> inquiry plus transfer entry. Browse (role B or T) is limited
      *> to the departments listed in SEC-PROF-BROWSE-DEPT - a user
      *> with no departments listed cannot browse any. A profile not
      *> flagged active refuses everything, so access can be withdrawn
      *> without deleting the record the audit trail refers to.
       01  SEC-PROFILE-RECORD.
           05  SEC-PROF-USERID        PIC X(8).
           05  SEC-PROF-USER-NAME     PIC X(30).
           05  SEC-PROF-ROLE          PIC X(1).
               88  SEC-ROLE-INQUIRY   VALUE 'I'.
               88  SEC-ROLE-BROWSE    VALUE 'B'.
               88  SEC-ROLE-ENTRY     VALUE 'T'.
               88  SEC-CAN-INQUIRE    VALUE 'I' 'B' 'T'.
               88  SEC-CAN-BROWSE     VALUE 'B' 'T'.
               88  SEC-CAN-ENTER      VALUE 'T'.
           05  SEC-PROF-STATUS        PIC X(1).
               88  SEC-PROF-ACTIVE    VALUE 'A'.
           05  SEC-PROF-BROWSE-DEPT   PIC X(20) OCCURS 10 TIMES.
           05  FILLER                 PIC X(20).
