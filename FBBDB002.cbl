    01  WS-APPLIED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-DEFERRED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-BACKDATED-COUNT PIC 9(7) VALUE ZERO.

    01  WS-SQL-STMT        PIC X(250).

        DISPLAY 'Transfers applied: '   WS-APPLIED-COUNT
        DISPLAY 'Transfers deferred: '  WS-DEFERRED-COUNT
        DISPLAY 'Transfers rejected: '  WS-REJECT-COUNT
        DISPLAY 'Transfers back-dated: ' WS-BACKDATED-COUNT
    END-IF.

    PERFORM REGISTER-RUN-END.
    *> One dated before/after record per applied transfer, in the
    *> EMPDELTA image shape - the cumulative EMPHIST file is the only
    *> place the department this employee just left is remembered.
    *> The record is dated on HR's effective date, not the day it was
    *> keyed - a transfer effective last week has to read as last
    *> week's move to EmpAsOfInquiry. The posting date keeps the
    *> processing date, which is how HeadcountRestate finds tonight's
    *> retroactive moves and the snapshots they invalidated.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-CHANGE TO TRUE.
    MOVE WS-EFF-CCYYMMDD TO EMP-HIST-CHG-DATE.
    MOVE WS-PROC-DATE TO EMP-HIST-POST-DATE.
    IF WS-EFF-CCYYMMDD < WS-TODAY-CCYYMMDD THEN
        ADD 1 TO WS-BACKDATED-COUNT
    END-IF.
    MOVE WS-EMP-ID   TO EMP-HIST-EMP-ID.
    MOVE WS-OLD-NAME TO EMP-HIST-OLD-NAME.
    MOVE WS-OLD-DEPT TO EMP-HIST-OLD-DEPT.
    MOVE WS-OLD-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-NEW-DEPT TO EMP-HIST-NEW-DEPT.
    MOVE 'XFER' TO EMP-HIST-SOURCE.
    WRITE EMP-HIST-RECORD.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING EMP-HIST-FILE, STATUS='
    MOVE WS-EMP-ID       TO PEND-TRAN-EMP-ID.
    MOVE WS-NEW-DEPT     TO PEND-TRAN-NEW-DEPT.
    MOVE WS-EFF-DATE     TO PEND-TRAN-EFF-DATE.
    MOVE WS-PROC-DATE    TO PEND-TRAN-ACCEPT-DATE.
    WRITE PEND-TRAN-RECORD.
    IF WS-PEND-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING PEND-TRAN-FILE, STATUS='
