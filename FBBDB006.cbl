*> areas and the reads/writes go INTO/FROM the one working copy.
FD  PEND-IN-FILE
    RECORDING MODE IS F.
    01  PEND-IN-RECORD         PIC X(51).

FD  PEND-OUT-FILE
    RECORDING MODE IS F.
    01  PEND-OUT-RECORD        PIC X(51).

FD  DEPT-REJECT-FILE
    RECORDING MODE IS F.
    *> EMPDELTA image shape, appended to the same cumulative EMPHIST
    *> file EmpDeptTransfer writes - a transfer's trail reads the
    *> same whether it applied same-day or came due from the holding
    *> file. Dated on the transfer's own effective date, like
    *> EmpDeptTransfer, so a release that ran late (a missed cycle)
    *> still records the day the move really took effect, and the
    *> posting date lets HeadcountRestate correct the gap.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-CHANGE TO TRUE.
    MOVE PEND-TRAN-EFF-CCYYMMDD TO EMP-HIST-CHG-DATE.
    MOVE WS-PROC-DATE TO EMP-HIST-POST-DATE.
    MOVE WS-EMP-ID   TO EMP-HIST-EMP-ID.
    MOVE WS-OLD-NAME TO EMP-HIST-OLD-NAME.
    MOVE WS-OLD-DEPT TO EMP-HIST-OLD-DEPT.
    MOVE WS-OLD-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-NEW-DEPT TO EMP-HIST-NEW-DEPT.
    MOVE 'PEND' TO EMP-HIST-SOURCE.
    WRITE EMP-HIST-RECORD.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING EMP-HIST-FILE, STATUS='
