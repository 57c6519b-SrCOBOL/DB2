    SET HIST-ADD TO TRUE.
    MOVE WS-EMP-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-EMP-DEPT TO EMP-HIST-NEW-DEPT.
    MOVE 'ADD ' TO EMP-HIST-SOURCE.
    PERFORM WRITE-EMP-HIST-RECORD.
    EXIT.

    SET HIST-DELETE TO TRUE.
    MOVE WS-EMP-NAME TO EMP-HIST-OLD-NAME.
    MOVE WS-EMP-DEPT TO EMP-HIST-OLD-DEPT.
    MOVE 'TERM' TO EMP-HIST-SOURCE.
    PERFORM WRITE-EMP-HIST-RECORD.
    EXIT.

    MOVE WS-OLD-DEPT TO EMP-HIST-OLD-DEPT.
    MOVE WS-EMP-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-OLD-DEPT TO EMP-HIST-NEW-DEPT.
    MOVE 'CHGN' TO EMP-HIST-SOURCE.
    PERFORM WRITE-EMP-HIST-RECORD.
    EXIT.

    SET HIST-ADD TO TRUE.
    MOVE WS-EMP-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-EMP-DEPT TO EMP-HIST-NEW-DEPT.
    MOVE 'REHI' TO EMP-HIST-SOURCE.
    PERFORM WRITE-EMP-HIST-RECORD.
    EXIT.

WRITE-EMP-HIST-RECORD.
    *> Maintenance always takes effect the day it is applied, so the
    *> change date and posting date are both the processing date.
    MOVE WS-PROC-DATE TO EMP-HIST-CHG-DATE.
    MOVE WS-PROC-DATE TO EMP-HIST-POST-DATE.
    MOVE WS-EMP-ID TO EMP-HIST-EMP-ID.
    WRITE EMP-HIST-RECORD.
    IF WS-HIST-STATUS NOT = '00' THEN
