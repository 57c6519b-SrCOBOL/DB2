    01  WS-BEST-NAME       PIC X(30).
    01  WS-BEST-DEPT       PIC X(20).

    *> The department is taken from the latest record on or before
    *> the as-of date that actually places the employee - an add, a
    *> delete or a department change. A name change copies the
    *> department held when it was keyed, which a back-dated move
    *> posted later may already have superseded; only when no record
    *> places the employee does the latest record's department stand.
    01  WS-PLACED-FLAG     PIC X(1) VALUE 'N'.
        88  WS-PLACED-FOUND            VALUE 'Y'.
    01  WS-PLACED-DATE     PIC X(8).
    01  WS-PLACED-DEPT     PIC X(20).

    01  WS-AFTER-FLAG      PIC X(1) VALUE 'N'.
        88  WS-AFTER-FOUND             VALUE 'Y'.
    01  WS-AFTER-DATE      PIC X(8).
    EXIT.

WRITE-TRAIL-LINE.
    *> A retroactive entry also shows the date it was posted, so HR
    *> can see why it sits out of date order on the trail.
    MOVE SPACES TO HIST-RPT-RECORD.
    STRING
        EMP-HIST-CHG-DATE ' ' EMP-HIST-ACTION
    END-STRING.
    WRITE HIST-RPT-RECORD.
    PERFORM CHECK-HISTRPT-WRITE-STATUS.

    IF EMP-HIST-POST-DATE NOT = SPACES
            AND EMP-HIST-POST-DATE NOT = EMP-HIST-CHG-DATE THEN
        MOVE SPACES TO HIST-RPT-RECORD
        STRING
            '         RETROACTIVE - POSTED ' EMP-HIST-POST-DATE
            DELIMITED BY SIZE INTO HIST-RPT-RECORD
        END-STRING
        WRITE HIST-RPT-RECORD
        PERFORM CHECK-HISTRPT-WRITE-STATUS
    END-IF.
    EXIT.

NOTE-ASOF-CANDIDATE.
    *> Records append in posting order, so within one date the record
    *> seen later on the file is the later change - the >= comparison
    *> lets it take over as the day's final state. Posting order is
    *> not change-date order once a retroactive transfer lands dated
    *> on its effective date, so the after-candidate is the earliest
    *> dated record past the as-of date, not simply the first one
    *> read.
    IF EMP-HIST-CHG-DATE <= WS-ASOF-CCYYMMDD THEN
        IF NOT WS-BEST-FOUND OR EMP-HIST-CHG-DATE >= WS-BEST-DATE THEN
            SET WS-BEST-FOUND TO TRUE
            MOVE EMP-HIST-NEW-NAME TO WS-BEST-NAME
            MOVE EMP-HIST-NEW-DEPT TO WS-BEST-DEPT
        END-IF
        IF HIST-ADD OR HIST-DELETE
                OR EMP-HIST-OLD-DEPT NOT = EMP-HIST-NEW-DEPT THEN
            IF NOT WS-PLACED-FOUND
                    OR EMP-HIST-CHG-DATE >= WS-PLACED-DATE THEN
                SET WS-PLACED-FOUND TO TRUE
                MOVE EMP-HIST-CHG-DATE TO WS-PLACED-DATE
                MOVE EMP-HIST-NEW-DEPT TO WS-PLACED-DEPT
            END-IF
        END-IF
    ELSE
        IF NOT WS-AFTER-FOUND OR EMP-HIST-CHG-DATE < WS-AFTER-DATE THEN
            SET WS-AFTER-FOUND TO TRUE
            MOVE EMP-HIST-CHG-DATE TO WS-AFTER-DATE
            MOVE EMP-HIST-ACTION   TO WS-AFTER-ACTION
    EXIT.

WRITE-ASOF-VERDICT.
    IF WS-PLACED-FOUND THEN
        MOVE WS-PLACED-DEPT TO WS-BEST-DEPT
    END-IF.
    MOVE SPACES TO HIST-RPT-RECORD.
    EVALUATE TRUE
        WHEN WS-BEST-FOUND AND WS-BEST-ACTION = 'D'
