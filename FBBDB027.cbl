IDENTIFICATION DIVISION.
PROGRAM-ID. HeadcountRestate.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-HIST-FILE ASSIGN TO EMPHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT HC-IN-FILE ASSIGN TO HCHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HC-IN-STATUS.

    *> The restated history goes out as a new generation of HCHIST,
    *> the same roll-forward shape PendTransferRelease uses for the
    *> holding file - the JCL catalogs HCHOUT as HCHIST(+1) only when
    *> this step ends clean, so a failed run leaves the old
    *> snapshots exactly as they were.
    SELECT HC-OUT-FILE ASSIGN TO HCHOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HC-OUT-STATUS.

    SELECT RESTATE-RPT-FILE ASSIGN TO HCRSTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RSTRPT-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROCDATE-STATUS.

    SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RUN-CTL-PGM-NAME
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT CONTROL-RPT-FILE ASSIGN TO CTLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTLRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMP-HIST-FILE
    RECORDING MODE IS F.
    COPY EMPHIST.

*> The snapshot record itself lives in WORKING-STORAGE (COPY HCHIST
*> below) because both the old and the restated generation carry the
*> same layout - the FDs hold anonymous same-length record areas and
*> the reads/writes go INTO/FROM the one working copy.
FD  HC-IN-FILE
    RECORDING MODE IS F.
    01  HC-IN-RECORD           PIC X(35).

FD  HC-OUT-FILE
    RECORDING MODE IS F.
    01  HC-OUT-RECORD          PIC X(35).

FD  RESTATE-RPT-FILE
    RECORDING MODE IS F.
    COPY HCRSTRPT.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    COPY HCHIST.

    01  WS-HIST-STATUS     PIC X(2).
    01  WS-HC-IN-STATUS    PIC X(2).
    01  WS-HC-OUT-STATUS   PIC X(2).
    01  WS-RSTRPT-STATUS   PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-HIST-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                VALUE 'Y'.
    01  WS-HC-EOF-FLAG     PIC X(1) VALUE 'N'.
        88  WS-HC-EOF                  VALUE 'Y'.

    01  WS-HIST-READ-COUNT PIC 9(9) VALUE ZERO.
    01  WS-HC-READ-COUNT   PIC 9(9) VALUE ZERO.
    01  WS-HC-WRITE-COUNT  PIC 9(9) VALUE ZERO.
    01  WS-RESTATED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-ADDED-COUNT     PIC 9(7) VALUE ZERO.
    01  WS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.

    *> Tonight's retroactive headcount changes - EMPHIST records
    *> posted on this processing date but dated earlier. A department
    *> change (MOVE) takes the employee out of the old department and
    *> into the new one; a backout's reinstated termination (RINS)
    *> only puts them back into the new department and its deleted
    *> hire (VOID) only takes them out of the old one, the other side
    *> left blank. Each one left every snapshot from its effective
    *> date up to (not including) its end date counting the employee
    *> wrongly - the end date is tonight, or the employee's next
    *> change after the effective date, since the snapshots from that
    *> change on already answer to it and not to this one.
    01  WS-MOVE-MAX        PIC 9(4) VALUE 500.
    01  WS-MOVE-USED       PIC 9(4) VALUE ZERO.
    01  WS-MOVE-IDX        PIC 9(4) VALUE ZERO.
    01  WS-MOVE-TABLE.
        05  WS-MOVE-ENTRY OCCURS 500 TIMES.
            10  WS-MOVE-KIND       PIC X(4).
            10  WS-MOVE-EMP-ID     PIC 9(5).
            10  WS-MOVE-EFF-DATE   PIC X(8).
            10  WS-MOVE-END-DATE   PIC X(8).
            10  WS-MOVE-OLD-DEPT   PIC X(20).
            10  WS-MOVE-NEW-DEPT   PIC X(20).
    01  WS-MOVE-KEY-KIND   PIC X(4).
    01  WS-EARLIEST-EFF-DATE PIC X(8) VALUE HIGH-VALUES.

    *> Distinct snapshot dates on HCHIST that fall inside the span of
    *> at least one move - found on a first pass, since the moves can
    *> only be spread across the days a snapshot was actually taken.
    01  WS-SNAP-MAX        PIC 9(4) VALUE 400.
    01  WS-SNAP-USED       PIC 9(4) VALUE ZERO.
    01  WS-SNAP-IDX        PIC 9(4) VALUE ZERO.
    01  WS-SNAP-SLOT       PIC 9(4) VALUE ZERO.
    01  WS-SNAP-TABLE.
        05  WS-SNAP-DATE OCCURS 400 TIMES PIC X(8).

    *> Net count correction per snapshot date and department, built
    *> from the moves crossed with the snapshot dates each one spans
    *> and applied on the second pass.
    01  WS-ADJ-MAX         PIC 9(4) VALUE 2000.
    01  WS-ADJ-USED        PIC 9(4) VALUE ZERO.
    01  WS-ADJ-IDX         PIC 9(4) VALUE ZERO.
    01  WS-ADJ-SLOT        PIC 9(4) VALUE ZERO.
    01  WS-ADJ-TABLE.
        05  WS-ADJ-ENTRY OCCURS 2000 TIMES.
            10  WS-ADJ-DATE        PIC X(8).
            10  WS-ADJ-DEPT        PIC X(20).
            10  WS-ADJ-DELTA       PIC S9(7).
            10  WS-ADJ-APPLIED     PIC X(1).
    01  WS-ADJ-KEY-DATE    PIC X(8).
    01  WS-ADJ-KEY-DEPT    PIC X(20).
    01  WS-ADJ-KEY-DELTA   PIC S9(7).

    01  WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
        88  WS-TABLE-FULL              VALUE 'Y'.

    01  WS-BEFORE-COUNT    PIC 9(7).
    01  WS-AFTER-WORK      PIC S9(8).
    01  WS-AFTER-COUNT     PIC 9(7).
    01  WS-DELTA-DISPLAY   PIC -(6)9.
    01  WS-RESTATE-NOTE    PIC X(16).

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'HCRESTMT'.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.
    01  WS-UPSTREAM-PGM-NAME PIC X(8).
    *> Highest return code an upstream step may have ended with and
    *> still count as a clean completion.
    01  WS-UPSTREAM-MAX-RC PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM CHECK-TRANSFER-FRESHNESS.

    PERFORM REGISTER-RUN-START.

    OPEN OUTPUT RESTATE-RPT-FILE.
    IF WS-RSTRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RESTATE-RPT-FILE, STATUS='
            WS-RSTRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-RESTATE-RPT-HEADER.

    PERFORM COLLECT-RETROACTIVE-MOVES.

    IF WS-MOVE-USED > 0 THEN
        PERFORM BOUND-MOVE-SPANS
        PERFORM LIST-RETROACTIVE-MOVES
        PERFORM COLLECT-SNAPSHOT-DATES
        PERFORM BUILD-ADJUSTMENTS
    END-IF.

    *> An overflowing table means a restatement that would silently
    *> miss some of the corrections - end before HCHOUT exists at all
    *> rather than catalog a half-restated history.
    IF WS-TABLE-FULL THEN
        DISPLAY 'RESTATEMENT TABLES FULL - NO HISTORY WRITTEN'
            ' - ENDING RUN'
        CLOSE RESTATE-RPT-FILE
        MOVE 16 TO RETURN-CODE
        PERFORM REGISTER-RUN-END
        PERFORM CLOSE-CONTROL-REPORT
        STOP RUN
    END-IF.

    *> The new generation is always written, even on a night with
    *> nothing to restate, so the JCL's HCHIST(+1) is never empty.
    PERFORM REWRITE-HEADCOUNT-HISTORY.

    PERFORM WRITE-RESTATE-RPT-TOTALS.

    CLOSE RESTATE-RPT-FILE.

    DISPLAY 'Retroactive moves found: '  WS-MOVE-USED.
    DISPLAY 'Snapshot dates affected: '  WS-SNAP-USED.
    DISPLAY 'Snapshot counts restated: ' WS-RESTATED-COUNT.
    DISPLAY 'Snapshot records added: '   WS-ADDED-COUNT.
    DISPLAY 'Snapshot records dropped: ' WS-DROPPED-COUNT.
    DISPLAY 'Corrections not on file: '  WS-UNMATCHED-COUNT.

    *> A correction with no snapshot record to subtract from means
    *> HCHIST and EMPHIST disagree about where the employee was -
    *> the history is still written, but the step ends RC 4 so it
    *> is looked at.
    IF WS-UNMATCHED-COUNT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'HeadcountRestate RUN CONTROL REPORT'
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS=' WS-CTLRPT-STATUS
    END-IF.
    EXIT.

CLOSE-CONTROL-REPORT.
    CLOSE CONTROL-RPT-FILE.
    EXIT.

WRITE-RESTATE-RPT-HEADER.
    MOVE SPACES TO HC-RESTATE-RPT-RECORD.
    STRING 'HEADCOUNT HISTORY RESTATEMENT REPORT - POSTED '
        WS-PROC-DATE
        DELIMITED BY SIZE INTO HC-RESTATE-RPT-RECORD
    END-STRING.
    WRITE HC-RESTATE-RPT-RECORD.
    PERFORM CHECK-RSTRPT-WRITE-STATUS.
    EXIT.

CHECK-RSTRPT-WRITE-STATUS.
    *> Shared by every RESTATE-RPT-FILE write - same file, same
    *> status field, so one checking paragraph covers all of them.
    IF WS-RSTRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING RESTATE-RPT-FILE, STATUS='
            WS-RSTRPT-STATUS
    END-IF.
    EXIT.

COLLECT-RETROACTIVE-MOVES.
    OPEN INPUT EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-HIST-RECORD.
    PERFORM NOTE-RETROACTIVE-MOVE UNTIL WS-HIST-EOF.

    CLOSE EMP-HIST-FILE.
    EXIT.

READ-NEXT-HIST-RECORD.
    READ EMP-HIST-FILE
        AT END
            SET WS-HIST-EOF TO TRUE
    END-READ.
    EXIT.

NOTE-RETROACTIVE-MOVE.
    *> Only a department change, or a backout's reinstated termination
    *> or deleted hire, posted tonight but dated before tonight moves
    *> a snapshot - a name change never alters a count, and anything
    *> posted on an earlier night was restated then. A backout's
    *> reversed department change is an ordinary change record and is
    *> taken as a MOVE like any other.
    ADD 1 TO WS-HIST-READ-COUNT.
    IF EMP-HIST-POST-DATE = WS-PROC-DATE
            AND EMP-HIST-CHG-DATE < EMP-HIST-POST-DATE THEN
        EVALUATE TRUE
            WHEN HIST-CHANGE
                    AND EMP-HIST-OLD-DEPT NOT = EMP-HIST-NEW-DEPT
                MOVE 'MOVE' TO WS-MOVE-KEY-KIND
                PERFORM ADD-MOVE-ENTRY
            WHEN HIST-ADD AND HIST-SRC-BACKOUT
                MOVE 'RINS' TO WS-MOVE-KEY-KIND
                PERFORM ADD-MOVE-ENTRY
            WHEN HIST-DELETE AND HIST-SRC-BACKOUT
                MOVE 'VOID' TO WS-MOVE-KEY-KIND
                PERFORM ADD-MOVE-ENTRY
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    PERFORM READ-NEXT-HIST-RECORD.
    EXIT.

ADD-MOVE-ENTRY.
    *> An add carries only the new image and a delete only the old
    *> one, so the side a RINS or VOID does not touch is blanked
    *> rather than trusted.
    IF WS-MOVE-USED < WS-MOVE-MAX THEN
        ADD 1 TO WS-MOVE-USED
        MOVE WS-MOVE-KEY-KIND  TO WS-MOVE-KIND(WS-MOVE-USED)
        MOVE EMP-HIST-EMP-ID   TO WS-MOVE-EMP-ID(WS-MOVE-USED)
        MOVE EMP-HIST-CHG-DATE TO WS-MOVE-EFF-DATE(WS-MOVE-USED)
        MOVE WS-PROC-DATE      TO WS-MOVE-END-DATE(WS-MOVE-USED)
        MOVE EMP-HIST-OLD-DEPT TO WS-MOVE-OLD-DEPT(WS-MOVE-USED)
        MOVE EMP-HIST-NEW-DEPT TO WS-MOVE-NEW-DEPT(WS-MOVE-USED)
        IF WS-MOVE-KEY-KIND = 'RINS' THEN
            MOVE SPACES TO WS-MOVE-OLD-DEPT(WS-MOVE-USED)
        END-IF
        IF WS-MOVE-KEY-KIND = 'VOID' THEN
            MOVE SPACES TO WS-MOVE-NEW-DEPT(WS-MOVE-USED)
        END-IF
        IF EMP-HIST-CHG-DATE < WS-EARLIEST-EFF-DATE THEN
            MOVE EMP-HIST-CHG-DATE TO WS-EARLIEST-EFF-DATE
        END-IF
    ELSE
        DISPLAY 'MOVE TABLE FULL - EMP_ID ' EMP-HIST-EMP-ID
            ' NOT RESTATED'
        SET WS-TABLE-FULL TO TRUE
    END-IF.
    EXIT.

BOUND-MOVE-SPANS.
    *> A second pass over EMPHIST finds, for each of tonight's moves,
    *> the employee's next change dated after the move's effective
    *> date - whenever it was posted, since a later-dated change can
    *> sit anywhere in the file. The move's span ends there, so a
    *> snapshot that already reflects the later change is not moved
    *> a second time.
    OPEN INPUT EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-HIST-EOF-FLAG.
    PERFORM READ-NEXT-HIST-RECORD.
    PERFORM NOTE-LATER-CHANGE UNTIL WS-HIST-EOF.

    CLOSE EMP-HIST-FILE.
    EXIT.

NOTE-LATER-CHANGE.
    *> Only a record that changes where the employee is counted, and
    *> dated after the earliest move, can cut a span short.
    IF EMP-HIST-CHG-DATE > WS-EARLIEST-EFF-DATE
            AND (HIST-ADD OR HIST-DELETE
                 OR (HIST-CHANGE
                     AND EMP-HIST-OLD-DEPT NOT = EMP-HIST-NEW-DEPT)) THEN
        PERFORM CHECK-MOVE-BOUND
            VARYING WS-MOVE-IDX FROM 1 BY 1
            UNTIL WS-MOVE-IDX > WS-MOVE-USED
    END-IF.
    PERFORM READ-NEXT-HIST-RECORD.
    EXIT.

CHECK-MOVE-BOUND.
    IF WS-MOVE-EMP-ID(WS-MOVE-IDX) = EMP-HIST-EMP-ID
            AND EMP-HIST-CHG-DATE > WS-MOVE-EFF-DATE(WS-MOVE-IDX)
            AND EMP-HIST-CHG-DATE < WS-MOVE-END-DATE(WS-MOVE-IDX) THEN
        MOVE EMP-HIST-CHG-DATE TO WS-MOVE-END-DATE(WS-MOVE-IDX)
    END-IF.
    EXIT.

LIST-RETROACTIVE-MOVES.
    PERFORM WRITE-MOVE-RPT-LINE
        VARYING WS-MOVE-IDX FROM 1 BY 1
        UNTIL WS-MOVE-IDX > WS-MOVE-USED.
    EXIT.

WRITE-MOVE-RPT-LINE.
    MOVE SPACES TO HC-RESTATE-RPT-RECORD.
    STRING
        WS-MOVE-KIND(WS-MOVE-IDX)
        ' EMP_ID=' WS-MOVE-EMP-ID(WS-MOVE-IDX)
        ' EFFECTIVE=' WS-MOVE-EFF-DATE(WS-MOVE-IDX)
        ' UNTIL=' WS-MOVE-END-DATE(WS-MOVE-IDX)
        ' FROM=' WS-MOVE-OLD-DEPT(WS-MOVE-IDX)
        ' TO=' WS-MOVE-NEW-DEPT(WS-MOVE-IDX)
        DELIMITED BY SIZE INTO HC-RESTATE-RPT-RECORD
    END-STRING.
    WRITE HC-RESTATE-RPT-RECORD.
    PERFORM CHECK-RSTRPT-WRITE-STATUS.
    EXIT.

COLLECT-SNAPSHOT-DATES.
    OPEN INPUT HC-IN-FILE.
    IF WS-HC-IN-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING HC-IN-FILE, STATUS=' WS-HC-IN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-HC-EOF-FLAG.
    PERFORM READ-NEXT-SNAPSHOT.
    PERFORM NOTE-SNAPSHOT-DATE UNTIL WS-HC-EOF.

    CLOSE HC-IN-FILE.
    EXIT.

READ-NEXT-SNAPSHOT.
    READ HC-IN-FILE INTO HEADCOUNT-HIST-RECORD
        AT END
            SET WS-HC-EOF TO TRUE
    END-READ.
    EXIT.

NOTE-SNAPSHOT-DATE.
    IF HC-HIST-RUN-DATE >= WS-EARLIEST-EFF-DATE
            AND HC-HIST-RUN-DATE < WS-PROC-DATE THEN
        PERFORM FIND-SNAPSHOT-SLOT
    END-IF.
    PERFORM READ-NEXT-SNAPSHOT.
    EXIT.

FIND-SNAPSHOT-SLOT.
    MOVE ZERO TO WS-SNAP-SLOT.
    MOVE ZERO TO WS-SNAP-IDX.
    PERFORM MATCH-SNAPSHOT-ENTRY
        UNTIL WS-SNAP-SLOT > 0 OR WS-SNAP-IDX >= WS-SNAP-USED.

    IF WS-SNAP-SLOT = 0 THEN
        IF WS-SNAP-USED < WS-SNAP-MAX THEN
            ADD 1 TO WS-SNAP-USED
            MOVE HC-HIST-RUN-DATE TO WS-SNAP-DATE(WS-SNAP-USED)
        ELSE
            DISPLAY 'SNAPSHOT DATE TABLE FULL - DATE '
                HC-HIST-RUN-DATE ' NOT RESTATED'
            SET WS-TABLE-FULL TO TRUE
        END-IF
    END-IF.
    EXIT.

MATCH-SNAPSHOT-ENTRY.
    ADD 1 TO WS-SNAP-IDX.
    IF WS-SNAP-DATE(WS-SNAP-IDX) = HC-HIST-RUN-DATE THEN
        MOVE WS-SNAP-IDX TO WS-SNAP-SLOT
    END-IF.
    EXIT.

BUILD-ADJUSTMENTS.
    MOVE ZERO TO WS-MOVE-IDX.
    PERFORM SPREAD-ONE-MOVE UNTIL WS-MOVE-IDX >= WS-MOVE-USED.
    EXIT.

SPREAD-ONE-MOVE.
    ADD 1 TO WS-MOVE-IDX.
    MOVE ZERO TO WS-SNAP-IDX.
    PERFORM ADJUST-ONE-SNAPSHOT UNTIL WS-SNAP-IDX >= WS-SNAP-USED.
    EXIT.

ADJUST-ONE-SNAPSHOT.
    *> Every snapshot from the move's effective date up to its end
    *> date (and before tonight, already guaranteed by the date table)
    *> counted the employee where they no longer were. A RINS or VOID
    *> has only the one side to correct.
    ADD 1 TO WS-SNAP-IDX.
    IF WS-SNAP-DATE(WS-SNAP-IDX) >= WS-MOVE-EFF-DATE(WS-MOVE-IDX)
            AND WS-SNAP-DATE(WS-SNAP-IDX)
                < WS-MOVE-END-DATE(WS-MOVE-IDX) THEN
        MOVE WS-SNAP-DATE(WS-SNAP-IDX) TO WS-ADJ-KEY-DATE
        IF WS-MOVE-OLD-DEPT(WS-MOVE-IDX) NOT = SPACES THEN
            MOVE WS-MOVE-OLD-DEPT(WS-MOVE-IDX) TO WS-ADJ-KEY-DEPT
            MOVE -1 TO WS-ADJ-KEY-DELTA
            PERFORM POST-ADJUSTMENT
        END-IF
        IF WS-MOVE-NEW-DEPT(WS-MOVE-IDX) NOT = SPACES THEN
            MOVE WS-MOVE-NEW-DEPT(WS-MOVE-IDX) TO WS-ADJ-KEY-DEPT
            MOVE +1 TO WS-ADJ-KEY-DELTA
            PERFORM POST-ADJUSTMENT
        END-IF
    END-IF.
    EXIT.

POST-ADJUSTMENT.
    PERFORM FIND-ADJUSTMENT-SLOT.
    IF WS-ADJ-SLOT = 0 THEN
        IF WS-ADJ-USED < WS-ADJ-MAX THEN
            ADD 1 TO WS-ADJ-USED
            MOVE WS-ADJ-USED     TO WS-ADJ-SLOT
            MOVE WS-ADJ-KEY-DATE TO WS-ADJ-DATE(WS-ADJ-SLOT)
            MOVE WS-ADJ-KEY-DEPT TO WS-ADJ-DEPT(WS-ADJ-SLOT)
            MOVE ZERO            TO WS-ADJ-DELTA(WS-ADJ-SLOT)
            MOVE 'N'             TO WS-ADJ-APPLIED(WS-ADJ-SLOT)
        ELSE
            DISPLAY 'ADJUSTMENT TABLE FULL - ' WS-ADJ-KEY-DATE
                ' ' WS-ADJ-KEY-DEPT ' NOT RESTATED'
            SET WS-TABLE-FULL TO TRUE
        END-IF
    END-IF.
    IF WS-ADJ-SLOT > 0 THEN
        ADD WS-ADJ-KEY-DELTA TO WS-ADJ-DELTA(WS-ADJ-SLOT)
    END-IF.
    EXIT.

FIND-ADJUSTMENT-SLOT.
    MOVE ZERO TO WS-ADJ-SLOT.
    MOVE ZERO TO WS-ADJ-IDX.
    PERFORM MATCH-ADJUSTMENT-ENTRY
        UNTIL WS-ADJ-SLOT > 0 OR WS-ADJ-IDX >= WS-ADJ-USED.
    EXIT.

MATCH-ADJUSTMENT-ENTRY.
    ADD 1 TO WS-ADJ-IDX.
    IF WS-ADJ-DATE(WS-ADJ-IDX) = WS-ADJ-KEY-DATE
            AND WS-ADJ-DEPT(WS-ADJ-IDX) = WS-ADJ-KEY-DEPT THEN
        MOVE WS-ADJ-IDX TO WS-ADJ-SLOT
    END-IF.
    EXIT.

REWRITE-HEADCOUNT-HISTORY.
    OPEN INPUT HC-IN-FILE.
    IF WS-HC-IN-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING HC-IN-FILE, STATUS=' WS-HC-IN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT HC-OUT-FILE.
    IF WS-HC-OUT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING HC-OUT-FILE, STATUS=' WS-HC-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-HC-EOF-FLAG.
    PERFORM READ-NEXT-SNAPSHOT.
    PERFORM RESTATE-ONE-SNAPSHOT UNTIL WS-HC-EOF.

    *> Corrections left over had no snapshot record to land on: a
    *> gaining department with nobody in it that day gets the record
    *> EmpHeadcountRpt would have written, a losing one is reported.
    MOVE ZERO TO WS-ADJ-IDX.
    PERFORM FINISH-ONE-ADJUSTMENT UNTIL WS-ADJ-IDX >= WS-ADJ-USED.

    CLOSE HC-IN-FILE.
    CLOSE HC-OUT-FILE.
    EXIT.

RESTATE-ONE-SNAPSHOT.
    ADD 1 TO WS-HC-READ-COUNT.
    MOVE ZERO TO WS-ADJ-SLOT.
    IF WS-ADJ-USED > 0 THEN
        MOVE HC-HIST-RUN-DATE TO WS-ADJ-KEY-DATE
        MOVE HC-HIST-DEPT     TO WS-ADJ-KEY-DEPT
        PERFORM FIND-ADJUSTMENT-SLOT
    END-IF.

    IF WS-ADJ-SLOT > 0 THEN
        MOVE 'Y' TO WS-ADJ-APPLIED(WS-ADJ-SLOT)
        IF WS-ADJ-DELTA(WS-ADJ-SLOT) NOT = 0 THEN
            PERFORM APPLY-SNAPSHOT-CORRECTION
        END-IF
    END-IF.

    *> A department restated down to nobody drops out of that day's
    *> snapshot, the same as if EmpHeadcountRpt had found no one in
    *> it - HCHIST never carries a zero count.
    IF HC-HIST-COUNT > 0 THEN
        PERFORM WRITE-SNAPSHOT-RECORD
    ELSE
        ADD 1 TO WS-DROPPED-COUNT
    END-IF.

    PERFORM READ-NEXT-SNAPSHOT.
    EXIT.

APPLY-SNAPSHOT-CORRECTION.
    MOVE HC-HIST-COUNT TO WS-BEFORE-COUNT.
    COMPUTE WS-AFTER-WORK = HC-HIST-COUNT + WS-ADJ-DELTA(WS-ADJ-SLOT).
    IF WS-AFTER-WORK < 0 THEN
        *> More people moved out than the snapshot ever held - the
        *> count floors at zero and the line says so.
        MOVE ZERO TO WS-AFTER-COUNT
        MOVE 'FLOORED AT ZERO' TO WS-RESTATE-NOTE
        ADD 1 TO WS-UNMATCHED-COUNT
    ELSE
        MOVE WS-AFTER-WORK TO WS-AFTER-COUNT
        MOVE SPACES TO WS-RESTATE-NOTE
        IF WS-AFTER-COUNT = 0 THEN
            MOVE 'DEPT NOW EMPTY' TO WS-RESTATE-NOTE
        END-IF
    END-IF.
    MOVE WS-AFTER-COUNT TO HC-HIST-COUNT.
    ADD 1 TO WS-RESTATED-COUNT.
    PERFORM WRITE-RESTATED-RPT-LINE.
    EXIT.

WRITE-SNAPSHOT-RECORD.
    WRITE HC-OUT-RECORD FROM HEADCOUNT-HIST-RECORD.
    IF WS-HC-OUT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING HC-OUT-FILE, STATUS='
            WS-HC-OUT-STATUS ' DEPT=' HC-HIST-DEPT
    ELSE
        ADD 1 TO WS-HC-WRITE-COUNT
    END-IF.
    EXIT.

FINISH-ONE-ADJUSTMENT.
    ADD 1 TO WS-ADJ-IDX.
    IF WS-ADJ-APPLIED(WS-ADJ-IDX) = 'N' THEN
        MOVE WS-ADJ-DATE(WS-ADJ-IDX) TO HC-HIST-RUN-DATE
        MOVE WS-ADJ-DEPT(WS-ADJ-IDX) TO HC-HIST-DEPT
        MOVE ZERO TO WS-BEFORE-COUNT
        MOVE WS-ADJ-IDX TO WS-ADJ-SLOT
        EVALUATE TRUE
            WHEN WS-ADJ-DELTA(WS-ADJ-IDX) > 0
                MOVE WS-ADJ-DELTA(WS-ADJ-IDX) TO WS-AFTER-COUNT
                MOVE WS-AFTER-COUNT TO HC-HIST-COUNT
                MOVE 'ADDED TO DATE' TO WS-RESTATE-NOTE
                ADD 1 TO WS-ADDED-COUNT
                ADD 1 TO WS-RESTATED-COUNT
                PERFORM WRITE-SNAPSHOT-RECORD
                PERFORM WRITE-RESTATED-RPT-LINE
            WHEN WS-ADJ-DELTA(WS-ADJ-IDX) < 0
                MOVE ZERO TO WS-AFTER-COUNT
                MOVE 'NOT ON SNAPSHOT' TO WS-RESTATE-NOTE
                ADD 1 TO WS-UNMATCHED-COUNT
                PERFORM WRITE-RESTATED-RPT-LINE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    EXIT.

WRITE-RESTATED-RPT-LINE.
    MOVE WS-ADJ-DELTA(WS-ADJ-SLOT) TO WS-DELTA-DISPLAY.
    MOVE SPACES TO HC-RESTATE-RPT-RECORD.
    STRING
        'RESTATED ' HC-HIST-RUN-DATE
        ' ' HC-HIST-DEPT
        ' BEFORE=' WS-BEFORE-COUNT
        ' AFTER=' WS-AFTER-COUNT
        ' CHANGE=' WS-DELTA-DISPLAY
        ' ' WS-RESTATE-NOTE
        DELIMITED BY SIZE INTO HC-RESTATE-RPT-RECORD
    END-STRING.
    WRITE HC-RESTATE-RPT-RECORD.
    PERFORM CHECK-RSTRPT-WRITE-STATUS.
    EXIT.

WRITE-RESTATE-RPT-TOTALS.
    MOVE SPACES TO HC-RESTATE-RPT-RECORD.
    STRING
        'TOTALS - MOVES=' WS-MOVE-USED
        ' DATES=' WS-SNAP-USED
        ' RESTATED=' WS-RESTATED-COUNT
        ' ADDED=' WS-ADDED-COUNT
        ' DROPPED=' WS-DROPPED-COUNT
        ' NOT ON FILE=' WS-UNMATCHED-COUNT
        DELIMITED BY SIZE INTO HC-RESTATE-RPT-RECORD
    END-STRING.
    WRITE HC-RESTATE-RPT-RECORD.
    PERFORM CHECK-RSTRPT-WRITE-STATUS.
    DISPLAY HC-RESTATE-RPT-RECORD.
    EXIT.

GET-PROCESSING-DATE.
    *> The whole suite stamps and compares one processing date - the
    *> business date of the cycle being run, from the shared PROCDATE
    *> card - so a Wednesday-morning rerun of Tuesday's failed cycle
    *> produces records indistinguishable from an on-time Tuesday
    *> run. Missing/blank PROCDATE falls back to the wall clock,
    *> which is exactly the on-time case.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROC-DATE.

    OPEN INPUT PROC-DATE-FILE.
    IF WS-PROCDATE-STATUS = '00' THEN
        READ PROC-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PROC-DATE-CCYYMMDD NUMERIC THEN
                    MOVE PROC-DATE-CCYYMMDD TO WS-PROC-DATE
                ELSE
                    DISPLAY 'INVALID PROCESSING DATE: '
                        PROC-DATE-CCYYMMDD ' - USING CURRENT DATE'
                END-IF
        END-READ
        CLOSE PROC-DATE-FILE
    END-IF.

    DISPLAY 'PROCESSING DATE ' WS-PROC-DATE.
    EXIT.

CHECK-TRANSFER-FRESHNESS.
    *> Refuse to restate from a night whose transfer postings are not
    *> finished: every EMPHIST writer that can post a retroactive
    *> move - EmpDeptTransfer, PendTransferRelease and DeptReorganize -
    *> must show a clean completion for this processing date, or some
    *> of tonight's moves would be missed and never restated.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'CANNOT OPEN RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
            ' - TRANSFER FRESHNESS UNPROVABLE - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'DEPTTRAN' TO WS-UPSTREAM-PGM-NAME.
    PERFORM PROVE-UPSTREAM-STEP.
    MOVE 'PENDREL ' TO WS-UPSTREAM-PGM-NAME.
    PERFORM PROVE-UPSTREAM-STEP.
    *> DeptReorganize runs every night and ends RC 4 when it refuses
    *> a card or cannot move someone - the moves it did apply are
    *> committed and posted to EMPHIST all the same, so RC 4 passes.
    MOVE 'DEPTREOR' TO WS-UPSTREAM-PGM-NAME.
    MOVE 4 TO WS-UPSTREAM-MAX-RC.
    PERFORM PROVE-UPSTREAM-STEP.

    CLOSE RUN-CTL-FILE.
    EXIT.

PROVE-UPSTREAM-STEP.
    MOVE WS-UPSTREAM-PGM-NAME TO RUN-CTL-PGM-NAME.
    READ RUN-CTL-FILE
        INVALID KEY
            DISPLAY 'NO RUN-CONTROL RECORD FOR ' WS-UPSTREAM-PGM-NAME
                ' - RUN THE TRANSFER STEPS FIRST - ENDING RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.

    IF NOT RUN-STAT-COMPLETE
            OR RUN-CTL-RETURN-CODE > WS-UPSTREAM-MAX-RC THEN
        DISPLAY 'STEP ' WS-UPSTREAM-PGM-NAME
            ' NOT COMPLETED CLEANLY - STATUS=' RUN-CTL-STATUS
            ' RC=' RUN-CTL-RETURN-CODE ' - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    *> Same-cycle check: the upstream record must be FOR the same
    *> processing date this run is for - a consumer rerunning
    *> Tuesday's cycle must not read output produced for Wednesday,
    *> and vice versa.
    IF RUN-CTL-PROC-DATE NOT = WS-PROC-DATE THEN
        DISPLAY 'STEP ' RUN-CTL-PGM-NAME
            ' RAN FOR PROCESSING DATE ' RUN-CTL-PROC-DATE
            ' NOT ' WS-PROC-DATE ' - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

REGISTER-RUN-START.
    *> Post this run's start in the shared run-control file before
    *> touching anything else - until REGISTER-RUN-END flips the
    *> status to complete, every downstream step that checks the
    *> file sees this step as in flight (or abended in flight) and
    *> refuses to run ahead of it.
    OPEN I-O RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-RUNCTL-FOUND-FLAG.
    MOVE WS-RUN-PGM-NAME TO RUN-CTL-PGM-NAME.
    READ RUN-CTL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-RUNCTL-FOUND TO TRUE
    END-READ.

    MOVE WS-RUN-PGM-NAME TO RUN-CTL-PGM-NAME.
    SET RUN-STAT-RUNNING TO TRUE.
    MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE.
    MOVE FUNCTION CURRENT-DATE TO RUN-CTL-START-TS.
    MOVE SPACES TO RUN-CTL-END-TS.
    MOVE ZERO TO RUN-CTL-ROWS-IN.
    MOVE ZERO TO RUN-CTL-ROWS-OUT.
    MOVE ZERO TO RUN-CTL-RETURN-CODE.
    PERFORM WRITE-RUN-CTL-RECORD.
    CLOSE RUN-CTL-FILE.
    EXIT.

WRITE-RUN-CTL-RECORD.
    IF WS-RUNCTL-FOUND THEN
        REWRITE RUN-CTL-RECORD
    ELSE
        WRITE RUN-CTL-RECORD
    END-IF.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
    END-IF.
    EXIT.

REGISTER-RUN-END.
    *> Close out this run's registration: end timestamp, the counts
    *> the run settled on, and the return code it is about to end
    *> with, so the next step can tell a clean completion from an
    *> abend or an error finish.
    OPEN I-O RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
    ELSE
        MOVE 'N' TO WS-RUNCTL-FOUND-FLAG
        MOVE WS-RUN-PGM-NAME TO RUN-CTL-PGM-NAME
        READ RUN-CTL-FILE
            INVALID KEY
                MOVE SPACES TO RUN-CTL-RECORD
            NOT INVALID KEY
                SET WS-RUNCTL-FOUND TO TRUE
        END-READ
        MOVE WS-RUN-PGM-NAME TO RUN-CTL-PGM-NAME
        SET RUN-STAT-COMPLETE TO TRUE
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        MOVE WS-HC-READ-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-HC-WRITE-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
