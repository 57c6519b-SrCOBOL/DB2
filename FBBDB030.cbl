IDENTIFICATION DIVISION.
PROGRAM-ID. DeptReorganize.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSIN-FILE ASSIGN TO SYSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT REORG-TRAN-FILE ASSIGN TO REORGTRN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRAN-STATUS.

    SELECT REORG-RPT-FILE ASSIGN TO REORGRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REORGRPT-STATUS.

    SELECT PEND-TRAN-FILE ASSIGN TO PENDTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT EMP-HIST-FILE ASSIGN TO EMPHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT CLOSE-IN-FILE ASSIGN TO REORGPND
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLOSE-IN-STATUS.

    SELECT CLOSE-OUT-FILE ASSIGN TO REORGPOT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLOSE-OUT-STATUS.

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
FD  SYSIN-FILE
    RECORDING MODE IS F.
    COPY REORGCTL.

FD  REORG-TRAN-FILE
    RECORDING MODE IS F.
    COPY REORGTRN.

FD  REORG-RPT-FILE
    RECORDING MODE IS F.
    COPY REORGRPT.

FD  PEND-TRAN-FILE
    RECORDING MODE IS F.
    COPY PENDTRAN.

FD  EMP-HIST-FILE
    RECORDING MODE IS F.
    COPY EMPHIST.

*> The pending-closure record itself lives in WORKING-STORAGE (COPY
*> REORGPND below) because the input and the rolled-forward output
*> carry the same layout - the same arrangement PendTransferRelease
*> uses for PENDTRAN/PENDOUT.
FD  CLOSE-IN-FILE
    RECORDING MODE IS F.
    01  CLOSE-IN-RECORD        PIC X(58).

FD  CLOSE-OUT-FILE
    RECORDING MODE IS F.
    01  CLOSE-OUT-RECORD       PIC X(58).

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    COPY REORGPND.

    01  WS-EMP-ID          PIC 9(5) VALUE ZERO.
    01  WS-EMP-NAME        PIC X(30).
    01  WS-SOURCE-DEPT     PIC X(20).
    01  WS-TARGET-DEPT     PIC X(20).
    01  WS-EFF-DATE        PIC X(10).
    01  WS-DEPT-STATUS-CD  PIC X(1).
        88  WS-DEPT-ACTIVE             VALUE 'A'.
    01  WS-EFF-END         PIC X(10).

    *> The department a closure check is run against, and the end
    *> date it is inactivated with - either tonight's CLOS card or a
    *> carried-forward pending closure.
    01  WS-CLOSE-DEPT      PIC X(20).
    01  WS-CLOSE-END-DATE  PIC X(10).
    01  WS-REMAIN-COUNT    PIC S9(9) VALUE ZERO.
    01  WS-REMAIN-DISPLAY  PIC Z(8)9.
    01  WS-CLOSED-FLAG     PIC X(1) VALUE 'N'.
        88  WS-DEPT-CLOSED             VALUE 'Y'.

    01  WS-SYSIN-STATUS    PIC X(2).
    01  WS-TRAN-STATUS     PIC X(2).
    01  WS-REORGRPT-STATUS PIC X(2).
    01  WS-PEND-STATUS     PIC X(2).
    01  WS-HIST-STATUS     PIC X(2).
    01  WS-CLOSE-IN-STATUS PIC X(2).
    01  WS-CLOSE-OUT-STATUS PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-TRAN-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-TRAN-EOF                VALUE 'Y'.
    01  WS-TRAN-OPEN-FLAG  PIC X(1) VALUE 'N'.
        88  WS-TRAN-OPEN               VALUE 'Y'.
    01  WS-CLOSE-EOF-FLAG  PIC X(1) VALUE 'N'.
        88  WS-CLOSE-EOF               VALUE 'Y'.
    01  WS-CURSOR-FLAG     PIC X(1) VALUE 'N'.
        88  WS-CURSOR-DONE             VALUE 'Y'.

    01  WS-DRY-RUN-FLAG    PIC X(1) VALUE 'N'.
        88  WS-DRY-RUN                 VALUE 'Y'.

    *> Compared as plain 8-digit CCYYMMDD strings, the way
    *> EmpDeptTransfer decides between applying and holding.
    01  WS-TODAY-CCYYMMDD  PIC X(8).
    01  WS-EFF-CCYYMMDD    PIC X(8).

    01  WS-TRAN-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-CARD-REJ-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-MOVED-COUNT     PIC 9(7) VALUE ZERO.
    01  WS-DEFERRED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-UNMOVED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-INAC-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-CLOSE-READ      PIC 9(7) VALUE ZERO.
    01  WS-CLOSE-CARRIED   PIC 9(7) VALUE ZERO.

    01  WS-CARD-REJ-FLAG   PIC X(1) VALUE 'N'.
        88  WS-CARD-REJECTED           VALUE 'Y'.
    01  WS-REJECT-TEXT     PIC X(50).
    01  WS-ACTION-TEXT     PIC X(32).
    01  WS-AFTER-DEPT      PIC X(20).

    *> Every employee a card selects is collected before any of them
    *> is moved, so the cursor over the source department is never
    *> reading rows the same pass is updating out from under it - and
    *> a card too big for the table is refused whole rather than
    *> leaving a department half reorganized.
    01  WS-AFF-MAX         PIC 9(4) VALUE 5000.
    01  WS-AFF-USED        PIC 9(4) VALUE ZERO.
    01  WS-AFF-IDX         PIC 9(4) VALUE ZERO.
    01  WS-AFF-FULL-FLAG   PIC X(1) VALUE 'N'.
        88  WS-AFF-FULL                VALUE 'Y'.
    01  WS-AFFECTED-TABLE.
        05  WS-AFF-ENTRY OCCURS 5000 TIMES.
            10  WS-AFF-EMP-ID      PIC 9(5).
            10  WS-AFF-EMP-NAME    PIC X(30).

    01  WS-LIST-IDX        PIC 9(2) VALUE ZERO.
    01  WS-SELECTED-FLAG   PIC X(1) VALUE 'N'.
        88  WS-EMP-SELECTED            VALUE 'Y'.

    *> Each employee's move is its own unit of work, committed as soon
    *> as it is finalized - the EmpDeptTransfer discipline, so a
    *> -911/-913 retry can only ever redo the one move in flight.
    01  WS-RETRY-COUNT     PIC 9(2) VALUE ZERO.
    01  WS-MAX-RETRIES     PIC 9(2) VALUE 3.

    01  WS-DEADLOCK-FLAG   PIC X(1) VALUE 'N'.
        88  WS-DEADLOCK-DETECTED       VALUE 'Y'.

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'DEPTREOR'.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.
    01  WS-UPSTREAM-PGM-NAME PIC X(8).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM READ-MODE-CONTROL-CARD.

    PERFORM CHECK-RELEASE-FRESHNESS.

    PERFORM REGISTER-RUN-START.

    *> Connect to DB2
    EXEC SQL
        CONNECT TO 'MYDB'
    END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        DISPLAY 'ERROR CONNECTING TO DB2.'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-PROC-DATE TO WS-TODAY-CCYYMMDD.

    *> The step runs every night so that pending closures fall due on
    *> time - on a night with no reorganization REORGTRN is absent or
    *> empty and the run only works the pending-closure file and rolls
    *> it forward.
    OPEN INPUT REORG-TRAN-FILE.
    IF WS-TRAN-STATUS NOT = '00' THEN
        DISPLAY 'NO REORG-TRAN-FILE, STATUS=' WS-TRAN-STATUS
            ' - PENDING CLOSURES ONLY'
        SET WS-TRAN-EOF TO TRUE
    ELSE
        SET WS-TRAN-OPEN TO TRUE
    END-IF.

    OPEN OUTPUT REORG-RPT-FILE.
    IF WS-REORGRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING REORG-RPT-FILE, STATUS='
            WS-REORGRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    *> A dry run opens nothing it could write to - the holding file,
    *> the change history and the pending-closure generation are only
    *> touched by a live run.
    IF NOT WS-DRY-RUN THEN
        PERFORM OPEN-LIVE-OUTPUTS
    END-IF.

    PERFORM WRITE-PROOF-HEADER.

    PERFORM CHECK-PENDING-CLOSURES.

    IF WS-TRAN-OPEN THEN
        PERFORM READ-NEXT-TRANSACTION
    END-IF.
    PERFORM PROCESS-REORG-TRANSACTION
        UNTIL WS-TRAN-EOF OR WS-FATAL-ERROR.

    IF WS-FATAL-ERROR THEN
        EXEC SQL ROLLBACK END-EXEC
    END-IF.

    IF WS-TRAN-OPEN THEN
        CLOSE REORG-TRAN-FILE
    END-IF.
    IF NOT WS-DRY-RUN THEN
        CLOSE PEND-TRAN-FILE
        CLOSE EMP-HIST-FILE
        CLOSE CLOSE-OUT-FILE
    END-IF.

    PERFORM WRITE-PROOF-TOTALS.
    CLOSE REORG-RPT-FILE.

    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - Fatal SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-CARD-REJ-COUNT > 0 OR WS-UNMOVED-COUNT > 0 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    DISPLAY 'Reorg transactions read: '     WS-TRAN-COUNT.
    DISPLAY 'Reorg transactions rejected: ' WS-CARD-REJ-COUNT.
    DISPLAY 'Employees moved: '             WS-MOVED-COUNT.
    DISPLAY 'Employees deferred: '          WS-DEFERRED-COUNT.
    DISPLAY 'Employees not moved: '         WS-UNMOVED-COUNT.
    DISPLAY 'Departments inactivated: '     WS-INAC-COUNT.
    DISPLAY 'Pending closures read: '       WS-CLOSE-READ.
    DISPLAY 'Closures still pending: '      WS-CLOSE-CARRIED.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'DeptReorganize RUN CONTROL REPORT'
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

READ-MODE-CONTROL-CARD.
    *> The mode is deliberately not defaulted - a reorganization that
    *> guesses whether it is live moves a whole department, so a
    *> missing or unrecognized card ends the job with RC 16, the same
    *> posture TermArchiveRpt takes on its period dates.
    MOVE SPACES TO REORG-CONTROL-RECORD.

    OPEN INPUT SYSIN-FILE.
    IF WS-SYSIN-STATUS = '00' THEN
        READ SYSIN-FILE
            AT END
                MOVE SPACES TO REORG-CONTROL-RECORD
        END-READ
        CLOSE SYSIN-FILE
    ELSE
        DISPLAY 'NO SYSIN CONTROL CARD - RUN MODE IS REQUIRED'
    END-IF.

    EVALUATE TRUE
        WHEN REORG-MODE-DRY
            SET WS-DRY-RUN TO TRUE
            *> A proof run registers under its own step name, so it
            *> can neither stand in for nor overwrite the live run
            *> ManagerNotify and HeadcountRestate prove on DEPTREOR.
            MOVE 'DEPTREOD' TO WS-RUN-PGM-NAME
            DISPLAY 'DRY RUN - NOTHING WILL BE UPDATED'
        WHEN REORG-MODE-LIVE
            DISPLAY 'LIVE RUN'
        WHEN OTHER
            DISPLAY 'RUN MODE MUST BE DRY OR LIVE - ENDING RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    EXIT.

OPEN-LIVE-OUTPUTS.
    *> EXTEND, as in EmpDeptTransfer - the holding file and the change
    *> history both accumulate across runs.
    OPEN EXTEND PEND-TRAN-FILE.
    IF WS-PEND-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING PEND-TRAN-FILE, STATUS=' WS-PEND-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT CLOSE-OUT-FILE.
    IF WS-CLOSE-OUT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING CLOSE-OUT-FILE, STATUS='
            WS-CLOSE-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

WRITE-PROOF-HEADER.
    MOVE SPACES TO REORG-RPT-RECORD.
    IF WS-DRY-RUN THEN
        STRING 'DEPARTMENT REORGANIZATION PROOF - DRY RUN - '
            'NOTHING UPDATED - PROCESSING DATE ' WS-PROC-DATE
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    ELSE
        STRING 'DEPARTMENT REORGANIZATION PROOF - LIVE RUN - '
            'PROCESSING DATE ' WS-PROC-DATE
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    END-IF.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    EXIT.

CHECK-REORGRPT-WRITE-STATUS.
    *> Shared by every REORG-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-REORGRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING REORG-RPT-FILE, STATUS='
            WS-REORGRPT-STATUS
    END-IF.
    EXIT.

CHECK-PENDING-CLOSURES.
    *> Closures left waiting by earlier future-dated CLOS cards come
    *> first: once the effective date has arrived and the last held
    *> transfer has released, the source is empty and is inactivated
    *> now; anything not yet due, or still holding people, rolls
    *> forward to the next generation. No input file just means
    *> nothing is waiting.
    OPEN INPUT CLOSE-IN-FILE.
    IF WS-CLOSE-IN-STATUS NOT = '00' THEN
        DISPLAY 'NO CLOSE-IN-FILE, STATUS=' WS-CLOSE-IN-STATUS
            ' - NO CLOSURES PENDING'
    ELSE
        PERFORM READ-NEXT-PENDING-CLOSURE
        PERFORM PROCESS-PENDING-CLOSURE UNTIL WS-CLOSE-EOF
            OR WS-FATAL-ERROR
        CLOSE CLOSE-IN-FILE
    END-IF.
    EXIT.

READ-NEXT-PENDING-CLOSURE.
    READ CLOSE-IN-FILE INTO REORG-PEND-RECORD
        AT END
            SET WS-CLOSE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CLOSE-READ
    END-READ.
    EXIT.

PROCESS-PENDING-CLOSURE.
    MOVE 'N' TO WS-CLOSED-FLAG.
    IF REORG-PEND-EFF-CCYYMMDD NOT > WS-TODAY-CCYYMMDD THEN
        MOVE SPACES TO REORG-RPT-RECORD
        WRITE REORG-RPT-RECORD
        PERFORM CHECK-REORGRPT-WRITE-STATUS
        MOVE SPACES TO REORG-RPT-RECORD
        STRING 'PENDING CLOS SOURCE=' REORG-PEND-DEPT
            ' TARGET=' REORG-PEND-TARGET-DEPT
            ' EFF=' REORG-PEND-EFF-DATE
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
        WRITE REORG-RPT-RECORD
        PERFORM CHECK-REORGRPT-WRITE-STATUS
        MOVE REORG-PEND-DEPT     TO WS-CLOSE-DEPT
        MOVE REORG-PEND-EFF-DATE TO WS-CLOSE-END-DATE
        PERFORM INACTIVATE-IF-EMPTY
    END-IF.

    IF NOT WS-DEPT-CLOSED THEN
        ADD 1 TO WS-CLOSE-CARRIED
        PERFORM CARRY-PENDING-CLOSURE
    END-IF.

    PERFORM READ-NEXT-PENDING-CLOSURE.
    EXIT.

CARRY-PENDING-CLOSURE.
    IF NOT WS-DRY-RUN THEN
        WRITE CLOSE-OUT-RECORD FROM REORG-PEND-RECORD
        IF WS-CLOSE-OUT-STATUS NOT = '00' THEN
            DISPLAY 'ERROR WRITING CLOSE-OUT-FILE, STATUS='
                WS-CLOSE-OUT-STATUS ' DEPT=' REORG-PEND-DEPT
        END-IF
    END-IF.
    EXIT.

READ-NEXT-TRANSACTION.
    READ REORG-TRAN-FILE
        AT END
            SET WS-TRAN-EOF TO TRUE
    END-READ.
    EXIT.

PROCESS-REORG-TRANSACTION.
    ADD 1 TO WS-TRAN-COUNT.
    MOVE REORG-SOURCE-DEPT TO WS-SOURCE-DEPT.
    MOVE REORG-TARGET-DEPT TO WS-TARGET-DEPT.
    MOVE REORG-EFF-DATE    TO WS-EFF-DATE.
    MOVE ZERO TO WS-EMP-ID.
    MOVE 'N' TO WS-CARD-REJ-FLAG.

    PERFORM WRITE-TRANSACTION-HEADING.

    PERFORM VALIDATE-REORG-TRANSACTION.

    IF NOT WS-CARD-REJECTED AND NOT WS-FATAL-ERROR THEN
        PERFORM LOAD-AFFECTED-EMPLOYEES
    END-IF.

    IF NOT WS-CARD-REJECTED AND NOT WS-FATAL-ERROR THEN
        IF WS-AFF-USED = 0 THEN
            MOVE SPACES TO REORG-RPT-RECORD
            STRING '  NO EMPLOYEES SELECTED IN ' WS-SOURCE-DEPT
                DELIMITED BY SIZE INTO REORG-RPT-RECORD
            END-STRING
            WRITE REORG-RPT-RECORD
            PERFORM CHECK-REORGRPT-WRITE-STATUS
        ELSE
            PERFORM MOVE-AFFECTED-EMPLOYEE
                VARYING WS-AFF-IDX FROM 1 BY 1
                UNTIL WS-AFF-IDX > WS-AFF-USED OR WS-FATAL-ERROR
        END-IF
        IF REORG-CLOSE AND NOT WS-FATAL-ERROR THEN
            PERFORM CLOSE-SOURCE-DEPARTMENT
        END-IF
    END-IF.

    PERFORM READ-NEXT-TRANSACTION.
    EXIT.

WRITE-TRANSACTION-HEADING.
    MOVE SPACES TO REORG-RPT-RECORD.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    MOVE SPACES TO REORG-RPT-RECORD.
    IF REORG-SPLIT THEN
        STRING REORG-TRAN-CODE
            ' SOURCE=' WS-SOURCE-DEPT
            ' TARGET=' WS-TARGET-DEPT
            ' EFF=' WS-EFF-DATE
            ' EMP_ID RANGE=' REORG-ID-LOW '-' REORG-ID-HIGH
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    ELSE
        STRING REORG-TRAN-CODE
            ' SOURCE=' WS-SOURCE-DEPT
            ' TARGET=' WS-TARGET-DEPT
            ' EFF=' WS-EFF-DATE
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    END-IF.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    EXIT.

VALIDATE-REORG-TRANSACTION.
    *> Everything the card names is proven before a single employee
    *> is touched - a reorg refused here moves nobody.
    IF NOT REORG-MERGE AND NOT REORG-SPLIT AND NOT REORG-CLOSE THEN
        MOVE 'TRAN CODE NOT MERG / SPLT / CLOS' TO WS-REJECT-TEXT
        PERFORM REJECT-REORG-CARD
    END-IF.

    IF NOT WS-CARD-REJECTED THEN
        IF WS-SOURCE-DEPT = SPACES OR WS-TARGET-DEPT = SPACES THEN
            MOVE 'SOURCE AND TARGET DEPARTMENTS ARE BOTH REQUIRED'
                TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        END-IF
    END-IF.

    IF NOT WS-CARD-REJECTED THEN
        IF WS-SOURCE-DEPT = WS-TARGET-DEPT THEN
            MOVE 'SOURCE AND TARGET ARE THE SAME DEPARTMENT'
                TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        END-IF
    END-IF.

    IF NOT WS-CARD-REJECTED THEN
        IF WS-EFF-DATE(1:4) NOT NUMERIC
           OR WS-EFF-DATE(5:1) NOT = '-'
           OR WS-EFF-DATE(6:2) NOT NUMERIC
           OR WS-EFF-DATE(8:1) NOT = '-'
           OR WS-EFF-DATE(9:2) NOT NUMERIC THEN
            MOVE 'EFFECTIVE DATE NOT YYYY-MM-DD' TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        ELSE
            MOVE SPACES TO WS-EFF-CCYYMMDD
            STRING WS-EFF-DATE(1:4) WS-EFF-DATE(6:2) WS-EFF-DATE(9:2)
                DELIMITED BY SIZE INTO WS-EFF-CCYYMMDD
            END-STRING
        END-IF
    END-IF.

    IF NOT WS-CARD-REJECTED AND REORG-SPLIT THEN
        PERFORM VALIDATE-SPLIT-SELECTION
    END-IF.

    IF NOT WS-CARD-REJECTED THEN
        PERFORM VALIDATE-SOURCE-DEPARTMENT
    END-IF.

    IF NOT WS-CARD-REJECTED AND NOT WS-FATAL-ERROR THEN
        PERFORM VALIDATE-TARGET-DEPARTMENT
    END-IF.
    EXIT.

VALIDATE-SPLIT-SELECTION.
    IF REORG-ID-HIGH < REORG-ID-LOW THEN
        MOVE 'EMP_ID RANGE LOW IS ABOVE HIGH' TO WS-REJECT-TEXT
        PERFORM REJECT-REORG-CARD
    ELSE
        IF REORG-ID-HIGH = ZERO
           AND REORG-ID-LIST(1) = ZERO AND REORG-ID-LIST(2) = ZERO
           AND REORG-ID-LIST(3) = ZERO AND REORG-ID-LIST(4) = ZERO
           AND REORG-ID-LIST(5) = ZERO AND REORG-ID-LIST(6) = ZERO
           AND REORG-ID-LIST(7) = ZERO AND REORG-ID-LIST(8) = ZERO THEN
            MOVE 'SPLT NEEDS AN EMP_ID RANGE OR LIST' TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        END-IF
    END-IF.
    EXIT.

VALIDATE-SOURCE-DEPARTMENT.
    *> The source only has to exist - an already-inactive code still
    *> holding people is exactly what a CLOS is for.
    EXEC SQL
        SELECT DEPT_STATUS
            INTO :WS-DEPT-STATUS-CD
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-SOURCE-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            CONTINUE
        WHEN 100
            MOVE 'SOURCE DEPT NOT FOUND IN DEPARTMENT TABLE'
                TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

VALIDATE-TARGET-DEPARTMENT.
    *> The target must exist, be active, and still be open on the
    *> reorg's effective date - the same rule EmpDeptTransfer applies
    *> to a single transfer, checked once for the whole card.
    EXEC SQL
        SELECT DEPT_STATUS, EFF_END_DATE
            INTO :WS-DEPT-STATUS-CD, :WS-EFF-END
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-TARGET-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            IF NOT WS-DEPT-ACTIVE THEN
                MOVE 'TARGET DEPT IS FLAGGED INACTIVE' TO WS-REJECT-TEXT
                PERFORM REJECT-REORG-CARD
            ELSE
                IF WS-EFF-END NOT = SPACES
                   AND WS-EFF-END < WS-EFF-DATE THEN
                    MOVE 'TARGET DEPT ENDS BEFORE THE EFFECTIVE DATE'
                        TO WS-REJECT-TEXT
                    PERFORM REJECT-REORG-CARD
                END-IF
            END-IF
        WHEN 100
            MOVE 'TARGET DEPT NOT FOUND IN DEPARTMENT TABLE'
                TO WS-REJECT-TEXT
            PERFORM REJECT-REORG-CARD
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

REJECT-REORG-CARD.
    SET WS-CARD-REJECTED TO TRUE.
    ADD 1 TO WS-CARD-REJ-COUNT.
    MOVE SPACES TO REORG-RPT-RECORD.
    STRING '  REJECTED - ' WS-REJECT-TEXT
        DELIMITED BY SIZE INTO REORG-RPT-RECORD
    END-STRING.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.

    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'REORG REJECTED - ' REORG-TRAN-CODE
        ' SOURCE=' WS-SOURCE-DEPT
        ' - ' WS-REJECT-TEXT
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS='
            WS-CTLRPT-STATUS
    END-IF.
    EXIT.

LOAD-AFFECTED-EMPLOYEES.
    MOVE ZERO TO WS-AFF-USED.
    MOVE 'N' TO WS-AFF-FULL-FLAG.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE R1 CURSOR FOR
            SELECT EMP_ID, EMP_NAME
                FROM EMPLOYEE
                WHERE EMP_DEPT = :WS-SOURCE-DEPT
                ORDER BY EMP_ID
    END-EXEC.

    EXEC SQL OPEN R1 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-SOURCE-EMPLOYEE
            UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE R1 END-EXEC
    END-IF.

    IF WS-AFF-FULL THEN
        MOVE 'MORE EMPLOYEES SELECTED THAN ONE CARD CAN MOVE'
            TO WS-REJECT-TEXT
        PERFORM REJECT-REORG-CARD
    END-IF.
    EXIT.

FETCH-SOURCE-EMPLOYEE.
    EXEC SQL
        FETCH R1 INTO :WS-EMP-ID, :WS-EMP-NAME
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM CHECK-EMPLOYEE-SELECTED
            IF WS-EMP-SELECTED THEN
                PERFORM NOTE-AFFECTED-EMPLOYEE
            END-IF
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CHECK-EMPLOYEE-SELECTED.
    *> MERG and CLOS take the whole department; SPLT takes only the
    *> range and the listed EMP_IDs.
    MOVE 'N' TO WS-SELECTED-FLAG.
    IF NOT REORG-SPLIT THEN
        SET WS-EMP-SELECTED TO TRUE
    ELSE
        IF REORG-ID-HIGH > ZERO
           AND WS-EMP-ID NOT < REORG-ID-LOW
           AND WS-EMP-ID NOT > REORG-ID-HIGH THEN
            SET WS-EMP-SELECTED TO TRUE
        ELSE
            PERFORM MATCH-ID-LIST-ENTRY
                VARYING WS-LIST-IDX FROM 1 BY 1
                UNTIL WS-LIST-IDX > 8 OR WS-EMP-SELECTED
        END-IF
    END-IF.
    EXIT.

MATCH-ID-LIST-ENTRY.
    IF REORG-ID-LIST(WS-LIST-IDX) = WS-EMP-ID THEN
        SET WS-EMP-SELECTED TO TRUE
    END-IF.
    EXIT.

NOTE-AFFECTED-EMPLOYEE.
    IF WS-AFF-USED < WS-AFF-MAX THEN
        ADD 1 TO WS-AFF-USED
        MOVE WS-EMP-ID   TO WS-AFF-EMP-ID(WS-AFF-USED)
        MOVE WS-EMP-NAME TO WS-AFF-EMP-NAME(WS-AFF-USED)
    ELSE
        SET WS-AFF-FULL TO TRUE
        SET WS-CURSOR-DONE TO TRUE
    END-IF.
    EXIT.

MOVE-AFFECTED-EMPLOYEE.
    *> Dated on the reorg's effective date exactly as a keyed DEPTTRAN
    *> card would be: due today or earlier moves now (a past date is
    *> a retroactive move HeadcountRestate picks up), a later date is
    *> held in PENDTRAN for PendTransferRelease.
    MOVE WS-AFF-EMP-ID(WS-AFF-IDX)   TO WS-EMP-ID.
    MOVE WS-AFF-EMP-NAME(WS-AFF-IDX) TO WS-EMP-NAME.
    MOVE WS-TARGET-DEPT TO WS-AFTER-DEPT.

    EVALUATE TRUE
        WHEN WS-DRY-RUN AND WS-EFF-CCYYMMDD > WS-TODAY-CCYYMMDD
            MOVE 'WOULD BE HELD IN PENDTRAN' TO WS-ACTION-TEXT
            ADD 1 TO WS-DEFERRED-COUNT
        WHEN WS-DRY-RUN
            MOVE 'WOULD MOVE' TO WS-ACTION-TEXT
            ADD 1 TO WS-MOVED-COUNT
        WHEN WS-EFF-CCYYMMDD > WS-TODAY-CCYYMMDD
            PERFORM DEFER-REORG-TRANSFER
        WHEN OTHER
            MOVE ZERO TO WS-RETRY-COUNT
            PERFORM APPLY-REORG-MOVE
            PERFORM HANDLE-REORG-DEADLOCK-RETRY
                UNTIL NOT WS-DEADLOCK-DETECTED
            IF NOT WS-FATAL-ERROR THEN
                EXEC SQL COMMIT END-EXEC
            END-IF
    END-EVALUATE.

    PERFORM WRITE-PROOF-EMPLOYEE-LINE.
    EXIT.

APPLY-REORG-MOVE.
    *> The source department is part of the predicate, so someone
    *> already moved elsewhere since the cursor read them is left
    *> where they are and reported, not dragged into the target.
    MOVE 'N' TO WS-DEADLOCK-FLAG.

    EXEC SQL
        UPDATE EMPLOYEE
            SET EMP_DEPT = :WS-TARGET-DEPT
            WHERE EMP_ID = :WS-EMP-ID
              AND EMP_DEPT = :WS-SOURCE-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-MOVED-COUNT
            MOVE 'MOVED' TO WS-ACTION-TEXT
            PERFORM WRITE-REORG-HISTORY
        WHEN 100
            ADD 1 TO WS-UNMOVED-COUNT
            MOVE WS-SOURCE-DEPT TO WS-AFTER-DEPT
            MOVE 'NOT MOVED - NO LONGER IN SOURCE' TO WS-ACTION-TEXT
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            ADD 1 TO WS-UNMOVED-COUNT
            MOVE WS-SOURCE-DEPT TO WS-AFTER-DEPT
            MOVE 'NOT MOVED - SQL ERROR' TO WS-ACTION-TEXT
    END-EVALUATE.
    EXIT.

WRITE-REORG-HISTORY.
    *> The same dated before/after record EmpDeptTransfer writes, so
    *> the as-of inquiry, HeadcountRestate and ManagerNotify all see a
    *> reorg move as the transfer it is.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-CHANGE TO TRUE.
    MOVE WS-EFF-CCYYMMDD TO EMP-HIST-CHG-DATE.
    MOVE WS-PROC-DATE    TO EMP-HIST-POST-DATE.
    MOVE WS-EMP-ID       TO EMP-HIST-EMP-ID.
    MOVE WS-EMP-NAME     TO EMP-HIST-OLD-NAME.
    MOVE WS-SOURCE-DEPT  TO EMP-HIST-OLD-DEPT.
    MOVE WS-EMP-NAME     TO EMP-HIST-NEW-NAME.
    MOVE WS-TARGET-DEPT  TO EMP-HIST-NEW-DEPT.
    MOVE 'REOR'          TO EMP-HIST-SOURCE.
    WRITE EMP-HIST-RECORD.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING EMP-HIST-FILE, STATUS='
            WS-HIST-STATUS ' EMP_ID=' WS-EMP-ID
    END-IF.
    EXIT.

DEFER-REORG-TRANSFER.
    MOVE WS-EFF-CCYYMMDD TO PEND-TRAN-EFF-CCYYMMDD.
    MOVE WS-EMP-ID       TO PEND-TRAN-EMP-ID.
    MOVE WS-TARGET-DEPT  TO PEND-TRAN-NEW-DEPT.
    MOVE WS-EFF-DATE     TO PEND-TRAN-EFF-DATE.
    MOVE WS-PROC-DATE    TO PEND-TRAN-ACCEPT-DATE.
    WRITE PEND-TRAN-RECORD.
    IF WS-PEND-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING PEND-TRAN-FILE, STATUS='
            WS-PEND-STATUS ' EMP_ID=' WS-EMP-ID
        ADD 1 TO WS-UNMOVED-COUNT
        MOVE WS-SOURCE-DEPT TO WS-AFTER-DEPT
        MOVE 'NOT HELD - PENDTRAN WRITE FAILED' TO WS-ACTION-TEXT
    ELSE
        ADD 1 TO WS-DEFERRED-COUNT
        MOVE 'HELD IN PENDTRAN' TO WS-ACTION-TEXT
    END-IF.
    EXIT.

HANDLE-REORG-DEADLOCK-RETRY.
    *> -911/-913 rolls back only this one employee's move, since each
    *> move commits on its own - same discipline as EmpDeptTransfer.
    ADD 1 TO WS-RETRY-COUNT.
    IF WS-RETRY-COUNT > WS-MAX-RETRIES THEN
        PERFORM WRITE-SQL-ERROR-LINE
        DISPLAY 'FATAL: DEADLOCK RETRY LIMIT EXCEEDED - ENDING RUN'
        SET WS-FATAL-ERROR TO TRUE
        MOVE 'N' TO WS-DEADLOCK-FLAG
        ADD 1 TO WS-UNMOVED-COUNT
        MOVE WS-SOURCE-DEPT TO WS-AFTER-DEPT
        MOVE 'NOT MOVED - DEADLOCK' TO WS-ACTION-TEXT
    ELSE
        DISPLAY 'DEADLOCK/TIMEOUT ON REORG MOVE - SQLCODE=' SQLCODE
            ' RETRY ' WS-RETRY-COUNT ' OF ' WS-MAX-RETRIES
        EXEC SQL ROLLBACK END-EXEC
        PERFORM APPLY-REORG-MOVE
    END-IF.
    EXIT.

WRITE-PROOF-EMPLOYEE-LINE.
    MOVE SPACES TO REORG-RPT-RECORD.
    STRING
        '  EMP_ID=' WS-EMP-ID
        ' ' WS-EMP-NAME
        ' BEFORE=' WS-SOURCE-DEPT
        ' AFTER=' WS-AFTER-DEPT
        ' ' WS-ACTION-TEXT
        DELIMITED BY SIZE INTO REORG-RPT-RECORD
    END-STRING.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    EXIT.

CLOSE-SOURCE-DEPARTMENT.
    *> The source is inactivated only once nobody is left in it. A
    *> future-dated close cannot be, tonight - its moves are still in
    *> PENDTRAN - so it is recorded as a pending closure and finished
    *> by the first run on or after its date that finds it empty.
    IF WS-EFF-CCYYMMDD > WS-TODAY-CCYYMMDD THEN
        MOVE SPACES TO REORG-RPT-RECORD
        IF WS-DRY-RUN THEN
            STRING '  SOURCE ' WS-SOURCE-DEPT
                ' WOULD BE INACTIVATED WHEN EMPTY ON OR AFTER '
                WS-EFF-DATE
                DELIMITED BY SIZE INTO REORG-RPT-RECORD
            END-STRING
        ELSE
            MOVE WS-EFF-CCYYMMDD TO REORG-PEND-EFF-CCYYMMDD
            MOVE WS-SOURCE-DEPT  TO REORG-PEND-DEPT
            MOVE WS-EFF-DATE     TO REORG-PEND-EFF-DATE
            MOVE WS-TARGET-DEPT  TO REORG-PEND-TARGET-DEPT
            ADD 1 TO WS-CLOSE-CARRIED
            PERFORM CARRY-PENDING-CLOSURE
            STRING '  SOURCE ' WS-SOURCE-DEPT
                ' CLOSURE PENDING - INACTIVATED WHEN EMPTY ON OR AFTER '
                WS-EFF-DATE
                DELIMITED BY SIZE INTO REORG-RPT-RECORD
            END-STRING
        END-IF
        WRITE REORG-RPT-RECORD
        PERFORM CHECK-REORGRPT-WRITE-STATUS
    ELSE
        IF WS-DRY-RUN THEN
            MOVE SPACES TO REORG-RPT-RECORD
            STRING '  SOURCE ' WS-SOURCE-DEPT
                ' WOULD BE INACTIVATED EFF ' WS-EFF-DATE
                ' ONCE EMPTY'
                DELIMITED BY SIZE INTO REORG-RPT-RECORD
            END-STRING
            WRITE REORG-RPT-RECORD
            PERFORM CHECK-REORGRPT-WRITE-STATUS
        ELSE
            MOVE WS-SOURCE-DEPT TO WS-CLOSE-DEPT
            MOVE WS-EFF-DATE    TO WS-CLOSE-END-DATE
            PERFORM INACTIVATE-IF-EMPTY
            *> Someone could not be moved - keep the closure waiting
            *> so it completes once HR has cleared them out.
            IF NOT WS-DEPT-CLOSED THEN
                MOVE WS-EFF-CCYYMMDD TO REORG-PEND-EFF-CCYYMMDD
                MOVE WS-SOURCE-DEPT  TO REORG-PEND-DEPT
                MOVE WS-EFF-DATE     TO REORG-PEND-EFF-DATE
                MOVE WS-TARGET-DEPT  TO REORG-PEND-TARGET-DEPT
                ADD 1 TO WS-CLOSE-CARRIED
                PERFORM CARRY-PENDING-CLOSURE
            END-IF
        END-IF
    END-IF.
    EXIT.

INACTIVATE-IF-EMPTY.
    *> Counted fresh from EMPLOYEE rather than trusted from tonight's
    *> move tallies, so a move that failed, or a hire into the code
    *> since, keeps the department open.
    MOVE 'N' TO WS-CLOSED-FLAG.

    EXEC SQL
        SELECT COUNT(*)
            INTO :WS-REMAIN-COUNT
            FROM EMPLOYEE
            WHERE EMP_DEPT = :WS-CLOSE-DEPT
    END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        MOVE SPACES TO REORG-RPT-RECORD
        STRING '  SOURCE ' WS-CLOSE-DEPT
            ' NOT INACTIVATED - SQL ERROR COUNTING EMPLOYEES'
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    ELSE
        IF WS-REMAIN-COUNT > 0 THEN
            MOVE WS-REMAIN-COUNT TO WS-REMAIN-DISPLAY
            MOVE SPACES TO REORG-RPT-RECORD
            STRING '  SOURCE ' WS-CLOSE-DEPT
                ' NOT INACTIVATED - ' WS-REMAIN-DISPLAY
                ' EMPLOYEE(S) STILL IN IT'
                DELIMITED BY SIZE INTO REORG-RPT-RECORD
            END-STRING
        ELSE
            IF WS-DRY-RUN THEN
                SET WS-DEPT-CLOSED TO TRUE
                MOVE SPACES TO REORG-RPT-RECORD
                STRING '  SOURCE ' WS-CLOSE-DEPT
                    ' IS EMPTY - WOULD BE INACTIVATED EFF '
                    WS-CLOSE-END-DATE
                    DELIMITED BY SIZE INTO REORG-RPT-RECORD
                END-STRING
            ELSE
                PERFORM INACTIVATE-SOURCE-DEPARTMENT
            END-IF
        END-IF
    END-IF.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    EXIT.

INACTIVATE-SOURCE-DEPARTMENT.
    *> DeptMaintenance's INAC, applied for HR: flagged inactive with
    *> the reorg's effective date as its end date, never deleted.
    EXEC SQL
        UPDATE DEPARTMENT
            SET DEPT_STATUS = 'I',
                EFF_END_DATE = :WS-CLOSE-END-DATE
            WHERE DEPT_CODE = :WS-CLOSE-DEPT
    END-EXEC.

    MOVE SPACES TO REORG-RPT-RECORD.
    IF SQLCODE = 0 THEN
        EXEC SQL COMMIT END-EXEC
        SET WS-DEPT-CLOSED TO TRUE
        ADD 1 TO WS-INAC-COUNT
        STRING '  SOURCE ' WS-CLOSE-DEPT
            ' IS EMPTY - INACTIVATED EFF ' WS-CLOSE-END-DATE
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    ELSE
        PERFORM WRITE-SQL-ERROR-LINE
        EXEC SQL ROLLBACK END-EXEC
        STRING '  SOURCE ' WS-CLOSE-DEPT
            ' NOT INACTIVATED - SQL ERROR ON UPDATE'
            DELIMITED BY SIZE INTO REORG-RPT-RECORD
        END-STRING
    END-IF.
    EXIT.

WRITE-PROOF-TOTALS.
    MOVE SPACES TO REORG-RPT-RECORD.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    MOVE SPACES TO REORG-RPT-RECORD.
    STRING
        'TOTALS - CARDS=' WS-TRAN-COUNT
        ' REJECTED=' WS-CARD-REJ-COUNT
        ' MOVED=' WS-MOVED-COUNT
        ' HELD=' WS-DEFERRED-COUNT
        ' NOT MOVED=' WS-UNMOVED-COUNT
        ' INACTIVATED=' WS-INAC-COUNT
        ' CLOSURES PENDING=' WS-CLOSE-CARRIED
        DELIMITED BY SIZE INTO REORG-RPT-RECORD
    END-STRING.
    WRITE REORG-RPT-RECORD.
    PERFORM CHECK-REORGRPT-WRITE-STATUS.
    DISPLAY REORG-RPT-RECORD.
    EXIT.

WRITE-SQL-ERROR-LINE.
    *> Short error report: SQLCODE, SQLSTATE, and the EMP_ID being
    *> processed, matching the control-report convention used by
    *> SimpleDB2WithTable.
    MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING
        'SQL ERROR - SQLCODE=' WS-SQLCODE-DISPLAY
        ' SQLSTATE=' SQLSTATE
        ' EMP_ID=' WS-EMP-ID
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS=' WS-CTLRPT-STATUS
    END-IF.
    DISPLAY CONTROL-RPT-RECORD.
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

CHECK-RELEASE-FRESHNESS.
    *> Reorganize only after tonight's PendTransferRelease has run
    *> clean for this processing date: a pending closure is judged on
    *> who is left in the department once the day's held transfers
    *> have released, and new held moves must land in the holding
    *> file generation that release just rolled forward.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'CANNOT OPEN RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
            ' - RELEASE FRESHNESS UNPROVABLE - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'PENDREL ' TO WS-UPSTREAM-PGM-NAME.
    PERFORM PROVE-UPSTREAM-STEP.

    CLOSE RUN-CTL-FILE.
    EXIT.

PROVE-UPSTREAM-STEP.
    MOVE WS-UPSTREAM-PGM-NAME TO RUN-CTL-PGM-NAME.
    READ RUN-CTL-FILE
        INVALID KEY
            DISPLAY 'NO RUN-CONTROL RECORD FOR ' WS-UPSTREAM-PGM-NAME
                ' - RUN THE RELEASE STEP FIRST - ENDING RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.

    IF NOT RUN-STAT-COMPLETE OR RUN-CTL-RETURN-CODE NOT = 0 THEN
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
        IF WS-FATAL-ERROR THEN
            SET RUN-STAT-ERROR TO TRUE
        ELSE
            SET RUN-STAT-COMPLETE TO TRUE
        END-IF
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        MOVE WS-TRAN-COUNT TO RUN-CTL-ROWS-IN
        COMPUTE RUN-CTL-ROWS-OUT = WS-MOVED-COUNT + WS-DEFERRED-COUNT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
