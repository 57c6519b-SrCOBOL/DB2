IDENTIFICATION DIVISION.
PROGRAM-ID. ServiceMilestoneRpt.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSIN-FILE ASSIGN TO SYSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    *> The whole cumulative EMPHIST trail - every hire, termination
    *> and rehire since it was first carried - re-sorted into EMP_ID
    *> order on HISTSRT so it can be matched against the EMPLOYEE
    *> cursor one employee at a time.
    SELECT EMP-HIST-FILE ASSIGN TO EMPHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT HIST-SORT-FILE ASSIGN TO SORTWK01.

    SELECT HIST-WORK-FILE ASSIGN TO HISTSRT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTSRT-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO SORTWK02.

    SELECT SVC-RPT-FILE ASSIGN TO SVCRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SVCRPT-STATUS.

    SELECT SVC-EXTR-FILE ASSIGN TO SVCEXTR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SVCEXTR-STATUS.

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
    COPY SVCCTL.

*> The history record itself lives in WORKING-STORAGE (COPY EMPHIST
*> below) - the unsorted and sorted files carry the same layout, so
*> their FDs hold anonymous same-length record areas, the shape
*> DeptQueueDrain set for its queue and batch files.
FD  EMP-HIST-FILE
    RECORDING MODE IS F.
    01  EMP-HIST-IN-RECORD     PIC X(126).

FD  HIST-WORK-FILE
    RECORDING MODE IS F.
    01  HIST-WORK-RECORD       PIC X(126).

*> EMPHIST positions, named only as far as the sort keys need. A
*> backout record carries the change date of the record it reverses
*> and a later posting date, so it sorts straight after it.
SD  HIST-SORT-FILE.
    01  SORT-HS-RECORD.
        05  SORT-HS-CHG-DATE       PIC X(8).
        05  SORT-HS-ACTION         PIC X(1).
        05  SORT-HS-EMP-ID         PIC 9(5).
        05  FILLER                 PIC X(100).
        05  SORT-HS-POST-DATE      PIC X(8).
        05  SORT-HS-SOURCE         PIC X(4).

*> Every milestone (section 1) and every employee that could not be
*> assessed (section 2) goes into the sort, so one pass prints the
*> milestones by manager and department and the exceptions behind
*> them.
SD  SORT-WORK-FILE.
    01  SORT-ML-RECORD.
        05  SORT-ML-SECTION        PIC 9(1).
        05  SORT-ML-MANAGER        PIC X(30).
        05  SORT-ML-DEPT           PIC X(20).
        05  SORT-ML-TYPE           PIC X(4).
        05  SORT-ML-EVENT-DATE     PIC 9(8).
        05  SORT-ML-EMP-ID         PIC 9(5).
        05  SORT-ML-EMP-NAME       PIC X(30).
        05  SORT-ML-DEPT-NAME      PIC X(30).
        05  SORT-ML-YEARS          PIC 9(2).
        05  SORT-ML-SVC-START      PIC 9(8).
        05  SORT-ML-HIRE-DATE      PIC X(10).
        05  SORT-ML-BASIS          PIC X(1).
        05  SORT-ML-BRIDGED        PIC 9(2).
        05  SORT-ML-DETAIL         PIC X(60).

FD  SVC-RPT-FILE
    RECORDING MODE IS F.
    COPY SVCRPT.

FD  SVC-EXTR-FILE
    RECORDING MODE IS F.
    COPY SVCEXTR.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    01  WS-EMP-ID          PIC 9(5) VALUE ZERO.
    01  WS-EMP-NAME        PIC X(30).
    01  WS-EMP-DEPT        PIC X(20).
    01  WS-HIRE-DATE       PIC X(10).
    01  WS-DEPT-CODE       PIC X(20).
    01  WS-DEPT-NAME       PIC X(30).
    01  WS-MANAGER         PIC X(30).

    01  WS-SYSIN-STATUS    PIC X(2).
    01  WS-HIST-STATUS     PIC X(2).
    01  WS-HISTSRT-STATUS  PIC X(2).
    01  WS-SVCRPT-STATUS   PIC X(2).
    01  WS-SVCEXTR-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-CURSOR-FLAG     PIC X(1) VALUE 'N'.
        88  WS-CURSOR-DONE             VALUE 'Y'.
    01  WS-HIST-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                VALUE 'Y'.
    01  WS-SORT-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                VALUE 'Y'.

    *> Continuous-service rules, overridden from the SYSIN card.
    01  WS-BREAK-DAYS      PIC 9(4) VALUE 365.
    01  WS-PROBATION-DAYS  PIC 9(3) VALUE 90.

    *> The award month is the calendar month after the processing
    *> date; the probation window is the 30 days after it.
    01  WS-PROC-NUM        PIC 9(8).
    01  WS-PROC-INT        PIC 9(7).
    01  WS-WINDOW-END-INT  PIC 9(7).
    01  WS-WINDOW-END-NUM  PIC 9(8).
    01  WS-AWARD-YYYY      PIC 9(4).
    01  WS-AWARD-MM        PIC 9(2).
    01  WS-AWARD-MONTH     PIC X(6).

    01  WS-EMP-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-ANNV-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-PROB-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
    01  WS-BRIDGED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-RESTARTED-COUNT PIC 9(7) VALUE ZERO.
    01  WS-EXTR-COUNT      PIC 9(9) VALUE ZERO.

    *> The employee's hires, terminations and rehires from EMPHIST,
    *> oldest first. A backout record and the record it reversed are
    *> both voided, so a reversed termination or rehire never counts
    *> as a break.
    01  WS-EVT-MAX         PIC 9(3) VALUE 50.
    01  WS-EVT-USED        PIC 9(3) VALUE ZERO.
    01  WS-EVT-IDX         PIC 9(3) VALUE ZERO.
    01  WS-EVT-SCAN        PIC 9(3) VALUE ZERO.
    01  WS-EVT-OVERFLOW-FLAG PIC X(1) VALUE 'N'.
        88  WS-EVT-OVERFLOW            VALUE 'Y'.
    01  WS-EVT-TABLE.
        05  WS-EVT-ENTRY   OCCURS 50 TIMES.
            10  WS-EVT-DATE        PIC 9(8).
            10  WS-EVT-ACTION      PIC X(1).
            10  WS-EVT-SOURCE      PIC X(4).
            10  WS-EVT-VOID        PIC X(1).
    01  WS-EVT-MATCHED-FLAG PIC X(1) VALUE 'N'.
        88  WS-EVT-MATCHED             VALUE 'Y'.

    *> Working out one employee's continuous service.
    01  WS-HIRE-CCYYMMDD   PIC X(8).
    01  WS-HIRE-NUM        PIC 9(8).
    01  WS-HIRE-VALID-FLAG PIC X(1) VALUE 'N'.
        88  WS-HIRE-VALID              VALUE 'Y'.
    01  WS-FIRST-ADD-DATE  PIC 9(8).
    01  WS-FIRST-ADD-SOURCE PIC X(4).
    *> Set when the first add on file closes a termination that is
    *> also on file - that break has been measured, so a first add
    *> coded REHI is then an ordinary rehire, not a gap in history.
    01  WS-FIRST-ADD-AFTER-TERM-FLAG PIC X(1) VALUE 'N'.
        88  WS-FIRST-ADD-AFTER-TERM    VALUE 'Y'.
    01  WS-OPEN-TERM-DATE  PIC 9(8).
    01  WS-RESTART-DATE    PIC 9(8).
    01  WS-RESTART-TERM    PIC 9(8).
    01  WS-BREAK-LENGTH    PIC 9(7).
    01  WS-EMP-BRIDGED     PIC 9(2).
    01  WS-SVC-BASIS       PIC X(1).
        88  WS-BASIS-ORIGINAL          VALUE 'O'.
        88  WS-BASIS-BRIDGED           VALUE 'B'.
        88  WS-BASIS-RESTARTED         VALUE 'R'.
    01  WS-SVC-START       PIC 9(8).
    01  WS-SVC-START-PARTS REDEFINES WS-SVC-START.
        05  WS-SVC-START-YYYY  PIC 9(4).
        05  WS-SVC-START-MM    PIC 9(2).
        05  WS-SVC-START-DD    PIC 9(2).
    01  WS-SVC-YEARS       PIC 9(4).
    01  WS-EVENT-DATE      PIC 9(8).
    01  WS-EVENT-PARTS REDEFINES WS-EVENT-DATE.
        05  WS-EVENT-YYYY      PIC 9(4).
        05  WS-EVENT-MM        PIC 9(2).
        05  WS-EVENT-DD        PIC 9(2).
    01  WS-PROB-END-INT    PIC 9(7).
    01  WS-NEW-SECTION     PIC 9(1).
    01  WS-NEW-TYPE        PIC X(4).
    01  WS-NEW-YEARS       PIC 9(2).
    01  WS-NEW-DETAIL      PIC X(60).

    *> Department lookups already made this run, as CostCenterFeed
    *> keeps them; a full table just means later codes are read from
    *> DEPARTMENT every time.
    01  WS-CACHE-MAX       PIC 9(4) VALUE 500.
    01  WS-CACHE-USED      PIC 9(4) VALUE ZERO.
    01  WS-CACHE-IDX       PIC 9(4) VALUE ZERO.
    01  WS-CACHE-SLOT      PIC 9(4) VALUE ZERO.
    01  WS-DEPT-CACHE.
        05  WS-CACHE-ENTRY OCCURS 500 TIMES.
            10  WS-CACHE-DEPT      PIC X(20).
            10  WS-CACHE-DEPT-NAME PIC X(30).
            10  WS-CACHE-MANAGER   PIC X(30).
    01  WS-LOOKUP-DEPT-NAME PIC X(30).
    01  WS-LOOKUP-MANAGER  PIC X(30).

    *> Control-break state for the sorted pass.
    01  WS-PREV-SECTION    PIC 9(1) VALUE ZERO.
    01  WS-PREV-MANAGER    PIC X(30).
    01  WS-PREV-DEPT       PIC X(20).
    01  WS-FIRST-ROW-FLAG  PIC X(1) VALUE 'Y'.
        88  WS-FIRST-ROW               VALUE 'Y'.
    01  WS-BASIS-TEXT      PIC X(40).
    01  WS-BRIDGED-DISPLAY PIC Z9.
    01  WS-YEARS-DISPLAY   PIC Z9.

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    COPY EMPHIST.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'SVCMILE '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM READ-SERVICE-CONTROL-CARD.

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

    OPEN OUTPUT SVC-RPT-FILE.
    IF WS-SVCRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING SVC-RPT-FILE, STATUS=' WS-SVCRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT SVC-EXTR-FILE.
    IF WS-SVCEXTR-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING SVC-EXTR-FILE, STATUS=' WS-SVCEXTR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM SET-MILESTONE-WINDOW.

    PERFORM WRITE-SVC-RPT-HEADER.
    PERFORM WRITE-SVC-EXTR-HEADER.

    *> EMPHIST is kept in posting order; one sort puts each
    *> employee's history together, oldest change first.
    SORT HIST-SORT-FILE
        ON ASCENDING KEY SORT-HS-EMP-ID
        ON ASCENDING KEY SORT-HS-CHG-DATE
        ON ASCENDING KEY SORT-HS-POST-DATE
        WITH DUPLICATES IN ORDER
        USING EMP-HIST-FILE
        GIVING HIST-WORK-FILE.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-ML-SECTION
        ON ASCENDING KEY SORT-ML-MANAGER
        ON ASCENDING KEY SORT-ML-DEPT
        ON ASCENDING KEY SORT-ML-TYPE
        ON ASCENDING KEY SORT-ML-EVENT-DATE
        ON ASCENDING KEY SORT-ML-EMP-ID
        INPUT PROCEDURE IS RELEASE-MILESTONES
        OUTPUT PROCEDURE IS PRODUCE-MILESTONE-REPORT.

    PERFORM WRITE-SVC-RPT-TOTALS.
    PERFORM WRITE-SVC-EXTR-TRAILER.

    CLOSE SVC-RPT-FILE.
    CLOSE SVC-EXTR-FILE.

    *> A failed scan means part of the workforce was never assessed,
    *> so the list cannot go to the vendor as complete.
    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-EXCEPTION-COUNT > 0 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    DISPLAY 'Employees assessed: '         WS-EMP-COUNT.
    DISPLAY 'Service anniversaries: '      WS-ANNV-COUNT.
    DISPLAY 'Probation ends: '             WS-PROB-COUNT.
    DISPLAY 'Rehires bridged: '            WS-BRIDGED-COUNT.
    DISPLAY 'Rehires restarted: '          WS-RESTARTED-COUNT.
    DISPLAY 'Exceptions: '                 WS-EXCEPTION-COUNT.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'ServiceMilestoneRpt RUN CONTROL REPORT'
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

READ-SERVICE-CONTROL-CARD.
    *> Missing/blank SYSIN keeps the defaults so the job still runs
    *> without a control card, as HeadcountTrend does; each field is
    *> taken on its own, so a card can set just one of them.
    MOVE SPACES TO SVC-CONTROL-RECORD.

    OPEN INPUT SYSIN-FILE.
    IF WS-SYSIN-STATUS = '00' THEN
        READ SYSIN-FILE
            AT END
                MOVE SPACES TO SVC-CONTROL-RECORD
        END-READ
        CLOSE SYSIN-FILE
        IF SVC-BREAK-DAYS NUMERIC THEN
            MOVE SVC-BREAK-DAYS TO WS-BREAK-DAYS
        END-IF
        IF SVC-PROBATION-DAYS NUMERIC AND SVC-PROBATION-DAYS > 0 THEN
            MOVE SVC-PROBATION-DAYS TO WS-PROBATION-DAYS
        END-IF
    ELSE
        DISPLAY 'NO SYSIN CONTROL CARD - USING DEFAULTS'
    END-IF.
    DISPLAY 'BREAK THRESHOLD ' WS-BREAK-DAYS ' DAYS, PROBATION '
        WS-PROBATION-DAYS ' DAYS'.
    EXIT.

SET-MILESTONE-WINDOW.
    MOVE WS-PROC-DATE TO WS-PROC-NUM.
    COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(WS-PROC-NUM).
    COMPUTE WS-WINDOW-END-INT = WS-PROC-INT + 30.
    COMPUTE WS-WINDOW-END-NUM =
        FUNCTION DATE-OF-INTEGER(WS-WINDOW-END-INT).

    MOVE WS-PROC-DATE(1:4) TO WS-AWARD-YYYY.
    MOVE WS-PROC-DATE(5:2) TO WS-AWARD-MM.
    IF WS-AWARD-MM = 12 THEN
        ADD 1 TO WS-AWARD-YYYY
        MOVE 1 TO WS-AWARD-MM
    ELSE
        ADD 1 TO WS-AWARD-MM
    END-IF.
    STRING WS-AWARD-YYYY WS-AWARD-MM
        DELIMITED BY SIZE INTO WS-AWARD-MONTH
    END-STRING.
    EXIT.

WRITE-SVC-RPT-HEADER.
    MOVE SPACES TO SVC-RPT-RECORD.
    STRING 'SERVICE MILESTONES - ANNIVERSARIES IN ' WS-AWARD-YYYY '-'
        WS-AWARD-MM ', PROBATION ENDING ' WS-PROC-DATE
        ' TO ' WS-WINDOW-END-NUM
        DELIMITED BY SIZE INTO SVC-RPT-RECORD
    END-STRING.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.

    MOVE SPACES TO SVC-RPT-RECORD.
    STRING 'BREAKS OF ' WS-BREAK-DAYS ' DAYS OR LESS ARE BRIDGED, '
        'LONGER BREAKS RESTART SERVICE - PROBATION '
        WS-PROBATION-DAYS ' DAYS FROM START OF SERVICE'
        DELIMITED BY SIZE INTO SVC-RPT-RECORD
    END-STRING.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.
    EXIT.

CHECK-SVCRPT-WRITE-STATUS.
    *> Shared by every SVC-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-SVCRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING SVC-RPT-FILE, STATUS=' WS-SVCRPT-STATUS
    END-IF.
    EXIT.

CHECK-SVCEXTR-WRITE-STATUS.
    IF WS-SVCEXTR-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING SVC-EXTR-FILE, STATUS=' WS-SVCEXTR-STATUS
    END-IF.
    EXIT.

WRITE-SVC-EXTR-HEADER.
    MOVE SPACES TO SVC-EXTR-RECORD.
    SET SVC-REC-HEADER TO TRUE.
    MOVE WS-PROC-DATE   TO SVC-HDR-FILE-DATE.
    MOVE WS-AWARD-MONTH TO SVC-HDR-AWARD-MONTH.
    MOVE 'EMPSVC  '     TO SVC-HDR-SOURCE.
    WRITE SVC-EXTR-RECORD.
    PERFORM CHECK-SVCEXTR-WRITE-STATUS.
    EXIT.

WRITE-SVC-EXTR-TRAILER.
    MOVE SPACES TO SVC-EXTR-RECORD.
    SET SVC-REC-TRAILER TO TRUE.
    MOVE WS-EXTR-COUNT TO SVC-TRL-REC-COUNT.
    MOVE WS-ANNV-COUNT TO SVC-TRL-ANNV-COUNT.
    MOVE WS-PROB-COUNT TO SVC-TRL-PROB-COUNT.
    WRITE SVC-EXTR-RECORD.
    PERFORM CHECK-SVCEXTR-WRITE-STATUS.
    EXIT.

RELEASE-MILESTONES.
    OPEN INPUT HIST-WORK-FILE.
    IF WS-HISTSRT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING HIST-WORK-FILE, STATUS='
            WS-HISTSRT-STATUS
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        MOVE 'N' TO WS-HIST-EOF-FLAG
        PERFORM READ-NEXT-HISTORY
        PERFORM SCAN-EMPLOYEES
        CLOSE HIST-WORK-FILE
    END-IF.
    EXIT.

READ-NEXT-HISTORY.
    READ HIST-WORK-FILE INTO EMP-HIST-RECORD
        AT END
            SET WS-HIST-EOF TO TRUE
    END-READ.
    EXIT.

SCAN-EMPLOYEES.
    *> In EMP_ID order, to walk alongside the sorted history.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE S1 CURSOR FOR
            SELECT EMP_ID, EMP_NAME, EMP_DEPT, HIRE_DATE
                FROM EMPLOYEE
                ORDER BY EMP_ID
    END-EXEC.

    EXEC SQL OPEN S1 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-EMPLOYEE UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE S1 END-EXEC
    END-IF.
    EXIT.

FETCH-EMPLOYEE.
    EXEC SQL
        FETCH S1 INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT,
                      :WS-HIRE-DATE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-EMP-COUNT
            PERFORM ASSESS-EMPLOYEE
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

ASSESS-EMPLOYEE.
    PERFORM LOAD-EMPLOYEE-HISTORY.
    PERFORM CANCEL-BACKED-OUT-EVENTS
        VARYING WS-EVT-IDX FROM 1 BY 1
        UNTIL WS-EVT-IDX > WS-EVT-USED.

    MOVE WS-EMP-DEPT TO WS-DEPT-CODE.
    PERFORM FIND-CACHED-DEPARTMENT.
    IF WS-CACHE-SLOT > 0 THEN
        MOVE WS-CACHE-DEPT-NAME(WS-CACHE-SLOT) TO WS-LOOKUP-DEPT-NAME
        MOVE WS-CACHE-MANAGER(WS-CACHE-SLOT)   TO WS-LOOKUP-MANAGER
    ELSE
        PERFORM LOOKUP-DEPARTMENT-MANAGER
    END-IF.

    *> HIRE_DATE is held YYYY-MM-DD; a blank or impossible date
    *> cannot be measured from and the employee is listed instead.
    MOVE 'N' TO WS-HIRE-VALID-FLAG.
    MOVE ZERO TO WS-HIRE-NUM.
    MOVE SPACES TO WS-HIRE-CCYYMMDD.
    STRING WS-HIRE-DATE(1:4) WS-HIRE-DATE(6:2) WS-HIRE-DATE(9:2)
        DELIMITED BY SIZE INTO WS-HIRE-CCYYMMDD
    END-STRING.
    IF WS-HIRE-CCYYMMDD NUMERIC THEN
        MOVE WS-HIRE-CCYYMMDD TO WS-HIRE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-HIRE-NUM) = 0 THEN
            SET WS-HIRE-VALID TO TRUE
        END-IF
    END-IF.

    IF NOT WS-HIRE-VALID THEN
        MOVE 'NOHD' TO WS-NEW-TYPE
        MOVE 'NO USABLE HIRE_DATE - SERVICE NOT ASSESSED'
            TO WS-NEW-DETAIL
        PERFORM RELEASE-EXCEPTION
    ELSE
        PERFORM WORK-OUT-SERVICE-START
        PERFORM CHECK-ANNIVERSARY
        PERFORM CHECK-PROBATION-END
    END-IF.

    IF WS-EVT-OVERFLOW THEN
        MOVE 'EVOV' TO WS-NEW-TYPE
        MOVE 'MORE THAN 50 HIRE/TERM EVENTS - LATER ONES NOT COUNTED'
            TO WS-NEW-DETAIL
        PERFORM RELEASE-EXCEPTION
    END-IF.
    EXIT.

LOAD-EMPLOYEE-HISTORY.
    *> History for EMP_IDs no longer on EMPLOYEE is passed over; the
    *> adds and deletes for this one are kept - changes and transfers
    *> do not touch service.
    MOVE ZERO TO WS-EVT-USED.
    MOVE 'N'  TO WS-EVT-OVERFLOW-FLAG.
    PERFORM SKIP-EARLIER-HISTORY
        UNTIL WS-HIST-EOF OR EMP-HIST-EMP-ID >= WS-EMP-ID.
    PERFORM TAKE-EMPLOYEE-HISTORY
        UNTIL WS-HIST-EOF OR EMP-HIST-EMP-ID NOT = WS-EMP-ID.
    EXIT.

SKIP-EARLIER-HISTORY.
    PERFORM READ-NEXT-HISTORY.
    EXIT.

TAKE-EMPLOYEE-HISTORY.
    IF (HIST-ADD OR HIST-DELETE) AND EMP-HIST-CHG-DATE NUMERIC THEN
        IF WS-EVT-USED < WS-EVT-MAX THEN
            ADD 1 TO WS-EVT-USED
            MOVE EMP-HIST-CHG-DATE TO WS-EVT-DATE(WS-EVT-USED)
            MOVE EMP-HIST-ACTION   TO WS-EVT-ACTION(WS-EVT-USED)
            MOVE EMP-HIST-SOURCE   TO WS-EVT-SOURCE(WS-EVT-USED)
            MOVE 'N'               TO WS-EVT-VOID(WS-EVT-USED)
        ELSE
            SET WS-EVT-OVERFLOW TO TRUE
        END-IF
    END-IF.
    PERFORM READ-NEXT-HISTORY.
    EXIT.

CANCEL-BACKED-OUT-EVENTS.
    *> A BKOT record reverses the latest earlier record of the
    *> opposite action on the same change date - a backed-out rehire
    *> is a delete dated the rehire, a backed-out termination an add
    *> dated the termination. Both drop out of the service walk.
    IF WS-EVT-SOURCE(WS-EVT-IDX) = 'BKOT' THEN
        MOVE 'Y' TO WS-EVT-VOID(WS-EVT-IDX)
        MOVE 'N' TO WS-EVT-MATCHED-FLAG
        COMPUTE WS-EVT-SCAN = WS-EVT-IDX - 1
        PERFORM MATCH-BACKED-OUT-EVENT
            UNTIL WS-EVT-SCAN < 1 OR WS-EVT-MATCHED
    END-IF.
    EXIT.

MATCH-BACKED-OUT-EVENT.
    IF WS-EVT-VOID(WS-EVT-SCAN) = 'N' AND
       WS-EVT-DATE(WS-EVT-SCAN) = WS-EVT-DATE(WS-EVT-IDX) AND
       WS-EVT-ACTION(WS-EVT-SCAN) NOT = WS-EVT-ACTION(WS-EVT-IDX) THEN
        MOVE 'Y' TO WS-EVT-VOID(WS-EVT-SCAN)
        SET WS-EVT-MATCHED TO TRUE
    ELSE
        SUBTRACT 1 FROM WS-EVT-SCAN
    END-IF.
    EXIT.

WORK-OUT-SERVICE-START.
    *> Walk the employee's adds and deletes oldest first. Each add
    *> that follows a delete closes a break: one longer than the
    *> threshold restarts service at that rehire, a shorter one is
    *> bridged and service runs on from where it was.
    MOVE ZERO   TO WS-FIRST-ADD-DATE.
    MOVE SPACES TO WS-FIRST-ADD-SOURCE.
    MOVE 'N'    TO WS-FIRST-ADD-AFTER-TERM-FLAG.
    MOVE ZERO   TO WS-OPEN-TERM-DATE.
    MOVE ZERO   TO WS-RESTART-DATE.
    MOVE ZERO   TO WS-RESTART-TERM.
    MOVE ZERO   TO WS-EMP-BRIDGED.
    SET WS-BASIS-ORIGINAL TO TRUE.

    PERFORM WALK-SERVICE-EVENT
        VARYING WS-EVT-IDX FROM 1 BY 1
        UNTIL WS-EVT-IDX > WS-EVT-USED.

    EVALUATE TRUE
        WHEN WS-RESTART-DATE > 0
            *> A rehire keyed with its own hire date carries the true
            *> start; one that kept the archived hire date starts on
            *> the day the rehire was applied. Once a later short break
            *> has been bridged, HIRE_DATE belongs to that later rehire
            *> and the restart date stands.
            IF WS-HIRE-NUM > WS-RESTART-TERM
                    AND WS-EMP-BRIDGED = 0 THEN
                MOVE WS-HIRE-NUM     TO WS-SVC-START
            ELSE
                MOVE WS-RESTART-DATE TO WS-SVC-START
            END-IF
        WHEN WS-FIRST-ADD-SOURCE = 'REHI' AND
             NOT WS-FIRST-ADD-AFTER-TERM
            *> The first thing on file is a rehire - the termination
            *> before it predates the history, so the break cannot be
            *> measured. Service is taken from HIRE_DATE as it stands
            *> and the employee is listed for HR to confirm.
            MOVE WS-HIRE-NUM TO WS-SVC-START
            MOVE 'NOTM' TO WS-NEW-TYPE
            MOVE 'REHIRE WITH NO EARLIER TERMINATION ON EMPHIST'
                TO WS-NEW-DETAIL
            PERFORM RELEASE-EXCEPTION
        WHEN OTHER
            *> A bridged rehire keyed with a new hire date has lost the
            *> original one from EMPLOYEE; the first add on EMPHIST
            *> still dates it.
            MOVE WS-HIRE-NUM TO WS-SVC-START
            IF WS-FIRST-ADD-DATE > 0 AND
               WS-FIRST-ADD-DATE < WS-SVC-START THEN
                MOVE WS-FIRST-ADD-DATE TO WS-SVC-START
            END-IF
    END-EVALUATE.

    IF WS-BASIS-BRIDGED THEN
        ADD 1 TO WS-BRIDGED-COUNT
    END-IF.
    IF WS-BASIS-RESTARTED THEN
        ADD 1 TO WS-RESTARTED-COUNT
    END-IF.
    EXIT.

WALK-SERVICE-EVENT.
    IF WS-EVT-VOID(WS-EVT-IDX) = 'N' THEN
        IF WS-EVT-ACTION(WS-EVT-IDX) = 'D' THEN
            MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-OPEN-TERM-DATE
        ELSE
            IF WS-FIRST-ADD-DATE = 0 THEN
                MOVE WS-EVT-DATE(WS-EVT-IDX)   TO WS-FIRST-ADD-DATE
                MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO WS-FIRST-ADD-SOURCE
                IF WS-OPEN-TERM-DATE > 0 THEN
                    SET WS-FIRST-ADD-AFTER-TERM TO TRUE
                END-IF
            END-IF
            IF WS-OPEN-TERM-DATE > 0 THEN
                PERFORM CLOSE-SERVICE-BREAK
            END-IF
        END-IF
    END-IF.
    EXIT.

CLOSE-SERVICE-BREAK.
    COMPUTE WS-BREAK-LENGTH =
        FUNCTION INTEGER-OF-DATE(WS-EVT-DATE(WS-EVT-IDX))
        - FUNCTION INTEGER-OF-DATE(WS-OPEN-TERM-DATE).
    IF WS-BREAK-LENGTH > WS-BREAK-DAYS THEN
        MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-RESTART-DATE
        MOVE WS-OPEN-TERM-DATE       TO WS-RESTART-TERM
        MOVE ZERO                    TO WS-EMP-BRIDGED
        SET WS-BASIS-RESTARTED TO TRUE
    ELSE
        ADD 1 TO WS-EMP-BRIDGED
        IF NOT WS-BASIS-RESTARTED THEN
            SET WS-BASIS-BRIDGED TO TRUE
        END-IF
    END-IF.
    MOVE ZERO TO WS-OPEN-TERM-DATE.
    EXIT.

CHECK-ANNIVERSARY.
    *> An anniversary falls in the award month when service started
    *> in that calendar month a whole 5, 10, 15, 20 or 25 years
    *> earlier. A 29 February start is marked on the 28th in a
    *> non-leap award year.
    IF WS-SVC-START-MM = WS-AWARD-MM AND
       WS-SVC-START-YYYY < WS-AWARD-YYYY THEN
        COMPUTE WS-SVC-YEARS = WS-AWARD-YYYY - WS-SVC-START-YYYY
        IF WS-SVC-YEARS = 5 OR WS-SVC-YEARS = 10 OR
           WS-SVC-YEARS = 15 OR WS-SVC-YEARS = 20 OR
           WS-SVC-YEARS = 25 THEN
            MOVE WS-AWARD-YYYY   TO WS-EVENT-YYYY
            MOVE WS-AWARD-MM     TO WS-EVENT-MM
            MOVE WS-SVC-START-DD TO WS-EVENT-DD
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0 THEN
                MOVE 28 TO WS-EVENT-DD
            END-IF
            MOVE 'ANNV'       TO WS-NEW-TYPE
            MOVE WS-SVC-YEARS TO WS-NEW-YEARS
            PERFORM RELEASE-MILESTONE
            ADD 1 TO WS-ANNV-COUNT
        END-IF
    END-IF.
    EXIT.

CHECK-PROBATION-END.
    *> Probation runs from the start of service, so a bridged rehire
    *> does not serve it again and a restarted one does.
    COMPUTE WS-PROB-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-SVC-START) + WS-PROBATION-DAYS.
    IF WS-PROB-END-INT > WS-PROC-INT AND
       WS-PROB-END-INT NOT > WS-WINDOW-END-INT THEN
        COMPUTE WS-EVENT-DATE =
            FUNCTION DATE-OF-INTEGER(WS-PROB-END-INT)
        MOVE 'PROB' TO WS-NEW-TYPE
        MOVE ZERO   TO WS-NEW-YEARS
        PERFORM RELEASE-MILESTONE
        ADD 1 TO WS-PROB-COUNT
    END-IF.
    EXIT.

RELEASE-MILESTONE.
    MOVE 1 TO WS-NEW-SECTION.
    MOVE SPACES TO WS-NEW-DETAIL.
    PERFORM RELEASE-ONE-ROW.
    EXIT.

RELEASE-EXCEPTION.
    MOVE 2 TO WS-NEW-SECTION.
    MOVE ZERO TO WS-EVENT-DATE.
    MOVE ZERO TO WS-NEW-YEARS.
    ADD 1 TO WS-EXCEPTION-COUNT.
    PERFORM RELEASE-ONE-ROW.
    EXIT.

RELEASE-ONE-ROW.
    *> WS-NEW-SECTION/TYPE/YEARS/DETAIL, WS-EVENT-DATE and the
    *> current employee and department fields describe the row.
    MOVE SPACES TO SORT-ML-RECORD.
    MOVE WS-NEW-SECTION      TO SORT-ML-SECTION.
    MOVE WS-LOOKUP-MANAGER   TO SORT-ML-MANAGER.
    MOVE WS-EMP-DEPT         TO SORT-ML-DEPT.
    MOVE WS-NEW-TYPE         TO SORT-ML-TYPE.
    MOVE WS-EVENT-DATE       TO SORT-ML-EVENT-DATE.
    MOVE WS-EMP-ID           TO SORT-ML-EMP-ID.
    MOVE WS-EMP-NAME         TO SORT-ML-EMP-NAME.
    MOVE WS-LOOKUP-DEPT-NAME TO SORT-ML-DEPT-NAME.
    MOVE WS-NEW-YEARS        TO SORT-ML-YEARS.
    MOVE WS-HIRE-DATE        TO SORT-ML-HIRE-DATE.
    MOVE WS-NEW-DETAIL       TO SORT-ML-DETAIL.
    IF WS-NEW-SECTION = 1 THEN
        MOVE WS-SVC-START    TO SORT-ML-SVC-START
        MOVE WS-SVC-BASIS    TO SORT-ML-BASIS
        MOVE WS-EMP-BRIDGED  TO SORT-ML-BRIDGED
    ELSE
        MOVE ZERO            TO SORT-ML-SVC-START
        MOVE ZERO            TO SORT-ML-BRIDGED
    END-IF.
    RELEASE SORT-ML-RECORD.
    EXIT.

FIND-CACHED-DEPARTMENT.
    MOVE ZERO TO WS-CACHE-SLOT.
    MOVE ZERO TO WS-CACHE-IDX.
    PERFORM MATCH-CACHE-ENTRY
        UNTIL WS-CACHE-SLOT > 0 OR WS-CACHE-IDX >= WS-CACHE-USED.
    EXIT.

MATCH-CACHE-ENTRY.
    ADD 1 TO WS-CACHE-IDX.
    IF WS-CACHE-DEPT(WS-CACHE-IDX) = WS-DEPT-CODE THEN
        MOVE WS-CACHE-IDX TO WS-CACHE-SLOT
    END-IF.
    EXIT.

LOOKUP-DEPARTMENT-MANAGER.
    *> A department missing from DEPARTMENT still reports - its
    *> employees' milestones are real - under a manager line that
    *> says so.
    MOVE SPACES TO WS-LOOKUP-DEPT-NAME.
    MOVE SPACES TO WS-LOOKUP-MANAGER.

    EXEC SQL
        SELECT DEPT_NAME, MANAGER_NAME
            INTO :WS-DEPT-NAME, :WS-MANAGER
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-DEPT-CODE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE WS-DEPT-NAME TO WS-LOOKUP-DEPT-NAME
            MOVE WS-MANAGER   TO WS-LOOKUP-MANAGER
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN 100
            MOVE '*** NOT ON DEPARTMENT ***' TO WS-LOOKUP-DEPT-NAME
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CACHE-DEPARTMENT-LOOKUP.
    IF WS-CACHE-USED < WS-CACHE-MAX THEN
        ADD 1 TO WS-CACHE-USED
        MOVE WS-DEPT-CODE        TO WS-CACHE-DEPT(WS-CACHE-USED)
        MOVE WS-LOOKUP-DEPT-NAME TO WS-CACHE-DEPT-NAME(WS-CACHE-USED)
        MOVE WS-LOOKUP-MANAGER   TO WS-CACHE-MANAGER(WS-CACHE-USED)
    END-IF.
    EXIT.

PRODUCE-MILESTONE-REPORT.
    MOVE 'N' TO WS-SORT-EOF-FLAG.
    MOVE 'Y' TO WS-FIRST-ROW-FLAG.
    MOVE ZERO TO WS-PREV-SECTION.

    PERFORM RETURN-SORTED-MILESTONE.
    IF WS-SORT-EOF OR SORT-ML-SECTION NOT = 1 THEN
        MOVE SPACES TO SVC-RPT-RECORD
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
        MOVE 'NO SERVICE ANNIVERSARIES OR PROBATION ENDS IN THE PERIOD'
            TO SVC-RPT-RECORD
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
    END-IF.
    PERFORM PRINT-SORTED-MILESTONE UNTIL WS-SORT-EOF.
    EXIT.

RETURN-SORTED-MILESTONE.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.
    EXIT.

PRINT-SORTED-MILESTONE.
    IF SORT-ML-SECTION = 1 THEN
        PERFORM PRINT-MILESTONE-ROW
    ELSE
        PERFORM PRINT-EXCEPTION-ROW
    END-IF.
    MOVE SORT-ML-SECTION TO WS-PREV-SECTION.
    MOVE 'N' TO WS-FIRST-ROW-FLAG.

    PERFORM RETURN-SORTED-MILESTONE.
    EXIT.

PRINT-MILESTONE-ROW.
    IF WS-FIRST-ROW OR SORT-ML-MANAGER NOT = WS-PREV-MANAGER THEN
        MOVE SPACES TO SVC-RPT-RECORD
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
        MOVE SPACES TO SVC-RPT-RECORD
        IF SORT-ML-MANAGER = SPACES THEN
            MOVE 'MANAGER: (NONE ON DEPARTMENT)' TO SVC-RPT-RECORD
        ELSE
            STRING 'MANAGER: ' SORT-ML-MANAGER
                DELIMITED BY SIZE INTO SVC-RPT-RECORD
            END-STRING
        END-IF
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
        MOVE SORT-ML-MANAGER TO WS-PREV-MANAGER
        MOVE HIGH-VALUES     TO WS-PREV-DEPT
    END-IF.

    IF SORT-ML-DEPT NOT = WS-PREV-DEPT THEN
        MOVE SPACES TO SVC-RPT-RECORD
        STRING '  DEPARTMENT ' SORT-ML-DEPT ' ' SORT-ML-DEPT-NAME
            DELIMITED BY SIZE INTO SVC-RPT-RECORD
        END-STRING
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
        MOVE SORT-ML-DEPT TO WS-PREV-DEPT
    END-IF.

    EVALUATE SORT-ML-BASIS
        WHEN 'R'
            MOVE 'RESTARTED AT REHIRE AFTER LONG BREAK' TO WS-BASIS-TEXT
        WHEN 'B'
            MOVE SORT-ML-BRIDGED TO WS-BRIDGED-DISPLAY
            MOVE SPACES TO WS-BASIS-TEXT
            STRING 'BRIDGED OVER ' WS-BRIDGED-DISPLAY ' SHORT BREAK(S)'
                DELIMITED BY SIZE INTO WS-BASIS-TEXT
            END-STRING
        WHEN OTHER
            MOVE 'ORIGINAL HIRE' TO WS-BASIS-TEXT
    END-EVALUATE.

    MOVE SPACES TO SVC-RPT-RECORD.
    IF SORT-ML-TYPE = 'ANNV' THEN
        MOVE SORT-ML-YEARS TO WS-YEARS-DISPLAY
        STRING '    ' WS-YEARS-DISPLAY '-YEAR ANNIVERSARY '
            SORT-ML-EVENT-DATE
            ' EMP_ID=' SORT-ML-EMP-ID ' ' SORT-ML-EMP-NAME
            ' SERVICE FROM ' SORT-ML-SVC-START ' ' WS-BASIS-TEXT
            DELIMITED BY SIZE INTO SVC-RPT-RECORD
        END-STRING
    ELSE
        STRING '    PROBATION ENDS     ' SORT-ML-EVENT-DATE
            ' EMP_ID=' SORT-ML-EMP-ID ' ' SORT-ML-EMP-NAME
            ' SERVICE FROM ' SORT-ML-SVC-START ' ' WS-BASIS-TEXT
            DELIMITED BY SIZE INTO SVC-RPT-RECORD
        END-STRING
    END-IF.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.

    PERFORM WRITE-SVC-EXTR-DETAIL.
    EXIT.

WRITE-SVC-EXTR-DETAIL.
    MOVE SPACES TO SVC-EXTR-RECORD.
    SET SVC-REC-DETAIL TO TRUE.
    MOVE SORT-ML-TYPE        TO SVC-DTL-MILESTONE.
    MOVE SORT-ML-YEARS       TO SVC-DTL-YEARS.
    MOVE SORT-ML-EVENT-DATE  TO SVC-DTL-EVENT-DATE.
    MOVE SORT-ML-EMP-ID      TO SVC-DTL-EMP-ID.
    MOVE SORT-ML-EMP-NAME    TO SVC-DTL-EMP-NAME.
    MOVE SORT-ML-DEPT        TO SVC-DTL-DEPT.
    MOVE SORT-ML-DEPT-NAME   TO SVC-DTL-DEPT-NAME.
    MOVE SORT-ML-MANAGER     TO SVC-DTL-MANAGER.
    MOVE SORT-ML-SVC-START   TO SVC-DTL-SVC-START.
    STRING SORT-ML-HIRE-DATE(1:4) SORT-ML-HIRE-DATE(6:2)
        SORT-ML-HIRE-DATE(9:2)
        DELIMITED BY SIZE INTO SVC-DTL-HIRE-DATE
    END-STRING.
    MOVE SORT-ML-BASIS       TO SVC-DTL-BASIS.
    WRITE SVC-EXTR-RECORD.
    PERFORM CHECK-SVCEXTR-WRITE-STATUS.
    ADD 1 TO WS-EXTR-COUNT.
    EXIT.

PRINT-EXCEPTION-ROW.
    IF WS-PREV-SECTION NOT = 2 THEN
        MOVE SPACES TO SVC-RPT-RECORD
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
        MOVE 'EMPLOYEES NOT FULLY ASSESSED - HR TO CONFIRM SERVICE'
            TO SVC-RPT-RECORD
        WRITE SVC-RPT-RECORD
        PERFORM CHECK-SVCRPT-WRITE-STATUS
    END-IF.

    MOVE SPACES TO SVC-RPT-RECORD.
    STRING '  ' SORT-ML-TYPE
        ' EMP_ID=' SORT-ML-EMP-ID ' ' SORT-ML-EMP-NAME
        ' DEPT=' SORT-ML-DEPT
        ' HIRE_DATE=' SORT-ML-HIRE-DATE
        ' ' SORT-ML-DETAIL
        DELIMITED BY SIZE INTO SVC-RPT-RECORD
    END-STRING.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.
    EXIT.

WRITE-SVC-RPT-TOTALS.
    MOVE SPACES TO SVC-RPT-RECORD.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.
    MOVE SPACES TO SVC-RPT-RECORD.
    STRING 'TOTALS - EMPLOYEES ' WS-EMP-COUNT
        ' ANNIVERSARIES ' WS-ANNV-COUNT
        ' PROBATION ENDS ' WS-PROB-COUNT
        ' REHIRES BRIDGED ' WS-BRIDGED-COUNT
        ' RESTARTED ' WS-RESTARTED-COUNT
        ' EXCEPTIONS ' WS-EXCEPTION-COUNT
        DELIMITED BY SIZE INTO SVC-RPT-RECORD
    END-STRING.
    WRITE SVC-RPT-RECORD.
    PERFORM CHECK-SVCRPT-WRITE-STATUS.
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
        MOVE WS-EMP-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-EXTR-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
