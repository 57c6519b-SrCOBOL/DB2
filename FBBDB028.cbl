IDENTIFICATION DIVISION.
PROGRAM-ID. CostCenterFeed.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-EXTRACT-FILE ASSIGN TO EMPEXTR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EMPEXTR-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

    SELECT GL-DIST-FILE ASSIGN TO GLDIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLDIST-STATUS.

    SELECT GL-RPT-FILE ASSIGN TO GLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLRPT-STATUS.

    SELECT CTL-TOT-FILE ASSIGN TO CTLTOT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTLTOT-STATUS.

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
FD  EMP-EXTRACT-FILE
    RECORDING MODE IS F.
    COPY EMPEXT.

*> Each extract row goes into the sort already charged - or refused -
*> against its department's cost center, so one pass of the sorted
*> file yields the GL details in cost-center order and the
*> exceptions grouped behind them.
SD  SORT-WORK-FILE.
    01  SORT-GL-RECORD.
        05  SORT-GL-CLASS          PIC X(1).
            88  SORT-GL-CHARGED            VALUE '1'.
            88  SORT-GL-EXCEPTION          VALUE '2'.
        05  SORT-GL-COST-CTR       PIC X(6).
        05  SORT-GL-DEPT           PIC X(20).
        05  SORT-GL-EMP-ID         PIC 9(5).
        05  SORT-GL-EMP-NAME       PIC X(30).
        05  SORT-GL-MANAGER        PIC X(30).
        05  SORT-GL-REASON         PIC X(4).

FD  GL-DIST-FILE
    RECORDING MODE IS F.
    COPY GLDIST.

FD  GL-RPT-FILE
    RECORDING MODE IS F.
    COPY GLRPT.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  CTL-TOT-FILE
    RECORDING MODE IS F.
    COPY CTLTOT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    01  WS-EMP-ID          PIC 9(5) VALUE ZERO.
    01  WS-DEPT-CODE       PIC X(20).
    01  WS-COST-CTR        PIC X(6).
    01  WS-MANAGER         PIC X(30).
    01  WS-DEPT-STATUS-CD  PIC X(1).
        88  WS-DEPT-ACTIVE             VALUE 'A'.
    01  WS-EFF-END         PIC X(10).
    01  WS-TODAY-DASHED    PIC X(10).

    01  WS-EMPEXTR-STATUS  PIC X(2).
    01  WS-GLDIST-STATUS   PIC X(2).
    01  WS-GLRPT-STATUS    PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-EXTRACT-EOF-FLAG PIC X(1) VALUE 'N'.
        88  WS-EXTRACT-EOF             VALUE 'Y'.
    01  WS-SORT-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                VALUE 'Y'.

    01  WS-FILE-DATE       PIC X(8).
    01  WS-GL-PERIOD       PIC X(6).

    01  WS-EXTRACT-COUNT   PIC 9(9) VALUE ZERO.
    01  WS-CHARGED-COUNT   PIC 9(9) VALUE ZERO.
    01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
    01  WS-DETAIL-COUNT    PIC 9(9) VALUE ZERO.

    *> The extract's own registered rows-out, picked up while
    *> CHECK-EXTRACT-FRESHNESS has the run-control record in hand -
    *> the same short-file guard PayInterfaceBuild runs.
    01  WS-EXPECTED-ROWS   PIC 9(9) VALUE ZERO.
    01  WS-SHORT-FILE-FLAG PIC X(1) VALUE 'N'.
        88  WS-SHORT-FILE              VALUE 'Y'.

    *> Department lookups already made this run. A few hundred
    *> departments cover thousands of extract rows, so each code is
    *> read from DEPARTMENT once; a full table just means later codes
    *> are looked up every time, never that a row is mis-charged.
    01  WS-CACHE-MAX       PIC 9(4) VALUE 500.
    01  WS-CACHE-USED      PIC 9(4) VALUE ZERO.
    01  WS-CACHE-IDX       PIC 9(4) VALUE ZERO.
    01  WS-CACHE-SLOT      PIC 9(4) VALUE ZERO.
    01  WS-DEPT-CACHE.
        05  WS-CACHE-ENTRY OCCURS 500 TIMES.
            10  WS-CACHE-DEPT      PIC X(20).
            10  WS-CACHE-CLASS     PIC X(1).
            10  WS-CACHE-COST-CTR  PIC X(6).
            10  WS-CACHE-MANAGER   PIC X(30).
            10  WS-CACHE-REASON    PIC X(4).

    *> The lookup's verdict for the row in hand.
    01  WS-LOOKUP-CLASS    PIC X(1).
    01  WS-LOOKUP-COST-CTR PIC X(6).
    01  WS-LOOKUP-MANAGER  PIC X(30).
    01  WS-LOOKUP-REASON   PIC X(4).

    *> Control-break state for the sorted pass.
    01  WS-CC-OPEN-FLAG    PIC X(1) VALUE 'N'.
        88  WS-CC-OPEN                 VALUE 'Y'.
    01  WS-PREV-COST-CTR   PIC X(6).
    01  WS-PREV-DEPT       PIC X(20).
    01  WS-PREV-MANAGER    PIC X(30).
    01  WS-DEPT-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-CC-COUNT        PIC 9(9) VALUE ZERO.
    01  WS-CC-DEPT-COUNT   PIC 9(5) VALUE ZERO.
    01  WS-EXC-HDR-FLAG    PIC X(1) VALUE 'N'.
        88  WS-EXC-HDR-WRITTEN         VALUE 'Y'.
    01  WS-REASON-TEXT     PIC X(30).

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'GLDIST  '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.
    01  WS-EXTRACT-PGM-NAME PIC X(8) VALUE 'EMPEXTR '.
    01  WS-CTLTOT-STATUS   PIC X(2).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM CHECK-EXTRACT-FRESHNESS.

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

    OPEN OUTPUT GL-DIST-FILE.
    IF WS-GLDIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING GL-DIST-FILE, STATUS=' WS-GLDIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT GL-RPT-FILE.
    IF WS-GLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING GL-RPT-FILE, STATUS=' WS-GLRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-PROC-DATE TO WS-FILE-DATE.
    MOVE WS-PROC-DATE(1:6) TO WS-GL-PERIOD.
    STRING WS-PROC-DATE(1:4) '-' WS-PROC-DATE(5:2) '-'
        WS-PROC-DATE(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-DASHED
    END-STRING.

    PERFORM WRITE-GL-HEADER.
    PERFORM WRITE-GL-RPT-HEADER.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-GL-CLASS
        ON ASCENDING KEY SORT-GL-COST-CTR
        ON ASCENDING KEY SORT-GL-DEPT
        ON ASCENDING KEY SORT-GL-EMP-ID
        INPUT PROCEDURE IS RELEASE-CHARGED-EMPLOYEES
        OUTPUT PROCEDURE IS PRODUCE-GL-DISTRIBUTION.

    PERFORM WRITE-GL-TRAILER.
    PERFORM WRITE-GL-RPT-TOTALS.

    CLOSE GL-DIST-FILE.
    CLOSE GL-RPT-FILE.

    PERFORM BALANCE-AGAINST-EXTRACT.

    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    END-IF.

    DISPLAY 'Extract rows read: '         WS-EXTRACT-COUNT.
    DISPLAY 'Employees distributed: '     WS-CHARGED-COUNT.
    DISPLAY 'Employees in exceptions: '   WS-EXCEPTION-COUNT.
    DISPLAY 'Cost-center details written: ' WS-DETAIL-COUNT.

    PERFORM WRITE-CONTROL-TOTALS.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'CostCenterFeed RUN CONTROL REPORT'
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

WRITE-GL-HEADER.
    MOVE SPACES TO GL-DIST-RECORD.
    SET GL-REC-HEADER TO TRUE.
    MOVE WS-FILE-DATE TO GL-HDR-FILE-DATE.
    MOVE WS-GL-PERIOD TO GL-HDR-PERIOD.
    MOVE 'EMPSYS  '   TO GL-HDR-SOURCE.
    PERFORM WRITE-GL-DIST-RECORD.
    EXIT.

WRITE-GL-TRAILER.
    MOVE SPACES TO GL-DIST-RECORD.
    SET GL-REC-TRAILER TO TRUE.
    MOVE WS-DETAIL-COUNT  TO GL-TRL-REC-COUNT.
    MOVE WS-CHARGED-COUNT TO GL-TRL-HEADCOUNT.
    PERFORM WRITE-GL-DIST-RECORD.
    EXIT.

WRITE-GL-DIST-RECORD.
    WRITE GL-DIST-RECORD.
    IF WS-GLDIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING GL-DIST-FILE, STATUS=' WS-GLDIST-STATUS
    END-IF.
    EXIT.

WRITE-GL-RPT-HEADER.
    MOVE SPACES TO GL-RPT-RECORD.
    STRING 'COST-CENTER HEADCOUNT DISTRIBUTION - PERIOD ' WS-GL-PERIOD
        ' RUN ' WS-FILE-DATE
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.

    MOVE SPACES TO GL-RPT-RECORD.
    STRING 'COSTCT DEPARTMENT           MANAGER'
        '                        HEADCOUNT'
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.
    EXIT.

CHECK-GLRPT-WRITE-STATUS.
    *> Shared by every GL-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-GLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING GL-RPT-FILE, STATUS=' WS-GLRPT-STATUS
    END-IF.
    EXIT.

RELEASE-CHARGED-EMPLOYEES.
    OPEN INPUT EMP-EXTRACT-FILE.
    IF WS-EMPEXTR-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-EXTRACT-FILE, STATUS='
            WS-EMPEXTR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-EXTRACT-RECORD.
    PERFORM CHARGE-ONE-EMPLOYEE UNTIL WS-EXTRACT-EOF.

    CLOSE EMP-EXTRACT-FILE.
    EXIT.

READ-NEXT-EXTRACT-RECORD.
    READ EMP-EXTRACT-FILE
        AT END
            SET WS-EXTRACT-EOF TO TRUE
    END-READ.
    EXIT.

CHARGE-ONE-EMPLOYEE.
    *> Every extract row is released exactly once, charged or not -
    *> an employee the GL cannot take lands in the exceptions
    *> section, never silently off the distribution.
    ADD 1 TO WS-EXTRACT-COUNT.
    MOVE EMP-EXT-ID   TO WS-EMP-ID.
    MOVE EMP-EXT-DEPT TO WS-DEPT-CODE.

    PERFORM FIND-CACHED-DEPARTMENT.
    IF WS-CACHE-SLOT > 0 THEN
        MOVE WS-CACHE-CLASS(WS-CACHE-SLOT)    TO WS-LOOKUP-CLASS
        MOVE WS-CACHE-COST-CTR(WS-CACHE-SLOT) TO WS-LOOKUP-COST-CTR
        MOVE WS-CACHE-MANAGER(WS-CACHE-SLOT)  TO WS-LOOKUP-MANAGER
        MOVE WS-CACHE-REASON(WS-CACHE-SLOT)   TO WS-LOOKUP-REASON
    ELSE
        PERFORM LOOKUP-DEPARTMENT-COST-CENTER
    END-IF.

    MOVE SPACES TO SORT-GL-RECORD.
    MOVE WS-LOOKUP-CLASS    TO SORT-GL-CLASS.
    MOVE WS-LOOKUP-COST-CTR TO SORT-GL-COST-CTR.
    MOVE EMP-EXT-DEPT       TO SORT-GL-DEPT.
    MOVE EMP-EXT-ID         TO SORT-GL-EMP-ID.
    MOVE EMP-EXT-NAME       TO SORT-GL-EMP-NAME.
    MOVE WS-LOOKUP-MANAGER  TO SORT-GL-MANAGER.
    MOVE WS-LOOKUP-REASON   TO SORT-GL-REASON.
    RELEASE SORT-GL-RECORD.

    PERFORM READ-NEXT-EXTRACT-RECORD.
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

LOOKUP-DEPARTMENT-COST-CENTER.
    *> A department is chargeable only if it exists, is active, has
    *> not passed its effective end date, and carries a cost center -
    *> anything else is an exception with its own reason so finance
    *> can tell a missing setup from a closed department.
    MOVE SPACES TO WS-LOOKUP-COST-CTR.
    MOVE SPACES TO WS-LOOKUP-MANAGER.
    MOVE SPACES TO WS-LOOKUP-REASON.
    MOVE '2'    TO WS-LOOKUP-CLASS.

    EXEC SQL
        SELECT COST_CENTER, MANAGER_NAME, DEPT_STATUS, EFF_END_DATE
            INTO :WS-COST-CTR, :WS-MANAGER, :WS-DEPT-STATUS-CD,
                 :WS-EFF-END
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-DEPT-CODE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE WS-MANAGER TO WS-LOOKUP-MANAGER
            EVALUATE TRUE
                WHEN NOT WS-DEPT-ACTIVE
                    MOVE 'INAC' TO WS-LOOKUP-REASON
                WHEN WS-EFF-END < WS-TODAY-DASHED
                    MOVE 'ENDD' TO WS-LOOKUP-REASON
                WHEN WS-COST-CTR = SPACES
                    MOVE 'NOCC' TO WS-LOOKUP-REASON
                WHEN OTHER
                    MOVE '1' TO WS-LOOKUP-CLASS
                    MOVE WS-COST-CTR TO WS-LOOKUP-COST-CTR
            END-EVALUATE
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN 100
            MOVE 'NODP' TO WS-LOOKUP-REASON
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN OTHER
            *> Not cached - the next row for this department tries
            *> again - and the run ends RC 12, but the row itself is
            *> still released as an exception so the totals balance.
            MOVE 'SQLE' TO WS-LOOKUP-REASON
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CACHE-DEPARTMENT-LOOKUP.
    IF WS-CACHE-USED < WS-CACHE-MAX THEN
        ADD 1 TO WS-CACHE-USED
        MOVE WS-DEPT-CODE       TO WS-CACHE-DEPT(WS-CACHE-USED)
        MOVE WS-LOOKUP-CLASS    TO WS-CACHE-CLASS(WS-CACHE-USED)
        MOVE WS-LOOKUP-COST-CTR TO WS-CACHE-COST-CTR(WS-CACHE-USED)
        MOVE WS-LOOKUP-MANAGER  TO WS-CACHE-MANAGER(WS-CACHE-USED)
        MOVE WS-LOOKUP-REASON   TO WS-CACHE-REASON(WS-CACHE-USED)
    END-IF.
    EXIT.

PRODUCE-GL-DISTRIBUTION.
    *> Control-break driver: charged rows arrive in cost-center and
    *> department order, so a department break prints its summary
    *> line and a cost-center break writes the GL detail; the
    *> exceptions sort behind every charged row and print as their
    *> own section.
    MOVE 'N' TO WS-CC-OPEN-FLAG.
    MOVE 'N' TO WS-EXC-HDR-FLAG.

    PERFORM RETURN-SORTED-EMPLOYEE.
    PERFORM PROCESS-SORTED-EMPLOYEE UNTIL WS-SORT-EOF.

    IF WS-CC-OPEN THEN
        PERFORM CLOSE-COST-CENTER
    END-IF.

    IF NOT WS-EXC-HDR-WRITTEN THEN
        PERFORM WRITE-EXCEPTION-HEADER
        MOVE SPACES TO GL-RPT-RECORD
        STRING '  NONE - EVERY EMPLOYEE CHARGED TO A COST CENTER'
            DELIMITED BY SIZE INTO GL-RPT-RECORD
        END-STRING
        WRITE GL-RPT-RECORD
        PERFORM CHECK-GLRPT-WRITE-STATUS
    END-IF.
    EXIT.

RETURN-SORTED-EMPLOYEE.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.
    EXIT.

PROCESS-SORTED-EMPLOYEE.
    IF SORT-GL-EXCEPTION THEN
        IF WS-CC-OPEN THEN
            PERFORM CLOSE-COST-CENTER
        END-IF
        IF NOT WS-EXC-HDR-WRITTEN THEN
            PERFORM WRITE-EXCEPTION-HEADER
        END-IF
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        IF WS-CC-OPEN AND SORT-GL-COST-CTR NOT = WS-PREV-COST-CTR THEN
            PERFORM CLOSE-COST-CENTER
        ELSE
            IF WS-CC-OPEN AND SORT-GL-DEPT NOT = WS-PREV-DEPT THEN
                PERFORM WRITE-DEPT-SUMMARY-LINE
            END-IF
        END-IF
        IF NOT WS-CC-OPEN THEN
            SET WS-CC-OPEN TO TRUE
            MOVE ZERO TO WS-CC-COUNT
            MOVE ZERO TO WS-CC-DEPT-COUNT
            MOVE ZERO TO WS-DEPT-COUNT
        END-IF
        MOVE SORT-GL-COST-CTR TO WS-PREV-COST-CTR
        MOVE SORT-GL-DEPT     TO WS-PREV-DEPT
        MOVE SORT-GL-MANAGER  TO WS-PREV-MANAGER
        ADD 1 TO WS-DEPT-COUNT
        ADD 1 TO WS-CC-COUNT
        ADD 1 TO WS-CHARGED-COUNT
    END-IF.

    PERFORM RETURN-SORTED-EMPLOYEE.
    EXIT.

WRITE-DEPT-SUMMARY-LINE.
    ADD 1 TO WS-CC-DEPT-COUNT.
    MOVE SPACES TO GL-RPT-RECORD.
    STRING
        WS-PREV-COST-CTR ' ' WS-PREV-DEPT ' ' WS-PREV-MANAGER
        ' ' WS-DEPT-COUNT
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.
    MOVE ZERO TO WS-DEPT-COUNT.
    EXIT.

CLOSE-COST-CENTER.
    *> Last department's line, then the cost center's one GL detail
    *> row and its printed subtotal.
    PERFORM WRITE-DEPT-SUMMARY-LINE.

    MOVE SPACES TO GL-DIST-RECORD.
    SET GL-REC-DETAIL TO TRUE.
    MOVE WS-PREV-COST-CTR TO GL-DTL-COST-CTR.
    MOVE WS-CC-COUNT      TO GL-DTL-HEADCOUNT.
    MOVE WS-CC-DEPT-COUNT TO GL-DTL-DEPT-COUNT.
    PERFORM WRITE-GL-DIST-RECORD.
    ADD 1 TO WS-DETAIL-COUNT.

    MOVE SPACES TO GL-RPT-RECORD.
    STRING
        '       COST CENTER ' WS-PREV-COST-CTR
        ' TOTAL ' WS-CC-COUNT
        ' IN ' WS-CC-DEPT-COUNT ' DEPARTMENT(S)'
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.

    MOVE 'N' TO WS-CC-OPEN-FLAG.
    EXIT.

WRITE-EXCEPTION-HEADER.
    SET WS-EXC-HDR-WRITTEN TO TRUE.
    MOVE SPACES TO GL-RPT-RECORD.
    STRING 'EXCEPTIONS - EMPLOYEES NOT CHARGED TO THE GL'
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.
    EXIT.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTION-COUNT.
    EVALUATE SORT-GL-REASON
        WHEN 'NODP'
            MOVE 'DEPT NOT ON DEPARTMENT TABLE' TO WS-REASON-TEXT
        WHEN 'INAC'
            MOVE 'DEPARTMENT IS INACTIVE' TO WS-REASON-TEXT
        WHEN 'ENDD'
            MOVE 'DEPARTMENT PAST EFF END DATE' TO WS-REASON-TEXT
        WHEN 'NOCC'
            MOVE 'DEPARTMENT HAS NO COST CENTER' TO WS-REASON-TEXT
        WHEN OTHER
            MOVE 'DEPARTMENT LOOKUP SQL ERROR' TO WS-REASON-TEXT
    END-EVALUATE.
    MOVE SPACES TO GL-RPT-RECORD.
    STRING
        '  ' SORT-GL-REASON
        ' EMP_ID=' SORT-GL-EMP-ID
        ' DEPT=' SORT-GL-DEPT
        ' NAME=' SORT-GL-EMP-NAME
        ' ' WS-REASON-TEXT
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.
    EXIT.

WRITE-GL-RPT-TOTALS.
    MOVE SPACES TO GL-RPT-RECORD.
    STRING
        'TOTALS - EXTRACT=' WS-EXTRACT-COUNT
        ' DISTRIBUTED=' WS-CHARGED-COUNT
        ' EXCEPTIONS=' WS-EXCEPTION-COUNT
        ' COST CENTERS=' WS-DETAIL-COUNT
        DELIMITED BY SIZE INTO GL-RPT-RECORD
    END-STRING.
    WRITE GL-RPT-RECORD.
    PERFORM CHECK-GLRPT-WRITE-STATUS.
    DISPLAY GL-RPT-RECORD.
    EXIT.

BALANCE-AGAINST-EXTRACT.
    *> Every row the extract registered must have been read - a short
    *> read sets RC 12 and an error run status so the GL transmission
    *> is held, the same guard PayInterfaceBuild puts on PAYINTF.
    IF WS-EXTRACT-COUNT NOT = WS-EXPECTED-ROWS THEN
        SET WS-SHORT-FILE TO TRUE
        MOVE SPACES TO CONTROL-RPT-RECORD
        STRING
            'EXTRACT ROWS READ DO NOT BALANCE - EXPECTED='
            WS-EXPECTED-ROWS ' ACTUAL=' WS-EXTRACT-COUNT
            ' - DO NOT TRANSMIT'
            DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
        END-STRING
        WRITE CONTROL-RPT-RECORD
        IF WS-CTLRPT-STATUS NOT = '00' THEN
            DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS='
                WS-CTLRPT-STATUS
        END-IF
        DISPLAY CONTROL-RPT-RECORD
        MOVE 12 TO RETURN-CODE
    END-IF.
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
        IF WS-SHORT-FILE OR WS-FATAL-ERROR THEN
            SET RUN-STAT-ERROR TO TRUE
        ELSE
            SET RUN-STAT-COMPLETE TO TRUE
        END-IF
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        MOVE WS-EXTRACT-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-CHARGED-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.

CHECK-EXTRACT-FRESHNESS.
    *> Refuse to run against a stale or half-written EMPEXTR: the
    *> extract's run-control record must show a clean completion -
    *> status C with a zero return code - before this step will read
    *> what the extract wrote. While the record is in hand, its
    *> rows-out becomes the count the rows read must balance to.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'CANNOT OPEN RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
            ' - EXTRACT FRESHNESS UNPROVABLE - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-EXTRACT-PGM-NAME TO RUN-CTL-PGM-NAME.
    READ RUN-CTL-FILE
        INVALID KEY
            DISPLAY 'NO RUN-CONTROL RECORD FOR ' WS-EXTRACT-PGM-NAME
                ' - RUN THE EXTRACT FIRST - ENDING RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.

    IF NOT RUN-STAT-COMPLETE OR RUN-CTL-RETURN-CODE NOT = 0 THEN
        DISPLAY 'EXTRACT ' WS-EXTRACT-PGM-NAME
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

    MOVE RUN-CTL-ROWS-OUT TO WS-EXPECTED-ROWS.

    CLOSE RUN-CTL-FILE.
    EXIT.

WRITE-CONTROL-TOTALS.
    *> One machine-readable totals record for the end-of-stream
    *> balancing step: rows in is every extract row read, rows out
    *> the employees charged to a cost center, rows skipped the
    *> exceptions - StreamBalanceRpt proves out + skipped = extract.
    OPEN OUTPUT CTL-TOT-FILE.
    IF WS-CTLTOT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING CTL-TOT-FILE, STATUS=' WS-CTLTOT-STATUS
    ELSE
        MOVE WS-RUN-PGM-NAME TO CTL-TOT-PGM-NAME
        MOVE WS-PROC-DATE TO CTL-TOT-RUN-DATE
        MOVE WS-EXTRACT-COUNT TO CTL-TOT-ROWS-IN
        MOVE WS-CHARGED-COUNT TO CTL-TOT-ROWS-OUT
        MOVE WS-EXCEPTION-COUNT TO CTL-TOT-ROWS-SKIP
        WRITE CTL-TOT-RECORD
        IF WS-CTLTOT-STATUS NOT = '00' THEN
            DISPLAY 'ERROR WRITING CTL-TOT-FILE, STATUS='
                WS-CTLTOT-STATUS
        END-IF
        CLOSE CTL-TOT-FILE
    END-IF.
    EXIT.
