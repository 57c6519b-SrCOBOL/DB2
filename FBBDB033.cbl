IDENTIFICATION DIVISION.
PROGRAM-ID. IntegritySweep.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The current generation of the holding file - the one the next
    *> PendTransferRelease will read.
    SELECT PEND-TRAN-FILE ASSIGN TO PENDTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SUSP-KEY
        FILE STATUS IS WS-SUSP-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

    SELECT INTG-RPT-FILE ASSIGN TO INTGRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INTGRPT-STATUS.

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
FD  PEND-TRAN-FILE
    RECORDING MODE IS F.
    COPY PENDTRAN.

FD  SUSPENSE-FILE.
    COPY SUSPREC.

*> Every violation found goes into the sort tagged with its type, so
*> one pass of the sorted file prints the report grouped by type -
*> within a type by department, then EMP_ID.
SD  SORT-WORK-FILE.
    01  SORT-IV-RECORD.
        05  SORT-IV-TYPE           PIC 9(2).
        05  SORT-IV-DEPT           PIC X(20).
        05  SORT-IV-EMP-ID         PIC 9(5).
        05  SORT-IV-NAME           PIC X(30).
        05  SORT-IV-DETAIL         PIC X(40).

FD  INTG-RPT-FILE
    RECORDING MODE IS F.
    COPY INTGRPT.

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
    01  WS-TERM-DATE       PIC X(10).
    01  WS-DEPT-CODE       PIC X(20).
    01  WS-DEPT-STATUS-CD  PIC X(1).
        88  WS-DEPT-ACTIVE             VALUE 'A'.
    01  WS-EFF-END         PIC X(10).
    01  WS-TODAY-DASHED    PIC X(10).

    01  WS-PEND-STATUS     PIC X(2).
    01  WS-SUSP-STATUS     PIC X(2).
    01  WS-INTGRPT-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-CURSOR-FLAG     PIC X(1) VALUE 'N'.
        88  WS-CURSOR-DONE             VALUE 'Y'.
    01  WS-PEND-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-PEND-EOF                VALUE 'Y'.
    01  WS-SUSP-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SUSP-EOF                VALUE 'Y'.
    01  WS-SORT-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                VALUE 'Y'.

    01  WS-EMP-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-TERM-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-PEND-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-SUSP-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-CHECKED-COUNT   PIC 9(9) VALUE ZERO.
    01  WS-VIOLATION-COUNT PIC 9(7) VALUE ZERO.
    01  WS-CRITICAL-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-WARNING-COUNT   PIC 9(7) VALUE ZERO.

    *> Where each EMP_ID was found, indexed by EMP_ID itself: 'A' on
    *> EMPLOYEE, 'T' on EMPLOYEE_TERM, 'B' on both, space on neither.
    *> PENDTRAN and SUSPFILE are then checked against it without a
    *> database call per record.
    01  WS-EMP-WHERE-TABLE.
        05  WS-EMP-WHERE   PIC X(1) OCCURS 99999 TIMES.

    *> Violation types, in report order. Types 1-9 are critical - an
    *> employee payroll cannot charge or a pending move that will
    *> reject when it falls due - and end the run RC 8; type 10 is
    *> clean-up only and ends it RC 4.
    01  WS-TYPE-MAX        PIC 9(2) VALUE 10.
    01  WS-TYPE-IDX        PIC 9(2) VALUE ZERO.
    01  WS-TYPE-CODE       PIC X(4).
    01  WS-TYPE-SEVERITY   PIC X(8).
        88  WS-TYPE-CRITICAL           VALUE 'CRITICAL'.
    01  WS-TYPE-TEXT       PIC X(60).
    01  WS-TYPE-COUNT-TABLE.
        05  WS-TYPE-COUNT  PIC 9(7) OCCURS 10 TIMES.
    01  WS-PREV-TYPE       PIC 9(2) VALUE ZERO.
    01  WS-NEW-TYPE        PIC 9(2) VALUE ZERO.
    01  WS-NEW-DETAIL      PIC X(40).

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
            10  WS-CACHE-FOUND     PIC X(1).
            10  WS-CACHE-STATUS    PIC X(1).
            10  WS-CACHE-EFF-END   PIC X(10).

    *> The lookup's verdict for the department in hand.
    01  WS-LOOKUP-FOUND-FLAG PIC X(1).
        88  WS-LOOKUP-FOUND            VALUE 'Y'.
        88  WS-LOOKUP-FAILED           VALUE 'E'.
    01  WS-LOOKUP-STATUS   PIC X(1).
        88  WS-LOOKUP-ACTIVE           VALUE 'A'.
    01  WS-LOOKUP-EFF-END  PIC X(10).

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'INTGSWP '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

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

    OPEN OUTPUT INTG-RPT-FILE.
    IF WS-INTGRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING INTG-RPT-FILE, STATUS=' WS-INTGRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    STRING WS-PROC-DATE(1:4) '-' WS-PROC-DATE(5:2) '-'
        WS-PROC-DATE(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-DASHED
    END-STRING.

    INITIALIZE WS-EMP-WHERE-TABLE.
    INITIALIZE WS-TYPE-COUNT-TABLE.

    PERFORM WRITE-INTG-RPT-HEADER.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-IV-TYPE
        ON ASCENDING KEY SORT-IV-DEPT
        ON ASCENDING KEY SORT-IV-EMP-ID
        INPUT PROCEDURE IS RELEASE-VIOLATIONS
        OUTPUT PROCEDURE IS PRODUCE-EXCEPTION-REPORT.

    PERFORM WRITE-INTG-RPT-TOTALS.

    CLOSE INTG-RPT-FILE.

    *> A failed scan means the sweep saw only part of the data, so
    *> the run is an error whatever it did find.
    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-CRITICAL-COUNT > 0 THEN
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-WARNING-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

    DISPLAY 'Employees checked: '          WS-EMP-COUNT.
    DISPLAY 'Archived employees checked: ' WS-TERM-COUNT.
    DISPLAY 'Pending transfers checked: '  WS-PEND-COUNT.
    DISPLAY 'Suspense items checked: '     WS-SUSP-COUNT.
    DISPLAY 'Critical violations: '        WS-CRITICAL-COUNT.
    DISPLAY 'Warnings: '                   WS-WARNING-COUNT.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'IntegritySweep RUN CONTROL REPORT'
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

WRITE-INTG-RPT-HEADER.
    MOVE SPACES TO INTG-RPT-RECORD.
    STRING 'REFERENTIAL INTEGRITY SWEEP - EMPLOYEE, DEPARTMENT, '
        'EMPLOYEE_TERM, PENDTRAN, SUSPFILE - AS OF ' WS-TODAY-DASHED
        DELIMITED BY SIZE INTO INTG-RPT-RECORD
    END-STRING.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    EXIT.

CHECK-INTGRPT-WRITE-STATUS.
    *> Shared by every INTG-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-INTGRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING INTG-RPT-FILE, STATUS=' WS-INTGRPT-STATUS
    END-IF.
    EXIT.

DESCRIBE-VIOLATION-TYPE.
    *> Code, severity and heading for violation type WS-TYPE-IDX.
    MOVE 'CRITICAL' TO WS-TYPE-SEVERITY.
    EVALUATE WS-TYPE-IDX
        WHEN 1
            MOVE 'EMND' TO WS-TYPE-CODE
            MOVE 'EMPLOYEES IN A DEPARTMENT NOT ON DEPARTMENT'
                TO WS-TYPE-TEXT
        WHEN 2
            MOVE 'EMIN' TO WS-TYPE-CODE
            MOVE 'EMPLOYEES IN AN INACTIVE DEPARTMENT'
                TO WS-TYPE-TEXT
        WHEN 3
            MOVE 'EMED' TO WS-TYPE-CODE
            MOVE 'EMPLOYEES IN A DEPARTMENT PAST ITS EFF END DATE'
                TO WS-TYPE-TEXT
        WHEN 4
            MOVE 'EMBT' TO WS-TYPE-CODE
            MOVE 'EMPLOYEES ON BOTH EMPLOYEE AND EMPLOYEE_TERM'
                TO WS-TYPE-TEXT
        WHEN 5
            MOVE 'PTNE' TO WS-TYPE-CODE
            MOVE 'PENDING TRANSFERS FOR EMPLOYEES THAT DO NOT EXIST'
                TO WS-TYPE-TEXT
        WHEN 6
            MOVE 'PTTM' TO WS-TYPE-CODE
            MOVE 'PENDING TRANSFERS FOR TERMINATED EMPLOYEES'
                TO WS-TYPE-TEXT
        WHEN 7
            MOVE 'PTND' TO WS-TYPE-CODE
            MOVE 'PENDING TRANSFERS INTO A DEPARTMENT NOT ON DEPARTMENT'
                TO WS-TYPE-TEXT
        WHEN 8
            MOVE 'PTIN' TO WS-TYPE-CODE
            MOVE 'PENDING TRANSFERS INTO AN INACTIVE DEPARTMENT'
                TO WS-TYPE-TEXT
        WHEN 9
            MOVE 'PTED' TO WS-TYPE-CODE
            MOVE 'PENDING TRANSFERS INTO A DEPARTMENT ENDED BY EFF DATE'
                TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE 'SSTM' TO WS-TYPE-CODE
            MOVE 'WARNING ' TO WS-TYPE-SEVERITY
            MOVE 'SUSPENSE ITEMS FOR TERMINATED EMPLOYEES'
                TO WS-TYPE-TEXT
    END-EVALUATE.
    EXIT.

RELEASE-VIOLATIONS.
    *> EMPLOYEE first, then EMPLOYEE_TERM, so the where-found table
    *> is complete before the two flat files are checked against it.
    PERFORM SWEEP-EMPLOYEES.
    IF NOT WS-FATAL-ERROR THEN
        PERFORM SWEEP-ARCHIVED-EMPLOYEES
    END-IF.
    IF NOT WS-FATAL-ERROR THEN
        PERFORM SWEEP-PENDING-TRANSFERS
        PERFORM SWEEP-SUSPENSE-ITEMS
    END-IF.
    EXIT.

RELEASE-ONE-VIOLATION.
    *> WS-NEW-TYPE, the current employee fields and WS-NEW-DETAIL
    *> describe the violation.
    MOVE SPACES TO SORT-IV-RECORD.
    MOVE WS-NEW-TYPE   TO SORT-IV-TYPE.
    MOVE WS-EMP-DEPT   TO SORT-IV-DEPT.
    MOVE WS-EMP-ID     TO SORT-IV-EMP-ID.
    MOVE WS-EMP-NAME   TO SORT-IV-NAME.
    MOVE WS-NEW-DETAIL TO SORT-IV-DETAIL.
    RELEASE SORT-IV-RECORD.

    ADD 1 TO WS-TYPE-COUNT(WS-NEW-TYPE).
    ADD 1 TO WS-VIOLATION-COUNT.
    MOVE WS-NEW-TYPE TO WS-TYPE-IDX.
    PERFORM DESCRIBE-VIOLATION-TYPE.
    IF WS-TYPE-CRITICAL THEN
        ADD 1 TO WS-CRITICAL-COUNT
    ELSE
        ADD 1 TO WS-WARNING-COUNT
    END-IF.
    EXIT.

SWEEP-EMPLOYEES.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE E1 CURSOR FOR
            SELECT EMP_ID, EMP_NAME, EMP_DEPT
                FROM EMPLOYEE
    END-EXEC.

    EXEC SQL OPEN E1 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-EMPLOYEE UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE E1 END-EXEC
    END-IF.
    EXIT.

FETCH-EMPLOYEE.
    EXEC SQL
        FETCH E1 INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-EMP-COUNT
            ADD 1 TO WS-CHECKED-COUNT
            IF WS-EMP-ID > 0 THEN
                MOVE 'A' TO WS-EMP-WHERE(WS-EMP-ID)
            END-IF
            PERFORM CHECK-EMPLOYEE-DEPARTMENT
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CHECK-EMPLOYEE-DEPARTMENT.
    MOVE WS-EMP-DEPT TO WS-DEPT-CODE.
    PERFORM RESOLVE-DEPARTMENT.
    MOVE ZERO TO WS-NEW-TYPE.
    MOVE SPACES TO WS-NEW-DETAIL.
    EVALUATE TRUE
        WHEN WS-LOOKUP-FAILED
            CONTINUE
        WHEN NOT WS-LOOKUP-FOUND
            MOVE 1 TO WS-NEW-TYPE
        WHEN NOT WS-LOOKUP-ACTIVE
            MOVE 2 TO WS-NEW-TYPE
        WHEN WS-LOOKUP-EFF-END < WS-TODAY-DASHED
            MOVE 3 TO WS-NEW-TYPE
            STRING 'DEPT ENDED ' WS-LOOKUP-EFF-END
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            END-STRING
    END-EVALUATE.
    IF WS-NEW-TYPE > 0 THEN
        PERFORM RELEASE-ONE-VIOLATION
    END-IF.
    EXIT.

SWEEP-ARCHIVED-EMPLOYEES.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE E2 CURSOR FOR
            SELECT EMP_ID, EMP_NAME, EMP_DEPT, TERM_DATE
                FROM EMPLOYEE_TERM
    END-EXEC.

    EXEC SQL OPEN E2 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-ARCHIVED-EMPLOYEE
            UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE E2 END-EXEC
    END-IF.
    EXIT.

FETCH-ARCHIVED-EMPLOYEE.
    EXEC SQL
        FETCH E2 INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT,
                      :WS-TERM-DATE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-TERM-COUNT
            ADD 1 TO WS-CHECKED-COUNT
            PERFORM NOTE-ARCHIVED-EMPLOYEE
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

NOTE-ARCHIVED-EMPLOYEE.
    *> EmpMaintenance moves a row between the two tables in one unit
    *> of work, so an EMP_ID on both means a failed or hand-made fix.
    IF WS-EMP-ID > 0 THEN
        IF WS-EMP-WHERE(WS-EMP-ID) = 'A' THEN
            MOVE 'B' TO WS-EMP-WHERE(WS-EMP-ID)
            MOVE 4 TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-DETAIL
            STRING 'ARCHIVED WITH TERM DATE ' WS-TERM-DATE
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            END-STRING
            PERFORM RELEASE-ONE-VIOLATION
        ELSE
            MOVE 'T' TO WS-EMP-WHERE(WS-EMP-ID)
        END-IF
    END-IF.
    EXIT.

SWEEP-PENDING-TRANSFERS.
    OPEN INPUT PEND-TRAN-FILE.
    IF WS-PEND-STATUS NOT = '00' THEN
        DISPLAY 'NO PEND-TRAN-FILE, STATUS=' WS-PEND-STATUS
            ' - NO PENDING TRANSFERS CHECKED'
    ELSE
        MOVE 'N' TO WS-PEND-EOF-FLAG
        PERFORM READ-NEXT-PENDING
        PERFORM CHECK-PENDING-TRANSFER UNTIL WS-PEND-EOF
            OR WS-FATAL-ERROR
        CLOSE PEND-TRAN-FILE
    END-IF.
    EXIT.

READ-NEXT-PENDING.
    READ PEND-TRAN-FILE
        AT END
            SET WS-PEND-EOF TO TRUE
    END-READ.
    EXIT.

CHECK-PENDING-TRANSFER.
    *> The same two edits PendTransferRelease will make when the
    *> transfer falls due - the employee must still be on EMPLOYEE and
    *> the department must exist and be active - plus the one it
    *> cannot: a department due to end before the move takes effect.
    ADD 1 TO WS-PEND-COUNT.
    ADD 1 TO WS-CHECKED-COUNT.
    MOVE PEND-TRAN-EMP-ID   TO WS-EMP-ID.
    MOVE PEND-TRAN-NEW-DEPT TO WS-EMP-DEPT.
    MOVE SPACES TO WS-EMP-NAME.
    MOVE SPACES TO WS-NEW-DETAIL.
    STRING 'MOVE EFFECTIVE ' PEND-TRAN-EFF-DATE
        DELIMITED BY SIZE INTO WS-NEW-DETAIL
    END-STRING.

    MOVE ZERO TO WS-NEW-TYPE.
    IF WS-EMP-ID = 0 THEN
        MOVE 5 TO WS-NEW-TYPE
    ELSE
        EVALUATE WS-EMP-WHERE(WS-EMP-ID)
            WHEN 'T'
                MOVE 6 TO WS-NEW-TYPE
            WHEN SPACE
                MOVE 5 TO WS-NEW-TYPE
        END-EVALUATE
    END-IF.
    IF WS-NEW-TYPE > 0 THEN
        PERFORM RELEASE-ONE-VIOLATION
    END-IF.

    MOVE PEND-TRAN-NEW-DEPT TO WS-DEPT-CODE.
    PERFORM RESOLVE-DEPARTMENT.
    MOVE ZERO TO WS-NEW-TYPE.
    EVALUATE TRUE
        WHEN WS-LOOKUP-FAILED
            CONTINUE
        WHEN NOT WS-LOOKUP-FOUND
            MOVE 7 TO WS-NEW-TYPE
        WHEN NOT WS-LOOKUP-ACTIVE
            MOVE 8 TO WS-NEW-TYPE
        WHEN WS-LOOKUP-EFF-END < PEND-TRAN-EFF-DATE
            MOVE 9 TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-DETAIL
            STRING 'MOVE EFFECTIVE ' PEND-TRAN-EFF-DATE
                ' DEPT ENDS ' WS-LOOKUP-EFF-END
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            END-STRING
    END-EVALUATE.
    IF WS-NEW-TYPE > 0 THEN
        PERFORM RELEASE-ONE-VIOLATION
    END-IF.

    PERFORM READ-NEXT-PENDING.
    EXIT.

SWEEP-SUSPENSE-ITEMS.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSP-STATUS NOT = '00' THEN
        DISPLAY 'NO SUSPENSE-FILE, STATUS=' WS-SUSP-STATUS
            ' - NOTHING IN SUSPENSE'
    ELSE
        MOVE 'N' TO WS-SUSP-EOF-FLAG
        PERFORM READ-NEXT-SUSPENSE
        PERFORM CHECK-SUSPENSE-ITEM UNTIL WS-SUSP-EOF
        CLOSE SUSPENSE-FILE
    END-IF.
    EXIT.

READ-NEXT-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            SET WS-SUSP-EOF TO TRUE
    END-READ.
    EXIT.

CHECK-SUSPENSE-ITEM.
    *> An item still waiting on HR for someone since terminated can
    *> only be dropped - except a suspended REHI, which is waiting for
    *> exactly that person.
    ADD 1 TO WS-SUSP-COUNT.
    ADD 1 TO WS-CHECKED-COUNT.
    IF SUSP-EMP-ID > 0 THEN
        IF WS-EMP-WHERE(SUSP-EMP-ID) = 'T'
           AND NOT (SUSP-SRC-MAINT AND SUSP-MT-TRAN-CODE = 'REHI') THEN
            MOVE SUSP-EMP-ID TO WS-EMP-ID
            MOVE SPACES TO WS-EMP-NAME
            MOVE SPACES TO WS-EMP-DEPT
            IF SUSP-SRC-MAINT THEN
                MOVE SUSP-MT-NAME     TO WS-EMP-NAME
                MOVE SUSP-MT-DEPT     TO WS-EMP-DEPT
            ELSE
                MOVE SUSP-DT-NEW-DEPT TO WS-EMP-DEPT
            END-IF
            MOVE 10 TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-DETAIL
            STRING 'SOURCE ' SUSP-SOURCE ' REASON ' SUSP-REASON-CODE
                ' REJECTED ' SUSP-REJECT-DATE
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            END-STRING
            PERFORM RELEASE-ONE-VIOLATION
        END-IF
    END-IF.
    PERFORM READ-NEXT-SUSPENSE.
    EXIT.

RESOLVE-DEPARTMENT.
    PERFORM FIND-CACHED-DEPARTMENT.
    IF WS-CACHE-SLOT > 0 THEN
        MOVE WS-CACHE-FOUND(WS-CACHE-SLOT)   TO WS-LOOKUP-FOUND-FLAG
        MOVE WS-CACHE-STATUS(WS-CACHE-SLOT)  TO WS-LOOKUP-STATUS
        MOVE WS-CACHE-EFF-END(WS-CACHE-SLOT) TO WS-LOOKUP-EFF-END
    ELSE
        PERFORM LOOKUP-DEPARTMENT
    END-IF.
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

LOOKUP-DEPARTMENT.
    MOVE 'N'    TO WS-LOOKUP-FOUND-FLAG.
    MOVE SPACES TO WS-LOOKUP-STATUS.
    MOVE SPACES TO WS-LOOKUP-EFF-END.

    EXEC SQL
        SELECT DEPT_STATUS, EFF_END_DATE
            INTO :WS-DEPT-STATUS-CD, :WS-EFF-END
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-DEPT-CODE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE 'Y'               TO WS-LOOKUP-FOUND-FLAG
            MOVE WS-DEPT-STATUS-CD TO WS-LOOKUP-STATUS
            MOVE WS-EFF-END        TO WS-LOOKUP-EFF-END
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN 100
            PERFORM CACHE-DEPARTMENT-LOOKUP
        WHEN OTHER
            MOVE 'E' TO WS-LOOKUP-FOUND-FLAG
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CACHE-DEPARTMENT-LOOKUP.
    IF WS-CACHE-USED < WS-CACHE-MAX THEN
        ADD 1 TO WS-CACHE-USED
        MOVE WS-DEPT-CODE         TO WS-CACHE-DEPT(WS-CACHE-USED)
        MOVE WS-LOOKUP-FOUND-FLAG TO WS-CACHE-FOUND(WS-CACHE-USED)
        MOVE WS-LOOKUP-STATUS     TO WS-CACHE-STATUS(WS-CACHE-USED)
        MOVE WS-LOOKUP-EFF-END    TO WS-CACHE-EFF-END(WS-CACHE-USED)
    END-IF.
    EXIT.

PRODUCE-EXCEPTION-REPORT.
    MOVE ZERO TO WS-PREV-TYPE.
    MOVE 'N' TO WS-SORT-EOF-FLAG.

    PERFORM RETURN-SORTED-VIOLATION.
    IF WS-SORT-EOF THEN
        MOVE SPACES TO INTG-RPT-RECORD
        WRITE INTG-RPT-RECORD
        PERFORM CHECK-INTGRPT-WRITE-STATUS
        MOVE 'NO VIOLATIONS FOUND' TO INTG-RPT-RECORD
        WRITE INTG-RPT-RECORD
        PERFORM CHECK-INTGRPT-WRITE-STATUS
    END-IF.
    PERFORM PRINT-SORTED-VIOLATION UNTIL WS-SORT-EOF.
    EXIT.

RETURN-SORTED-VIOLATION.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.
    EXIT.

PRINT-SORTED-VIOLATION.
    IF SORT-IV-TYPE NOT = WS-PREV-TYPE THEN
        MOVE SORT-IV-TYPE TO WS-TYPE-IDX
        PERFORM WRITE-TYPE-HEADING
        MOVE SORT-IV-TYPE TO WS-PREV-TYPE
    END-IF.

    MOVE SPACES TO INTG-RPT-RECORD.
    STRING
        '  ' WS-TYPE-CODE
        ' EMP_ID=' SORT-IV-EMP-ID
        ' DEPT=' SORT-IV-DEPT
        ' NAME=' SORT-IV-NAME
        ' ' SORT-IV-DETAIL
        DELIMITED BY SIZE INTO INTG-RPT-RECORD
    END-STRING.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.

    PERFORM RETURN-SORTED-VIOLATION.
    EXIT.

WRITE-TYPE-HEADING.
    PERFORM DESCRIBE-VIOLATION-TYPE.
    MOVE SPACES TO INTG-RPT-RECORD.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    MOVE SPACES TO INTG-RPT-RECORD.
    STRING WS-TYPE-SEVERITY ' ' WS-TYPE-CODE ' - ' WS-TYPE-TEXT
        ' (' WS-TYPE-COUNT(WS-TYPE-IDX) ')'
        DELIMITED BY SIZE INTO INTG-RPT-RECORD
    END-STRING.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    EXIT.

WRITE-INTG-RPT-TOTALS.
    MOVE SPACES TO INTG-RPT-RECORD.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    MOVE 'VIOLATIONS BY TYPE' TO INTG-RPT-RECORD.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    PERFORM WRITE-TYPE-COUNT-LINE
        VARYING WS-TYPE-IDX FROM 1 BY 1
        UNTIL WS-TYPE-IDX > WS-TYPE-MAX.

    MOVE SPACES TO INTG-RPT-RECORD.
    STRING
        'TOTALS - EMPLOYEE=' WS-EMP-COUNT
        ' EMPLOYEE_TERM=' WS-TERM-COUNT
        ' PENDTRAN=' WS-PEND-COUNT
        ' SUSPFILE=' WS-SUSP-COUNT
        ' CRITICAL=' WS-CRITICAL-COUNT
        ' WARNING=' WS-WARNING-COUNT
        DELIMITED BY SIZE INTO INTG-RPT-RECORD
    END-STRING.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
    DISPLAY INTG-RPT-RECORD.
    EXIT.

WRITE-TYPE-COUNT-LINE.
    PERFORM DESCRIBE-VIOLATION-TYPE.
    MOVE SPACES TO INTG-RPT-RECORD.
    STRING '  ' WS-TYPE-CODE ' ' WS-TYPE-SEVERITY ' '
        WS-TYPE-COUNT(WS-TYPE-IDX) ' ' WS-TYPE-TEXT
        DELIMITED BY SIZE INTO INTG-RPT-RECORD
    END-STRING.
    WRITE INTG-RPT-RECORD.
    PERFORM CHECK-INTGRPT-WRITE-STATUS.
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
        MOVE WS-CHECKED-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-VIOLATION-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
