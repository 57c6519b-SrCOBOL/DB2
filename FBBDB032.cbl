IDENTIFICATION DIVISION.
PROGRAM-ID. DupIdentityScreen.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-MAINT-FILE ASSIGN TO EMPMAINT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MAINT-STATUS.

    *> The screened transactions become EmpMaintenance's EMPMAINT
    *> input; SuspenseRelease's EMPMRCYC recycle is concatenated
    *> with them there, after this step, so an item HR released from
    *> suspense is not screened - and held - a second time.
    SELECT SCREENED-MAINT-FILE ASSIGN TO EMPMSCRN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SCREENED-STATUS.

    *> Held transactions go out in the EMPMREJ layout so the JCL can
    *> concatenate them with EmpMaintenance's own rejects into
    *> RejectSuspenseLoad - one suspense path for everything HR has
    *> to resolve.
    SELECT EMP-MAINT-REJ-FILE ASSIGN TO DUPMREJ
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT DUP-RPT-FILE ASSIGN TO DUPSRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DUPSRPT-STATUS.

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
FD  EMP-MAINT-FILE
    RECORDING MODE IS F.
    COPY EMPMAINT.

FD  SCREENED-MAINT-FILE
    RECORDING MODE IS F.
    01  SCREENED-MAINT-RECORD  PIC X(69).

FD  EMP-MAINT-REJ-FILE
    RECORDING MODE IS F.
    COPY EMPMREJ.

FD  DUP-RPT-FILE
    RECORDING MODE IS F.
    COPY DUPSRPT.

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

    *> Host variables for the EMPLOYEE / EMPLOYEE_TERM scans - the
    *> existing record each incoming name is compared against.
    01  WS-CAND-ID         PIC 9(5).
    01  WS-CAND-NAME       PIC X(30).
    01  WS-CAND-DEPT       PIC X(20).
    01  WS-CAND-HIRE       PIC X(10).
    01  WS-CAND-TERM       PIC X(10).
    01  WS-CAND-WHERE      PIC X(1).
    01  WS-CAND-KEY-ORD    PIC X(30).
    01  WS-CAND-KEY-SRT    PIC X(30).

    01  WS-MAINT-STATUS    PIC X(2).
    01  WS-SCREENED-STATUS PIC X(2).
    01  WS-REJECT-STATUS   PIC X(2).
    01  WS-DUPSRPT-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-MAINT-EOF-FLAG  PIC X(1) VALUE 'N'.
        88  WS-MAINT-EOF               VALUE 'Y'.
    01  WS-CURSOR-FLAG     PIC X(1) VALUE 'N'.
        88  WS-CURSOR-DONE             VALUE 'Y'.

    01  WS-READ-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-SCREENED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-UNSCREENED-COUNT PIC 9(7) VALUE ZERO.
    01  WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-PASSED-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-EMP-SCANNED     PIC 9(7) VALUE ZERO.
    01  WS-TERM-SCANNED    PIC 9(7) VALUE ZERO.
    01  WS-MATCH-DISPLAY   PIC Z(3)9.

    *> Tonight's ADD and REHI transactions, in file order, with the
    *> two comparison keys built from each name. The second pass over
    *> EMPMAINT counts its way through the same ADD/REHI records to
    *> find each one's entry again. Anything past the table is passed
    *> through unscreened and the run ends RC 4.
    01  WS-SCR-MAX         PIC 9(4) VALUE 2000.
    01  WS-SCR-USED        PIC 9(4) VALUE ZERO.
    01  WS-SCR-IDX         PIC 9(4) VALUE ZERO.
    01  WS-SCR-ORDINAL     PIC 9(4) VALUE ZERO.
    01  WS-SCR-CHECK       PIC 9(4) VALUE ZERO.
    01  WS-SCREEN-TABLE.
        05  WS-SCR-ENTRY OCCURS 2000 TIMES.
            10  WS-SCR-TRAN-CODE   PIC X(4).
            10  WS-SCR-EMP-ID      PIC 9(5).
            10  WS-SCR-NAME        PIC X(30).
            10  WS-SCR-DEPT        PIC X(20).
            10  WS-SCR-HIRE        PIC X(10).
            10  WS-SCR-KEY-ORD     PIC X(30).
            10  WS-SCR-KEY-SRT     PIC X(30).
            10  WS-SCR-MATCHES     PIC 9(4).
            10  WS-SCR-FIRST-ID    PIC 9(5).

    *> Every candidate pair found, for the side-by-side report. The
    *> hold itself rides on the entry's match count, so a full pair
    *> table only shortens the report, never lets a suspect through.
    01  WS-MAT-MAX         PIC 9(4) VALUE 2000.
    01  WS-MAT-USED        PIC 9(4) VALUE ZERO.
    01  WS-MAT-IDX         PIC 9(4) VALUE ZERO.
    01  WS-MATCH-TABLE.
        05  WS-MAT-ENTRY OCCURS 2000 TIMES.
            10  WS-MAT-SCR         PIC 9(4).
            10  WS-MAT-WHERE       PIC X(1).
            10  WS-MAT-BASIS       PIC X(1).
            10  WS-MAT-EMP-ID      PIC 9(5).
            10  WS-MAT-NAME        PIC X(30).
            10  WS-MAT-DEPT        PIC X(20).
            10  WS-MAT-HIRE        PIC X(10).
            10  WS-MAT-TERM        PIC X(10).
    01  WS-MATCH-BASIS     PIC X(1).
        88  WS-MATCH-AS-KEYED          VALUE 'K'.
        88  WS-MATCH-ANY-ORDER         VALUE 'O'.
        88  WS-NO-MATCH                VALUE ' '.

    *> Name normalization work areas. A name is upper-cased and split
    *> into words at spaces and commas; every other punctuation mark
    *> is dropped without splitting (O'BRIEN is OBRIEN). The ordered
    *> key is the words run together - first name first when the name
    *> was keyed LAST, FIRST - so spacing never matters; the sorted
    *> key is the words in alphabetical order run together, so first
    *> and last keyed either way round still agree.
    01  WS-NORM-NAME       PIC X(30).
    01  WS-NORM-CHAR       PIC X(1).
    01  WS-NORM-POS        PIC 9(2) VALUE ZERO.
    01  WS-NORM-TOKEN      PIC X(30).
    01  WS-NORM-TOKEN-LEN  PIC 9(2) VALUE ZERO.
    01  WS-NORM-TOK-MAX    PIC 9(2) VALUE 10.
    01  WS-NORM-TOK-USED   PIC 9(2) VALUE ZERO.
    01  WS-NORM-COMMA-AT   PIC 9(2) VALUE ZERO.
    01  WS-NORM-I          PIC 9(2) VALUE ZERO.
    01  WS-NORM-J          PIC 9(2) VALUE ZERO.
    01  WS-NORM-SWAP       PIC X(30).
    01  WS-NORM-PTR        PIC 9(3) VALUE ZERO.
    01  WS-NORM-TOKEN-TABLE.
        05  WS-NORM-TOK    PIC X(30) OCCURS 10 TIMES.
    01  WS-NORM-KEY-ORD    PIC X(30).
    01  WS-NORM-KEY-SRT    PIC X(30).

    *> One side-by-side report line: the incoming transaction on the
    *> left, the existing record it matched on the right.
    01  WS-SIDE-LINE.
        05  WS-SIDE-LEFT   PIC X(64).
        05  WS-SIDE-BAR    PIC X(3).
        05  WS-SIDE-RIGHT  PIC X(65).
    01  WS-WHERE-TEXT      PIC X(10).

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'DUPSCRN '.
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

    OPEN OUTPUT SCREENED-MAINT-FILE.
    IF WS-SCREENED-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING SCREENED-MAINT-FILE, STATUS='
            WS-SCREENED-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT EMP-MAINT-REJ-FILE.
    IF WS-REJECT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-MAINT-REJ-FILE, STATUS='
            WS-REJECT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT DUP-RPT-FILE.
    IF WS-DUPSRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING DUP-RPT-FILE, STATUS=' WS-DUPSRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-MATCH-RPT-HEADER.

    PERFORM COLLECT-NEW-IDENTITIES.

    IF WS-SCR-USED > 0 AND NOT WS-FATAL-ERROR THEN
        PERFORM SCAN-CURRENT-EMPLOYEES
    END-IF.
    IF WS-SCR-USED > 0 AND NOT WS-FATAL-ERROR THEN
        PERFORM SCAN-ARCHIVED-EMPLOYEES
    END-IF.

    *> Nothing is passed on after a failed scan - a half-screened
    *> EMPMAINT must not reach EmpMaintenance, so the step ends RC 12
    *> and the night is rerun from here.
    IF NOT WS-FATAL-ERROR THEN
        PERFORM SPLIT-MAINTENANCE-FILE
    END-IF.

    PERFORM WRITE-MATCH-RPT-TOTALS.

    CLOSE SCREENED-MAINT-FILE.
    CLOSE EMP-MAINT-REJ-FILE.
    CLOSE DUP-RPT-FILE.

    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - Fatal SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-UNSCREENED-COUNT > 0 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    DISPLAY 'Maintenance transactions read: ' WS-READ-COUNT.
    DISPLAY 'Adds/rehires screened: '         WS-SCREENED-COUNT.
    DISPLAY 'Adds/rehires not screened: '     WS-UNSCREENED-COUNT.
    DISPLAY 'Held as suspected duplicates: '  WS-HELD-COUNT.
    DISPLAY 'Passed to maintenance: '         WS-PASSED-COUNT.
    DISPLAY 'Employees compared: '            WS-EMP-SCANNED.
    DISPLAY 'Archived employees compared: '   WS-TERM-SCANNED.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'DupIdentityScreen RUN CONTROL REPORT'
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

WRITE-MATCH-RPT-HEADER.
    MOVE SPACES TO DUP-RPT-RECORD.
    STRING 'DUPLICATE-IDENTITY SCREEN - ADDS AND REHIRES HELD IN '
        'SUSPENSE (REASON DUPN) - PROCESSING DATE ' WS-PROC-DATE
        DELIMITED BY SIZE INTO DUP-RPT-RECORD
    END-STRING.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    EXIT.

CHECK-DUPSRPT-WRITE-STATUS.
    *> Shared by every DUP-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-DUPSRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING DUP-RPT-FILE, STATUS=' WS-DUPSRPT-STATUS
    END-IF.
    EXIT.

COLLECT-NEW-IDENTITIES.
    *> First pass over EMPMAINT: every ADD and REHI, with its keys,
    *> checked straight away against the ones before it - the same
    *> person keyed twice in one batch is as much a duplicate as one
    *> already on file.
    OPEN INPUT EMP-MAINT-FILE.
    IF WS-MAINT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-MAINT-FILE, STATUS=' WS-MAINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-MAINT-EOF-FLAG.
    PERFORM READ-NEXT-TRANSACTION.
    PERFORM NOTE-NEW-IDENTITY UNTIL WS-MAINT-EOF OR WS-FATAL-ERROR.

    CLOSE EMP-MAINT-FILE.
    EXIT.

READ-NEXT-TRANSACTION.
    READ EMP-MAINT-FILE
        AT END
            SET WS-MAINT-EOF TO TRUE
    END-READ.
    EXIT.

NOTE-NEW-IDENTITY.
    IF (MAINT-ADD OR MAINT-REHI) AND WS-SCR-USED < WS-SCR-MAX THEN
        ADD 1 TO WS-SCR-USED
        MOVE EMP-MAINT-TRAN-CODE TO WS-SCR-TRAN-CODE(WS-SCR-USED)
        MOVE EMP-MAINT-EMP-ID    TO WS-SCR-EMP-ID(WS-SCR-USED)
        MOVE EMP-MAINT-NAME      TO WS-SCR-NAME(WS-SCR-USED)
        MOVE EMP-MAINT-DEPT      TO WS-SCR-DEPT(WS-SCR-USED)
        MOVE EMP-MAINT-HIRE-DATE TO WS-SCR-HIRE(WS-SCR-USED)
        MOVE ZERO TO WS-SCR-MATCHES(WS-SCR-USED)
        MOVE ZERO TO WS-SCR-FIRST-ID(WS-SCR-USED)
        IF MAINT-REHI AND EMP-MAINT-NAME = SPACES THEN
            PERFORM FETCH-ARCHIVED-NAME
        END-IF
        MOVE WS-SCR-NAME(WS-SCR-USED) TO WS-NORM-NAME
        PERFORM NORMALIZE-NAME
        MOVE WS-NORM-KEY-ORD TO WS-SCR-KEY-ORD(WS-SCR-USED)
        MOVE WS-NORM-KEY-SRT TO WS-SCR-KEY-SRT(WS-SCR-USED)
        IF WS-NORM-KEY-ORD NOT = SPACES THEN
            ADD 1 TO WS-SCREENED-COUNT
            PERFORM COMPARE-WITH-EARLIER-ENTRY
                VARYING WS-SCR-CHECK FROM 1 BY 1
                UNTIL WS-SCR-CHECK >= WS-SCR-USED
        END-IF
    END-IF.
    PERFORM READ-NEXT-TRANSACTION.
    EXIT.

FETCH-ARCHIVED-NAME.
    *> A REHI may leave the name blank to take the archive's - the
    *> name EmpMaintenance will rehire under is the one to screen.
    MOVE EMP-MAINT-EMP-ID TO WS-EMP-ID.
    EXEC SQL
        SELECT EMP_NAME, EMP_DEPT
            INTO :WS-CAND-NAME, :WS-CAND-DEPT
            FROM EMPLOYEE_TERM
            WHERE EMP_ID = :WS-EMP-ID
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE WS-CAND-NAME TO WS-SCR-NAME(WS-SCR-USED)
            IF EMP-MAINT-DEPT = SPACES THEN
                MOVE WS-CAND-DEPT TO WS-SCR-DEPT(WS-SCR-USED)
            END-IF
        WHEN 100
            CONTINUE
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

COMPARE-WITH-EARLIER-ENTRY.
    IF WS-SCR-EMP-ID(WS-SCR-CHECK) NOT = WS-SCR-EMP-ID(WS-SCR-USED)
       AND WS-SCR-KEY-ORD(WS-SCR-CHECK) NOT = SPACES THEN
        MOVE SPACE TO WS-MATCH-BASIS
        EVALUATE TRUE
            WHEN WS-SCR-KEY-ORD(WS-SCR-CHECK)
                    = WS-SCR-KEY-ORD(WS-SCR-USED)
                SET WS-MATCH-AS-KEYED TO TRUE
            WHEN WS-SCR-KEY-SRT(WS-SCR-CHECK)
                    = WS-SCR-KEY-SRT(WS-SCR-USED)
                SET WS-MATCH-ANY-ORDER TO TRUE
        END-EVALUATE
        IF NOT WS-NO-MATCH THEN
            MOVE WS-SCR-USED                   TO WS-SCR-IDX
            MOVE 'B'                           TO WS-CAND-WHERE
            MOVE WS-SCR-EMP-ID(WS-SCR-CHECK)   TO WS-CAND-ID
            MOVE WS-SCR-NAME(WS-SCR-CHECK)     TO WS-CAND-NAME
            MOVE WS-SCR-DEPT(WS-SCR-CHECK)     TO WS-CAND-DEPT
            MOVE WS-SCR-HIRE(WS-SCR-CHECK)     TO WS-CAND-HIRE
            MOVE SPACES                        TO WS-CAND-TERM
            PERFORM RECORD-CANDIDATE-MATCH
        END-IF
    END-IF.
    EXIT.

SCAN-CURRENT-EMPLOYEES.
    MOVE 'E' TO WS-CAND-WHERE.
    MOVE SPACES TO WS-CAND-TERM.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE D1 CURSOR FOR
            SELECT EMP_ID, EMP_NAME, EMP_DEPT, HIRE_DATE
                FROM EMPLOYEE
    END-EXEC.

    EXEC SQL OPEN D1 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-CURRENT-EMPLOYEE
            UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE D1 END-EXEC
    END-IF.
    EXIT.

FETCH-CURRENT-EMPLOYEE.
    EXEC SQL
        FETCH D1 INTO :WS-CAND-ID, :WS-CAND-NAME, :WS-CAND-DEPT,
                      :WS-CAND-HIRE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-EMP-SCANNED
            PERFORM COMPARE-CANDIDATE
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            MOVE WS-CAND-ID TO WS-EMP-ID
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

SCAN-ARCHIVED-EMPLOYEES.
    MOVE 'T' TO WS-CAND-WHERE.
    MOVE 'N' TO WS-CURSOR-FLAG.

    EXEC SQL
        DECLARE D2 CURSOR FOR
            SELECT EMP_ID, EMP_NAME, EMP_DEPT, HIRE_DATE, TERM_DATE
                FROM EMPLOYEE_TERM
    END-EXEC.

    EXEC SQL OPEN D2 END-EXEC.

    IF SQLCODE NOT = 0 THEN
        PERFORM WRITE-SQL-ERROR-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        PERFORM FETCH-ARCHIVED-EMPLOYEE
            UNTIL WS-CURSOR-DONE OR WS-FATAL-ERROR
        EXEC SQL CLOSE D2 END-EXEC
    END-IF.
    EXIT.

FETCH-ARCHIVED-EMPLOYEE.
    EXEC SQL
        FETCH D2 INTO :WS-CAND-ID, :WS-CAND-NAME, :WS-CAND-DEPT,
                      :WS-CAND-HIRE, :WS-CAND-TERM
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            ADD 1 TO WS-TERM-SCANNED
            PERFORM COMPARE-CANDIDATE
        WHEN 100
            SET WS-CURSOR-DONE TO TRUE
        WHEN OTHER
            MOVE WS-CAND-ID TO WS-EMP-ID
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

COMPARE-CANDIDATE.
    MOVE WS-CAND-NAME TO WS-NORM-NAME.
    PERFORM NORMALIZE-NAME.
    MOVE WS-NORM-KEY-ORD TO WS-CAND-KEY-ORD.
    MOVE WS-NORM-KEY-SRT TO WS-CAND-KEY-SRT.
    IF WS-CAND-KEY-ORD NOT = SPACES THEN
        PERFORM MATCH-SCREEN-ENTRY
            VARYING WS-SCR-IDX FROM 1 BY 1
            UNTIL WS-SCR-IDX > WS-SCR-USED
    END-IF.
    EXIT.

MATCH-SCREEN-ENTRY.
    *> The same EMP_ID is never a duplicate of itself: a REHI finds
    *> its own archive row, and an ADD re-using a live or archived
    *> number is EmpMaintenance's DUPE / ARCH reject, not this one.
    IF WS-SCR-EMP-ID(WS-SCR-IDX) NOT = WS-CAND-ID
       AND WS-SCR-KEY-ORD(WS-SCR-IDX) NOT = SPACES THEN
        MOVE SPACE TO WS-MATCH-BASIS
        EVALUATE TRUE
            WHEN WS-SCR-KEY-ORD(WS-SCR-IDX) = WS-CAND-KEY-ORD
                SET WS-MATCH-AS-KEYED TO TRUE
            WHEN WS-SCR-KEY-SRT(WS-SCR-IDX) = WS-CAND-KEY-SRT
                SET WS-MATCH-ANY-ORDER TO TRUE
        END-EVALUATE
        IF NOT WS-NO-MATCH THEN
            PERFORM RECORD-CANDIDATE-MATCH
        END-IF
    END-IF.
    EXIT.

RECORD-CANDIDATE-MATCH.
    ADD 1 TO WS-SCR-MATCHES(WS-SCR-IDX).
    IF WS-SCR-FIRST-ID(WS-SCR-IDX) = ZERO THEN
        MOVE WS-CAND-ID TO WS-SCR-FIRST-ID(WS-SCR-IDX)
    END-IF.
    IF WS-MAT-USED < WS-MAT-MAX THEN
        ADD 1 TO WS-MAT-USED
        MOVE WS-SCR-IDX     TO WS-MAT-SCR(WS-MAT-USED)
        MOVE WS-CAND-WHERE  TO WS-MAT-WHERE(WS-MAT-USED)
        MOVE WS-MATCH-BASIS TO WS-MAT-BASIS(WS-MAT-USED)
        MOVE WS-CAND-ID     TO WS-MAT-EMP-ID(WS-MAT-USED)
        MOVE WS-CAND-NAME   TO WS-MAT-NAME(WS-MAT-USED)
        MOVE WS-CAND-DEPT   TO WS-MAT-DEPT(WS-MAT-USED)
        MOVE WS-CAND-HIRE   TO WS-MAT-HIRE(WS-MAT-USED)
        MOVE WS-CAND-TERM   TO WS-MAT-TERM(WS-MAT-USED)
    END-IF.
    EXIT.

NORMALIZE-NAME.
    MOVE SPACES TO WS-NORM-TOKEN-TABLE.
    MOVE SPACES TO WS-NORM-TOKEN.
    MOVE SPACES TO WS-NORM-KEY-ORD.
    MOVE SPACES TO WS-NORM-KEY-SRT.
    MOVE ZERO TO WS-NORM-TOKEN-LEN.
    MOVE ZERO TO WS-NORM-TOK-USED.
    MOVE ZERO TO WS-NORM-COMMA-AT.

    INSPECT WS-NORM-NAME CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

    PERFORM SCAN-NAME-CHARACTER
        VARYING WS-NORM-POS FROM 1 BY 1 UNTIL WS-NORM-POS > 30.
    PERFORM END-NAME-TOKEN.

    MOVE 1 TO WS-NORM-PTR.
    IF WS-NORM-COMMA-AT > 0 AND WS-NORM-COMMA-AT < WS-NORM-TOK-USED THEN
        PERFORM APPEND-ORDERED-TOKEN
            VARYING WS-NORM-I FROM WS-NORM-COMMA-AT BY 1
            UNTIL WS-NORM-I >= WS-NORM-TOK-USED
        PERFORM APPEND-LEADING-TOKEN
            VARYING WS-NORM-I FROM 1 BY 1
            UNTIL WS-NORM-I > WS-NORM-COMMA-AT
    ELSE
        PERFORM APPEND-LEADING-TOKEN
            VARYING WS-NORM-I FROM 1 BY 1
            UNTIL WS-NORM-I > WS-NORM-TOK-USED
    END-IF.

    IF WS-NORM-TOK-USED > 1 THEN
        PERFORM ORDER-TOKEN-PAIR
            VARYING WS-NORM-I FROM 1 BY 1
            UNTIL WS-NORM-I >= WS-NORM-TOK-USED
            AFTER WS-NORM-J FROM 1 BY 1
            UNTIL WS-NORM-J > WS-NORM-TOK-USED - WS-NORM-I
    END-IF.
    MOVE 1 TO WS-NORM-PTR.
    PERFORM APPEND-SORTED-TOKEN
        VARYING WS-NORM-I FROM 1 BY 1
        UNTIL WS-NORM-I > WS-NORM-TOK-USED.
    EXIT.

SCAN-NAME-CHARACTER.
    MOVE WS-NORM-NAME(WS-NORM-POS:1) TO WS-NORM-CHAR.
    EVALUATE TRUE
        WHEN WS-NORM-CHAR = SPACE
            PERFORM END-NAME-TOKEN
        WHEN WS-NORM-CHAR = ','
            PERFORM END-NAME-TOKEN
            IF WS-NORM-COMMA-AT = 0 THEN
                MOVE WS-NORM-TOK-USED TO WS-NORM-COMMA-AT
            END-IF
        WHEN WS-NORM-CHAR IS NUMERIC
        WHEN WS-NORM-CHAR IS ALPHABETIC-UPPER
            ADD 1 TO WS-NORM-TOKEN-LEN
            MOVE WS-NORM-CHAR TO WS-NORM-TOKEN(WS-NORM-TOKEN-LEN:1)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

END-NAME-TOKEN.
    IF WS-NORM-TOKEN-LEN > 0 THEN
        IF WS-NORM-TOK-USED < WS-NORM-TOK-MAX THEN
            ADD 1 TO WS-NORM-TOK-USED
            MOVE WS-NORM-TOKEN TO WS-NORM-TOK(WS-NORM-TOK-USED)
        END-IF
        MOVE SPACES TO WS-NORM-TOKEN
        MOVE ZERO TO WS-NORM-TOKEN-LEN
    END-IF.
    EXIT.

APPEND-ORDERED-TOKEN.
    *> The words after the comma (the given names of LAST, FIRST)
    *> go first; WS-NORM-I runs one behind the word it appends.
    STRING WS-NORM-TOK(WS-NORM-I + 1) DELIMITED BY SPACE
        INTO WS-NORM-KEY-ORD WITH POINTER WS-NORM-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING.
    EXIT.

APPEND-LEADING-TOKEN.
    STRING WS-NORM-TOK(WS-NORM-I) DELIMITED BY SPACE
        INTO WS-NORM-KEY-ORD WITH POINTER WS-NORM-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING.
    EXIT.

ORDER-TOKEN-PAIR.
    IF WS-NORM-TOK(WS-NORM-J) > WS-NORM-TOK(WS-NORM-J + 1) THEN
        MOVE WS-NORM-TOK(WS-NORM-J)     TO WS-NORM-SWAP
        MOVE WS-NORM-TOK(WS-NORM-J + 1) TO WS-NORM-TOK(WS-NORM-J)
        MOVE WS-NORM-SWAP               TO WS-NORM-TOK(WS-NORM-J + 1)
    END-IF.
    EXIT.

APPEND-SORTED-TOKEN.
    STRING WS-NORM-TOK(WS-NORM-I) DELIMITED BY SPACE
        INTO WS-NORM-KEY-SRT WITH POINTER WS-NORM-PTR
        ON OVERFLOW
            CONTINUE
    END-STRING.
    EXIT.

SPLIT-MAINTENANCE-FILE.
    *> Second pass over EMPMAINT: a matched ADD or REHI is held,
    *> everything else - TERM and CHGN untouched - passes on in its
    *> original order.
    OPEN INPUT EMP-MAINT-FILE.
    IF WS-MAINT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-MAINT-FILE, STATUS=' WS-MAINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-MAINT-EOF-FLAG.
    MOVE ZERO TO WS-SCR-ORDINAL.
    PERFORM READ-NEXT-TRANSACTION.
    PERFORM ROUTE-TRANSACTION UNTIL WS-MAINT-EOF.

    CLOSE EMP-MAINT-FILE.
    EXIT.

ROUTE-TRANSACTION.
    ADD 1 TO WS-READ-COUNT.
    MOVE ZERO TO WS-SCR-IDX.
    IF MAINT-ADD OR MAINT-REHI THEN
        ADD 1 TO WS-SCR-ORDINAL
        IF WS-SCR-ORDINAL > WS-SCR-USED THEN
            PERFORM NOTE-UNSCREENED-TRANSACTION
        ELSE
            MOVE WS-SCR-ORDINAL TO WS-SCR-IDX
        END-IF
    END-IF.

    IF WS-SCR-IDX > 0 THEN
        IF WS-SCR-MATCHES(WS-SCR-IDX) > 0 THEN
            PERFORM HOLD-SUSPECTED-DUPLICATE
        ELSE
            PERFORM PASS-TRANSACTION
        END-IF
    ELSE
        PERFORM PASS-TRANSACTION
    END-IF.

    PERFORM READ-NEXT-TRANSACTION.
    EXIT.

NOTE-UNSCREENED-TRANSACTION.
    ADD 1 TO WS-UNSCREENED-COUNT.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'SCREEN TABLE FULL - ' EMP-MAINT-TRAN-CODE
        ' EMP_ID=' EMP-MAINT-EMP-ID ' PASSED UNSCREENED'
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS=' WS-CTLRPT-STATUS
    END-IF.
    EXIT.

PASS-TRANSACTION.
    WRITE SCREENED-MAINT-RECORD FROM EMP-MAINT-RECORD.
    IF WS-SCREENED-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING SCREENED-MAINT-FILE, STATUS='
            WS-SCREENED-STATUS ' EMP_ID=' EMP-MAINT-EMP-ID
    ELSE
        ADD 1 TO WS-PASSED-COUNT
    END-IF.
    EXIT.

HOLD-SUSPECTED-DUPLICATE.
    ADD 1 TO WS-HELD-COUNT.
    MOVE EMP-MAINT-TRAN-CODE TO MREJECT-TRAN-CODE.
    MOVE EMP-MAINT-EMP-ID    TO MREJECT-EMP-ID.
    MOVE EMP-MAINT-NAME      TO MREJECT-NAME.
    MOVE EMP-MAINT-DEPT      TO MREJECT-DEPT.
    MOVE EMP-MAINT-HIRE-DATE TO MREJECT-HIRE-DATE.
    SET MREASON-DUP-NAME TO TRUE.
    MOVE SPACES TO MREJECT-REASON-TEXT.
    STRING 'SUSPECTED DUPLICATE OF EMP_ID '
        WS-SCR-FIRST-ID(WS-SCR-IDX)
        DELIMITED BY SIZE INTO MREJECT-REASON-TEXT
    END-STRING.
    WRITE EMP-MAINT-REJECT-RECORD.
    IF WS-REJECT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING EMP-MAINT-REJ-FILE, STATUS='
            WS-REJECT-STATUS ' EMP_ID=' EMP-MAINT-EMP-ID
    END-IF.

    PERFORM WRITE-HELD-HEADING.
    PERFORM WRITE-MATCH-PAIR
        VARYING WS-MAT-IDX FROM 1 BY 1
        UNTIL WS-MAT-IDX > WS-MAT-USED.
    EXIT.

WRITE-HELD-HEADING.
    MOVE SPACES TO DUP-RPT-RECORD.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    MOVE WS-SCR-MATCHES(WS-SCR-IDX) TO WS-MATCH-DISPLAY.
    MOVE SPACES TO DUP-RPT-RECORD.
    STRING 'HELD ' EMP-MAINT-TRAN-CODE
        ' EMP_ID=' EMP-MAINT-EMP-ID
        ' - CANDIDATES FOUND:' WS-MATCH-DISPLAY
        DELIMITED BY SIZE INTO DUP-RPT-RECORD
    END-STRING.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    MOVE SPACES TO WS-SIDE-LINE.
    MOVE 'INCOMING TRANSACTION' TO WS-SIDE-LEFT.
    MOVE ' | ' TO WS-SIDE-BAR.
    MOVE 'EXISTING RECORD' TO WS-SIDE-RIGHT.
    WRITE DUP-RPT-RECORD FROM WS-SIDE-LINE.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    EXIT.

WRITE-MATCH-PAIR.
    IF WS-MAT-SCR(WS-MAT-IDX) = WS-SCR-IDX THEN
        EVALUATE WS-MAT-WHERE(WS-MAT-IDX)
            WHEN 'E'
                MOVE 'EMPLOYEE'   TO WS-WHERE-TEXT
            WHEN 'T'
                MOVE 'TERMINATED' TO WS-WHERE-TEXT
            WHEN OTHER
                MOVE 'THIS BATCH' TO WS-WHERE-TEXT
        END-EVALUATE

        MOVE SPACES TO WS-SIDE-LINE
        MOVE ' | ' TO WS-SIDE-BAR
        STRING '  ' EMP-MAINT-TRAN-CODE ' ' EMP-MAINT-EMP-ID
            ' ' WS-SCR-NAME(WS-SCR-IDX)
            DELIMITED BY SIZE INTO WS-SIDE-LEFT
        END-STRING
        STRING WS-WHERE-TEXT ' ' WS-MAT-EMP-ID(WS-MAT-IDX)
            ' ' WS-MAT-NAME(WS-MAT-IDX)
            DELIMITED BY SIZE INTO WS-SIDE-RIGHT
        END-STRING
        WRITE DUP-RPT-RECORD FROM WS-SIDE-LINE
        PERFORM CHECK-DUPSRPT-WRITE-STATUS

        MOVE SPACES TO WS-SIDE-LINE
        MOVE ' | ' TO WS-SIDE-BAR
        STRING '       DEPT ' WS-SCR-DEPT(WS-SCR-IDX)
            ' HIRE ' WS-SCR-HIRE(WS-SCR-IDX)
            DELIMITED BY SIZE INTO WS-SIDE-LEFT
        END-STRING
        STRING '           DEPT ' WS-MAT-DEPT(WS-MAT-IDX)
            ' HIRE ' WS-MAT-HIRE(WS-MAT-IDX)
            ' TERM ' WS-MAT-TERM(WS-MAT-IDX)
            DELIMITED BY SIZE INTO WS-SIDE-RIGHT
        END-STRING
        WRITE DUP-RPT-RECORD FROM WS-SIDE-LINE
        PERFORM CHECK-DUPSRPT-WRITE-STATUS

        PERFORM WRITE-MATCH-ADVICE
    END-IF.
    EXIT.

WRITE-MATCH-ADVICE.
    MOVE SPACES TO DUP-RPT-RECORD.
    EVALUATE TRUE
        WHEN WS-MAT-WHERE(WS-MAT-IDX) = 'T'
            STRING '    NAMES MATCH '
                WS-MAT-BASIS(WS-MAT-IDX)
                ' - DROP AND KEY A REHI OF '
                WS-MAT-EMP-ID(WS-MAT-IDX)
                ', OR RSUB IF A DIFFERENT PERSON'
                DELIMITED BY SIZE INTO DUP-RPT-RECORD
            END-STRING
        WHEN WS-MAT-WHERE(WS-MAT-IDX) = 'E'
            STRING '    NAMES MATCH '
                WS-MAT-BASIS(WS-MAT-IDX)
                ' - ALREADY EMPLOYED AS '
                WS-MAT-EMP-ID(WS-MAT-IDX)
                ' - DROP, OR RSUB IF A DIFFERENT PERSON'
                DELIMITED BY SIZE INTO DUP-RPT-RECORD
            END-STRING
        WHEN OTHER
            STRING '    NAMES MATCH '
                WS-MAT-BASIS(WS-MAT-IDX)
                ' - KEYED TWICE TONIGHT WITH '
                WS-MAT-EMP-ID(WS-MAT-IDX)
                ' - DROP, OR RSUB IF A DIFFERENT PERSON'
                DELIMITED BY SIZE INTO DUP-RPT-RECORD
            END-STRING
    END-EVALUATE.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    EXIT.

WRITE-MATCH-RPT-TOTALS.
    MOVE SPACES TO DUP-RPT-RECORD.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    MOVE SPACES TO DUP-RPT-RECORD.
    STRING 'MATCH K = SAME NAME IGNORING CASE, PUNCTUATION AND '
        'SPACING;  MATCH O = SAME WORDS IN A DIFFERENT ORDER'
        DELIMITED BY SIZE INTO DUP-RPT-RECORD
    END-STRING.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    MOVE SPACES TO DUP-RPT-RECORD.
    STRING
        'TOTALS - READ=' WS-READ-COUNT
        ' SCREENED=' WS-SCREENED-COUNT
        ' HELD=' WS-HELD-COUNT
        ' PASSED=' WS-PASSED-COUNT
        ' NOT SCREENED=' WS-UNSCREENED-COUNT
        DELIMITED BY SIZE INTO DUP-RPT-RECORD
    END-STRING.
    WRITE DUP-RPT-RECORD.
    PERFORM CHECK-DUPSRPT-WRITE-STATUS.
    DISPLAY DUP-RPT-RECORD.
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
        MOVE WS-READ-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-PASSED-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
