IDENTIFICATION DIVISION.
PROGRAM-ID. ProcDateBackout.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSIN-FILE ASSIGN TO SYSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT EMP-HIST-FILE ASSIGN TO EMPHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT PEND-IN-FILE ASSIGN TO PENDTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-IN-STATUS.

    SELECT PEND-OUT-FILE ASSIGN TO PENDOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-OUT-STATUS.

    SELECT BACKOUT-RPT-FILE ASSIGN TO BKOTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BKOTRPT-STATUS.

    SELECT BACKOUT-LOG-FILE ASSIGN TO BKOTLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BKOTLOG-STATUS.

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
    COPY BKOTCTL.

FD  EMP-HIST-FILE
    RECORDING MODE IS F.
    COPY EMPHIST.

*> The holding record itself lives in WORKING-STORAGE (COPY PENDTRAN
*> below) because the input and the rolled-forward output carry the
*> same layout - the same arrangement PendTransferRelease uses.
FD  PEND-IN-FILE
    RECORDING MODE IS F.
    01  PEND-IN-RECORD         PIC X(51).

FD  PEND-OUT-FILE
    RECORDING MODE IS F.
    01  PEND-OUT-RECORD        PIC X(51).

FD  BACKOUT-RPT-FILE
    RECORDING MODE IS F.
    COPY BKOTRPT.

FD  BACKOUT-LOG-FILE
    RECORDING MODE IS F.
    COPY BKOTLOG.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    COPY PENDTRAN.

    01  WS-EMP-ID          PIC 9(5) VALUE ZERO.
    01  WS-EMP-NAME        PIC X(30).
    01  WS-EMP-DEPT        PIC X(20).
    01  WS-HIRE-DATE       PIC X(10).
    01  WS-TERM-DATE       PIC X(10).

    *> The change being reversed, copied out of the selection table.
    01  WS-CHG-ACTION      PIC X(1).
        88  WS-CHG-ADD                 VALUE 'A'.
        88  WS-CHG-CHANGE              VALUE 'C'.
        88  WS-CHG-DELETE              VALUE 'D'.
    01  WS-CHG-DATE        PIC X(8).
    01  WS-CHG-SOURCE      PIC X(4).
    01  WS-OLD-NAME        PIC X(30).
    01  WS-OLD-DEPT        PIC X(20).
    01  WS-NEW-NAME        PIC X(30).
    01  WS-NEW-DEPT        PIC X(20).
    01  WS-REHIRE-FLAG     PIC X(1) VALUE 'N'.
        88  WS-CHG-IS-REHIRE           VALUE 'Y'.

    01  WS-SYSIN-STATUS    PIC X(2).
    01  WS-HIST-STATUS     PIC X(2).
    01  WS-PEND-IN-STATUS  PIC X(2).
    01  WS-PEND-OUT-STATUS PIC X(2).
    01  WS-BKOTRPT-STATUS  PIC X(2).
    01  WS-BKOTLOG-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-HIST-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                VALUE 'Y'.
    01  WS-PEND-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-PEND-EOF                VALUE 'Y'.

    01  WS-PREVIEW-FLAG    PIC X(1) VALUE 'N'.
        88  WS-PREVIEW                 VALUE 'Y'.

    *> The one authorization code a live backout accepts - kept in
    *> source for the reason RunControlUtility keeps its override
    *> code there: an authorization anyone who can submit JCL can
    *> give is no authorization at all.
    01  WS-VALID-SUP-CODE  PIC X(8) VALUE 'SUP4BKOT'.

    01  WS-OPER-USERID     PIC X(8).
    01  WS-TARGET-DATE     PIC X(8).
    01  WS-SOURCE-FILTER   PIC X(4).

    *> Posting date of the EMPHIST record in hand (its change date on
    *> older records written before the posting date was carried),
    *> and which side of the house wrote it - XFER or MANT, the two
    *> groups the control card can narrow a backout to.
    01  WS-HIST-POSTED     PIC X(8).
    01  WS-HIST-CLASS      PIC X(4).

    01  WS-SEL-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-REVERSED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-REFUSED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-PEND-READ       PIC 9(7) VALUE ZERO.
    01  WS-PEND-DROPPED    PIC 9(7) VALUE ZERO.
    01  WS-HIST-WRITTEN    PIC 9(7) VALUE ZERO.

    01  WS-DETAIL-TEXT     PIC X(54).
    01  WS-RESULT-TEXT     PIC X(40).
    01  WS-PEND-REASON     PIC X(32).
    01  WS-REFUSED-FLAG    PIC X(1) VALUE 'N'.
        88  WS-CHG-REFUSED             VALUE 'Y'.

    *> Every change the target date posted, in EMPHIST (posting)
    *> order, collected before any is reversed so they can be undone
    *> newest first - an employee moved twice that night is moved
    *> back through the middle department to where they started. A
    *> night too big for the table is refused whole rather than
    *> backed out in part.
    01  WS-SEL-MAX         PIC 9(4) VALUE 5000.
    01  WS-SEL-USED        PIC 9(4) VALUE ZERO.
    01  WS-SEL-IDX         PIC 9(4) VALUE ZERO.
    01  WS-SELECTED-TABLE.
        05  WS-SEL-ENTRY OCCURS 5000 TIMES.
            10  WS-SEL-ACTION      PIC X(1).
            10  WS-SEL-EMP-ID      PIC 9(5).
            10  WS-SEL-CHG-DATE    PIC X(8).
            10  WS-SEL-OLD-NAME    PIC X(30).
            10  WS-SEL-OLD-DEPT    PIC X(20).
            10  WS-SEL-NEW-NAME    PIC X(30).
            10  WS-SEL-NEW-DEPT    PIC X(20).
            10  WS-SEL-SOURCE      PIC X(4).

    *> One entry per employee the target date touched: the first
    *> later posting date that changed them again (and whether that
    *> was itself a backout), the termination date a reversed rehire
    *> goes back into EMPLOYEE_TERM with, whether a newer change of
    *> theirs has already been refused (so nothing older is undone
    *> underneath it), whether their current row has been checked on
    *> a preview, and whether the backout leaves them off EMPLOYEE.
    01  WS-EMPT-USED       PIC 9(4) VALUE ZERO.
    01  WS-EMPT-IDX        PIC 9(4) VALUE ZERO.
    01  WS-EMPLOYEE-TABLE.
        05  WS-EMPT-ENTRY OCCURS 5000 TIMES.
            10  WS-EMPT-EMP-ID     PIC 9(5).
            10  WS-EMPT-LATER-DATE PIC X(8).
            10  WS-EMPT-LATER-BKOT PIC X(1).
            10  WS-EMPT-SAME-BKOT  PIC X(1).
            10  WS-EMPT-TERM-DATE  PIC X(8).
            10  WS-EMPT-HELD       PIC X(1).
            10  WS-EMPT-CHECKED    PIC X(1).
            10  WS-EMPT-GONE       PIC X(1).

    *> EMP_ID is five digits, so a slot per possible id finds an
    *> employee's table entry directly on every EMPHIST record of the
    *> second pass instead of scanning the table for each one.
    01  WS-EMP-SLOT-TABLE.
        05  WS-EMP-SLOT    PIC 9(4) OCCURS 99999 TIMES.

    *> Each reversal is its own unit of work, committed as soon as it
    *> is finalized - the EmpMaintenance discipline, so a -911/-913
    *> retry can only ever redo the one reversal in flight.
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
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'BACKOUT '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    ACCEPT WS-OPER-USERID FROM USER NAME.

    PERFORM READ-BACKOUT-CONTROL-CARD.

    *> The authorization is logged before the run registers or
    *> touches anything - if the log cannot be written the backout
    *> does not happen, the RunControlUtility rule for overrides.
    IF NOT WS-PREVIEW THEN
        MOVE 'S' TO BKOT-LOG-EVENT
        PERFORM WRITE-BACKOUT-LOG-RECORD
    END-IF.

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

    OPEN OUTPUT BACKOUT-RPT-FILE.
    IF WS-BKOTRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING BACKOUT-RPT-FILE, STATUS='
            WS-BKOTRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-BACKOUT-HEADER.

    INITIALIZE WS-EMP-SLOT-TABLE.
    PERFORM SELECT-TARGET-CHANGES.
    IF WS-SEL-USED > 0 THEN
        PERFORM NOTE-SURROUNDING-HISTORY
    END-IF.

    *> A preview opens nothing it could write to - the change history
    *> and the holding-file generation are only touched by a live run.
    IF NOT WS-PREVIEW THEN
        PERFORM OPEN-LIVE-OUTPUTS
    END-IF.

    IF WS-SEL-USED = 0 THEN
        MOVE SPACES TO BACKOUT-RPT-RECORD
        STRING '  NO CHANGES POSTED ON ' WS-TARGET-DATE
            ' FOR SOURCE ' WS-SOURCE-FILTER
            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
        PERFORM CHECK-BKOTRPT-WRITE-STATUS
    ELSE
        PERFORM BACK-OUT-ONE-CHANGE
            VARYING WS-SEL-IDX FROM WS-SEL-USED BY -1
            UNTIL WS-SEL-IDX < 1 OR WS-FATAL-ERROR
    END-IF.

    IF WS-FATAL-ERROR THEN
        EXEC SQL ROLLBACK END-EXEC
    END-IF.

    *> The holding file is rolled forward even after a fatal error -
    *> the next generation must still carry every held transfer.
    PERFORM ROLL-PENDING-TRANSFERS.

    IF NOT WS-PREVIEW THEN
        CLOSE EMP-HIST-FILE
        CLOSE PEND-OUT-FILE
    END-IF.

    PERFORM WRITE-BACKOUT-TOTALS.
    CLOSE BACKOUT-RPT-FILE.

    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - Fatal SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF (WS-SEL-USED = 0 AND WS-PEND-DROPPED = 0)
                OR WS-REFUSED-COUNT > 0 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    IF NOT WS-PREVIEW THEN
        MOVE 'E' TO BKOT-LOG-EVENT
        PERFORM WRITE-BACKOUT-LOG-RECORD
    END-IF.

    DISPLAY 'Changes selected: '            WS-SEL-COUNT.
    DISPLAY 'Changes reversed: '            WS-REVERSED-COUNT.
    DISPLAY 'Changes refused: '             WS-REFUSED-COUNT.
    DISPLAY 'Compensating EMPHIST written: ' WS-HIST-WRITTEN.
    DISPLAY 'Pending transfers read: '      WS-PEND-READ.
    DISPLAY 'Pending transfers dropped: '   WS-PEND-DROPPED.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'ProcDateBackout RUN CONTROL REPORT'
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

READ-BACKOUT-CONTROL-CARD.
    *> Nothing about a backout is defaulted except the source - a
    *> missing card, an unrecognized mode, a target date that is not
    *> a date on or before tonight's, or a live run without a
    *> supervisor's authorization all end the job with RC 16 before
    *> anything is read or changed.
    MOVE SPACES TO BKOT-CONTROL-RECORD.

    OPEN INPUT SYSIN-FILE.
    IF WS-SYSIN-STATUS = '00' THEN
        READ SYSIN-FILE
            AT END
                MOVE SPACES TO BKOT-CONTROL-RECORD
        END-READ
        CLOSE SYSIN-FILE
    ELSE
        DISPLAY 'NO SYSIN CONTROL CARD - RUN MODE IS REQUIRED'
    END-IF.

    EVALUATE TRUE
        WHEN BKOT-MODE-PREVIEW
            SET WS-PREVIEW TO TRUE
            DISPLAY 'PREVIEW - NOTHING WILL BE UPDATED'
        WHEN BKOT-MODE-LIVE
            DISPLAY 'LIVE BACKOUT'
        WHEN OTHER
            DISPLAY 'RUN MODE MUST BE PREV OR LIVE - ENDING RUN'
            PERFORM REFUSE-BACKOUT-RUN
    END-EVALUATE.

    IF BKOT-TARGET-DATE NOT NUMERIC
       OR BKOT-TARGET-DATE > WS-PROC-DATE THEN
        DISPLAY 'TARGET DATE ' BKOT-TARGET-DATE
            ' IS NOT A PROCESSING DATE ON OR BEFORE ' WS-PROC-DATE
            ' - ENDING RUN'
        PERFORM REFUSE-BACKOUT-RUN
    END-IF.
    MOVE BKOT-TARGET-DATE TO WS-TARGET-DATE.

    EVALUATE TRUE
        WHEN BKOT-SRC-ALL
            MOVE 'ALL ' TO WS-SOURCE-FILTER
        WHEN BKOT-SRC-TRANSFER
        WHEN BKOT-SRC-MAINT
            MOVE BKOT-SOURCE TO WS-SOURCE-FILTER
        WHEN OTHER
            DISPLAY 'SOURCE MUST BE ALL, XFER OR MANT - ENDING RUN'
            PERFORM REFUSE-BACKOUT-RUN
    END-EVALUATE.

    IF NOT WS-PREVIEW THEN
        IF BKOT-SUP-CODE NOT = WS-VALID-SUP-CODE THEN
            DISPLAY 'SUPERVISOR CODE NOT ACCEPTED - BACKOUT REFUSED'
            PERFORM REFUSE-BACKOUT-RUN
        END-IF
        IF BKOT-SUP-USERID = SPACES OR BKOT-REASON-TEXT = SPACES THEN
            DISPLAY 'SUPERVISOR USERID AND REASON ARE REQUIRED'
                ' - BACKOUT REFUSED'
            PERFORM REFUSE-BACKOUT-RUN
        END-IF
    END-IF.
    EXIT.

REFUSE-BACKOUT-RUN.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING
        'BACKOUT REFUSED - MODE=' BKOT-RUN-MODE
        ' TARGET=' BKOT-TARGET-DATE
        ' SOURCE=' BKOT-SOURCE
        ' REQUESTED BY ' BKOT-SUP-USERID
        ' (KEYED BY ' WS-OPER-USERID ')'
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS=' WS-CTLRPT-STATUS
    END-IF.
    PERFORM CLOSE-CONTROL-REPORT.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

WRITE-BACKOUT-LOG-RECORD.
    *> EXTEND - the backout log accumulates forever, like OVRDLOG.
    *> Failing to log the start refuses the backout; failing to log
    *> the end cannot undo what already ran, so it is reported only.
    OPEN EXTEND BACKOUT-LOG-FILE.
    IF WS-BKOTLOG-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING BACKOUT-LOG-FILE, STATUS='
            WS-BKOTLOG-STATUS
        IF BKOT-LOG-START THEN
            DISPLAY 'BACKOUT NOT LOGGED - BACKOUT REFUSED'
            PERFORM REFUSE-BACKOUT-RUN
        END-IF
    ELSE
        MOVE FUNCTION CURRENT-DATE TO BKOT-LOG-TIMESTAMP
        MOVE WS-PROC-DATE          TO BKOT-LOG-PROC-DATE
        MOVE WS-TARGET-DATE        TO BKOT-LOG-TARGET-DATE
        MOVE WS-SOURCE-FILTER      TO BKOT-LOG-SOURCE
        MOVE BKOT-SUP-USERID       TO BKOT-LOG-SUP-USERID
        MOVE WS-OPER-USERID        TO BKOT-LOG-OPER-USERID
        MOVE BKOT-REASON-TEXT      TO BKOT-LOG-REASON
        MOVE WS-REVERSED-COUNT     TO BKOT-LOG-REVERSED
        MOVE WS-REFUSED-COUNT      TO BKOT-LOG-REFUSED
        MOVE RETURN-CODE           TO BKOT-LOG-RC
        WRITE BACKOUT-LOG-RECORD
        IF WS-BKOTLOG-STATUS NOT = '00' THEN
            DISPLAY 'ERROR WRITING BACKOUT-LOG-FILE, STATUS='
                WS-BKOTLOG-STATUS
            IF BKOT-LOG-START THEN
                CLOSE BACKOUT-LOG-FILE
                DISPLAY 'BACKOUT NOT LOGGED - BACKOUT REFUSED'
                PERFORM REFUSE-BACKOUT-RUN
            END-IF
        END-IF
        CLOSE BACKOUT-LOG-FILE
    END-IF.
    EXIT.

OPEN-LIVE-OUTPUTS.
    *> EXTEND, as in every program that writes the change history -
    *> the compensating records are appended, never the originals
    *> erased.
    OPEN EXTEND EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT PEND-OUT-FILE.
    IF WS-PEND-OUT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING PEND-OUT-FILE, STATUS=' WS-PEND-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

WRITE-BACKOUT-HEADER.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    IF WS-PREVIEW THEN
        STRING 'PROCESSING-DATE BACKOUT - PREVIEW - NOTHING UPDATED'
            ' - BACKING OUT ' WS-TARGET-DATE
            ' SOURCE ' WS-SOURCE-FILTER
            ' - PROCESSING DATE ' WS-PROC-DATE
            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
        END-STRING
    ELSE
        STRING 'PROCESSING-DATE BACKOUT - LIVE'
            ' - BACKING OUT ' WS-TARGET-DATE
            ' SOURCE ' WS-SOURCE-FILTER
            ' - PROCESSING DATE ' WS-PROC-DATE
            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
        END-STRING
    END-IF.
    WRITE BACKOUT-RPT-RECORD.
    PERFORM CHECK-BKOTRPT-WRITE-STATUS.

    IF NOT WS-PREVIEW THEN
        MOVE SPACES TO BACKOUT-RPT-RECORD
        STRING 'AUTHORIZED BY ' BKOT-SUP-USERID
            ' KEYED BY ' WS-OPER-USERID
            ' REASON: ' BKOT-REASON-TEXT
            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
        PERFORM CHECK-BKOTRPT-WRITE-STATUS
    END-IF.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    PERFORM CHECK-BKOTRPT-WRITE-STATUS.
    EXIT.

CHECK-BKOTRPT-WRITE-STATUS.
    *> Shared by every BACKOUT-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-BKOTRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING BACKOUT-RPT-FILE, STATUS='
            WS-BKOTRPT-STATUS
    END-IF.
    EXIT.

SELECT-TARGET-CHANGES.
    *> First pass: every record the target date posted from the
    *> chosen source. A backout's own compensating records are never
    *> selected - a backout is not itself backed out.
    OPEN INPUT EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-HIST-EOF-FLAG.
    PERFORM READ-NEXT-HIST-RECORD.
    PERFORM SELECT-HIST-RECORD UNTIL WS-HIST-EOF.

    CLOSE EMP-HIST-FILE.
    EXIT.

READ-NEXT-HIST-RECORD.
    READ EMP-HIST-FILE
        AT END
            SET WS-HIST-EOF TO TRUE
        NOT AT END
            PERFORM CLASSIFY-HIST-RECORD
    END-READ.
    EXIT.

CLASSIFY-HIST-RECORD.
    *> Older records carry no source: an add or termination there is
    *> maintenance, and a change is a transfer exactly when it moved
    *> the department.
    IF EMP-HIST-POST-DATE = SPACES THEN
        MOVE EMP-HIST-CHG-DATE TO WS-HIST-POSTED
    ELSE
        MOVE EMP-HIST-POST-DATE TO WS-HIST-POSTED
    END-IF.

    EVALUATE TRUE
        WHEN HIST-SRC-TRANSFER
            MOVE 'XFER' TO WS-HIST-CLASS
        WHEN HIST-SRC-MAINT
            MOVE 'MANT' TO WS-HIST-CLASS
        WHEN HIST-SRC-BACKOUT
            MOVE 'BKOT' TO WS-HIST-CLASS
        WHEN HIST-CHANGE AND EMP-HIST-OLD-DEPT NOT = EMP-HIST-NEW-DEPT
            MOVE 'XFER' TO WS-HIST-CLASS
        WHEN OTHER
            MOVE 'MANT' TO WS-HIST-CLASS
    END-EVALUATE.
    EXIT.

SELECT-HIST-RECORD.
    IF WS-HIST-POSTED = WS-TARGET-DATE
       AND WS-HIST-CLASS NOT = 'BKOT'
       AND (WS-SOURCE-FILTER = 'ALL '
            OR WS-SOURCE-FILTER = WS-HIST-CLASS)
       AND EMP-HIST-EMP-ID > 0 THEN
        IF WS-SEL-USED >= WS-SEL-MAX THEN
            DISPLAY 'MORE THAN ' WS-SEL-MAX ' CHANGES POSTED ON '
                WS-TARGET-DATE ' - NOTHING BACKED OUT - ENDING RUN'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SEL-USED
        ADD 1 TO WS-SEL-COUNT
        MOVE EMP-HIST-ACTION   TO WS-SEL-ACTION(WS-SEL-USED)
        MOVE EMP-HIST-EMP-ID   TO WS-SEL-EMP-ID(WS-SEL-USED)
        MOVE EMP-HIST-CHG-DATE TO WS-SEL-CHG-DATE(WS-SEL-USED)
        MOVE EMP-HIST-OLD-NAME TO WS-SEL-OLD-NAME(WS-SEL-USED)
        MOVE EMP-HIST-OLD-DEPT TO WS-SEL-OLD-DEPT(WS-SEL-USED)
        MOVE EMP-HIST-NEW-NAME TO WS-SEL-NEW-NAME(WS-SEL-USED)
        MOVE EMP-HIST-NEW-DEPT TO WS-SEL-NEW-DEPT(WS-SEL-USED)
        MOVE EMP-HIST-SOURCE   TO WS-SEL-SOURCE(WS-SEL-USED)
        IF WS-EMP-SLOT(EMP-HIST-EMP-ID) = 0 THEN
            ADD 1 TO WS-EMPT-USED
            MOVE WS-EMPT-USED TO WS-EMP-SLOT(EMP-HIST-EMP-ID)
            MOVE EMP-HIST-EMP-ID TO WS-EMPT-EMP-ID(WS-EMPT-USED)
            MOVE SPACES TO WS-EMPT-LATER-DATE(WS-EMPT-USED)
            MOVE SPACES TO WS-EMPT-TERM-DATE(WS-EMPT-USED)
            MOVE 'N' TO WS-EMPT-LATER-BKOT(WS-EMPT-USED)
            MOVE 'N' TO WS-EMPT-SAME-BKOT(WS-EMPT-USED)
            MOVE 'N' TO WS-EMPT-HELD(WS-EMPT-USED)
            MOVE 'N' TO WS-EMPT-CHECKED(WS-EMPT-USED)
            MOVE 'N' TO WS-EMPT-GONE(WS-EMPT-USED)
        END-IF
    END-IF.
    PERFORM READ-NEXT-HIST-RECORD.
    EXIT.

NOTE-SURROUNDING-HISTORY.
    *> Second pass, for the selected employees only: anything posted
    *> after the target date (a later change makes the backout
    *> unsafe - the employee is refused, not reversed underneath it),
    *> a backout already posted on the target date itself, and the
    *> last termination before it (the date a reversed rehire goes
    *> back into EMPLOYEE_TERM with - the archive row itself was
    *> removed by the rehire).
    OPEN INPUT EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-HIST-EOF-FLAG.
    PERFORM READ-NEXT-HIST-RECORD.
    PERFORM NOTE-EMPLOYEE-HISTORY UNTIL WS-HIST-EOF.

    CLOSE EMP-HIST-FILE.
    EXIT.

NOTE-EMPLOYEE-HISTORY.
    MOVE ZERO TO WS-EMPT-IDX.
    IF EMP-HIST-EMP-ID > 0 THEN
        MOVE WS-EMP-SLOT(EMP-HIST-EMP-ID) TO WS-EMPT-IDX
    END-IF.

    IF WS-EMPT-IDX > 0 THEN
        EVALUATE TRUE
            WHEN WS-HIST-POSTED > WS-TARGET-DATE
                IF WS-EMPT-LATER-DATE(WS-EMPT-IDX) = SPACES THEN
                    MOVE WS-HIST-POSTED
                        TO WS-EMPT-LATER-DATE(WS-EMPT-IDX)
                    IF WS-HIST-CLASS = 'BKOT' THEN
                        MOVE 'Y' TO WS-EMPT-LATER-BKOT(WS-EMPT-IDX)
                    END-IF
                END-IF
            WHEN WS-HIST-POSTED = WS-TARGET-DATE
                    AND WS-HIST-CLASS = 'BKOT'
                MOVE 'Y' TO WS-EMPT-SAME-BKOT(WS-EMPT-IDX)
            WHEN WS-HIST-POSTED < WS-TARGET-DATE AND HIST-DELETE
                MOVE EMP-HIST-CHG-DATE TO WS-EMPT-TERM-DATE(WS-EMPT-IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    PERFORM READ-NEXT-HIST-RECORD.
    EXIT.

BACK-OUT-ONE-CHANGE.
    MOVE WS-SEL-ACTION(WS-SEL-IDX)   TO WS-CHG-ACTION.
    MOVE WS-SEL-EMP-ID(WS-SEL-IDX)   TO WS-EMP-ID.
    MOVE WS-SEL-CHG-DATE(WS-SEL-IDX) TO WS-CHG-DATE.
    MOVE WS-SEL-OLD-NAME(WS-SEL-IDX) TO WS-OLD-NAME.
    MOVE WS-SEL-OLD-DEPT(WS-SEL-IDX) TO WS-OLD-DEPT.
    MOVE WS-SEL-NEW-NAME(WS-SEL-IDX) TO WS-NEW-NAME.
    MOVE WS-SEL-NEW-DEPT(WS-SEL-IDX) TO WS-NEW-DEPT.
    MOVE WS-SEL-SOURCE(WS-SEL-IDX)   TO WS-CHG-SOURCE.
    MOVE WS-EMP-SLOT(WS-EMP-ID)      TO WS-EMPT-IDX.
    MOVE 'N' TO WS-REFUSED-FLAG.
    MOVE SPACES TO WS-RESULT-TEXT.

    *> An add is a rehire when EmpMaintenance said so, or - on a
    *> record from before the source was carried - when the employee
    *> had been terminated before it.
    MOVE 'N' TO WS-REHIRE-FLAG.
    IF WS-CHG-ADD THEN
        IF WS-CHG-SOURCE = 'REHI'
           OR (WS-CHG-SOURCE = SPACES
               AND WS-EMPT-TERM-DATE(WS-EMPT-IDX) NOT = SPACES) THEN
            SET WS-CHG-IS-REHIRE TO TRUE
        END-IF
    END-IF.

    PERFORM BUILD-CHANGE-DETAIL.

    EVALUATE TRUE
        WHEN WS-EMPT-LATER-BKOT(WS-EMPT-IDX) = 'Y'
          OR WS-EMPT-SAME-BKOT(WS-EMPT-IDX) = 'Y'
            MOVE 'REFUSED - ALREADY BACKED OUT' TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN WS-EMPT-LATER-DATE(WS-EMPT-IDX) NOT = SPACES
            STRING 'REFUSED - CHANGED AGAIN ON '
                WS-EMPT-LATER-DATE(WS-EMPT-IDX)
                DELIMITED BY SIZE INTO WS-RESULT-TEXT
            END-STRING
            SET WS-CHG-REFUSED TO TRUE
        WHEN WS-EMPT-HELD(WS-EMPT-IDX) = 'Y'
            MOVE 'REFUSED - NEWER CHANGE WAS REFUSED' TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN WS-CHG-IS-REHIRE
         AND WS-EMPT-TERM-DATE(WS-EMPT-IDX) = SPACES
            MOVE 'REFUSED - NO EARLIER TERM IN EMPHIST'
                TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN WS-PREVIEW
            PERFORM PREVIEW-REVERSAL
        WHEN OTHER
            MOVE ZERO TO WS-RETRY-COUNT
            PERFORM APPLY-REVERSAL
            PERFORM HANDLE-BACKOUT-DEADLOCK-RETRY
                UNTIL NOT WS-DEADLOCK-DETECTED
            IF NOT WS-FATAL-ERROR AND NOT WS-CHG-REFUSED THEN
                EXEC SQL COMMIT END-EXEC
            END-IF
    END-EVALUATE.

    *> Once one of an employee's changes cannot be undone, none of
    *> their older ones that night are either - undoing them under a
    *> change left standing would leave a row no history explains.
    IF WS-CHG-REFUSED THEN
        ADD 1 TO WS-REFUSED-COUNT
        MOVE 'Y' TO WS-EMPT-HELD(WS-EMPT-IDX)
    END-IF.

    PERFORM WRITE-BACKOUT-DETAIL-LINE.
    EXIT.

BUILD-CHANGE-DETAIL.
    MOVE SPACES TO WS-DETAIL-TEXT.
    EVALUATE TRUE
        WHEN WS-CHG-ADD AND WS-CHG-IS-REHIRE
            STRING 'REHIRE INTO ' WS-NEW-DEPT
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN WS-CHG-ADD
            STRING 'HIRE INTO ' WS-NEW-DEPT
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN WS-CHG-DELETE
            STRING 'TERM FROM ' WS-OLD-DEPT
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN WS-OLD-DEPT NOT = WS-NEW-DEPT
            STRING 'DEPT ' WS-NEW-DEPT ' BACK TO ' WS-OLD-DEPT
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN OTHER
            STRING 'NAME BACK TO ' WS-OLD-NAME
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
    END-EVALUATE.
    EXIT.

PREVIEW-REVERSAL.
    *> The preview checks the employee's current row once, against
    *> their newest change that night - the older ones are checked by
    *> reversing the newer, which a preview only describes.
    IF WS-EMPT-CHECKED(WS-EMPT-IDX) = 'N' THEN
        MOVE 'Y' TO WS-EMPT-CHECKED(WS-EMPT-IDX)
        PERFORM VERIFY-CURRENT-IMAGE
    END-IF.

    IF NOT WS-CHG-REFUSED AND NOT WS-FATAL-ERROR THEN
        ADD 1 TO WS-REVERSED-COUNT
        MOVE 'WOULD REVERSE' TO WS-RESULT-TEXT
        EVALUATE TRUE
            WHEN WS-CHG-ADD
                MOVE 'Y' TO WS-EMPT-GONE(WS-EMPT-IDX)
            WHEN WS-CHG-DELETE
                MOVE 'N' TO WS-EMPT-GONE(WS-EMPT-IDX)
        END-EVALUATE
    END-IF.
    EXIT.

VERIFY-CURRENT-IMAGE.
    IF WS-CHG-DELETE THEN
        EXEC SQL
            SELECT EMP_NAME, EMP_DEPT, HIRE_DATE
                INTO :WS-EMP-NAME, :WS-EMP-DEPT, :WS-HIRE-DATE
                FROM EMPLOYEE_TERM
                WHERE EMP_ID = :WS-EMP-ID
        END-EXEC
        EVALUATE SQLCODE
            WHEN 0
                CONTINUE
            WHEN 100
                MOVE 'REFUSED - NOT IN EMPLOYEE_TERM' TO WS-RESULT-TEXT
                SET WS-CHG-REFUSED TO TRUE
            WHEN OTHER
                PERFORM REFUSE-ON-SQL-ERROR
        END-EVALUATE
    ELSE
        EXEC SQL
            SELECT EMP_NAME, EMP_DEPT
                INTO :WS-EMP-NAME, :WS-EMP-DEPT
                FROM EMPLOYEE
                WHERE EMP_ID = :WS-EMP-ID
        END-EXEC
        EVALUATE SQLCODE
            WHEN 0
                IF WS-EMP-NAME NOT = WS-NEW-NAME
                   OR WS-EMP-DEPT NOT = WS-NEW-DEPT THEN
                    MOVE 'REFUSED - ROW NO LONGER MATCHES EMPHIST'
                        TO WS-RESULT-TEXT
                    SET WS-CHG-REFUSED TO TRUE
                END-IF
            WHEN 100
                MOVE 'REFUSED - NOT ON EMPLOYEE' TO WS-RESULT-TEXT
                SET WS-CHG-REFUSED TO TRUE
            WHEN OTHER
                PERFORM REFUSE-ON-SQL-ERROR
        END-EVALUATE
    END-IF.
    EXIT.

APPLY-REVERSAL.
    MOVE 'N' TO WS-DEADLOCK-FLAG.
    MOVE 'N' TO WS-REFUSED-FLAG.
    MOVE SPACES TO WS-RESULT-TEXT.

    EVALUATE TRUE
        WHEN WS-CHG-ADD AND WS-CHG-IS-REHIRE
            PERFORM REVERSE-REHIRE
        WHEN WS-CHG-ADD
            PERFORM REVERSE-HIRE
        WHEN WS-CHG-DELETE
            PERFORM REVERSE-TERMINATION
        WHEN OTHER
            PERFORM REVERSE-CHANGE
    END-EVALUATE.
    EXIT.

REVERSE-CHANGE.
    *> The row must still hold exactly what the change left in it -
    *> a row someone has since corrected by hand is refused, never
    *> overwritten with the older image.
    EXEC SQL
        UPDATE EMPLOYEE
            SET EMP_NAME = :WS-OLD-NAME,
                EMP_DEPT = :WS-OLD-DEPT
            WHERE EMP_ID = :WS-EMP-ID
              AND EMP_NAME = :WS-NEW-NAME
              AND EMP_DEPT = :WS-NEW-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM WRITE-REVERSED-CHANGE-HISTORY
        WHEN 100
            MOVE 'REFUSED - ROW NO LONGER MATCHES EMPHIST'
                TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

REVERSE-HIRE.
    EXEC SQL
        DELETE FROM EMPLOYEE
            WHERE EMP_ID = :WS-EMP-ID
              AND EMP_NAME = :WS-NEW-NAME
              AND EMP_DEPT = :WS-NEW-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE 'Y' TO WS-EMPT-GONE(WS-EMPT-IDX)
            PERFORM WRITE-REVERSED-ADD-HISTORY
        WHEN 100
            MOVE 'REFUSED - ROW NO LONGER MATCHES EMPHIST'
                TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

REVERSE-REHIRE.
    *> A rehire is undone the way EmpMaintenance terminates: the row
    *> goes back to the EMPLOYEE_TERM archive, dated with the
    *> termination the rehire cleared, before it leaves EMPLOYEE - all
    *> in one unit of work.
    EXEC SQL
        SELECT HIRE_DATE
            INTO :WS-HIRE-DATE
            FROM EMPLOYEE
            WHERE EMP_ID = :WS-EMP-ID
              AND EMP_NAME = :WS-NEW-NAME
              AND EMP_DEPT = :WS-NEW-DEPT
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM RETURN-REHIRE-TO-ARCHIVE
        WHEN 100
            MOVE 'REFUSED - ROW NO LONGER MATCHES EMPHIST'
                TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

RETURN-REHIRE-TO-ARCHIVE.
    MOVE SPACES TO WS-TERM-DATE.
    STRING WS-EMPT-TERM-DATE(WS-EMPT-IDX)(1:4) '-'
        WS-EMPT-TERM-DATE(WS-EMPT-IDX)(5:2) '-'
        WS-EMPT-TERM-DATE(WS-EMPT-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-TERM-DATE
    END-STRING.

    EXEC SQL
        INSERT INTO EMPLOYEE_TERM (EMP_ID, EMP_NAME, EMP_DEPT,
                HIRE_DATE, TERM_DATE)
            VALUES (:WS-EMP-ID, :WS-NEW-NAME, :WS-NEW-DEPT,
                    :WS-HIRE-DATE, :WS-TERM-DATE)
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM DELETE-REHIRED-EMPLOYEE
        WHEN -803
            EXEC SQL ROLLBACK END-EXEC
            MOVE 'REFUSED - ALREADY IN EMPLOYEE_TERM' TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            EXEC SQL ROLLBACK END-EXEC
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

DELETE-REHIRED-EMPLOYEE.
    EXEC SQL
        DELETE FROM EMPLOYEE
            WHERE EMP_ID = :WS-EMP-ID
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE 'Y' TO WS-EMPT-GONE(WS-EMPT-IDX)
            PERFORM WRITE-REVERSED-ADD-HISTORY
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            EXEC SQL ROLLBACK END-EXEC
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

REVERSE-TERMINATION.
    *> The archived row is what goes back - the image EmpMaintenance
    *> moved out of EMPLOYEE, hire date and all - and the archive
    *> entry comes out in the same unit of work, so an EMP_ID is
    *> still in EMPLOYEE or EMPLOYEE_TERM, never both.
    EXEC SQL
        SELECT EMP_NAME, EMP_DEPT, HIRE_DATE
            INTO :WS-EMP-NAME, :WS-EMP-DEPT, :WS-HIRE-DATE
            FROM EMPLOYEE_TERM
            WHERE EMP_ID = :WS-EMP-ID
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM REINSTATE-TERMINATED-EMPLOYEE
        WHEN 100
            MOVE 'REFUSED - NOT IN EMPLOYEE_TERM' TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

REINSTATE-TERMINATED-EMPLOYEE.
    EXEC SQL
        INSERT INTO EMPLOYEE (EMP_ID, EMP_NAME, EMP_DEPT, HIRE_DATE)
            VALUES (:WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT,
                    :WS-HIRE-DATE)
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM CLEAR-ARCHIVE-AFTER-REINSTATE
        WHEN -803
            MOVE 'REFUSED - ALREADY ON EMPLOYEE' TO WS-RESULT-TEXT
            SET WS-CHG-REFUSED TO TRUE
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

CLEAR-ARCHIVE-AFTER-REINSTATE.
    EXEC SQL
        DELETE FROM EMPLOYEE_TERM
            WHERE EMP_ID = :WS-EMP-ID
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE 'N' TO WS-EMPT-GONE(WS-EMPT-IDX)
            PERFORM WRITE-REVERSED-DELETE-HISTORY
        WHEN -911
        WHEN -913
            SET WS-DEADLOCK-DETECTED TO TRUE
        WHEN OTHER
            EXEC SQL ROLLBACK END-EXEC
            PERFORM REFUSE-ON-SQL-ERROR
    END-EVALUATE.
    EXIT.

REFUSE-ON-SQL-ERROR.
    PERFORM WRITE-SQL-ERROR-LINE.
    MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
    MOVE SPACES TO WS-RESULT-TEXT.
    STRING 'REFUSED - SQL ERROR SQLCODE=' WS-SQLCODE-DISPLAY
        DELIMITED BY SIZE INTO WS-RESULT-TEXT
    END-STRING.
    SET WS-CHG-REFUSED TO TRUE.
    EXIT.

HANDLE-BACKOUT-DEADLOCK-RETRY.
    *> -911/-913 rolls back only this one reversal, since each
    *> reversal commits on its own - same discipline as
    *> EmpMaintenance.
    ADD 1 TO WS-RETRY-COUNT.
    IF WS-RETRY-COUNT > WS-MAX-RETRIES THEN
        PERFORM WRITE-SQL-ERROR-LINE
        DISPLAY 'FATAL: DEADLOCK RETRY LIMIT EXCEEDED - ENDING RUN'
        SET WS-FATAL-ERROR TO TRUE
        MOVE 'N' TO WS-DEADLOCK-FLAG
        MOVE 'REFUSED - DEADLOCK' TO WS-RESULT-TEXT
        SET WS-CHG-REFUSED TO TRUE
    ELSE
        DISPLAY 'DEADLOCK/TIMEOUT ON BACKOUT - SQLCODE=' SQLCODE
            ' RETRY ' WS-RETRY-COUNT ' OF ' WS-MAX-RETRIES
        EXEC SQL ROLLBACK END-EXEC
        PERFORM APPLY-REVERSAL
    END-IF.
    EXIT.

WRITE-REVERSED-CHANGE-HISTORY.
    *> The compensating record is the original with its images
    *> swapped, dated on the original's change date and posted
    *> tonight - so the as-of inquiry sees the change undone from the
    *> day it took effect, and HeadcountRestate restates every
    *> snapshot the reversed move had counted.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-CHANGE TO TRUE.
    MOVE WS-NEW-NAME TO EMP-HIST-OLD-NAME.
    MOVE WS-NEW-DEPT TO EMP-HIST-OLD-DEPT.
    MOVE WS-OLD-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-OLD-DEPT TO EMP-HIST-NEW-DEPT.
    PERFORM WRITE-COMPENSATING-HISTORY.
    EXIT.

WRITE-REVERSED-ADD-HISTORY.
    *> A reversed hire or rehire carries only the old image, the
    *> EMPDELTA delete shape.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-DELETE TO TRUE.
    MOVE WS-NEW-NAME TO EMP-HIST-OLD-NAME.
    MOVE WS-NEW-DEPT TO EMP-HIST-OLD-DEPT.
    PERFORM WRITE-COMPENSATING-HISTORY.
    EXIT.

WRITE-REVERSED-DELETE-HISTORY.
    *> A reinstated termination carries only the new image - the row
    *> as it came back from the archive.
    MOVE SPACES TO EMP-HIST-RECORD.
    SET HIST-ADD TO TRUE.
    MOVE WS-EMP-NAME TO EMP-HIST-NEW-NAME.
    MOVE WS-EMP-DEPT TO EMP-HIST-NEW-DEPT.
    PERFORM WRITE-COMPENSATING-HISTORY.
    EXIT.

WRITE-COMPENSATING-HISTORY.
    MOVE WS-CHG-DATE  TO EMP-HIST-CHG-DATE.
    MOVE WS-PROC-DATE TO EMP-HIST-POST-DATE.
    MOVE WS-EMP-ID    TO EMP-HIST-EMP-ID.
    MOVE 'BKOT'       TO EMP-HIST-SOURCE.
    WRITE EMP-HIST-RECORD.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING EMP-HIST-FILE, STATUS='
            WS-HIST-STATUS ' EMP_ID=' WS-EMP-ID
    ELSE
        ADD 1 TO WS-HIST-WRITTEN
    END-IF.
    ADD 1 TO WS-REVERSED-COUNT.
    MOVE 'REVERSED' TO WS-RESULT-TEXT.
    EXIT.

WRITE-BACKOUT-DETAIL-LINE.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING
        'EMP_ID=' WS-EMP-ID
        ' ' WS-CHG-SOURCE
        ' CHG=' WS-CHG-DATE
        ' ' WS-DETAIL-TEXT
        ' ' WS-RESULT-TEXT
        DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.
    PERFORM CHECK-BKOTRPT-WRITE-STATUS.
    EXIT.

ROLL-PENDING-TRANSFERS.
    *> A held transfer for someone the backout took off EMPLOYEE
    *> would only be rejected by PendTransferRelease on its due date,
    *> so it is dropped here and listed. So is every transfer the
    *> target night put on hold (accepted date = target date) when
    *> transfers are being backed out - a future-dated move from a
    *> bad transfer or reorganization file posts nothing to EMPHIST
    *> until it releases, so this is the only place it can be
    *> reversed. Entries queued on other nights are kept. A live run
    *> rolls the whole holding file forward to PENDOUT, as
    *> PendTransferRelease does, so the next generation is complete
    *> whatever is dropped.
    OPEN INPUT PEND-IN-FILE.
    IF WS-PEND-IN-STATUS NOT = '00' THEN
        IF WS-PREVIEW THEN
            DISPLAY 'NO PEND-IN-FILE, STATUS=' WS-PEND-IN-STATUS
                ' - NO PENDING TRANSFERS CHECKED'
        ELSE
            DISPLAY 'ERROR OPENING PEND-IN-FILE, STATUS='
                WS-PEND-IN-STATUS
            SET WS-FATAL-ERROR TO TRUE
        END-IF
    ELSE
        PERFORM READ-NEXT-PENDING
        PERFORM CHECK-PENDING-TRANSFER UNTIL WS-PEND-EOF
        CLOSE PEND-IN-FILE
    END-IF.
    EXIT.

READ-NEXT-PENDING.
    READ PEND-IN-FILE INTO PEND-TRAN-RECORD
        AT END
            SET WS-PEND-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PEND-READ
    END-READ.
    EXIT.

CHECK-PENDING-TRANSFER.
    MOVE ZERO TO WS-EMPT-IDX.
    MOVE SPACES TO WS-PEND-REASON.
    IF PEND-TRAN-EMP-ID > 0 THEN
        MOVE WS-EMP-SLOT(PEND-TRAN-EMP-ID) TO WS-EMPT-IDX
    END-IF.

    IF WS-EMPT-IDX > 0 AND WS-EMPT-GONE(WS-EMPT-IDX) = 'Y' THEN
        MOVE 'EMPLOYEE REMOVED' TO WS-PEND-REASON
    ELSE
        IF PEND-TRAN-ACCEPT-DATE = WS-TARGET-DATE
                AND (WS-SOURCE-FILTER = 'ALL '
                     OR WS-SOURCE-FILTER = 'XFER') THEN
            MOVE 'ACCEPTED ON TARGET DATE' TO WS-PEND-REASON
        END-IF
    END-IF.

    IF WS-PEND-REASON NOT = SPACES THEN
        ADD 1 TO WS-PEND-DROPPED
        MOVE SPACES TO BACKOUT-RPT-RECORD
        IF WS-PREVIEW THEN
            MOVE 'WOULD DROP' TO WS-RESULT-TEXT
        ELSE
            MOVE 'DROPPED' TO WS-RESULT-TEXT
        END-IF
        STRING
            'PENDING TRANSFER EMP_ID=' PEND-TRAN-EMP-ID
            ' TO ' PEND-TRAN-NEW-DEPT
            ' EFF ' PEND-TRAN-EFF-DATE
            ' ' WS-RESULT-TEXT DELIMITED BY '  '
            ' - ' WS-PEND-REASON DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
        PERFORM CHECK-BKOTRPT-WRITE-STATUS
    ELSE
        IF NOT WS-PREVIEW THEN
            WRITE PEND-OUT-RECORD FROM PEND-TRAN-RECORD
            IF WS-PEND-OUT-STATUS NOT = '00' THEN
                DISPLAY 'ERROR WRITING PEND-OUT-FILE, STATUS='
                    WS-PEND-OUT-STATUS ' EMP_ID=' PEND-TRAN-EMP-ID
            END-IF
        END-IF
    END-IF.

    PERFORM READ-NEXT-PENDING.
    EXIT.

WRITE-BACKOUT-TOTALS.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    PERFORM CHECK-BKOTRPT-WRITE-STATUS.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING
        'TOTALS - SELECTED=' WS-SEL-COUNT
        ' REVERSED=' WS-REVERSED-COUNT
        ' REFUSED=' WS-REFUSED-COUNT
        ' EMPHIST WRITTEN=' WS-HIST-WRITTEN
        ' PENDING DROPPED=' WS-PEND-DROPPED
        DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.
    PERFORM CHECK-BKOTRPT-WRITE-STATUS.
    DISPLAY BACKOUT-RPT-RECORD.
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
        MOVE WS-SEL-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-REVERSED-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
