IDENTIFICATION DIVISION.
PROGRAM-ID. ManagerNotify.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DB2.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMP-HIST-FILE ASSIGN TO EMPHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT PEND-TRAN-FILE ASSIGN TO PENDTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

    SELECT MGR-NOTE-FILE ASSIGN TO MGRNOTE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MGRNOTE-STATUS.

    SELECT MGR-DIGEST-FILE ASSIGN TO MGRDGST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MGRDGST-STATUS.

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

*> Read only - the holding file as PendTransferRelease left it for
*> the next cycle, so tomorrow's releases are exactly what it holds.
FD  PEND-TRAN-FILE
    RECORDING MODE IS F.
    COPY PENDTRAN.

*> One sort record per notice. Notices that resolved to a manager
*> sort first, by manager, today's changes ahead of tomorrow's
*> coming-up moves; notices for a department with no manager on file
*> sort behind all of them into their own digest section.
SD  SORT-WORK-FILE.
    01  SORT-NOTE-RECORD.
        05  SORT-NOTE-CLASS        PIC X(1).
            88  SORT-NOTE-ROUTED           VALUE '1'.
            88  SORT-NOTE-UNROUTED         VALUE '2'.
        05  SORT-NOTE-MANAGER      PIC X(30).
        05  SORT-NOTE-SECTION      PIC X(1).
            88  SORT-NOTE-TODAY            VALUE '1'.
            88  SORT-NOTE-COMING-UP        VALUE '2'.
        05  SORT-NOTE-DEPT         PIC X(20).
        05  SORT-NOTE-EMP-ID       PIC 9(5).
        05  SORT-NOTE-SEQ          PIC 9(7).
        05  SORT-NOTE-TYPE         PIC X(4).
        05  SORT-NOTE-EMP-NAME     PIC X(30).
        05  SORT-NOTE-OTHER-DEPT   PIC X(20).
        05  SORT-NOTE-EFF-DATE     PIC X(8).
        05  SORT-NOTE-PRIOR-NAME   PIC X(30).

FD  MGR-NOTE-FILE
    RECORDING MODE IS F.
    COPY MGRNOTE.

FD  MGR-DIGEST-FILE
    RECORDING MODE IS F.
    COPY MGRDGST.

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
    01  WS-NEW-DEPT        PIC X(20).
    01  WS-DEPT-CODE       PIC X(20).
    01  WS-MANAGER         PIC X(30).

    01  WS-HIST-STATUS     PIC X(2).
    01  WS-PEND-STATUS     PIC X(2).
    01  WS-MGRNOTE-STATUS  PIC X(2).
    01  WS-MGRDGST-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-HIST-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                VALUE 'Y'.
    01  WS-PEND-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-PEND-EOF                VALUE 'Y'.
    01  WS-SORT-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                VALUE 'Y'.

    *> Tomorrow as CCYYMMDD - the effective date a holding-file
    *> transfer must carry to be listed as coming up.
    01  WS-TODAY-NUM       PIC 9(8).
    01  WS-TODAY-INT       PIC 9(7).
    01  WS-TOMORROW-NUM    PIC 9(8).
    01  WS-TOMORROW        PIC X(8).

    01  WS-HIST-READ       PIC 9(7) VALUE ZERO.
    01  WS-HIST-SELECTED   PIC 9(7) VALUE ZERO.
    01  WS-PEND-READ       PIC 9(7) VALUE ZERO.
    01  WS-PEND-SELECTED   PIC 9(7) VALUE ZERO.
    01  WS-PEND-NO-EMP     PIC 9(7) VALUE ZERO.
    01  WS-NOTICE-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-NOTE-WRITTEN    PIC 9(7) VALUE ZERO.
    01  WS-UNROUTED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-MANAGER-COUNT   PIC 9(7) VALUE ZERO.

    *> Department-to-manager lookups already made this run, the same
    *> first-come table CostCenterFeed keeps - a full table only
    *> means later departments are read from DEPARTMENT every time.
    01  WS-CACHE-MAX       PIC 9(4) VALUE 500.
    01  WS-CACHE-USED      PIC 9(4) VALUE ZERO.
    01  WS-CACHE-IDX       PIC 9(4) VALUE ZERO.
    01  WS-CACHE-SLOT      PIC 9(4) VALUE ZERO.
    01  WS-DEPT-CACHE.
        05  WS-CACHE-ENTRY OCCURS 500 TIMES.
            10  WS-CACHE-DEPT      PIC X(20).
            10  WS-CACHE-MANAGER   PIC X(30).

    *> The notice being built for release.
    01  WS-NOTE-DEPT       PIC X(20).
    01  WS-NOTE-OTHER-DEPT PIC X(20).
    01  WS-NOTE-TYPE       PIC X(4).
    01  WS-NOTE-SECTION    PIC X(1).
    01  WS-NOTE-EMP-ID     PIC 9(5).
    01  WS-NOTE-EMP-NAME   PIC X(30).
    01  WS-NOTE-EFF-DATE   PIC X(8).
    01  WS-NOTE-PRIOR-NAME PIC X(30).
    01  WS-NOTE-SEQ        PIC 9(7) VALUE ZERO.
    01  WS-MOVE-OUT-TYPE   PIC X(4).
    01  WS-MOVE-IN-TYPE    PIC X(4).
    01  WS-OLD-MANAGER     PIC X(30).
    01  WS-NEW-MANAGER     PIC X(30).

    *> Digest control-break state.
    01  WS-PREV-CLASS      PIC X(1) VALUE SPACE.
    01  WS-PREV-MANAGER    PIC X(30) VALUE SPACES.
    01  WS-PREV-SECTION    PIC X(1) VALUE SPACE.
    01  WS-NOTE-TEXT       PIC X(24).
    01  WS-NOTE-DETAIL     PIC X(30).

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed - STRING copies a COMP sending field's raw binary
    *> bytes rather than re-editing it to digits the way DISPLAY does.
    01  WS-SQLCODE-DISPLAY PIC -(9)9.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'MGRNOTE '.
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

    PERFORM CHECK-POSTING-FRESHNESS.

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

    MOVE WS-PROC-DATE TO WS-TODAY-NUM.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
    COMPUTE WS-TOMORROW-NUM =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1).
    MOVE WS-TOMORROW-NUM TO WS-TOMORROW.

    OPEN OUTPUT MGR-NOTE-FILE.
    IF WS-MGRNOTE-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING MGR-NOTE-FILE, STATUS=' WS-MGRNOTE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT MGR-DIGEST-FILE.
    IF WS-MGRDGST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING MGR-DIGEST-FILE, STATUS='
            WS-MGRDGST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-DIGEST-HEADER.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-NOTE-CLASS
        ON ASCENDING KEY SORT-NOTE-MANAGER
        ON ASCENDING KEY SORT-NOTE-SECTION
        ON ASCENDING KEY SORT-NOTE-DEPT
        ON ASCENDING KEY SORT-NOTE-EMP-ID
        ON ASCENDING KEY SORT-NOTE-SEQ
        INPUT PROCEDURE IS RELEASE-MANAGER-NOTICES
        OUTPUT PROCEDURE IS PRODUCE-NOTIFICATIONS.

    PERFORM WRITE-DIGEST-TOTALS.

    CLOSE MGR-NOTE-FILE.
    CLOSE MGR-DIGEST-FILE.

    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - SQL Error, See Control Report'
        MOVE 12 TO RETURN-CODE
    END-IF.

    DISPLAY 'History records read: '      WS-HIST-READ.
    DISPLAY 'History records for date: '  WS-HIST-SELECTED.
    DISPLAY 'Transfers coming up: '       WS-PEND-SELECTED.
    DISPLAY 'Notifications written: '     WS-NOTE-WRITTEN.
    DISPLAY 'Managers notified: '         WS-MANAGER-COUNT.
    DISPLAY 'Notices with no manager: '   WS-UNROUTED-COUNT.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'ManagerNotify RUN CONTROL REPORT'
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

WRITE-DIGEST-HEADER.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    STRING 'MANAGER CHANGE DIGEST - PROCESSING DATE ' WS-PROC-DATE
        '  COMING UP = EFFECTIVE ' WS-TOMORROW
        DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
    END-STRING.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    EXIT.

CHECK-MGRDGST-WRITE-STATUS.
    *> Shared by every MGR-DIGEST-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-MGRDGST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING MGR-DIGEST-FILE, STATUS='
            WS-MGRDGST-STATUS
    END-IF.
    EXIT.

RELEASE-MANAGER-NOTICES.
    *> Today's postings first, then tomorrow's holding-file moves.
    OPEN INPUT EMP-HIST-FILE.
    IF WS-HIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING EMP-HIST-FILE, STATUS=' WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-HIST-RECORD.
    PERFORM SELECT-HIST-RECORD UNTIL WS-HIST-EOF.

    CLOSE EMP-HIST-FILE.

    *> No holding file just means nothing is pending.
    OPEN INPUT PEND-TRAN-FILE.
    IF WS-PEND-STATUS = '00' THEN
        PERFORM READ-NEXT-PEND-RECORD
        PERFORM SELECT-PEND-RECORD UNTIL WS-PEND-EOF
        CLOSE PEND-TRAN-FILE
    ELSE
        DISPLAY 'NO PEND-TRAN-FILE, STATUS=' WS-PEND-STATUS
            ' - NO TRANSFERS COMING UP'
    END-IF.
    EXIT.

READ-NEXT-HIST-RECORD.
    READ EMP-HIST-FILE
        AT END
            SET WS-HIST-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-HIST-READ
    END-READ.
    EXIT.

SELECT-HIST-RECORD.
    *> "The day's changes" means what was posted tonight - selected
    *> by posting date, so a back-dated transfer is announced the
    *> night it is applied. Older records with no posting date
    *> posted on their change date.
    IF EMP-HIST-POST-DATE = WS-PROC-DATE
       OR (EMP-HIST-POST-DATE = SPACES
           AND EMP-HIST-CHG-DATE = WS-PROC-DATE) THEN
        ADD 1 TO WS-HIST-SELECTED
        PERFORM RELEASE-HIST-NOTICES
    END-IF.
    PERFORM READ-NEXT-HIST-RECORD.
    EXIT.

RELEASE-HIST-NOTICES.
    *> Adds and terminations go to the one department's manager, a
    *> name change to the manager the person still reports to, and a
    *> move to both the department left and the one joined.
    MOVE EMP-HIST-EMP-ID   TO WS-EMP-ID.
    MOVE EMP-HIST-EMP-ID   TO WS-NOTE-EMP-ID.
    MOVE EMP-HIST-CHG-DATE TO WS-NOTE-EFF-DATE.
    MOVE '1'               TO WS-NOTE-SECTION.
    MOVE SPACES            TO WS-NOTE-OTHER-DEPT.
    MOVE SPACES            TO WS-NOTE-PRIOR-NAME.

    EVALUATE TRUE
        WHEN HIST-ADD
            EVALUATE TRUE
                WHEN HIST-SRC-REHIRE
                    MOVE 'REHI' TO WS-NOTE-TYPE
                WHEN HIST-SRC-BACKOUT
                    MOVE 'RINS' TO WS-NOTE-TYPE
                WHEN OTHER
                    MOVE 'HIRE' TO WS-NOTE-TYPE
            END-EVALUATE
            MOVE EMP-HIST-NEW-NAME TO WS-NOTE-EMP-NAME
            MOVE EMP-HIST-NEW-DEPT TO WS-NOTE-DEPT
            PERFORM RELEASE-DEPT-NOTICE
        WHEN HIST-DELETE
            IF HIST-SRC-BACKOUT THEN
                MOVE 'VOID' TO WS-NOTE-TYPE
            ELSE
                MOVE 'TERM' TO WS-NOTE-TYPE
            END-IF
            MOVE EMP-HIST-OLD-NAME TO WS-NOTE-EMP-NAME
            MOVE EMP-HIST-OLD-DEPT TO WS-NOTE-DEPT
            PERFORM RELEASE-DEPT-NOTICE
        WHEN HIST-CHANGE AND EMP-HIST-OLD-DEPT NOT = EMP-HIST-NEW-DEPT
            MOVE EMP-HIST-NEW-NAME TO WS-NOTE-EMP-NAME
            MOVE EMP-HIST-OLD-DEPT TO WS-EMP-DEPT
            MOVE EMP-HIST-NEW-DEPT TO WS-NEW-DEPT
            MOVE 'XOUT' TO WS-MOVE-OUT-TYPE
            MOVE 'XIN ' TO WS-MOVE-IN-TYPE
            PERFORM RELEASE-MOVE-NOTICES
        WHEN HIST-CHANGE
            MOVE 'NAME' TO WS-NOTE-TYPE
            MOVE EMP-HIST-NEW-NAME TO WS-NOTE-EMP-NAME
            MOVE EMP-HIST-OLD-NAME TO WS-NOTE-PRIOR-NAME
            MOVE EMP-HIST-NEW-DEPT TO WS-NOTE-DEPT
            PERFORM RELEASE-DEPT-NOTICE
    END-EVALUATE.
    EXIT.

RELEASE-DEPT-NOTICE.
    MOVE WS-NOTE-DEPT TO WS-DEPT-CODE.
    PERFORM FIND-DEPT-MANAGER.
    PERFORM RELEASE-ONE-NOTICE.
    EXIT.

RELEASE-MOVE-NOTICES.
    *> Losing manager first, then gaining. When one manager runs both
    *> departments the move stays inside their own area, so they get
    *> the single joining notice rather than two for one person.
    MOVE WS-EMP-DEPT TO WS-DEPT-CODE.
    PERFORM FIND-DEPT-MANAGER.
    MOVE WS-MANAGER TO WS-OLD-MANAGER.
    MOVE WS-NEW-DEPT TO WS-DEPT-CODE.
    PERFORM FIND-DEPT-MANAGER.
    MOVE WS-MANAGER TO WS-NEW-MANAGER.

    IF WS-OLD-MANAGER NOT = WS-NEW-MANAGER
       OR WS-OLD-MANAGER = SPACES THEN
        MOVE WS-MOVE-OUT-TYPE TO WS-NOTE-TYPE
        MOVE WS-EMP-DEPT      TO WS-NOTE-DEPT
        MOVE WS-NEW-DEPT      TO WS-NOTE-OTHER-DEPT
        MOVE WS-OLD-MANAGER   TO WS-MANAGER
        PERFORM RELEASE-ONE-NOTICE
    END-IF.

    MOVE WS-MOVE-IN-TYPE TO WS-NOTE-TYPE.
    MOVE WS-NEW-DEPT     TO WS-NOTE-DEPT.
    MOVE WS-EMP-DEPT     TO WS-NOTE-OTHER-DEPT.
    MOVE WS-NEW-MANAGER  TO WS-MANAGER.
    PERFORM RELEASE-ONE-NOTICE.
    EXIT.

RELEASE-ONE-NOTICE.
    *> A department with no manager on file - or not on DEPARTMENT at
    *> all - still gets its notice onto the digest, in the unrouted
    *> section, so nobody's change goes unannounced without a trace.
    MOVE SPACES TO SORT-NOTE-RECORD.
    IF WS-MANAGER = SPACES THEN
        SET SORT-NOTE-UNROUTED TO TRUE
    ELSE
        SET SORT-NOTE-ROUTED TO TRUE
    END-IF.
    ADD 1 TO WS-NOTE-SEQ.
    MOVE WS-MANAGER         TO SORT-NOTE-MANAGER.
    MOVE WS-NOTE-SECTION    TO SORT-NOTE-SECTION.
    MOVE WS-NOTE-DEPT       TO SORT-NOTE-DEPT.
    MOVE WS-NOTE-EMP-ID     TO SORT-NOTE-EMP-ID.
    MOVE WS-NOTE-SEQ        TO SORT-NOTE-SEQ.
    MOVE WS-NOTE-TYPE       TO SORT-NOTE-TYPE.
    MOVE WS-NOTE-EMP-NAME   TO SORT-NOTE-EMP-NAME.
    MOVE WS-NOTE-OTHER-DEPT TO SORT-NOTE-OTHER-DEPT.
    MOVE WS-NOTE-EFF-DATE   TO SORT-NOTE-EFF-DATE.
    MOVE WS-NOTE-PRIOR-NAME TO SORT-NOTE-PRIOR-NAME.
    RELEASE SORT-NOTE-RECORD.
    ADD 1 TO WS-NOTICE-COUNT.
    EXIT.

FIND-DEPT-MANAGER.
    MOVE ZERO TO WS-CACHE-SLOT.
    MOVE ZERO TO WS-CACHE-IDX.
    PERFORM MATCH-CACHE-ENTRY
        UNTIL WS-CACHE-SLOT > 0 OR WS-CACHE-IDX >= WS-CACHE-USED.
    IF WS-CACHE-SLOT > 0 THEN
        MOVE WS-CACHE-MANAGER(WS-CACHE-SLOT) TO WS-MANAGER
    ELSE
        PERFORM LOOKUP-DEPT-MANAGER
    END-IF.
    EXIT.

MATCH-CACHE-ENTRY.
    ADD 1 TO WS-CACHE-IDX.
    IF WS-CACHE-DEPT(WS-CACHE-IDX) = WS-DEPT-CODE THEN
        MOVE WS-CACHE-IDX TO WS-CACHE-SLOT
    END-IF.
    EXIT.

LOOKUP-DEPT-MANAGER.
    *> The manager running the department tonight - an inactive code
    *> still names whoever ran it, which is who should hear that
    *> someone left it.
    MOVE SPACES TO WS-MANAGER.

    EXEC SQL
        SELECT MANAGER_NAME
            INTO :WS-MANAGER
            FROM DEPARTMENT
            WHERE DEPT_CODE = :WS-DEPT-CODE
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            PERFORM CACHE-DEPT-MANAGER
        WHEN 100
            MOVE SPACES TO WS-MANAGER
            PERFORM CACHE-DEPT-MANAGER
        WHEN OTHER
            MOVE SPACES TO WS-MANAGER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

CACHE-DEPT-MANAGER.
    IF WS-CACHE-USED < WS-CACHE-MAX THEN
        ADD 1 TO WS-CACHE-USED
        MOVE WS-DEPT-CODE TO WS-CACHE-DEPT(WS-CACHE-USED)
        MOVE WS-MANAGER   TO WS-CACHE-MANAGER(WS-CACHE-USED)
    END-IF.
    EXIT.

READ-NEXT-PEND-RECORD.
    READ PEND-TRAN-FILE
        AT END
            SET WS-PEND-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PEND-READ
    END-READ.
    EXIT.

SELECT-PEND-RECORD.
    IF PEND-TRAN-EFF-CCYYMMDD = WS-TOMORROW THEN
        ADD 1 TO WS-PEND-SELECTED
        PERFORM RELEASE-PEND-NOTICES
    END-IF.
    PERFORM READ-NEXT-PEND-RECORD.
    EXIT.

RELEASE-PEND-NOTICES.
    *> The holding record names only the new department - where the
    *> person is coming from is wherever EMPLOYEE has them tonight.
    MOVE PEND-TRAN-EMP-ID TO WS-EMP-ID.
    MOVE PEND-TRAN-EMP-ID TO WS-NOTE-EMP-ID.
    MOVE WS-TOMORROW      TO WS-NOTE-EFF-DATE.
    MOVE '2'              TO WS-NOTE-SECTION.
    MOVE SPACES           TO WS-NOTE-PRIOR-NAME.

    EXEC SQL
        SELECT EMP_NAME, EMP_DEPT
            INTO :WS-EMP-NAME, :WS-EMP-DEPT
            FROM EMPLOYEE
            WHERE EMP_ID = :WS-EMP-ID
    END-EXEC.

    EVALUATE SQLCODE
        WHEN 0
            MOVE WS-EMP-NAME        TO WS-NOTE-EMP-NAME
            MOVE PEND-TRAN-NEW-DEPT TO WS-NEW-DEPT
            MOVE 'UPOU' TO WS-MOVE-OUT-TYPE
            MOVE 'UPIN' TO WS-MOVE-IN-TYPE
            PERFORM RELEASE-MOVE-NOTICES
        WHEN 100
            *> Gone from EMPLOYEE since the transfer was accepted -
            *> the release will reject it, so there is nothing coming
            *> up to announce.
            ADD 1 TO WS-PEND-NO-EMP
            MOVE SPACES TO CONTROL-RPT-RECORD
            STRING
                'PENDING TRANSFER NOT ANNOUNCED - EMP_ID=' WS-EMP-ID
                ' NOT ON EMPLOYEE - NEW DEPT=' PEND-TRAN-NEW-DEPT
                DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
            END-STRING
            WRITE CONTROL-RPT-RECORD
            IF WS-CTLRPT-STATUS NOT = '00' THEN
                DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS='
                    WS-CTLRPT-STATUS
            END-IF
        WHEN OTHER
            PERFORM WRITE-SQL-ERROR-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

PRODUCE-NOTIFICATIONS.
    *> Notices come back grouped by manager: a manager heading, then
    *> a section heading whenever the digest moves from today's
    *> changes to tomorrow's, and each routed notice goes to the
    *> notification file as it is printed. Unrouted notices print
    *> only - there is no one to send them to.
    PERFORM RETURN-SORTED-NOTICE.
    IF WS-SORT-EOF THEN
        MOVE SPACES TO MGR-DIGEST-RECORD
        STRING 'NO CHANGES POSTED AND NO TRANSFERS COMING UP'
            DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
        END-STRING
        WRITE MGR-DIGEST-RECORD
        PERFORM CHECK-MGRDGST-WRITE-STATUS
    END-IF.
    PERFORM PROCESS-SORTED-NOTICE UNTIL WS-SORT-EOF.
    EXIT.

RETURN-SORTED-NOTICE.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.
    EXIT.

PROCESS-SORTED-NOTICE.
    IF SORT-NOTE-ROUTED THEN
        IF SORT-NOTE-CLASS NOT = WS-PREV-CLASS
           OR SORT-NOTE-MANAGER NOT = WS-PREV-MANAGER THEN
            PERFORM WRITE-MANAGER-HEADING
        END-IF
        IF SORT-NOTE-SECTION NOT = WS-PREV-SECTION THEN
            PERFORM WRITE-SECTION-HEADING
        END-IF
        PERFORM WRITE-NOTIFICATION-RECORD
    ELSE
        IF SORT-NOTE-CLASS NOT = WS-PREV-CLASS THEN
            PERFORM WRITE-UNROUTED-HEADING
        END-IF
        ADD 1 TO WS-UNROUTED-COUNT
    END-IF.
    PERFORM WRITE-DIGEST-DETAIL.

    MOVE SORT-NOTE-CLASS   TO WS-PREV-CLASS.
    MOVE SORT-NOTE-MANAGER TO WS-PREV-MANAGER.
    MOVE SORT-NOTE-SECTION TO WS-PREV-SECTION.

    PERFORM RETURN-SORTED-NOTICE.
    EXIT.

WRITE-MANAGER-HEADING.
    ADD 1 TO WS-MANAGER-COUNT.
    MOVE SPACE TO WS-PREV-SECTION.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    STRING 'MANAGER: ' SORT-NOTE-MANAGER
        DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
    END-STRING.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    EXIT.

WRITE-SECTION-HEADING.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    IF SORT-NOTE-TODAY THEN
        STRING '  CHANGES POSTED ' WS-PROC-DATE
            DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
        END-STRING
    ELSE
        STRING '  COMING UP - TRANSFERS EFFECTIVE ' WS-TOMORROW
            DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
        END-STRING
    END-IF.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    EXIT.

WRITE-UNROUTED-HEADING.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    STRING 'NO MANAGER ON FILE - NOTICES NOT SENT'
        DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
    END-STRING.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    EXIT.

WRITE-NOTIFICATION-RECORD.
    MOVE SPACES TO MGR-NOTE-RECORD.
    MOVE WS-PROC-DATE         TO MGR-NOTE-PROC-DATE.
    MOVE SORT-NOTE-MANAGER    TO MGR-NOTE-MANAGER.
    MOVE SORT-NOTE-DEPT       TO MGR-NOTE-DEPT.
    MOVE SORT-NOTE-TYPE       TO MGR-NOTE-TYPE.
    MOVE SORT-NOTE-EMP-ID     TO MGR-NOTE-EMP-ID.
    MOVE SORT-NOTE-EMP-NAME   TO MGR-NOTE-EMP-NAME.
    MOVE SORT-NOTE-OTHER-DEPT TO MGR-NOTE-OTHER-DEPT.
    MOVE SORT-NOTE-EFF-DATE   TO MGR-NOTE-EFF-DATE.
    MOVE SORT-NOTE-PRIOR-NAME TO MGR-NOTE-PRIOR-NAME.
    WRITE MGR-NOTE-RECORD.
    IF WS-MGRNOTE-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING MGR-NOTE-FILE, STATUS='
            WS-MGRNOTE-STATUS ' EMP_ID=' SORT-NOTE-EMP-ID
    ELSE
        ADD 1 TO WS-NOTE-WRITTEN
    END-IF.
    EXIT.

WRITE-DIGEST-DETAIL.
    MOVE SPACES TO WS-NOTE-DETAIL.
    EVALUATE SORT-NOTE-TYPE
        WHEN 'HIRE'
            MOVE 'JOINED - NEW HIRE'      TO WS-NOTE-TEXT
        WHEN 'REHI'
            MOVE 'JOINED - REHIRED'       TO WS-NOTE-TEXT
        WHEN 'TERM'
            MOVE 'LEFT - TERMINATED'      TO WS-NOTE-TEXT
        WHEN 'RINS'
            MOVE 'BACK - TERM REVERSED'   TO WS-NOTE-TEXT
        WHEN 'VOID'
            MOVE 'GONE - HIRE REVERSED'   TO WS-NOTE-TEXT
        WHEN 'NAME'
            MOVE 'NAME CHANGED FROM'      TO WS-NOTE-TEXT
            MOVE SORT-NOTE-PRIOR-NAME     TO WS-NOTE-DETAIL
        WHEN 'XIN '
            MOVE 'JOINED - TRANSFER FROM' TO WS-NOTE-TEXT
            MOVE SORT-NOTE-OTHER-DEPT     TO WS-NOTE-DETAIL
        WHEN 'XOUT'
            MOVE 'LEFT - TRANSFER TO'     TO WS-NOTE-TEXT
            MOVE SORT-NOTE-OTHER-DEPT     TO WS-NOTE-DETAIL
        WHEN 'UPIN'
            MOVE 'WILL JOIN FROM'         TO WS-NOTE-TEXT
            MOVE SORT-NOTE-OTHER-DEPT     TO WS-NOTE-DETAIL
        WHEN OTHER
            MOVE 'WILL LEAVE FOR'         TO WS-NOTE-TEXT
            MOVE SORT-NOTE-OTHER-DEPT     TO WS-NOTE-DETAIL
    END-EVALUATE.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    STRING
        '    ' SORT-NOTE-EMP-ID ' ' SORT-NOTE-EMP-NAME
        ' ' SORT-NOTE-DEPT ' ' WS-NOTE-TEXT ' ' WS-NOTE-DETAIL
        ' EFF ' SORT-NOTE-EFF-DATE
        DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
    END-STRING.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    EXIT.

WRITE-DIGEST-TOTALS.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    MOVE SPACES TO MGR-DIGEST-RECORD.
    STRING
        'TOTALS - CHANGES=' WS-HIST-SELECTED
        ' COMING UP=' WS-PEND-SELECTED
        ' NOTICES=' WS-NOTICE-COUNT
        ' SENT=' WS-NOTE-WRITTEN
        ' MANAGERS=' WS-MANAGER-COUNT
        ' NOT ROUTED=' WS-UNROUTED-COUNT
        DELIMITED BY SIZE INTO MGR-DIGEST-RECORD
    END-STRING.
    WRITE MGR-DIGEST-RECORD.
    PERFORM CHECK-MGRDGST-WRITE-STATUS.
    DISPLAY MGR-DIGEST-RECORD.

    *> An unrouted notice is a DEPARTMENT row missing its manager -
    *> worth a warning return code so it gets fixed, not a failure.
    IF WS-UNROUTED-COUNT > 0 OR WS-PEND-NO-EMP > 0 THEN
        MOVE 4 TO RETURN-CODE
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

CHECK-POSTING-FRESHNESS.
    *> Refuse to announce a night whose postings are not finished:
    *> every EMPHIST writer - EmpDeptTransfer, PendTransferRelease,
    *> EmpMaintenance and DeptReorganize - must show a clean completion
    *> for this processing date, or managers would hear about half a
    *> night.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'CANNOT OPEN RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
            ' - POSTING FRESHNESS UNPROVABLE - ENDING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'DEPTTRAN' TO WS-UPSTREAM-PGM-NAME.
    PERFORM PROVE-UPSTREAM-STEP.
    MOVE 'PENDREL ' TO WS-UPSTREAM-PGM-NAME.
    PERFORM PROVE-UPSTREAM-STEP.
    MOVE 'EMPMAINT' TO WS-UPSTREAM-PGM-NAME.
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
                ' - RUN THE POSTING STEPS FIRST - ENDING RUN'
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
        IF WS-FATAL-ERROR THEN
            SET RUN-STAT-ERROR TO TRUE
        ELSE
            SET RUN-STAT-COMPLETE TO TRUE
        END-IF
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        COMPUTE RUN-CTL-ROWS-IN = WS-HIST-SELECTED + WS-PEND-SELECTED
        MOVE WS-NOTE-WRITTEN TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
