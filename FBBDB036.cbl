IDENTIFICATION DIVISION.
PROGRAM-ID. AccessLogRpt.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> ACCSLOG is the backing dataset of the ACCL extrapartition
    *> transient-data queue EMPINQ, DEPTBRWS and DEPTENT write to -
    *> once CICS has closed the queue for the day it reads here as a
    *> plain sequential file of ACCESS-LOG-RECORDs, in the order the
    *> transactions ran.
    SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACCSLOG-STATUS.

    SELECT SYSIN-FILE ASSIGN TO SYSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

    SELECT ACCS-RPT-FILE ASSIGN TO ACCSRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACCSRPT-STATUS.

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
FD  ACCESS-LOG-FILE
    RECORDING MODE IS F.
    COPY ACCSLOG.

FD  SYSIN-FILE
    RECORDING MODE IS F.
    COPY ACCSCTL.

*> Every log record goes into the sort by user, then EMP_ID, so one
*> pass of the sorted file both totals each user and counts the
*> distinct employees the user looked up.
SD  SORT-WORK-FILE.
    01  SORT-AL-RECORD.
        05  SORT-AL-USERID         PIC X(8).
        05  SORT-AL-EMP-ID         PIC 9(5).
        05  SORT-AL-TRANSID        PIC X(4).
            88  SORT-AL-INQUIRY            VALUE 'EMPI'.
            88  SORT-AL-BROWSE             VALUE 'DBRW'.
            88  SORT-AL-ENTRY              VALUE 'DEPT'.
        05  SORT-AL-RESULT         PIC X(1).
            88  SORT-AL-ALLOWED            VALUE 'A'.
            88  SORT-AL-REFUSED            VALUE 'R'.
            88  SORT-AL-REJECTED           VALUE 'E'.

FD  ACCS-RPT-FILE
    RECORDING MODE IS F.
    COPY ACCSRPT.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    01  WS-ACCSLOG-STATUS  PIC X(2).
    01  WS-SYSIN-STATUS    PIC X(2).
    01  WS-ACCSRPT-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-LOG-EOF-FLAG    PIC X(1) VALUE 'N'.
        88  WS-LOG-EOF                 VALUE 'Y'.
    01  WS-SORT-EOF-FLAG   PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                VALUE 'Y'.

    *> A user who looks up more distinct employees than this in one
    *> day is listed for review. Overridden from the SYSIN card.
    01  WS-DISTINCT-LIMIT  PIC 9(5) VALUE 50.

    01  WS-LOG-COUNT       PIC 9(9) VALUE ZERO.
    01  WS-USER-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-REFUSED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-FLAGGED-COUNT   PIC 9(7) VALUE ZERO.

    *> Run totals by transaction, for the report's closing lines.
    01  WS-TOT-INQUIRY     PIC 9(7) VALUE ZERO.
    01  WS-TOT-BROWSE      PIC 9(7) VALUE ZERO.
    01  WS-TOT-ACCEPTED    PIC 9(7) VALUE ZERO.
    01  WS-TOT-REJECTED    PIC 9(7) VALUE ZERO.

    *> The user in hand during the sorted pass.
    01  WS-CUR-USERID      PIC X(8).
    01  WS-USR-INQUIRY     PIC 9(7) VALUE ZERO.
    01  WS-USR-BROWSE      PIC 9(7) VALUE ZERO.
    01  WS-USR-ACCEPTED    PIC 9(7) VALUE ZERO.
    01  WS-USR-REJECTED    PIC 9(7) VALUE ZERO.
    01  WS-USR-REFUSED     PIC 9(7) VALUE ZERO.
    01  WS-USR-DISTINCT    PIC 9(7) VALUE ZERO.
    01  WS-LAST-EMP-ID     PIC 9(5) VALUE ZERO.
    01  WS-USR-FLAG        PIC X(6).

    *> Users over the distinct-employee limit, listed again in their
    *> own section at the end. A full table only shortens that list -
    *> every user is still flagged on the by-user line.
    01  WS-FLAG-MAX        PIC 9(3) VALUE 200.
    01  WS-FLAG-USED       PIC 9(3) VALUE ZERO.
    01  WS-FLAG-IDX        PIC 9(3) VALUE ZERO.
    01  WS-FLAG-TABLE.
        05  WS-FLAG-ENTRY  OCCURS 200 TIMES.
            10  WS-FLAG-USERID     PIC X(8).
            10  WS-FLAG-DISTINCT   PIC 9(7).
            10  WS-FLAG-INQUIRY    PIC 9(7).

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'ACCSRPT '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM READ-ACCESS-CONTROL-CARD.

    PERFORM REGISTER-RUN-START.

    OPEN INPUT ACCESS-LOG-FILE.
    IF WS-ACCSLOG-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING ACCESS-LOG-FILE, STATUS='
            WS-ACCSLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT ACCS-RPT-FILE.
    IF WS-ACCSRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING ACCS-RPT-FILE, STATUS=' WS-ACCSRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-ACCS-RPT-HEADER.

    *> The refused attempts print as the log is read, in the order
    *> they happened; the by-user section follows from the sort.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-AL-USERID
        ON ASCENDING KEY SORT-AL-EMP-ID
        INPUT PROCEDURE IS RELEASE-LOG-RECORDS
        OUTPUT PROCEDURE IS PRODUCE-USER-SUMMARY.

    PERFORM WRITE-FLAGGED-USERS.

    PERFORM WRITE-ACCS-RPT-TOTALS.

    CLOSE ACCESS-LOG-FILE.
    CLOSE ACCS-RPT-FILE.

    *> Refused attempts and heavy lookers are for the privacy
    *> officer to follow up, not a failure of the run.
    IF WS-REFUSED-COUNT > 0 OR WS-FLAGGED-COUNT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

    DISPLAY 'Access log records read: '    WS-LOG-COUNT.
    DISPLAY 'Users reported: '             WS-USER-COUNT.
    DISPLAY 'Refused attempts: '           WS-REFUSED-COUNT.
    DISPLAY 'Users over distinct limit: '  WS-FLAGGED-COUNT.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'AccessLogRpt RUN CONTROL REPORT'
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

READ-ACCESS-CONTROL-CARD.
    *> Missing/blank SYSIN keeps the default limit so the job still
    *> runs without a control card, as HeadcountTrend does.
    MOVE SPACES TO ACCS-CONTROL-RECORD.

    OPEN INPUT SYSIN-FILE.
    IF WS-SYSIN-STATUS = '00' THEN
        READ SYSIN-FILE
            AT END
                MOVE SPACES TO ACCS-CONTROL-RECORD
        END-READ
        CLOSE SYSIN-FILE
        IF ACCS-DISTINCT-LIMIT NUMERIC AND ACCS-DISTINCT-LIMIT > 0 THEN
            MOVE ACCS-DISTINCT-LIMIT TO WS-DISTINCT-LIMIT
        ELSE
            DISPLAY 'NO USABLE LIMIT ON CONTROL CARD - USING '
                WS-DISTINCT-LIMIT
        END-IF
    ELSE
        DISPLAY 'NO SYSIN CONTROL CARD - USING DISTINCT LIMIT '
            WS-DISTINCT-LIMIT
    END-IF.
    EXIT.

WRITE-ACCS-RPT-HEADER.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING 'ONLINE EMPLOYEE ACCESS REPORT - EMPI, DBRW, DEPT - '
        'PROCESSING DATE ' WS-PROC-DATE
        ' - DISTINCT EMPLOYEE LIMIT ' WS-DISTINCT-LIMIT
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.

    MOVE SPACES TO ACCS-RPT-RECORD.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING 'REFUSED ATTEMPTS (NPRF NO PROFILE, SUSP PROFILE NOT ACTIVE, '
        'ROLE NOT IN ROLE, DEPT NOT ON BROWSE LIST)'
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    EXIT.

CHECK-ACCSRPT-WRITE-STATUS.
    *> Shared by every ACCS-RPT-FILE write - same file, same status
    *> field, so one checking paragraph covers all of them.
    IF WS-ACCSRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING ACCS-RPT-FILE, STATUS=' WS-ACCSRPT-STATUS
    END-IF.
    EXIT.

RELEASE-LOG-RECORDS.
    MOVE 'N' TO WS-LOG-EOF-FLAG.
    PERFORM READ-NEXT-LOG-RECORD.
    PERFORM RELEASE-ONE-LOG-RECORD UNTIL WS-LOG-EOF.

    IF WS-REFUSED-COUNT = 0 THEN
        MOVE '  NONE' TO ACCS-RPT-RECORD
        WRITE ACCS-RPT-RECORD
        PERFORM CHECK-ACCSRPT-WRITE-STATUS
    END-IF.
    EXIT.

READ-NEXT-LOG-RECORD.
    READ ACCESS-LOG-FILE
        AT END
            SET WS-LOG-EOF TO TRUE
    END-READ.
    EXIT.

RELEASE-ONE-LOG-RECORD.
    ADD 1 TO WS-LOG-COUNT.

    IF ACCL-REFUSED THEN
        ADD 1 TO WS-REFUSED-COUNT
        PERFORM WRITE-REFUSED-LINE
    END-IF.

    MOVE ACCL-USERID  TO SORT-AL-USERID.
    MOVE ACCL-EMP-ID  TO SORT-AL-EMP-ID.
    MOVE ACCL-TRANSID TO SORT-AL-TRANSID.
    MOVE ACCL-RESULT  TO SORT-AL-RESULT.
    RELEASE SORT-AL-RECORD.

    PERFORM READ-NEXT-LOG-RECORD.
    EXIT.

WRITE-REFUSED-LINE.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING
        '  ' ACCL-DATE ' ' ACCL-TIME
        ' USER=' ACCL-USERID
        ' TERM=' ACCL-TERMID
        ' TRAN=' ACCL-TRANSID
        ' REASON=' ACCL-REASON
        ' EMP_ID=' ACCL-EMP-ID
        ' DEPT=' ACCL-DEPT
        ' PAGE=' ACCL-PAGE
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    EXIT.

PRODUCE-USER-SUMMARY.
    MOVE SPACES TO ACCS-RPT-RECORD.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE 'ACCESS BY USER' TO ACCS-RPT-RECORD.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING
        '  USERID   INQUIRIES   BROWSE PAGES   XFER ACCEPTED   '
        'XFER REJECTED   REFUSED   DISTINCT EMPS'
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.

    MOVE 'N' TO WS-SORT-EOF-FLAG.
    PERFORM RETURN-SORTED-LOG-RECORD.
    IF WS-SORT-EOF THEN
        MOVE '  NO ONLINE ACCESS LOGGED' TO ACCS-RPT-RECORD
        WRITE ACCS-RPT-RECORD
        PERFORM CHECK-ACCSRPT-WRITE-STATUS
    END-IF.
    PERFORM SUMMARIZE-ONE-USER UNTIL WS-SORT-EOF.
    EXIT.

RETURN-SORTED-LOG-RECORD.
    RETURN SORT-WORK-FILE
        AT END
            SET WS-SORT-EOF TO TRUE
    END-RETURN.
    EXIT.

SUMMARIZE-ONE-USER.
    MOVE SORT-AL-USERID TO WS-CUR-USERID.
    MOVE ZERO TO WS-USR-INQUIRY.
    MOVE ZERO TO WS-USR-BROWSE.
    MOVE ZERO TO WS-USR-ACCEPTED.
    MOVE ZERO TO WS-USR-REJECTED.
    MOVE ZERO TO WS-USR-REFUSED.
    MOVE ZERO TO WS-USR-DISTINCT.
    MOVE ZERO TO WS-LAST-EMP-ID.

    PERFORM COUNT-USER-LOG-RECORD
        UNTIL WS-SORT-EOF OR SORT-AL-USERID NOT = WS-CUR-USERID.

    ADD 1 TO WS-USER-COUNT.
    MOVE SPACES TO WS-USR-FLAG.
    IF WS-USR-DISTINCT > WS-DISTINCT-LIMIT THEN
        MOVE 'REVIEW' TO WS-USR-FLAG
        PERFORM HOLD-FLAGGED-USER
    END-IF.

    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING
        '  ' WS-CUR-USERID
        '   ' WS-USR-INQUIRY
        '        ' WS-USR-BROWSE
        '         ' WS-USR-ACCEPTED
        '         ' WS-USR-REJECTED
        '   ' WS-USR-REFUSED
        '         ' WS-USR-DISTINCT
        ' ' WS-USR-FLAG
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    EXIT.

COUNT-USER-LOG-RECORD.
    *> Refused attempts count as refused whatever the transaction.
    *> Only allowed inquiries count toward distinct employees - a
    *> browse page has no EMP_ID, and an entry is judged by its own
    *> accepted/rejected counts. The sort puts one user's EMP_IDs in
    *> order, so a new EMP_ID is one not equal to the last counted.
    EVALUATE TRUE
        WHEN SORT-AL-REFUSED
            ADD 1 TO WS-USR-REFUSED
        WHEN SORT-AL-INQUIRY
            ADD 1 TO WS-USR-INQUIRY
            ADD 1 TO WS-TOT-INQUIRY
            IF SORT-AL-EMP-ID NOT = WS-LAST-EMP-ID THEN
                ADD 1 TO WS-USR-DISTINCT
                MOVE SORT-AL-EMP-ID TO WS-LAST-EMP-ID
            END-IF
        WHEN SORT-AL-BROWSE
            ADD 1 TO WS-USR-BROWSE
            ADD 1 TO WS-TOT-BROWSE
        WHEN SORT-AL-ENTRY AND SORT-AL-ALLOWED
            ADD 1 TO WS-USR-ACCEPTED
            ADD 1 TO WS-TOT-ACCEPTED
        WHEN SORT-AL-ENTRY
            ADD 1 TO WS-USR-REJECTED
            ADD 1 TO WS-TOT-REJECTED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    PERFORM RETURN-SORTED-LOG-RECORD.
    EXIT.

HOLD-FLAGGED-USER.
    ADD 1 TO WS-FLAGGED-COUNT.
    IF WS-FLAG-USED < WS-FLAG-MAX THEN
        ADD 1 TO WS-FLAG-USED
        MOVE WS-CUR-USERID   TO WS-FLAG-USERID(WS-FLAG-USED)
        MOVE WS-USR-DISTINCT TO WS-FLAG-DISTINCT(WS-FLAG-USED)
        MOVE WS-USR-INQUIRY  TO WS-FLAG-INQUIRY(WS-FLAG-USED)
    END-IF.
    EXIT.

WRITE-FLAGGED-USERS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING 'USERS WHO LOOKED UP MORE THAN ' WS-DISTINCT-LIMIT
        ' DISTINCT EMPLOYEES'
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.

    IF WS-FLAGGED-COUNT = 0 THEN
        MOVE '  NONE' TO ACCS-RPT-RECORD
        WRITE ACCS-RPT-RECORD
        PERFORM CHECK-ACCSRPT-WRITE-STATUS
    ELSE
        PERFORM WRITE-FLAGGED-USER-LINE
            VARYING WS-FLAG-IDX FROM 1 BY 1
            UNTIL WS-FLAG-IDX > WS-FLAG-USED
        IF WS-FLAGGED-COUNT > WS-FLAG-USED THEN
            MOVE SPACES TO ACCS-RPT-RECORD
            STRING '  MORE USERS OVER THE LIMIT THAN THIS LIST HOLDS'
                ' - SEE REVIEW FLAGS UNDER ACCESS BY USER'
                DELIMITED BY SIZE INTO ACCS-RPT-RECORD
            END-STRING
            WRITE ACCS-RPT-RECORD
            PERFORM CHECK-ACCSRPT-WRITE-STATUS
        END-IF
    END-IF.
    EXIT.

WRITE-FLAGGED-USER-LINE.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING
        '  USER=' WS-FLAG-USERID(WS-FLAG-IDX)
        ' DISTINCT EMPLOYEES=' WS-FLAG-DISTINCT(WS-FLAG-IDX)
        ' INQUIRIES=' WS-FLAG-INQUIRY(WS-FLAG-IDX)
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    EXIT.

WRITE-ACCS-RPT-TOTALS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING 'TOTALS - LOG RECORDS ' WS-LOG-COUNT
        ' USERS ' WS-USER-COUNT
        ' INQUIRIES ' WS-TOT-INQUIRY
        ' BROWSE PAGES ' WS-TOT-BROWSE
        ' XFER ACCEPTED ' WS-TOT-ACCEPTED
        ' XFER REJECTED ' WS-TOT-REJECTED
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
    MOVE SPACES TO ACCS-RPT-RECORD.
    STRING '         REFUSED ' WS-REFUSED-COUNT
        ' USERS OVER LIMIT ' WS-FLAGGED-COUNT
        DELIMITED BY SIZE INTO ACCS-RPT-RECORD
    END-STRING.
    WRITE ACCS-RPT-RECORD.
    PERFORM CHECK-ACCSRPT-WRITE-STATUS.
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
        SET RUN-STAT-COMPLETE TO TRUE
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        MOVE WS-LOG-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-USER-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
