IDENTIFICATION DIVISION.
PROGRAM-ID. RunHistoryCapture.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC, as RunControlUtility has it - the capture walks every
    *> entry in key order with READ NEXT while this step's own
    *> registration still needs a keyed read.
    SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-CTL-PGM-NAME
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RUN-HIST-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROCDATE-STATUS.

    SELECT CONTROL-RPT-FILE ASSIGN TO CTLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTLRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CTL-FILE.
    COPY RUNCTL.

FD  RUN-HIST-FILE.
    COPY RUNHIST.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

WORKING-STORAGE SECTION.
    01  WS-RUNHIST-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-RUNCTL-EOF-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-EOF              VALUE 'Y'.

    01  WS-ENTRY-COUNT     PIC 9(5) VALUE ZERO.
    01  WS-CAPTURED-COUNT  PIC 9(5) VALUE ZERO.
    01  WS-REPLACED-COUNT  PIC 9(5) VALUE ZERO.
    01  WS-UNFINISHED-COUNT PIC 9(5) VALUE ZERO.
    01  WS-OTHER-DATE-COUNT PIC 9(5) VALUE ZERO.
    01  WS-ROWS-OUT-TOTAL  PIC 9(9) VALUE ZERO.

    *> Elapsed-time work fields. The timestamps are CURRENT-DATE
    *> images - CCYYMMDDHHMMSS in the first 14 bytes - so the day
    *> difference comes from INTEGER-OF-DATE and the rest is seconds
    *> since midnight; a run across midnight still comes out right.
    01  WS-TS-WORK         PIC X(26).
    01  WS-TS-DATE-NUM     PIC 9(8).
    01  WS-TS-HH           PIC 9(2).
    01  WS-TS-MM           PIC 9(2).
    01  WS-TS-SS           PIC 9(2).
    01  WS-TS-ABS-SECS     PIC 9(11).
    01  WS-START-ABS-SECS  PIC 9(11).
    01  WS-END-ABS-SECS    PIC 9(11).
    01  WS-TS-VALID-FLAG   PIC X(1).
        88  WS-TS-VALID                VALUE 'Y'.
    01  WS-ELAPSED-VALID-FLAG PIC X(1).
        88  WS-ELAPSED-VALID           VALUE 'Y'.

    01  WS-FATAL-FLAG      PIC X(1) VALUE 'N'.
        88  WS-FATAL-ERROR             VALUE 'Y'.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'RUNHCAP '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM REGISTER-RUN-START.

    OPEN I-O RUN-HIST-FILE.
    IF WS-RUNHIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RUN-HIST-FILE, STATUS=' WS-RUNHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM CAPTURE-RUN-ENTRIES.

    CLOSE RUN-HIST-FILE.

    *> A step still registered as running for tonight has abended or
    *> is not finished - its night is incomplete in the history until
    *> the capture is rerun after it ends, so the step ends RC 4.
    IF WS-FATAL-ERROR THEN
        DISPLAY 'Program Ending - Run History Not Written, See Control '
            'Report'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-UNFINISHED-COUNT > 0 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    DISPLAY 'Run-control entries read: '       WS-ENTRY-COUNT.
    DISPLAY 'Steps captured: '                 WS-CAPTURED-COUNT.
    DISPLAY 'Steps replaced (recapture): '     WS-REPLACED-COUNT.
    DISPLAY 'Steps not finished: '             WS-UNFINISHED-COUNT.
    DISPLAY 'Entries for other dates: '        WS-OTHER-DATE-COUNT.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'RunHistoryCapture RUN CONTROL REPORT'
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

WRITE-CONTROL-LINE.
    WRITE CONTROL-RPT-RECORD.
    IF WS-CTLRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING CONTROL-RPT-FILE, STATUS=' WS-CTLRPT-STATUS
    END-IF.
    DISPLAY CONTROL-RPT-RECORD.
    EXIT.

CAPTURE-RUN-ENTRIES.
    *> Only entries registered for tonight's processing date are
    *> tonight's runs - a step that did not run tonight (weekly,
    *> monthly, reorg-night only) still carries its last date and is
    *> left for the night it belongs to, which was captured then.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RUNCTL-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RUN-CTL-FILE, STATUS=' WS-RUNCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-RUNCTL-EOF-FLAG.
    MOVE LOW-VALUES TO RUN-CTL-PGM-NAME.
    START RUN-CTL-FILE KEY >= RUN-CTL-PGM-NAME
        INVALID KEY
            SET WS-RUNCTL-EOF TO TRUE
    END-START.

    IF NOT WS-RUNCTL-EOF THEN
        PERFORM READ-NEXT-RUN-ENTRY
        PERFORM CAPTURE-ONE-ENTRY
            UNTIL WS-RUNCTL-EOF OR WS-FATAL-ERROR
    END-IF.

    CLOSE RUN-CTL-FILE.
    EXIT.

READ-NEXT-RUN-ENTRY.
    READ RUN-CTL-FILE NEXT RECORD
        AT END
            SET WS-RUNCTL-EOF TO TRUE
    END-READ.
    EXIT.

CAPTURE-ONE-ENTRY.
    ADD 1 TO WS-ENTRY-COUNT.
    EVALUATE TRUE
        WHEN RUN-CTL-PGM-NAME = WS-RUN-PGM-NAME
            CONTINUE
        WHEN RUN-CTL-PROC-DATE NOT = WS-PROC-DATE
            ADD 1 TO WS-OTHER-DATE-COUNT
        WHEN RUN-STAT-COMPLETE
        WHEN RUN-STAT-ERROR
            PERFORM WRITE-HISTORY-RECORD
        WHEN OTHER
            PERFORM NOTE-UNFINISHED-STEP
    END-EVALUATE.
    PERFORM READ-NEXT-RUN-ENTRY.
    EXIT.

NOTE-UNFINISHED-STEP.
    ADD 1 TO WS-UNFINISHED-COUNT.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'STEP ' RUN-CTL-PGM-NAME ' STATUS ' RUN-CTL-STATUS
        ' STARTED ' RUN-CTL-START-TS(1:14)
        ' NOT FINISHED - NOT CAPTURED'
        DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
    END-STRING.
    PERFORM WRITE-CONTROL-LINE.
    EXIT.

WRITE-HISTORY-RECORD.
    MOVE SPACES TO RUN-HIST-RECORD.
    MOVE RUN-CTL-PROC-DATE   TO RUN-HIST-PROC-DATE.
    MOVE RUN-CTL-PGM-NAME    TO RUN-HIST-PGM-NAME.
    MOVE RUN-CTL-STATUS      TO RUN-HIST-STATUS.
    MOVE RUN-CTL-START-TS    TO RUN-HIST-START-TS.
    MOVE RUN-CTL-END-TS      TO RUN-HIST-END-TS.
    MOVE RUN-CTL-ROWS-IN     TO RUN-HIST-ROWS-IN.
    MOVE RUN-CTL-ROWS-OUT    TO RUN-HIST-ROWS-OUT.
    MOVE RUN-CTL-RETURN-CODE TO RUN-HIST-RETURN-CODE.
    PERFORM COMPUTE-ELAPSED-SECONDS.

    *> A duplicate key (22) is a recapture and is replaced; any other
    *> failed write would silently lose the step's night, so it is
    *> reported and fails the capture. The write's own status is
    *> judged here, before the replacing REWRITE sets it again.
    WRITE RUN-HIST-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.
    EVALUATE TRUE
        WHEN WS-RUNHIST-STATUS = '00'
            ADD 1 TO WS-CAPTURED-COUNT
        WHEN WS-RUNHIST-STATUS = '22'
            PERFORM REPLACE-HISTORY-RECORD
        WHEN OTHER
            MOVE SPACES TO CONTROL-RPT-RECORD
            STRING 'ERROR WRITING RUN-HIST-FILE, STATUS='
                WS-RUNHIST-STATUS
                ' STEP ' RUN-HIST-PGM-NAME
                DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
            END-STRING
            PERFORM WRITE-CONTROL-LINE
            SET WS-FATAL-ERROR TO TRUE
    END-EVALUATE.
    EXIT.

REPLACE-HISTORY-RECORD.
    *> The night was captured before - the step has been rerun since,
    *> and its latest run is the one that counts.
    REWRITE RUN-HIST-RECORD.
    IF WS-RUNHIST-STATUS NOT = '00' THEN
        MOVE SPACES TO CONTROL-RPT-RECORD
        STRING 'ERROR WRITING RUN-HIST-FILE, STATUS=' WS-RUNHIST-STATUS
            ' STEP ' RUN-HIST-PGM-NAME
            DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
        END-STRING
        PERFORM WRITE-CONTROL-LINE
        SET WS-FATAL-ERROR TO TRUE
    ELSE
        ADD 1 TO WS-REPLACED-COUNT
    END-IF.
    EXIT.

COMPUTE-ELAPSED-SECONDS.
    MOVE ZERO TO RUN-HIST-ELAPSED-SECS.
    MOVE 'N' TO WS-ELAPSED-VALID-FLAG.

    MOVE RUN-CTL-START-TS TO WS-TS-WORK.
    PERFORM CONVERT-TIMESTAMP.
    IF WS-TS-VALID THEN
        MOVE WS-TS-ABS-SECS TO WS-START-ABS-SECS
        MOVE RUN-CTL-END-TS TO WS-TS-WORK
        PERFORM CONVERT-TIMESTAMP
        IF WS-TS-VALID THEN
            MOVE WS-TS-ABS-SECS TO WS-END-ABS-SECS
            IF WS-END-ABS-SECS >= WS-START-ABS-SECS THEN
                COMPUTE RUN-HIST-ELAPSED-SECS =
                    WS-END-ABS-SECS - WS-START-ABS-SECS
                SET WS-ELAPSED-VALID TO TRUE
            END-IF
        END-IF
    END-IF.

    IF NOT WS-ELAPSED-VALID THEN
        MOVE SPACES TO CONTROL-RPT-RECORD
        STRING 'STEP ' RUN-CTL-PGM-NAME
            ' TIMESTAMPS UNUSABLE - ELAPSED RECORDED AS ZERO'
            DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
        END-STRING
        PERFORM WRITE-CONTROL-LINE
    END-IF.
    EXIT.

CONVERT-TIMESTAMP.
    *> WS-TS-WORK to seconds since the INTEGER-OF-DATE epoch.
    MOVE 'N' TO WS-TS-VALID-FLAG.
    MOVE ZERO TO WS-TS-ABS-SECS.
    IF WS-TS-WORK(1:14) NUMERIC THEN
        MOVE WS-TS-WORK(1:8)  TO WS-TS-DATE-NUM
        MOVE WS-TS-WORK(9:2)  TO WS-TS-HH
        MOVE WS-TS-WORK(11:2) TO WS-TS-MM
        MOVE WS-TS-WORK(13:2) TO WS-TS-SS
        IF WS-TS-DATE-NUM > 16010101 THEN
            COMPUTE WS-TS-ABS-SECS =
                FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
            SET WS-TS-VALID TO TRUE
        END-IF
    END-IF.
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
        MOVE WS-ENTRY-COUNT TO RUN-CTL-ROWS-IN
        COMPUTE WS-ROWS-OUT-TOTAL = WS-CAPTURED-COUNT
            + WS-REPLACED-COUNT
        MOVE WS-ROWS-OUT-TOTAL TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
