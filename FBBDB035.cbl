IDENTIFICATION DIVISION.
PROGRAM-ID. BatchWindowRpt.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSIN-FILE ASSIGN TO SYSIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RUN-HIST-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT BWIN-RPT-FILE ASSIGN TO BWINRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BWINRPT-STATUS.

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
    COPY SLACTL.

FD  RUN-HIST-FILE.
    COPY RUNHIST.

FD  BWIN-RPT-FILE
    RECORDING MODE IS F.
    COPY BWINRPT.

FD  CONTROL-RPT-FILE
    RECORDING MODE IS F.
    COPY CTLRPT.

FD  PROC-DATE-FILE
    RECORDING MODE IS F.
    COPY PROCDATE.

FD  RUN-CTL-FILE.
    COPY RUNCTL.

WORKING-STORAGE SECTION.
    01  WS-SYSIN-STATUS    PIC X(2).
    01  WS-RUNHIST-STATUS  PIC X(2).
    01  WS-BWINRPT-STATUS  PIC X(2).
    01  WS-CTLRPT-STATUS   PIC X(2).

    01  WS-SYSIN-EOF-FLAG  PIC X(1) VALUE 'N'.
        88  WS-SYSIN-EOF               VALUE 'Y'.
    01  WS-RUNHIST-EOF-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNHIST-EOF             VALUE 'Y'.

    *> Reporting options - *OPTIONS card, else these defaults.
    01  WS-RPT-NIGHTS      PIC 9(3) VALUE 14.
    01  WS-AVG-NIGHTS      PIC 9(2) VALUE 7.
    01  WS-AVG-NIGHTS-MAX  PIC 9(2) VALUE 30.
    01  WS-DEFAULT-SWING   PIC 9(3) VALUE 25.
    *> A step needs this many earlier nights in its rolling average
    *> before its rows-in is judged against it.
    01  WS-MIN-SWING-NIGHTS PIC 9(2) VALUE 3.

    01  WS-PROC-NUM        PIC 9(8).
    01  WS-FROM-INT        PIC 9(7).
    01  WS-FROM-NUM        PIC 9(8).
    01  WS-FROM-DATE       PIC X(8).

    *> Per-step SLA cards as read.
    01  WS-SLA-MAX         PIC 9(3) VALUE 100.
    01  WS-SLA-USED        PIC 9(3) VALUE ZERO.
    01  WS-SLA-IDX         PIC 9(3) VALUE ZERO.
    01  WS-SLA-SLOT        PIC 9(3) VALUE ZERO.
    01  WS-SLA-TABLE.
        05  WS-SLA-ENTRY OCCURS 100 TIMES.
            10  WS-SLA-STEP        PIC X(8).
            10  WS-SLA-MINUTES     PIC 9(4).
            10  WS-SLA-SWING       PIC 9(3).

    *> One entry per step seen in the history: its limits, the ring
    *> of its last WS-AVG-NIGHTS elapsed times and rows-in that the
    *> rolling averages come from, and its totals across the window.
    *> The history is read oldest first, so each night is judged
    *> against the nights before it - the same averages the report
    *> would have shown that morning.
    01  WS-STP-MAX         PIC 9(3) VALUE 150.
    01  WS-STP-USED        PIC 9(3) VALUE ZERO.
    01  WS-STP-IDX         PIC 9(3) VALUE ZERO.
    01  WS-STP-SLOT        PIC 9(3) VALUE ZERO.
    01  WS-STEP-TABLE.
        05  WS-STP-ENTRY OCCURS 150 TIMES.
            10  WS-STP-NAME        PIC X(8).
            10  WS-STP-LIMIT-MIN   PIC 9(4).
            10  WS-STP-SWING-PCT   PIC 9(3).
            10  WS-STP-RING-USED   PIC 9(2).
            10  WS-STP-RING-NEXT   PIC 9(2).
            10  WS-STP-RING-ELAPSED PIC 9(7) OCCURS 30 TIMES.
            10  WS-STP-RING-ROWS   PIC 9(9) OCCURS 30 TIMES.
            10  WS-STP-WIN-NIGHTS  PIC 9(5).
            10  WS-STP-WIN-ELAPSED PIC 9(11).
            10  WS-STP-WIN-MAX     PIC 9(7).
            10  WS-STP-SLA-COUNT   PIC 9(5).
            10  WS-STP-SWING-COUNT PIC 9(5).
    01  WS-RING-IDX        PIC 9(2) VALUE ZERO.
    01  WS-RING-SUM-ELAPSED PIC 9(11).
    01  WS-RING-SUM-ROWS   PIC 9(13).
    01  WS-AVG-ELAPSED     PIC 9(7).
    01  WS-AVG-ROWS        PIC 9(9).

    *> The step in hand.
    01  WS-CUR-ELAPSED     PIC 9(7).
    01  WS-CUR-ROWS-MIN    PIC 9(11).
    01  WS-SWING-DIFF      PIC 9(9).
    01  WS-SWING-PCT-CALC  PIC 9(7).
    01  WS-SWING-SIGN      PIC X(1).
    01  WS-SLA-BREACH-FLAG PIC X(1) VALUE 'N'.
        88  WS-SLA-BREACH              VALUE 'Y'.
    01  WS-ROWS-SWING-FLAG PIC X(1) VALUE 'N'.
        88  WS-ROWS-SWING              VALUE 'Y'.
    01  WS-FLAG-TEXT       PIC X(30).
    01  WS-FLAG-PTR        PIC 9(3).

    *> Night control break.
    01  WS-PREV-NIGHT      PIC X(8) VALUE SPACES.
    01  WS-NIGHT-OPEN-FLAG PIC X(1) VALUE 'N'.
        88  WS-NIGHT-OPEN              VALUE 'Y'.
    01  WS-NGT-STEPS       PIC 9(4).
    01  WS-NGT-ELAPSED     PIC 9(9).
    01  WS-NGT-FLAGGED     PIC 9(4).
    01  WS-NGT-FIRST-START PIC 9(11).
    01  WS-NGT-LAST-END    PIC 9(11).
    01  WS-NGT-WINDOW      PIC 9(9).
    01  WS-NIGHT-COUNT     PIC 9(5) VALUE ZERO.
    01  WS-TONIGHT-FLAGGED PIC 9(4) VALUE ZERO.

    *> The night's EMPEXTn partition steps, by partition number.
    01  WS-PART-MAX        PIC 9(1) VALUE 9.
    01  WS-PART-IDX        PIC 9(1) VALUE ZERO.
    01  WS-PART-SEEN       PIC 9(1) VALUE ZERO.
    01  WS-PART-SLOWEST    PIC 9(1) VALUE ZERO.
    01  WS-PART-TABLE.
        05  WS-PART-ENTRY OCCURS 9 TIMES.
            10  WS-PART-PRESENT    PIC X(1).
            10  WS-PART-ELAPSED    PIC 9(7).
            10  WS-PART-ROWS       PIC 9(9).
    01  WS-PART-SUM-ELAPSED PIC 9(9).
    01  WS-PART-AVG-ELAPSED PIC 9(7).
    01  WS-PART-SKEW-PCT   PIC 9(7).
    01  WS-PART-LINE.
        05  WS-PL-LABEL    PIC X(14).
        05  WS-PL-CELL     PIC X(11) OCCURS 9 TIMES.
        05  FILLER         PIC X(19).

    *> Timestamp and elapsed-time work fields.
    01  WS-TS-WORK         PIC X(26).
    01  WS-TS-DATE-NUM     PIC 9(8).
    01  WS-TS-HH           PIC 9(2).
    01  WS-TS-MM           PIC 9(2).
    01  WS-TS-SS           PIC 9(2).
    01  WS-TS-ABS-SECS     PIC 9(11).
    01  WS-TS-VALID-FLAG   PIC X(1).
        88  WS-TS-VALID                VALUE 'Y'.
    01  WS-FMT-SECS        PIC 9(9).
    01  WS-FMT-REMAIN      PIC 9(9).
    01  WS-FMT-HOURS       PIC 9(5).
    01  WS-FMT-HMS.
        05  WS-FMT-HH      PIC 9(2).
        05  FILLER         PIC X(1) VALUE ':'.
        05  WS-FMT-MM      PIC 9(2).
        05  FILLER         PIC X(1) VALUE ':'.
        05  WS-FMT-SS      PIC 9(2).
    01  WS-HMS-1           PIC X(8).
    01  WS-HMS-2           PIC X(8).
    01  WS-HMS-3           PIC X(8).

    *> Edited report fields.
    01  WS-ED-RC           PIC Z9.
    01  WS-ED-ROWS         PIC Z(8)9.
    01  WS-ED-AVG-ROWS     PIC Z(8)9.
    01  WS-ED-ROWS-MIN     PIC Z(8)9.
    01  WS-ED-MINUTES      PIC Z(3)9.
    01  WS-ED-PCT          PIC Z(5)9.
    01  WS-ED-COUNT        PIC Z(4)9.
    01  WS-ED-COUNT-2      PIC Z(4)9.
    01  WS-ED-COUNT-3      PIC Z(4)9.

    01  WS-HIST-READ-COUNT PIC 9(9) VALUE ZERO.
    01  WS-STEP-LINE-COUNT PIC 9(9) VALUE ZERO.

    01  WS-PROCDATE-STATUS PIC X(2).
    01  WS-PROC-DATE       PIC X(8).

    01  WS-RUNCTL-STATUS   PIC X(2).
    01  WS-RUN-PGM-NAME    PIC X(8) VALUE 'BWINRPT '.
    01  WS-RUNCTL-FOUND-FLAG PIC X(1) VALUE 'N'.
        88  WS-RUNCTL-FOUND            VALUE 'Y'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM OPEN-CONTROL-REPORT.

    PERFORM GET-PROCESSING-DATE.

    PERFORM READ-SLA-CONTROL-CARDS.

    PERFORM REGISTER-RUN-START.

    *> The window runs back WS-RPT-NIGHTS calendar days, tonight
    *> included; everything older only feeds the rolling averages.
    MOVE WS-PROC-DATE TO WS-PROC-NUM.
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-PROC-NUM)
        - WS-RPT-NIGHTS + 1.
    COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
    MOVE WS-FROM-NUM TO WS-FROM-DATE.

    OPEN INPUT RUN-HIST-FILE.
    IF WS-RUNHIST-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING RUN-HIST-FILE, STATUS=' WS-RUNHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT BWIN-RPT-FILE.
    IF WS-BWINRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR OPENING BWIN-RPT-FILE, STATUS=' WS-BWINRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-BWIN-RPT-HEADER.

    PERFORM READ-NEXT-HISTORY.
    PERFORM PROCESS-HISTORY-RECORD UNTIL WS-RUNHIST-EOF.
    IF WS-NIGHT-OPEN THEN
        PERFORM CLOSE-NIGHT
    END-IF.

    IF WS-NIGHT-COUNT = 0 THEN
        MOVE SPACES TO BWIN-RPT-RECORD
        STRING 'NO RUN HISTORY FROM ' WS-FROM-DATE ' TO ' WS-PROC-DATE
            DELIMITED BY SIZE INTO BWIN-RPT-RECORD
        END-STRING
        PERFORM WRITE-BWIN-LINE
    ELSE
        PERFORM WRITE-STEP-SUMMARY
    END-IF.

    CLOSE RUN-HIST-FILE.
    CLOSE BWIN-RPT-FILE.

    *> Only tonight's flags set the return code - older nights in the
    *> window were flagged on their own mornings.
    IF WS-TONIGHT-FLAGGED > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

    DISPLAY 'History records read: '  WS-HIST-READ-COUNT.
    DISPLAY 'Nights reported: '       WS-NIGHT-COUNT.
    DISPLAY 'Step lines reported: '   WS-STEP-LINE-COUNT.
    DISPLAY 'Steps flagged tonight: ' WS-TONIGHT-FLAGGED.

    PERFORM REGISTER-RUN-END.

    PERFORM CLOSE-CONTROL-REPORT.

    STOP RUN.

OPEN-CONTROL-REPORT.
    OPEN OUTPUT CONTROL-RPT-FILE.
    MOVE SPACES TO CONTROL-RPT-RECORD.
    STRING 'BatchWindowRpt RUN CONTROL REPORT'
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

READ-SLA-CONTROL-CARDS.
    *> Missing SYSIN just means no SLAs - every step is still
    *> trended, none is flagged for time.
    OPEN INPUT SYSIN-FILE.
    IF WS-SYSIN-STATUS = '00' THEN
        PERFORM READ-NEXT-SLA-CARD
        PERFORM TAKE-SLA-CARD UNTIL WS-SYSIN-EOF
        CLOSE SYSIN-FILE
    ELSE
        DISPLAY 'NO SYSIN CONTROL CARDS - NO STEP SLAS APPLIED'
    END-IF.
    DISPLAY 'REPORT NIGHTS ' WS-RPT-NIGHTS ' AVERAGE NIGHTS '
        WS-AVG-NIGHTS ' DEFAULT SWING PCT ' WS-DEFAULT-SWING
        ' STEP SLAS ' WS-SLA-USED.
    EXIT.

READ-NEXT-SLA-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
    END-READ.
    EXIT.

TAKE-SLA-CARD.
    EVALUATE TRUE
        WHEN SLA-PGM-NAME = SPACES
            CONTINUE
        WHEN SLA-OPTIONS-CARD
            PERFORM TAKE-OPTIONS-CARD
        WHEN SLA-MAX-MINUTES NOT NUMERIC
            DISPLAY 'INVALID SLA MINUTES FOR ' SLA-PGM-NAME
                ' - CARD IGNORED'
        WHEN WS-SLA-USED >= WS-SLA-MAX
            DISPLAY 'SLA TABLE FULL - CARD FOR ' SLA-PGM-NAME
                ' IGNORED'
        WHEN OTHER
            ADD 1 TO WS-SLA-USED
            MOVE SLA-PGM-NAME    TO WS-SLA-STEP(WS-SLA-USED)
            MOVE SLA-MAX-MINUTES TO WS-SLA-MINUTES(WS-SLA-USED)
            MOVE ZERO            TO WS-SLA-SWING(WS-SLA-USED)
            IF SLA-SWING-PCT NUMERIC THEN
                MOVE SLA-SWING-PCT TO WS-SLA-SWING(WS-SLA-USED)
            END-IF
    END-EVALUATE.
    PERFORM READ-NEXT-SLA-CARD.
    EXIT.

TAKE-OPTIONS-CARD.
    IF SLA-OPT-RPT-NIGHTS NUMERIC AND SLA-OPT-RPT-NIGHTS > 0 THEN
        MOVE SLA-OPT-RPT-NIGHTS TO WS-RPT-NIGHTS
    END-IF.
    IF SLA-OPT-AVG-NIGHTS NUMERIC AND SLA-OPT-AVG-NIGHTS > 0 THEN
        MOVE SLA-OPT-AVG-NIGHTS TO WS-AVG-NIGHTS
        IF WS-AVG-NIGHTS > WS-AVG-NIGHTS-MAX THEN
            MOVE WS-AVG-NIGHTS-MAX TO WS-AVG-NIGHTS
        END-IF
    END-IF.
    IF SLA-OPT-SWING-PCT NUMERIC AND SLA-OPT-SWING-PCT > 0 THEN
        MOVE SLA-OPT-SWING-PCT TO WS-DEFAULT-SWING
    END-IF.
    EXIT.

WRITE-BWIN-RPT-HEADER.
    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING 'BATCH WINDOW TREND - NIGHTS ' WS-FROM-DATE ' TO '
        WS-PROC-DATE ' - ROLLING AVERAGE OF ' WS-AVG-NIGHTS
        ' EARLIER NIGHTS - ROWS-IN SWING ' WS-DEFAULT-SWING
        ' PCT UNLESS CARDED'
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    EXIT.

WRITE-BWIN-LINE.
    WRITE BWIN-RPT-RECORD.
    IF WS-BWINRPT-STATUS NOT = '00' THEN
        DISPLAY 'ERROR WRITING BWIN-RPT-FILE, STATUS=' WS-BWINRPT-STATUS
    END-IF.
    EXIT.

READ-NEXT-HISTORY.
    READ RUN-HIST-FILE NEXT RECORD
        AT END
            SET WS-RUNHIST-EOF TO TRUE
    END-READ.
    EXIT.

PROCESS-HISTORY-RECORD.
    ADD 1 TO WS-HIST-READ-COUNT.

    IF RUN-HIST-PROC-DATE NOT = WS-PREV-NIGHT THEN
        IF WS-NIGHT-OPEN THEN
            PERFORM CLOSE-NIGHT
        END-IF
        MOVE RUN-HIST-PROC-DATE TO WS-PREV-NIGHT
        IF RUN-HIST-PROC-DATE >= WS-FROM-DATE
           AND RUN-HIST-PROC-DATE <= WS-PROC-DATE THEN
            PERFORM OPEN-NIGHT
        END-IF
    END-IF.

    PERFORM FIND-STEP-ENTRY.
    IF WS-STP-SLOT > 0 THEN
        MOVE RUN-HIST-ELAPSED-SECS TO WS-CUR-ELAPSED
        PERFORM COMPUTE-STEP-AVERAGES
        IF WS-NIGHT-OPEN THEN
            PERFORM REPORT-STEP-RUN
        END-IF
        PERFORM ADD-TO-STEP-RING
    END-IF.

    PERFORM READ-NEXT-HISTORY.
    EXIT.

OPEN-NIGHT.
    SET WS-NIGHT-OPEN TO TRUE.
    ADD 1 TO WS-NIGHT-COUNT.
    MOVE ZERO TO WS-NGT-STEPS.
    MOVE ZERO TO WS-NGT-ELAPSED.
    MOVE ZERO TO WS-NGT-FLAGGED.
    MOVE ZERO TO WS-NGT-FIRST-START.
    MOVE ZERO TO WS-NGT-LAST-END.
    MOVE ZERO TO WS-PART-SEEN.
    INITIALIZE WS-PART-TABLE.

    MOVE SPACES TO BWIN-RPT-RECORD.
    PERFORM WRITE-BWIN-LINE.
    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING 'NIGHT ' RUN-HIST-PROC-DATE
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING '  STEP     ST RC  ELAPSED  AVG ELAP    ROWS IN'
        '  AVG ROWS IN   ROWS/MIN  SLA MIN  FLAGS'
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    EXIT.

FIND-STEP-ENTRY.
    MOVE ZERO TO WS-STP-SLOT.
    PERFORM MATCH-STEP-ENTRY
        VARYING WS-STP-IDX FROM 1 BY 1
        UNTIL WS-STP-IDX > WS-STP-USED OR WS-STP-SLOT > 0.
    IF WS-STP-SLOT = 0 THEN
        IF WS-STP-USED < WS-STP-MAX THEN
            PERFORM ADD-STEP-ENTRY
        ELSE
            DISPLAY 'STEP TABLE FULL - ' RUN-HIST-PGM-NAME
                ' NOT TRENDED'
        END-IF
    END-IF.
    EXIT.

MATCH-STEP-ENTRY.
    IF WS-STP-NAME(WS-STP-IDX) = RUN-HIST-PGM-NAME THEN
        MOVE WS-STP-IDX TO WS-STP-SLOT
    END-IF.
    EXIT.

ADD-STEP-ENTRY.
    ADD 1 TO WS-STP-USED.
    MOVE WS-STP-USED TO WS-STP-SLOT.
    INITIALIZE WS-STP-ENTRY(WS-STP-SLOT).
    MOVE RUN-HIST-PGM-NAME TO WS-STP-NAME(WS-STP-SLOT).
    MOVE 1 TO WS-STP-RING-NEXT(WS-STP-SLOT).
    MOVE WS-DEFAULT-SWING TO WS-STP-SWING-PCT(WS-STP-SLOT).

    MOVE ZERO TO WS-SLA-SLOT.
    PERFORM MATCH-SLA-ENTRY
        VARYING WS-SLA-IDX FROM 1 BY 1
        UNTIL WS-SLA-IDX > WS-SLA-USED OR WS-SLA-SLOT > 0.
    IF WS-SLA-SLOT > 0 THEN
        MOVE WS-SLA-MINUTES(WS-SLA-SLOT) TO WS-STP-LIMIT-MIN(WS-STP-SLOT)
        IF WS-SLA-SWING(WS-SLA-SLOT) > 0 THEN
            MOVE WS-SLA-SWING(WS-SLA-SLOT)
                TO WS-STP-SWING-PCT(WS-STP-SLOT)
        END-IF
    END-IF.
    EXIT.

MATCH-SLA-ENTRY.
    IF WS-SLA-STEP(WS-SLA-IDX) = RUN-HIST-PGM-NAME THEN
        MOVE WS-SLA-IDX TO WS-SLA-SLOT
    END-IF.
    EXIT.

COMPUTE-STEP-AVERAGES.
    MOVE ZERO TO WS-RING-SUM-ELAPSED.
    MOVE ZERO TO WS-RING-SUM-ROWS.
    MOVE ZERO TO WS-AVG-ELAPSED.
    MOVE ZERO TO WS-AVG-ROWS.
    PERFORM SUM-RING-SLOT
        VARYING WS-RING-IDX FROM 1 BY 1
        UNTIL WS-RING-IDX > WS-STP-RING-USED(WS-STP-SLOT).
    IF WS-STP-RING-USED(WS-STP-SLOT) > 0 THEN
        COMPUTE WS-AVG-ELAPSED ROUNDED = WS-RING-SUM-ELAPSED
            / WS-STP-RING-USED(WS-STP-SLOT)
        COMPUTE WS-AVG-ROWS ROUNDED = WS-RING-SUM-ROWS
            / WS-STP-RING-USED(WS-STP-SLOT)
    END-IF.
    EXIT.

SUM-RING-SLOT.
    ADD WS-STP-RING-ELAPSED(WS-STP-SLOT, WS-RING-IDX)
        TO WS-RING-SUM-ELAPSED.
    ADD WS-STP-RING-ROWS(WS-STP-SLOT, WS-RING-IDX)
        TO WS-RING-SUM-ROWS.
    EXIT.

ADD-TO-STEP-RING.
    *> Oldest night out, this one in, once the ring is full.
    MOVE WS-STP-RING-NEXT(WS-STP-SLOT) TO WS-RING-IDX.
    MOVE WS-CUR-ELAPSED   TO WS-STP-RING-ELAPSED(WS-STP-SLOT, WS-RING-IDX).
    MOVE RUN-HIST-ROWS-IN TO WS-STP-RING-ROWS(WS-STP-SLOT, WS-RING-IDX).
    IF WS-STP-RING-USED(WS-STP-SLOT) < WS-AVG-NIGHTS THEN
        ADD 1 TO WS-STP-RING-USED(WS-STP-SLOT)
    END-IF.
    IF WS-STP-RING-NEXT(WS-STP-SLOT) >= WS-AVG-NIGHTS THEN
        MOVE 1 TO WS-STP-RING-NEXT(WS-STP-SLOT)
    ELSE
        ADD 1 TO WS-STP-RING-NEXT(WS-STP-SLOT)
    END-IF.
    EXIT.

REPORT-STEP-RUN.
    PERFORM JUDGE-STEP-RUN.

    *> Rows per minute on rows in; a step that finished inside a
    *> second is taken as one second.
    IF WS-CUR-ELAPSED > 0 THEN
        COMPUTE WS-CUR-ROWS-MIN = RUN-HIST-ROWS-IN * 60 / WS-CUR-ELAPSED
    ELSE
        COMPUTE WS-CUR-ROWS-MIN = RUN-HIST-ROWS-IN * 60
    END-IF.

    MOVE WS-CUR-ELAPSED TO WS-FMT-SECS.
    PERFORM FORMAT-ELAPSED.
    MOVE WS-FMT-HMS TO WS-HMS-1.
    IF WS-STP-RING-USED(WS-STP-SLOT) > 0 THEN
        MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-2
        MOVE WS-AVG-ROWS TO WS-ED-AVG-ROWS
    ELSE
        MOVE '   -    ' TO WS-HMS-2
        MOVE ZERO TO WS-ED-AVG-ROWS
    END-IF.
    MOVE RUN-HIST-RETURN-CODE TO WS-ED-RC.
    MOVE RUN-HIST-ROWS-IN TO WS-ED-ROWS.
    MOVE WS-CUR-ROWS-MIN TO WS-ED-ROWS-MIN.
    MOVE WS-STP-LIMIT-MIN(WS-STP-SLOT) TO WS-ED-MINUTES.

    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING '  ' RUN-HIST-PGM-NAME ' ' RUN-HIST-STATUS '  ' WS-ED-RC
        ' ' WS-HMS-1 ' ' WS-HMS-2 ' ' WS-ED-ROWS '    ' WS-ED-AVG-ROWS
        '  ' WS-ED-ROWS-MIN '     ' WS-ED-MINUTES '  ' WS-FLAG-TEXT
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    ADD 1 TO WS-STEP-LINE-COUNT.

    *> Night totals and the step's window totals.
    ADD 1 TO WS-NGT-STEPS.
    ADD WS-CUR-ELAPSED TO WS-NGT-ELAPSED.
    ADD 1 TO WS-STP-WIN-NIGHTS(WS-STP-SLOT).
    ADD WS-CUR-ELAPSED TO WS-STP-WIN-ELAPSED(WS-STP-SLOT).
    IF WS-CUR-ELAPSED > WS-STP-WIN-MAX(WS-STP-SLOT) THEN
        MOVE WS-CUR-ELAPSED TO WS-STP-WIN-MAX(WS-STP-SLOT)
    END-IF.
    IF WS-SLA-BREACH OR WS-ROWS-SWING THEN
        ADD 1 TO WS-NGT-FLAGGED
        IF RUN-HIST-PROC-DATE = WS-PROC-DATE THEN
            ADD 1 TO WS-TONIGHT-FLAGGED
        END-IF
    END-IF.

    MOVE RUN-HIST-START-TS TO WS-TS-WORK.
    PERFORM CONVERT-TIMESTAMP.
    IF WS-TS-VALID THEN
        IF WS-NGT-FIRST-START = 0
           OR WS-TS-ABS-SECS < WS-NGT-FIRST-START THEN
            MOVE WS-TS-ABS-SECS TO WS-NGT-FIRST-START
        END-IF
    END-IF.
    MOVE RUN-HIST-END-TS TO WS-TS-WORK.
    PERFORM CONVERT-TIMESTAMP.
    IF WS-TS-VALID THEN
        IF WS-TS-ABS-SECS > WS-NGT-LAST-END THEN
            MOVE WS-TS-ABS-SECS TO WS-NGT-LAST-END
        END-IF
    END-IF.

    PERFORM NOTE-PARTITION-STEP.
    EXIT.

JUDGE-STEP-RUN.
    MOVE 'N' TO WS-SLA-BREACH-FLAG.
    MOVE 'N' TO WS-ROWS-SWING-FLAG.
    MOVE SPACES TO WS-FLAG-TEXT.
    MOVE 1 TO WS-FLAG-PTR.

    IF WS-STP-LIMIT-MIN(WS-STP-SLOT) > 0
       AND WS-CUR-ELAPSED > WS-STP-LIMIT-MIN(WS-STP-SLOT) * 60 THEN
        SET WS-SLA-BREACH TO TRUE
        ADD 1 TO WS-STP-SLA-COUNT(WS-STP-SLOT)
        STRING 'SLA BREACH ' DELIMITED BY SIZE
            INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
        END-STRING
    END-IF.

    *> Rows in against the step's own rolling average - a swing
    *> either way is worth a look (a short input is as suspicious as
    *> a flood), once there are enough earlier nights to trust it.
    IF WS-STP-RING-USED(WS-STP-SLOT) >= WS-MIN-SWING-NIGHTS
       AND WS-AVG-ROWS > 0 THEN
        IF RUN-HIST-ROWS-IN >= WS-AVG-ROWS THEN
            COMPUTE WS-SWING-DIFF = RUN-HIST-ROWS-IN - WS-AVG-ROWS
            MOVE '+' TO WS-SWING-SIGN
        ELSE
            COMPUTE WS-SWING-DIFF = WS-AVG-ROWS - RUN-HIST-ROWS-IN
            MOVE '-' TO WS-SWING-SIGN
        END-IF
        COMPUTE WS-SWING-PCT-CALC = WS-SWING-DIFF * 100 / WS-AVG-ROWS
        IF WS-SWING-PCT-CALC > WS-STP-SWING-PCT(WS-STP-SLOT) THEN
            SET WS-ROWS-SWING TO TRUE
            ADD 1 TO WS-STP-SWING-COUNT(WS-STP-SLOT)
            MOVE WS-SWING-PCT-CALC TO WS-ED-PCT
            STRING 'ROWS ' WS-SWING-SIGN WS-ED-PCT '%'
                DELIMITED BY SIZE
                INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
            END-STRING
        END-IF
    END-IF.
    EXIT.

NOTE-PARTITION-STEP.
    *> EMPEXT1 through EMPEXT9 are the extract's partition steps.
    IF RUN-HIST-PGM-NAME(1:6) = 'EMPEXT'
       AND RUN-HIST-PGM-NAME(7:1) IS NUMERIC
       AND RUN-HIST-PGM-NAME(7:1) NOT = '0'
       AND RUN-HIST-PGM-NAME(8:1) = SPACE THEN
        MOVE RUN-HIST-PGM-NAME(7:1) TO WS-PART-IDX
        MOVE 'Y' TO WS-PART-PRESENT(WS-PART-IDX)
        MOVE WS-CUR-ELAPSED TO WS-PART-ELAPSED(WS-PART-IDX)
        MOVE RUN-HIST-ROWS-IN TO WS-PART-ROWS(WS-PART-IDX)
        ADD 1 TO WS-PART-SEEN
    END-IF.
    EXIT.

CLOSE-NIGHT.
    MOVE ZERO TO WS-NGT-WINDOW.
    IF WS-NGT-FIRST-START > 0
       AND WS-NGT-LAST-END > WS-NGT-FIRST-START THEN
        COMPUTE WS-NGT-WINDOW = WS-NGT-LAST-END - WS-NGT-FIRST-START
    END-IF.
    MOVE WS-NGT-ELAPSED TO WS-FMT-SECS.
    PERFORM FORMAT-ELAPSED.
    MOVE WS-FMT-HMS TO WS-HMS-1.
    MOVE WS-NGT-WINDOW TO WS-FMT-SECS.
    PERFORM FORMAT-ELAPSED.
    MOVE WS-FMT-HMS TO WS-HMS-2.
    MOVE WS-NGT-STEPS TO WS-ED-COUNT.
    MOVE WS-NGT-FLAGGED TO WS-ED-COUNT-2.

    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING '  NIGHT ' WS-PREV-NIGHT ' STEPS' WS-ED-COUNT
        '  STEP TIME ' WS-HMS-1
        '  WINDOW FIRST START TO LAST END ' WS-HMS-2
        '  FLAGGED' WS-ED-COUNT-2
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.

    IF WS-PART-SEEN > 0 THEN
        PERFORM WRITE-PARTITION-LINES
    END-IF.

    MOVE 'N' TO WS-NIGHT-OPEN-FLAG.
    EXIT.

WRITE-PARTITION-LINES.
    *> The partitions side by side: one column per EMPEXTn, then the
    *> slowest against the partitions' average - a skewed split shows
    *> as one column far out of line with the rest.
    MOVE SPACES TO WS-PART-LINE.
    MOVE '  PARTITIONS  ' TO WS-PL-LABEL.
    PERFORM FILL-PARTITION-NAME
        VARYING WS-PART-IDX FROM 1 BY 1 UNTIL WS-PART-IDX > WS-PART-MAX.
    MOVE WS-PART-LINE TO BWIN-RPT-RECORD.
    PERFORM WRITE-BWIN-LINE.

    MOVE SPACES TO WS-PART-LINE.
    MOVE '    ELAPSED   ' TO WS-PL-LABEL.
    MOVE ZERO TO WS-PART-SUM-ELAPSED.
    MOVE ZERO TO WS-PART-SLOWEST.
    PERFORM FILL-PARTITION-ELAPSED
        VARYING WS-PART-IDX FROM 1 BY 1 UNTIL WS-PART-IDX > WS-PART-MAX.
    MOVE WS-PART-LINE TO BWIN-RPT-RECORD.
    PERFORM WRITE-BWIN-LINE.

    MOVE SPACES TO WS-PART-LINE.
    MOVE '    ROWS IN   ' TO WS-PL-LABEL.
    PERFORM FILL-PARTITION-ROWS
        VARYING WS-PART-IDX FROM 1 BY 1 UNTIL WS-PART-IDX > WS-PART-MAX.
    MOVE WS-PART-LINE TO BWIN-RPT-RECORD.
    PERFORM WRITE-BWIN-LINE.

    IF WS-PART-SEEN > 1 AND WS-PART-SUM-ELAPSED > 0 THEN
        COMPUTE WS-PART-AVG-ELAPSED ROUNDED =
            WS-PART-SUM-ELAPSED / WS-PART-SEEN
        MOVE ZERO TO WS-PART-SKEW-PCT
        IF WS-PART-AVG-ELAPSED > 0 THEN
            COMPUTE WS-PART-SKEW-PCT =
                (WS-PART-ELAPSED(WS-PART-SLOWEST) - WS-PART-AVG-ELAPSED)
                * 100 / WS-PART-AVG-ELAPSED
        END-IF
        MOVE WS-PART-ELAPSED(WS-PART-SLOWEST) TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-1
        MOVE WS-PART-AVG-ELAPSED TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-2
        MOVE WS-PART-SKEW-PCT TO WS-ED-PCT
        MOVE SPACES TO BWIN-RPT-RECORD
        STRING '    SLOWEST EMPEXT' WS-PART-SLOWEST ' ' WS-HMS-1
            ' AGAINST PARTITION AVERAGE ' WS-HMS-2 ' +' WS-ED-PCT '%'
            DELIMITED BY SIZE INTO BWIN-RPT-RECORD
        END-STRING
        IF WS-PART-SKEW-PCT > WS-DEFAULT-SWING THEN
            MOVE 'PARTITION SKEW' TO BWIN-RPT-RECORD(90:14)
        END-IF
        PERFORM WRITE-BWIN-LINE
    END-IF.
    EXIT.

FILL-PARTITION-NAME.
    IF WS-PART-PRESENT(WS-PART-IDX) = 'Y' THEN
        STRING '  EMPEXT' WS-PART-IDX
            DELIMITED BY SIZE INTO WS-PL-CELL(WS-PART-IDX)
        END-STRING
    END-IF.
    EXIT.

FILL-PARTITION-ELAPSED.
    IF WS-PART-PRESENT(WS-PART-IDX) = 'Y' THEN
        MOVE WS-PART-ELAPSED(WS-PART-IDX) TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        STRING '  ' WS-FMT-HMS
            DELIMITED BY SIZE INTO WS-PL-CELL(WS-PART-IDX)
        END-STRING
        ADD WS-PART-ELAPSED(WS-PART-IDX) TO WS-PART-SUM-ELAPSED
        IF WS-PART-SLOWEST = 0 THEN
            MOVE WS-PART-IDX TO WS-PART-SLOWEST
        ELSE
            IF WS-PART-ELAPSED(WS-PART-IDX)
                    > WS-PART-ELAPSED(WS-PART-SLOWEST) THEN
                MOVE WS-PART-IDX TO WS-PART-SLOWEST
            END-IF
        END-IF
    END-IF.
    EXIT.

FILL-PARTITION-ROWS.
    IF WS-PART-PRESENT(WS-PART-IDX) = 'Y' THEN
        MOVE WS-PART-ROWS(WS-PART-IDX) TO WS-ED-ROWS
        STRING ' ' WS-ED-ROWS
            DELIMITED BY SIZE INTO WS-PL-CELL(WS-PART-IDX)
        END-STRING
    END-IF.
    EXIT.

WRITE-STEP-SUMMARY.
    MOVE SPACES TO BWIN-RPT-RECORD.
    PERFORM WRITE-BWIN-LINE.
    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING 'STEP SUMMARY ' WS-FROM-DATE ' TO ' WS-PROC-DATE
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    MOVE SPACES TO BWIN-RPT-RECORD.
    STRING '  STEP     NIGHTS  AVG ELAP  MAX ELAP  ROLL AVG  SLA MIN'
        '  BREACHES  SWINGS'
        DELIMITED BY SIZE INTO BWIN-RPT-RECORD
    END-STRING.
    PERFORM WRITE-BWIN-LINE.
    PERFORM WRITE-STEP-SUMMARY-LINE
        VARYING WS-STP-IDX FROM 1 BY 1 UNTIL WS-STP-IDX > WS-STP-USED.
    EXIT.

WRITE-STEP-SUMMARY-LINE.
    IF WS-STP-WIN-NIGHTS(WS-STP-IDX) > 0 THEN
        MOVE WS-STP-IDX TO WS-STP-SLOT
        COMPUTE WS-FMT-SECS ROUNDED = WS-STP-WIN-ELAPSED(WS-STP-IDX)
            / WS-STP-WIN-NIGHTS(WS-STP-IDX)
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-1
        MOVE WS-STP-WIN-MAX(WS-STP-IDX) TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-2
        *> The rolling average as it stands after tonight.
        PERFORM COMPUTE-STEP-AVERAGES
        MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
        PERFORM FORMAT-ELAPSED
        MOVE WS-FMT-HMS TO WS-HMS-3
        MOVE WS-STP-WIN-NIGHTS(WS-STP-IDX) TO WS-ED-COUNT
        MOVE WS-STP-LIMIT-MIN(WS-STP-IDX) TO WS-ED-MINUTES
        MOVE WS-STP-SLA-COUNT(WS-STP-IDX) TO WS-ED-COUNT-2
        MOVE WS-STP-SWING-COUNT(WS-STP-IDX) TO WS-ED-COUNT-3
        MOVE SPACES TO BWIN-RPT-RECORD
        STRING '  ' WS-STP-NAME(WS-STP-IDX) ' ' WS-ED-COUNT
            '  ' WS-HMS-1 '  ' WS-HMS-2 '  ' WS-HMS-3
            '     ' WS-ED-MINUTES '     ' WS-ED-COUNT-2
            '   ' WS-ED-COUNT-3
            DELIMITED BY SIZE INTO BWIN-RPT-RECORD
        END-STRING
        PERFORM WRITE-BWIN-LINE
    END-IF.
    EXIT.

FORMAT-ELAPSED.
    *> WS-FMT-SECS as HH:MM:SS.
    DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
        REMAINDER WS-FMT-REMAIN.
    MOVE WS-FMT-HOURS TO WS-FMT-HH.
    DIVIDE WS-FMT-REMAIN BY 60 GIVING WS-FMT-MM
        REMAINDER WS-FMT-SS.
    EXIT.

CONVERT-TIMESTAMP.
    *> WS-TS-WORK (a CURRENT-DATE image) to seconds since the
    *> INTEGER-OF-DATE epoch, so a window across midnight still
    *> comes out right.
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
        SET RUN-STAT-COMPLETE TO TRUE
        MOVE FUNCTION CURRENT-DATE TO RUN-CTL-END-TS
        MOVE WS-PROC-DATE TO RUN-CTL-PROC-DATE
        MOVE WS-HIST-READ-COUNT TO RUN-CTL-ROWS-IN
        MOVE WS-STEP-LINE-COUNT TO RUN-CTL-ROWS-OUT
        MOVE RETURN-CODE TO RUN-CTL-RETURN-CODE
        PERFORM WRITE-RUN-CTL-RECORD
        CLOSE RUN-CTL-FILE
    END-IF.
    EXIT.
