    01  WS-DPTQDRN-SKIPPED PIC 9(9) VALUE ZERO.
    01  WS-DPTQDRN-TOTAL   PIC 9(9) VALUE ZERO.

    01  WS-GLDIST-SEEN-FLAG PIC X(1) VALUE 'N'.
        88  WS-GLDIST-SEEN             VALUE 'Y'.
    01  WS-GLDIST-IN       PIC 9(9) VALUE ZERO.
    01  WS-GLDIST-OUT      PIC 9(9) VALUE ZERO.
    01  WS-GLDIST-SKIPPED  PIC 9(9) VALUE ZERO.
    01  WS-GLDIST-TOTAL    PIC 9(9) VALUE ZERO.

    01  WS-FAIL-FLAG       PIC X(1) VALUE 'N'.
        88  WS-BALANCE-FAILED          VALUE 'Y'.

            MOVE CTL-TOT-ROWS-IN   TO WS-DPTQDRN-IN
            MOVE CTL-TOT-ROWS-OUT  TO WS-DPTQDRN-OUT
            MOVE CTL-TOT-ROWS-SKIP TO WS-DPTQDRN-SKIPPED
        WHEN 'GLDIST  '
            SET WS-GLDIST-SEEN TO TRUE
            MOVE CTL-TOT-ROWS-IN   TO WS-GLDIST-IN
            MOVE CTL-TOT-ROWS-OUT  TO WS-GLDIST-OUT
            MOVE CTL-TOT-ROWS-SKIP TO WS-GLDIST-SKIPPED
        WHEN OTHER
            PERFORM REPORT-UNKNOWN-STEP
    END-EVALUATE.
    IF WS-DPTQDRN-SEEN THEN
        PERFORM PROVE-QUEUE-TO-MERGED
    END-IF.
    *> The cost-center feed must account for every extract row -
    *> either charged to a cost center on the GL file or listed as
    *> an exception - so the GL headcount can never quietly drift
    *> from the employee population.
    IF WS-EXTRACT-SEEN AND WS-GLDIST-SEEN THEN
        PERFORM PROVE-EXTRACT-TO-GL
    END-IF.
    EXIT.

FAIL-MISSING-EXTRACT.
    DISPLAY BAL-RPT-RECORD.
    EXIT.

PROVE-EXTRACT-TO-GL.
    COMPUTE WS-GLDIST-TOTAL = WS-GLDIST-OUT + WS-GLDIST-SKIPPED.
    MOVE SPACES TO BAL-RPT-RECORD.
    IF WS-EXTRACT-ROWS = WS-GLDIST-TOTAL THEN
        STRING
            'PASS - EXTRACT ' WS-EXTRACT-ROWS
            ' = GL DISTRIBUTED ' WS-GLDIST-OUT
            ' + EXCEPTIONS ' WS-GLDIST-SKIPPED
            DELIMITED BY SIZE INTO BAL-RPT-RECORD
        END-STRING
    ELSE
        SET WS-BALANCE-FAILED TO TRUE
        STRING
            'FAIL - EXTRACT ' WS-EXTRACT-ROWS
            ' NOT = GL DISTRIBUTED ' WS-GLDIST-OUT
            ' + EXCEPTIONS ' WS-GLDIST-SKIPPED
            DELIMITED BY SIZE INTO BAL-RPT-RECORD
        END-STRING
    END-IF.
    WRITE BAL-RPT-RECORD.
    PERFORM CHECK-BALRPT-WRITE-STATUS.
    DISPLAY BAL-RPT-RECORD.
    EXIT.

WRITE-BAL-RPT-VERDICT.
    IF WS-BALANCE-FAILED THEN
        MOVE 'FAIL' TO WS-VERDICT
