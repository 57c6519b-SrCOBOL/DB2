    *> the screen needs no rekeying into the batch.
    01  WS-TDQ-NAME        PIC X(4) VALUE 'DPTQ'.
    01  WS-TDQ-LENGTH      PIC S9(4) COMP VALUE 35.
    01  WS-QUEUED-FLAG     PIC X(1) VALUE 'N'.
        88  WS-REQUEST-QUEUED          VALUE 'Y'.

    *> Who is signed on, and what their SECPROF profile allows, as in
    *> EMPINQ - only the transfer-entry role may queue a request.
    01  WS-USERID          PIC X(8).
    01  WS-SECPROF-FILE    PIC X(8) VALUE 'SECPROF'.
    01  WS-RESP            PIC S9(8) COMP.
    01  WS-AUTH-FLAG       PIC X(1) VALUE 'N'.
        88  WS-AUTHORIZED              VALUE 'Y'.
    01  WS-REFUSE-MSG      PIC X(40).

    *> Every entry - accepted, failed its edits, or refused - goes to
    *> the access-log queue EMPINQ writes to.
    01  WS-LOG-TDQ-NAME    PIC X(4) VALUE 'ACCL'.
    01  WS-LOG-TDQ-LENGTH  PIC S9(4) COMP VALUE 80.
    01  WS-ABSTIME         PIC S9(15) COMP-3.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed into MSGO - STRING copies a COMP sending field's raw

    COPY DEPTTRAN.

    COPY SECPROF.

    COPY ACCSLOG.

PROCEDURE DIVISION.

MAIN-LOGIC.
        MAP(WS-MAPNAME) MAPSET(WS-MAPSET) INTO(DEPTENTI)
    END-EXEC.

    PERFORM CHECK-USER-AUTHORITY.
    IF WS-AUTHORIZED THEN
        PERFORM VALIDATE-AND-QUEUE
        PERFORM LOG-TRANSFER-ENTRY
    ELSE
        PERFORM REFUSE-TRANSFER-ENTRY
    END-IF.

    EXEC CICS SEND
        MAP(WS-MAPNAME) MAPSET(WS-MAPSET) FROM(DEPTENTO) ERASE

VALIDATE-AND-QUEUE.
    MOVE SPACES TO DEPTENTO.
    MOVE 'N'    TO WS-QUEUED-FLAG.
    MOVE NDEPTI TO NDEPTO.
    MOVE EFFDTI TO EFFDTO.

        LENGTH(WS-TDQ-LENGTH)
    END-EXEC.

    SET WS-REQUEST-QUEUED TO TRUE.
    MOVE 'TRANSFER REQUEST ACCEPTED' TO MSGO.
    EXIT.

        DELIMITED BY SIZE INTO MSGO
    END-STRING.
    EXIT.

CHECK-USER-AUTHORITY.
    PERFORM READ-SECURITY-PROFILE.
    IF WS-AUTHORIZED AND NOT SEC-CAN-ENTER THEN
        MOVE 'N'    TO WS-AUTH-FLAG
        MOVE 'ROLE' TO ACCL-REASON
        MOVE 'NOT AUTHORIZED FOR TRANSFER ENTRY' TO WS-REFUSE-MSG
    END-IF.
    EXIT.

READ-SECURITY-PROFILE.
    *> No profile, or a profile not flagged active, refuses the
    *> transaction outright - an unreadable SECPROF fails closed too.
    MOVE SPACES TO ACCESS-LOG-RECORD.
    MOVE ZERO   TO ACCL-EMP-ID.
    MOVE ZERO   TO ACCL-PAGE.
    MOVE SPACES TO WS-REFUSE-MSG.
    MOVE 'N'    TO WS-AUTH-FLAG.

    EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

    EXEC CICS READ
        FILE(WS-SECPROF-FILE) INTO(SEC-PROFILE-RECORD)
        RIDFLD(WS-USERID) RESP(WS-RESP)
    END-EXEC.

    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 'NPRF' TO ACCL-REASON
            MOVE 'NOT AUTHORIZED - NO SECURITY PROFILE' TO WS-REFUSE-MSG
        WHEN NOT SEC-PROF-ACTIVE
            MOVE 'SUSP' TO ACCL-REASON
            MOVE 'NOT AUTHORIZED - PROFILE SUSPENDED'   TO WS-REFUSE-MSG
        WHEN OTHER
            MOVE 'Y'    TO WS-AUTH-FLAG
    END-EVALUATE.
    EXIT.

LOG-TRANSFER-ENTRY.
    *> Accepted requests log A; one bounced by the entry edits logs E
    *> with the EMP_ID and department as keyed, so an operator trying
    *> ids until one is accepted shows up in the log as well.
    IF WS-REQUEST-QUEUED THEN
        MOVE 'A'    TO ACCL-RESULT
    ELSE
        MOVE 'E'    TO ACCL-RESULT
        MOVE 'EDIT' TO ACCL-REASON
    END-IF.
    IF EMPIDI NUMERIC THEN
        MOVE EMPIDI TO ACCL-EMP-ID
    END-IF.
    MOVE NDEPTI TO ACCL-DEPT.
    PERFORM WRITE-ACCESS-LOG.
    EXIT.

REFUSE-TRANSFER-ENTRY.
    *> Nothing is edited or queued - the keyed fields are echoed back
    *> with the refusal so the operator can see what was not sent.
    MOVE SPACES        TO DEPTENTO.
    MOVE NDEPTI        TO NDEPTO.
    MOVE EFFDTI        TO EFFDTO.
    MOVE WS-REFUSE-MSG TO MSGO.

    MOVE 'R'    TO ACCL-RESULT.
    IF EMPIDI NUMERIC THEN
        MOVE EMPIDI TO ACCL-EMP-ID
        MOVE EMPIDI TO EMPIDO
    END-IF.
    MOVE NDEPTI TO ACCL-DEPT.
    PERFORM WRITE-ACCESS-LOG.
    EXIT.

WRITE-ACCESS-LOG.
    *> Written before the screen goes back: if the log cannot be
    *> written the task abends on the WRITEQ and nothing is shown
    *> that the audit would not know about.
    EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME) YYYYMMDD(ACCL-DATE) TIME(ACCL-TIME)
    END-EXEC.

    MOVE WS-USERID  TO ACCL-USERID.
    MOVE EIBTRMID   TO ACCL-TERMID.
    MOVE WS-TRANSID TO ACCL-TRANSID.

    EXEC CICS WRITEQ TD
        QUEUE(WS-LOG-TDQ-NAME) FROM(ACCESS-LOG-RECORD)
        LENGTH(WS-LOG-TDQ-LENGTH)
    END-EXEC.
    EXIT.
