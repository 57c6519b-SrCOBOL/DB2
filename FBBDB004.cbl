    01  WS-MAPNAME         PIC X(8) VALUE 'EMPINQM'.
    01  WS-TRANSID         PIC X(4) VALUE 'EMPI'.

    *> Who is signed on, and what their SECPROF profile allows - read
    *> on every entry, so a role change or a withdrawn profile takes
    *> effect on the user's next ENTER.
    01  WS-USERID          PIC X(8).
    01  WS-SECPROF-FILE    PIC X(8) VALUE 'SECPROF'.
    01  WS-RESP            PIC S9(8) COMP.
    01  WS-AUTH-FLAG       PIC X(1) VALUE 'N'.
        88  WS-AUTHORIZED              VALUE 'Y'.
    01  WS-REFUSE-MSG      PIC X(40).

    *> Every lookup, allowed or refused, goes to this extrapartition
    *> transient-data queue in ACCESS-LOG-RECORD format for the
    *> nightly AccessLogRpt.
    01  WS-LOG-TDQ-NAME    PIC X(4) VALUE 'ACCL'.
    01  WS-LOG-TDQ-LENGTH  PIC S9(4) COMP VALUE 80.
    01  WS-ABSTIME         PIC S9(15) COMP-3.

    *> Numeric-edited work field SQLCODE is MOVEd into before it is
    *> STRINGed into MSGO - STRING copies a COMP sending field's raw
    *> binary bytes rather than re-editing it to digits the way

    COPY EMPINQM.

    COPY SECPROF.

    COPY ACCSLOG.

PROCEDURE DIVISION.

MAIN-LOGIC.
        MAP(WS-MAPNAME) MAPSET(WS-MAPSET) INTO(EMPINQI)
    END-EXEC.

    PERFORM CHECK-USER-AUTHORITY.
    IF WS-AUTHORIZED THEN
        PERFORM VALIDATE-AND-LOOKUP
    ELSE
        PERFORM REFUSE-INQUIRY
    END-IF.

    EXEC CICS SEND
        MAP(WS-MAPNAME) MAPSET(WS-MAPSET) FROM(EMPINQO) ERASE
        MOVE EMPIDI                           TO WS-EMP-ID
        MOVE EMPIDI                           TO EMPIDO
        PERFORM LOOKUP-EMPLOYEE
        *> Logged whether or not the row was found - the audit is of
        *> who asked about whom, not of what came back.
        MOVE 'A'                              TO ACCL-RESULT
        MOVE WS-EMP-ID                        TO ACCL-EMP-ID
        PERFORM WRITE-ACCESS-LOG
    END-IF.
    EXIT.

            END-STRING
    END-EVALUATE.
    EXIT.

CHECK-USER-AUTHORITY.
    *> Every role on file includes inquiry; the role test still runs
    *> so a profile carrying an unknown role code is refused rather
    *> than waved through.
    PERFORM READ-SECURITY-PROFILE.
    IF WS-AUTHORIZED AND NOT SEC-CAN-INQUIRE THEN
        MOVE 'N'    TO WS-AUTH-FLAG
        MOVE 'ROLE' TO ACCL-REASON
        MOVE 'NOT AUTHORIZED FOR EMPLOYEE INQUIRY' TO WS-REFUSE-MSG
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

REFUSE-INQUIRY.
    MOVE SPACES        TO EMPINQO.
    MOVE WS-REFUSE-MSG TO MSGO.
    MOVE 'R'           TO ACCL-RESULT.
    IF EMPIDI NUMERIC THEN
        MOVE EMPIDI    TO ACCL-EMP-ID
        MOVE EMPIDI    TO EMPIDO
    END-IF.
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
