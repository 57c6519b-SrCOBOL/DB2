
    01  WS-RESP            PIC S9(8) COMP.

    *> Who is signed on, and what their SECPROF profile allows, as in
    *> EMPINQ - plus the department list that limits the browse.
    01  WS-USERID          PIC X(8).
    01  WS-SECPROF-FILE    PIC X(8) VALUE 'SECPROF'.
    01  WS-AUTH-FLAG       PIC X(1) VALUE 'N'.
        88  WS-AUTHORIZED              VALUE 'Y'.
    01  WS-REFUSE-MSG      PIC X(40).
    01  WS-SEC-IDX         PIC 9(2) VALUE ZERO.
    01  WS-DEPT-LISTED-FLAG PIC X(1) VALUE 'N'.
        88  WS-DEPT-LISTED             VALUE 'Y'.

    *> Every page rendered, and every refused browse, goes to the
    *> access-log queue EMPINQ writes to.
    01  WS-LOG-TDQ-NAME    PIC X(4) VALUE 'ACCL'.
    01  WS-LOG-TDQ-LENGTH  PIC S9(4) COMP VALUE 80.
    01  WS-ABSTIME         PIC S9(15) COMP-3.

    *> Pseudo-conversational paging state carried across entries in
    *> the COMMAREA: which department the screen is on and which page
    *> it last rendered, so F and B mean something on re-entry.

    COPY EMPMSTR.

    COPY SECPROF.

    COPY ACCSLOG.

LINKAGE SECTION.
    01  DFHCOMMAREA        PIC X(23).

    END-EXEC.

    PERFORM DECIDE-BROWSE-PAGE.
    PERFORM CHECK-USER-AUTHORITY.
    IF WS-AUTHORIZED THEN
        PERFORM BUILD-BROWSE-PAGE
    ELSE
        PERFORM REFUSE-BROWSE
    END-IF.

    EXEC CICS SEND
        MAP(WS-MAPNAME) MAPSET(WS-MAPSET) FROM(DEPTBRWO) ERASE
        MOVE 'ENTER DEPARTMENT - F=FORWARD B=BACK' TO MSGO
    ELSE
        PERFORM BROWSE-DEPARTMENT
        MOVE 'A'     TO ACCL-RESULT
        MOVE WS-DEPT TO ACCL-DEPT
        MOVE WS-PAGE TO ACCL-PAGE
        PERFORM WRITE-ACCESS-LOG
    END-IF.

    MOVE WS-DEPT TO CA-DEPT.
        END-STRING
    END-IF.
    EXIT.

CHECK-USER-AUTHORITY.
    *> The role must include browse, and a keyed department must be
    *> one of the profile's listed departments. A blank department
    *> only redisplays the prompt, so it needs the role alone.
    PERFORM READ-SECURITY-PROFILE.
    IF WS-AUTHORIZED THEN
        IF NOT SEC-CAN-BROWSE THEN
            MOVE 'N'    TO WS-AUTH-FLAG
            MOVE 'ROLE' TO ACCL-REASON
            MOVE 'NOT AUTHORIZED FOR DEPARTMENT BROWSE' TO WS-REFUSE-MSG
        ELSE
            IF WS-DEPT NOT = SPACES THEN
                MOVE 'N' TO WS-DEPT-LISTED-FLAG
                PERFORM MATCH-BROWSE-DEPT
                    VARYING WS-SEC-IDX FROM 1 BY 1
                    UNTIL WS-SEC-IDX > 10 OR WS-DEPT-LISTED
                IF NOT WS-DEPT-LISTED THEN
                    MOVE 'N'    TO WS-AUTH-FLAG
                    MOVE 'DEPT' TO ACCL-REASON
                    MOVE 'NOT AUTHORIZED TO BROWSE THIS DEPT'
                        TO WS-REFUSE-MSG
                END-IF
            END-IF
        END-IF
    END-IF.
    EXIT.

MATCH-BROWSE-DEPT.
    IF SEC-PROF-BROWSE-DEPT(WS-SEC-IDX) = WS-DEPT THEN
        SET WS-DEPT-LISTED TO TRUE
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

REFUSE-BROWSE.
    *> Nothing of the department is shown, and the COMMAREA is
    *> cleared so F or B cannot page on from the refused code.
    MOVE SPACES        TO DEPTBRWO.
    MOVE WS-DEPT       TO DEPTO.
    MOVE WS-REFUSE-MSG TO MSGO.
    MOVE SPACES        TO CA-DEPT.
    MOVE ZERO          TO CA-PAGE.

    MOVE 'R'     TO ACCL-RESULT.
    MOVE WS-DEPT TO ACCL-DEPT.
    MOVE WS-PAGE TO ACCL-PAGE.
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
