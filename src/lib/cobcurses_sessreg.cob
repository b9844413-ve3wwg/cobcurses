        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SESSION-REGISTRY.
      *>
      *>     LIVE SESSION REGISTRY (SESSREG.X, SEE SESSREG.cbl). ONE
      *>     ENTRY PER SIGNED-ON SESSION -- OPERATOR, TERMINAL,
      *>     APPLICATION, SIGN-ON TIME AND LAST ACTIVITY -- SO THAT
      *>     ONE OPERATOR ID CANNOT BE SIGNED ON AT SEVERAL TERMINALS
      *>     AT ONCE, AND AN APPLICATION LICENSED FOR A FIXED NUMBER
      *>     OF USERS (APR-MAX-SESSIONS IN APPREG.X) IS NOT ENTERED
      *>     BY MORE.
      *>
      *>     THE TERMINAL IS COBCURSES_TERMINAL WHEN SET, ELSE THE
      *>     SSH_TTY OF A REMOTE LOGIN, ELSE "CONSOLE".
      *>
      *>     A SECOND SIGN-ON BY THE SAME OPERATOR FROM ANOTHER
      *>     TERMINAL FOLLOWS COBCURSES_SESSION_POLICY:
      *>         REFUSE      (THE DEFAULT) THE NEW SIGN-ON IS REFUSED
      *>         TAKEOVER    THE NEW SIGN-ON IS LET IN AND THE OLD
      *>                     SESSION IS MARKED TAKEN OVER; IT ENDS AT
      *>                     ITS NEXT KEYSTROKE
      *>
      *>     AN ENTRY NOT TOUCHED FOR THE STALE LIMIT BELONGS TO A
      *>     SESSION THAT DIED WITHOUT SIGNING OFF AND IS PURGED AT
      *>     THE NEXT SIGN-ON. THE LIMIT IS COBCURSES_SESSION_STALE
      *>     MINUTES, ELSE THE IDLE-LOCK THRESHOLD
      *>     (COBCURSES_IDLE_TIMEOUT), ELSE 480. A SESSION THAT
      *>     RESUMES AFTER ITS ENTRY WAS PURGED IS RE-ENTERED, UNLESS
      *>     THE OPERATOR HAS SIGNED ON ELSEWHERE IN THE MEANTIME.
      *>
      *>     ONLY A RUN THAT REGISTERED AT SIGN-ON IS TRACKED: FOR
      *>     ANY OTHER RUN 'T', 'A' AND 'O' DO NOTHING. A REGISTRY
      *>     THAT CANNOT BE OPENED NEVER STOPS WORK.
      *>
      *> OPERATIONS (LS-OP):
      *>     'R'  REGISTER THE SESSION AT SIGN-ON. NC-RET-FAILED WHEN
      *>          THE OPERATOR IS ALREADY SIGNED ON ELSEWHERE AND THE
      *>          POLICY IS REFUSE (LOGGED AS SIGNON-CONCURRENT).
      *>     'T'  TOUCH: RECORD ACTIVITY (AT MOST ONCE A MINUTE).
      *>          NC-RET-FAILED WHEN THE SESSION WAS TAKEN OVER.
      *>     'A'  ENTERING A SCREEN OF APPLICATION LS-APPLICATION.
      *>          NC-RET-FAILED WHEN THE APPLICATION'S SESSION CAP
      *>          IS ALREADY REACHED.
      *>     'O'  SIGN-OFF: REMOVE THE ENTRY AND RECORD THE SIGNOFF
      *>          SESSION ACCOUNTING EVENT.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SESSREG-FILE
                ASSIGN TO WS-SESSREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SRG-KEY
                FILE STATUS IS WS-SESSREG-FILE-STATUS.

            SELECT OPTIONAL APPREG-FILE
                ASSIGN TO WS-APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS APR-CODE
                FILE STATUS IS WS-APPREG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SESSREG-FILE.
        01  SESSREG-RECORD.
            COPY SESSREG.

        FD  APPREG-FILE.
        01  APPREG-RECORD.
            COPY APPREG.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SESSREG-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SESSREG.X".
        01  WS-SESSREG-FILE-STATUS          PIC XX.
        01  WS-APPREG-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/APPREG.X".
        01  WS-APPREG-FILE-STATUS           PIC XX.

        01  WS-RESOLVED-FLAG                PIC X VALUE 'N'.
            88  REGISTRY-RESOLVED           VALUE 'Y'.
        01  WS-REGISTERED-FLAG              PIC X VALUE 'N'.
            88  SESSION-REGISTERED          VALUE 'Y'.
        01  WS-POLICY                       PIC X(8) VALUE "REFUSE".
            88  POLICY-TAKEOVER             VALUE "TAKEOVER".
        01  WS-STALE-MINUTES                PIC 9(6) VALUE 480.
        01  WS-ENV-VAR                      PIC X(64).

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-TERMINAL                     PIC X(32).
        01  WS-HELD-APPLICATION             PIC X(8) VALUE SPACES.
        01  WS-SIGNON-TIME                  PIC X(14).
        01  WS-LAST-TOUCH-MINUTES           PIC 9(12) VALUE 0.

        01  WS-NOW                          PIC X(21).
        01  WS-NOW-MINUTES                  PIC 9(12).
        01  WS-STAMP                        PIC X(14).
        01  WS-STAMP-MINUTES                PIC 9(12).
        01  WS-DAY-NO                       PIC 9(9).

        01  WS-EOF-FLAG                     PIC X.
            88  WS-END-OF-REGISTRY          VALUE 'Y'.
        01  WS-OTHER-COUNT                  PIC 9(4).
        01  WS-OTHER-TERMINAL               PIC X(32).
        01  WS-APP-COUNT                    PIC 9(4).
        01  WS-APP-LIMIT                    PIC 9(4).
        01  WS-COUNT-EDIT                   PIC ZZZ9.

        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).
        01  WS-NO-SCREEN                    PIC X(16) VALUE SPACES.

        LINKAGE SECTION.

        01  LS-OP                           PIC X.
        01  LS-OPERATOR-ID                  PIC X(20).
        01  LS-APPLICATION                  PIC X(8).

        PROCEDURE DIVISION USING
            LS-OP, LS-OPERATOR-ID, LS-APPLICATION.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT REGISTRY-RESOLVED THEN
                PERFORM 200-RESOLVE
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.

            EVALUATE LS-OP
                WHEN 'R'
                    MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
                    PERFORM 300-REGISTER
                WHEN 'T'
                    IF SESSION-REGISTERED THEN
                        PERFORM 400-TOUCH
                    END-IF
                WHEN 'A'
                    IF SESSION-REGISTERED
                    AND LS-APPLICATION NOT = SPACES
                    AND LS-APPLICATION NOT = WS-HELD-APPLICATION
                    THEN
                        PERFORM 500-ENTER-APPLICATION
                    END-IF
                WHEN 'O'
                    IF SESSION-REGISTERED THEN
                        PERFORM 600-SIGNOFF
                    END-IF
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-RESOLVE.
      *>
      *>     ONCE PER RUN: WHERE IS THE REGISTRY, WHICH TERMINAL IS
      *>     THIS, WHAT IS THE POLICY AND THE STALE LIMIT?
      *>
            SET REGISTRY-RESOLVED TO TRUE.
            MOVE LENGTH OF WS-SESSREG-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-SESSREG-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE LENGTH OF WS-APPREG-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-APPREG-FILE-NAME, WS-FILE-NAME-LENGTH.

            MOVE SPACES TO WS-TERMINAL.
            ACCEPT WS-TERMINAL FROM ENVIRONMENT "COBCURSES_TERMINAL".
            IF WS-TERMINAL = SPACES THEN
                ACCEPT WS-TERMINAL FROM ENVIRONMENT "SSH_TTY"
            END-IF.
            IF WS-TERMINAL = SPACES THEN
                MOVE "CONSOLE" TO WS-TERMINAL
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_SESSION_POLICY".
            IF FUNCTION UPPER-CASE(WS-ENV-VAR(1:8)) = "TAKEOVER"
            THEN
                MOVE "TAKEOVER" TO WS-POLICY
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_SESSION_STALE".
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_IDLE_TIMEOUT"
            END-IF.
            IF WS-ENV-VAR NOT = SPACES THEN
                IF FUNCTION NUMVAL(WS-ENV-VAR(1:8)) > 0 THEN
                    MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:8))
                        TO WS-STALE-MINUTES
                END-IF
            END-IF.
            EXIT.

        300-REGISTER.
      *>
      *>     ONE PASS OVER THE REGISTRY: PURGE STALE ENTRIES, AND
      *>     FIND (OR, UNDER TAKEOVER, MARK) THIS OPERATOR'S LIVE
      *>     SESSIONS AT OTHER TERMINALS.
      *>
            PERFORM 900-NOW.
            MOVE WS-NOW(1:14) TO WS-SIGNON-TIME.
            MOVE 0 TO WS-OTHER-COUNT.
            MOVE SPACES TO WS-OTHER-TERMINAL.
            OPEN I-O SESSREG-FILE.
            IF WS-SESSREG-FILE-STATUS NOT = "00"
            AND WS-SESSREG-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO SRG-KEY.
            START SESSREG-FILE KEY IS >= SRG-KEY
                INVALID KEY
                    SET WS-END-OF-REGISTRY TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-REGISTRY
                READ SESSREG-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-REGISTRY TO TRUE
                    NOT AT END
                        PERFORM 310-SCREEN-ENTRY
                END-READ
            END-PERFORM.

            IF WS-OTHER-COUNT > 0 AND NOT POLICY-TAKEOVER THEN
                CLOSE SESSREG-FILE
                DISPLAY "SIGN-ON REFUSED: "
                    FUNCTION TRIM(WS-OPERATOR-ID)
                    " IS ALREADY SIGNED ON AT "
                    FUNCTION TRIM(WS-OTHER-TERMINAL) "."
                MOVE "SIGNON-CONCURRENT" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "REFUSED -- ACTIVE AT " DELIMITED BY SIZE
                    WS-OTHER-TERMINAL DELIMITED BY SPACE
                    INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    WS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-OPERATOR-ID TO SRG-OPERATOR.
            MOVE WS-TERMINAL TO SRG-TERMINAL.
            READ SESSREG-FILE
                INVALID KEY
                    PERFORM 320-FILL-ENTRY
                    WRITE SESSREG-RECORD
                NOT INVALID KEY
                    PERFORM 320-FILL-ENTRY
                    REWRITE SESSREG-RECORD
            END-READ.
            CLOSE SESSREG-FILE.
            SET SESSION-REGISTERED TO TRUE.
            MOVE SPACES TO WS-HELD-APPLICATION.
            MOVE 0 TO WS-LAST-TOUCH-MINUTES.

            IF WS-OTHER-COUNT > 0 THEN
                MOVE WS-OTHER-COUNT TO WS-COUNT-EDIT
                DISPLAY "*** YOUR SESSION AT "
                    FUNCTION TRIM(WS-OTHER-TERMINAL)
                    " HAS BEEN TAKEN OVER BY THIS SIGN-ON."
                MOVE "SIGNON-TAKEOVER" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "TOOK OVER " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                    " SESSION(S), LAST AT " DELIMITED BY SIZE
                    WS-OTHER-TERMINAL DELIMITED BY SPACE
                    INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    WS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        310-SCREEN-ENTRY.
            MOVE SRG-LAST-ACTIVITY TO WS-STAMP.
            PERFORM 910-STAMP-MINUTES.
            IF WS-NOW-MINUTES - WS-STAMP-MINUTES
                >= WS-STALE-MINUTES THEN
                DELETE SESSREG-FILE RECORD
                EXIT PARAGRAPH
            END-IF.
            IF SRG-OPERATOR NOT = WS-OPERATOR-ID
            OR SRG-TERMINAL = WS-TERMINAL
            OR NOT SRG-ACTIVE THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OTHER-COUNT.
            MOVE SRG-TERMINAL TO WS-OTHER-TERMINAL.
            IF POLICY-TAKEOVER THEN
                SET SRG-TAKEN-OVER TO TRUE
                MOVE WS-TERMINAL TO SRG-TAKEN-BY
                REWRITE SESSREG-RECORD
            END-IF.
            EXIT.

        320-FILL-ENTRY.
            MOVE SPACES TO SESSREG-RECORD.
            MOVE WS-OPERATOR-ID TO SRG-OPERATOR.
            MOVE WS-TERMINAL TO SRG-TERMINAL.
            MOVE WS-HELD-APPLICATION TO SRG-APPLICATION.
            MOVE WS-SIGNON-TIME TO SRG-SIGNON-TIME.
            MOVE WS-NOW(1:14) TO SRG-LAST-ACTIVITY.
            SET SRG-ACTIVE TO TRUE.
            EXIT.

        400-TOUCH.
      *>
      *>     CALLED BY THE RUNTIME ON EVERY KEYSTROKE; THE REGISTRY
      *>     IS ONLY VISITED WHEN THE MINUTE HAS CHANGED.
      *>
            PERFORM 900-NOW.
            IF WS-NOW-MINUTES = WS-LAST-TOUCH-MINUTES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-NOW-MINUTES TO WS-LAST-TOUCH-MINUTES.

            OPEN I-O SESSREG-FILE.
            IF WS-SESSREG-FILE-STATUS NOT = "00"
            AND WS-SESSREG-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-OPERATOR-ID TO SRG-OPERATOR.
            MOVE WS-TERMINAL TO SRG-TERMINAL.
            READ SESSREG-FILE
                INVALID KEY
                    PERFORM 410-REENTER
                NOT INVALID KEY
                    IF SRG-TAKEN-OVER THEN
                        DELETE SESSREG-FILE RECORD
                        MOVE 'N' TO WS-REGISTERED-FLAG
                        MOVE NC-RET-FAILED TO RETURN-CODE
                    ELSE
                        MOVE WS-NOW(1:14) TO SRG-LAST-ACTIVITY
                        REWRITE SESSREG-RECORD
                    END-IF
            END-READ.
            CLOSE SESSREG-FILE.
            IF RETURN-CODE = NC-RET-FAILED THEN
                MOVE "SIGNON-TAKENOVER" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "SESSION ENDED AT " DELIMITED BY SIZE
                    WS-TERMINAL DELIMITED BY SPACE
                    INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    WS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                CALL "COBCURSES-SESSION-ACCT" USING
                    WS-OPERATOR-ID, "SIGNOFF ", WS-NO-SCREEN
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        410-REENTER.
      *>
      *>     THE ENTRY WAS PURGED AS STALE WHILE THE TERMINAL SAT
      *>     IDLE. PUT IT BACK -- UNLESS THE OPERATOR IS NOW LIVE
      *>     AT ANOTHER TERMINAL, IN WHICH CASE THIS SESSION HAS
      *>     BEEN SUPERSEDED AND MUST END.
      *>
            MOVE 0 TO WS-OTHER-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-OPERATOR-ID TO SRG-OPERATOR.
            MOVE LOW-VALUES TO SRG-TERMINAL.
            START SESSREG-FILE KEY IS >= SRG-KEY
                INVALID KEY
                    SET WS-END-OF-REGISTRY TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-REGISTRY
                READ SESSREG-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-REGISTRY TO TRUE
                    NOT AT END
                        IF SRG-OPERATOR NOT = WS-OPERATOR-ID THEN
                            SET WS-END-OF-REGISTRY TO TRUE
                        ELSE
                            IF SRG-ACTIVE THEN
                                ADD 1 TO WS-OTHER-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OTHER-COUNT > 0 THEN
                MOVE 'N' TO WS-REGISTERED-FLAG
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 320-FILL-ENTRY.
            WRITE SESSREG-RECORD.
            EXIT.

        500-ENTER-APPLICATION.
      *>
      *>     THE CAP COMES FROM THE APPLICATION REGISTRY; ZERO (OR
      *>     NO APPREG.X, OR AN UNREGISTERED CODE) MEANS NO CAP.
      *>
            MOVE 0 TO WS-APP-LIMIT.
            OPEN INPUT APPREG-FILE.
            IF WS-APPREG-FILE-STATUS = "00" THEN
                MOVE LS-APPLICATION TO APR-CODE
                READ APPREG-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF APR-MAX-SESSIONS IS NUMERIC THEN
                            MOVE APR-MAX-SESSIONS TO WS-APP-LIMIT
                        END-IF
                END-READ
                CLOSE APPREG-FILE
            ELSE
                IF WS-APPREG-FILE-STATUS = "05" THEN
                    CLOSE APPREG-FILE
                END-IF
            END-IF.

            PERFORM 900-NOW.
            OPEN I-O SESSREG-FILE.
            IF WS-SESSREG-FILE-STATUS NOT = "00"
            AND WS-SESSREG-FILE-STATUS NOT = "05" THEN
                MOVE LS-APPLICATION TO WS-HELD-APPLICATION
                EXIT PARAGRAPH
            END-IF.

            IF WS-APP-LIMIT > 0 THEN
                PERFORM 510-COUNT-APPLICATION
                IF WS-APP-COUNT >= WS-APP-LIMIT THEN
                    CLOSE SESSREG-FILE
                    MOVE NC-RET-FAILED TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            MOVE LS-APPLICATION TO WS-HELD-APPLICATION.
            MOVE WS-OPERATOR-ID TO SRG-OPERATOR.
            MOVE WS-TERMINAL TO SRG-TERMINAL.
            READ SESSREG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-HELD-APPLICATION TO SRG-APPLICATION
                    MOVE WS-NOW(1:14) TO SRG-LAST-ACTIVITY
                    REWRITE SESSREG-RECORD
            END-READ.
            CLOSE SESSREG-FILE.
            EXIT.

        510-COUNT-APPLICATION.
      *>
      *>     LIVE, NON-STALE SESSIONS AT OTHER TERMINALS ALREADY IN
      *>     THE APPLICATION.
      *>
            MOVE 0 TO WS-APP-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO SRG-KEY.
            START SESSREG-FILE KEY IS >= SRG-KEY
                INVALID KEY
                    SET WS-END-OF-REGISTRY TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-REGISTRY
                READ SESSREG-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-REGISTRY TO TRUE
                    NOT AT END
                        IF SRG-APPLICATION = LS-APPLICATION
                        AND SRG-ACTIVE
                        AND (SRG-OPERATOR NOT = WS-OPERATOR-ID
                          OR SRG-TERMINAL NOT = WS-TERMINAL) THEN
                            MOVE SRG-LAST-ACTIVITY TO WS-STAMP
                            PERFORM 910-STAMP-MINUTES
                            IF WS-NOW-MINUTES - WS-STAMP-MINUTES
                                < WS-STALE-MINUTES THEN
                                ADD 1 TO WS-APP-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        600-SIGNOFF.
            OPEN I-O SESSREG-FILE.
            IF WS-SESSREG-FILE-STATUS = "00" THEN
                MOVE WS-OPERATOR-ID TO SRG-OPERATOR
                MOVE WS-TERMINAL TO SRG-TERMINAL
                READ SESSREG-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DELETE SESSREG-FILE RECORD
                END-READ
                CLOSE SESSREG-FILE
            ELSE
                IF WS-SESSREG-FILE-STATUS = "05" THEN
                    CLOSE SESSREG-FILE
                END-IF
            END-IF.
            MOVE 'N' TO WS-REGISTERED-FLAG.
            CALL "COBCURSES-SESSION-ACCT" USING
                WS-OPERATOR-ID, "SIGNOFF ", WS-NO-SCREEN.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        900-NOW.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:14) TO WS-STAMP.
            PERFORM 910-STAMP-MINUTES.
            MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
            EXIT.

        910-STAMP-MINUTES.
      *>
      *>     YYYYMMDDHHMMSS TO MINUTES SINCE THE INTEGER-OF-DATE
      *>     EPOCH, AS NC-IDLE-CHECK DOES. A DAMAGED STAMP COUNTS AS
      *>     LONG AGO, SO ITS ENTRY IS TREATED AS STALE.
      *>
            IF WS-STAMP(1:12) IS NOT NUMERIC
            OR WS-STAMP(1:8) < "16010101" THEN
                MOVE 0 TO WS-STAMP-MINUTES
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-STAMP(1:8))) TO WS-DAY-NO.
            COMPUTE WS-STAMP-MINUTES =
                (WS-DAY-NO * 1440)
                + FUNCTION NUMVAL(WS-STAMP(9:2)) * 60
                + FUNCTION NUMVAL(WS-STAMP(11:2)).
            EXIT.

        END PROGRAM COBCURSES-SESSION-REGISTRY.
