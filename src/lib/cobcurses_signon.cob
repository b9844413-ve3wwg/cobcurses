      *>     WRONG PASSWORDS AND LOCKOUTS ARE COUNTED AND LOGGED BY
      *>     COBCURSES-PASSWORD-VERIFY.
      *>
      *>     TRAINING SIGN-ON: A SIGN-ON WITH COBCURSES_TRAINING=Y, OR
      *>     BY AN OPERATOR HOLDING THE TRAINEE ROLE, PUTS THE SESSION
      *>     INTO TRAINING MODE (COBCURSES-TRAINING-ENTER) AGAINST THE
      *>     TRAINING COPY OF THE CATALOG AND DATA. A TRAINEE IS NEVER
      *>     LET ONTO PRODUCTION: WHEN THE TRAINING COPY IS MISSING
      *>     THE SIGN-ON IS REFUSED.
      *>
      *> OUTPUTS:
      *>     LS-OPERATOR-ID          THE SIGNED-ON OPERATOR
      *> RETURN-CODE:
      *>     NC-RET-OK               SIGNED ON
      *>     NC-RET-NOTFOUND         OPERATOR NOT REGISTERED (LOGGED)
      *>     NC-RET-FAILED           PASSWORD REFUSED OR LOCKED OUT,
      *>                             OR ALREADY SIGNED ON ELSEWHERE,
      *>                             OR A ROLE'S ACCESS WINDOW THAT
      *>                             GOVERNS SIGN-ON IS CLOSED
      *>                             (LOGGED)
      *>
        ENVIRONMENT DIVISION.

        01  WS-FOUND-FLAG                   PIC X.
            88  OPERATOR-REGISTERED         VALUE 'Y'.
        01  WS-TRAINEE-FLAG                 PIC X VALUE 'N'.
            88  OPERATOR-IS-TRAINEE         VALUE 'Y'.
        01  WS-TRAINEE-ROLE                 PIC X(16)
            VALUE "TRAINEE".

        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).
        01  WS-STTY-ON                     PIC X(12)
            VALUE "stty echo".
        01  WS-NO-SCREEN                   PIC X(16) VALUE SPACES.
        01  WS-NO-APPLICATION              PIC X(8) VALUE SPACES.
        01  WS-WINDOW-ROLE                 PIC X(16).
        01  WS-WINDOW-TEXT                 PIC X(60).
        01  WS-BULLETIN-TEXT               PIC X(70).
        01  WS-SYSSTATE-CODE               PIC X.
        01  WS-PENDING-3270                PIC X(16).
            MOVE SPACES TO LS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", LS-OPERATOR-ID.

      *>
      *>     A TRAINING SIGN-ON (COBCURSES_TRAINING=Y) NEEDS ITS
      *>     TRAINING COPY.
      *>
            CALL "COBCURSES-TRAINING-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                PERFORM 600-CONFIRM-TRAINING
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    GOBACK
                END-IF
            END-IF.

      *>
      *>     NO NEW SIGN-ONS WHILE THE SYSTEM IS QUIESCING FOR (OR
      *>     IN) THE BATCH WINDOW (SEE SYSSTATE.cbl).
            END-IF.

            PERFORM 200-FIND-OPERATOR.
            IF OPERATOR-REGISTERED THEN
                PERFORM 210-CHECK-TRAINEE
            END-IF.
            CLOSE USERROLE-FILE.

            IF NOT OPERATOR-REGISTERED THEN
                GOBACK
            END-IF.
            PERFORM 300-PASSWORD-PHASE.
      *>
      *>     A TRAINEE ALWAYS WORKS ON THE TRAINING COPY.
      *>
            IF RETURN-CODE = NC-RET-OK
            AND OPERATOR-IS-TRAINEE THEN
                CALL "COBCURSES-TRAINING-ACTIVE"
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    CALL "COBCURSES-TRAINING-ENTER"
                END-IF
                PERFORM 600-CONFIRM-TRAINING
            END-IF.
      *>
      *>     A ROLE WHOSE ACCESS WINDOW GOVERNS SIGN-ON (SEE ACCWIN.cbl)
      *>     KEEPS ITS HOLDERS OUT ALTOGETHER WHILE IT IS CLOSED.
      *>
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-ACCESS-WINDOW" USING
                    "S", LS-OPERATOR-ID, WS-WINDOW-ROLE,
                    WS-NO-APPLICATION, WS-NO-APPLICATION,
                    WS-WINDOW-TEXT
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "SIGN-ON REFUSED: ROLE "
                        FUNCTION TRIM(WS-WINDOW-ROLE)
                        " IS OUTSIDE ITS ACCESS WINDOW ("
                        FUNCTION TRIM(WS-WINDOW-TEXT) ")."
                    MOVE NC-RET-FAILED TO RETURN-CODE
                END-IF
            END-IF.
      *>
      *>     ENTER THE SESSION IN THE LIVE REGISTRY (SEE SESSREG.cbl):
      *>     A SECOND SIGN-ON ELSEWHERE IS REFUSED OR TAKES THE OLD
      *>     SESSION OVER, AS COBCURSES_SESSION_POLICY SAYS.
      *>
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-SESSION-REGISTRY" USING
                    "R", LS-OPERATOR-ID, WS-NO-APPLICATION
            END-IF.
            IF RETURN-CODE = NC-RET-OK THEN
      *>
      *>         SESSION ACCOUNTING: RECORD THE SESSION START.
            END-IF.
            GOBACK.

        600-CONFIRM-TRAINING.
      *>
      *>     THE RUN IS IN TRAINING MODE: GO AHEAD ONLY WHEN THE
      *>     TRAINING COPY WAS FOUND (COBCURSES-TRAINING-ENTER GIVES
      *>     BACK THE SAME ANSWER EVERY TIME IT IS ASKED).
      *>
            CALL "COBCURSES-TRAINING-ENTER".
            IF RETURN-CODE = NC-RET-OK THEN
                DISPLAY "*** TRAINING MODE -- YOU ARE WORKING ON THE "
                    "TRAINING COPY. NOTHING YOU DO REACHES "
                    "PRODUCTION."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "SIGN-ON REFUSED: THE TRAINING DATA SET IS NOT "
                "AVAILABLE."
            MOVE "SIGNON-TRAINING" TO WS-LOG-EVENT.
            MOVE "REFUSED -- NO TRAINING DATA SET" TO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                LS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE NC-RET-FAILED TO RETURN-CODE.
            EXIT.

        500-OFFER-3270-RESTORE.
      *>
      *>     AN INTERRUPTED 3270 SESSION (SEE
            END-START.
            EXIT.

        210-CHECK-TRAINEE.
            MOVE 'N' TO WS-TRAINEE-FLAG.
            MOVE LS-OPERATOR-ID TO USR-OPERATOR.
            MOVE WS-TRAINEE-ROLE TO USR-ROLE.
            READ USERROLE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET OPERATOR-IS-TRAINEE TO TRUE
            END-READ.
            EXIT.

        END PROGRAM COBCURSES-SIGNON.

        IDENTIFICATION DIVISION.
      *>
      *>     APPEND ONE SIGN-ON SECURITY EVENT (FAILED SIGN-ON, DENIED
      *>     OR GRANTED PRIVILEGED SELECTION) TO SIGNON.LOG IN THE
      *>     DATA DIRECTORY, STAMPED AND OPERATOR-TAGGED, AND
      *>     CHAINED TO THE EVENT BEFORE IT (SEE AUDCHAIN.cbl).
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  SGN-OPERATOR                PIC X(20).
            05  SGN-EVENT                   PIC X(20).
            05  SGN-DETAIL                  PIC X(40).
            05  SGN-CHAIN-SEQ               PIC 9(9).
            05  SGN-CHAIN-DIGEST            PIC X(16).

        WORKING-STORAGE SECTION.

            MOVE LS-OPERATOR-ID TO SGN-OPERATOR.
            MOVE LS-EVENT TO SGN-EVENT.
            MOVE LS-DETAIL TO SGN-DETAIL.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SIGNON  ", SIGNON-RECORD.
            WRITE SIGNON-RECORD.
            CLOSE SIGNON-FILE.
            MOVE ZERO TO RETURN-CODE.
