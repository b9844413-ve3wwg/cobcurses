      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE)              SHOW THE CURRENT STATE AND WHO IS
      *>                         STILL SIGNED ON (FROM THE LIVE
      *>                         SESSION REGISTRY, SESSREG.X)
      *>     QUIESCE [REASON]    REFUSE NEW SIGN-ONS; A
      *>                         MUST-ACKNOWLEDGE BROADCAST WARNS
      *>                         THE ACTIVE SESSIONS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SYSSTATE-FILE-STATUS.

            SELECT SESSREG-FILE
                ASSIGN TO SESSREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SRG-KEY
                FILE STATUS IS WS-SESSREG-FILE-STATUS.

            SELECT OPTIONAL MSGBOARD-FILE
                ASSIGN TO MSGBOARD-FILE-NAME
        01  SYSSTATE-RECORD.
            COPY SYSSTATE.

        FD  SESSREG-FILE.
        01  SESSREG-RECORD.
            COPY SESSREG.

        FD  MSGBOARD-FILE.
        01  MSGBOARD-RECORD.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SYSSTATE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SYSSTATE.DAT".
            10  SESSREG-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SESSREG.X".
            10  MSGBOARD-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MSGBOARD.X".

        01  WS-SYSSTATE-FILE-STATUS             PIC XX.
        01  WS-SESSREG-FILE-STATUS              PIC XX.
        01  WS-MSGBOARD-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
        01  WS-STATE-WORD                       PIC X(10).
        01  WS-NEXT-ID                          PIC 9(6).

        01  WS-ACTIVE-SHOWN                     PIC 999 VALUE 0.
        01  WS-SESSION-NOTE                     PIC X(12).

        PROCEDURE DIVISION.

            MOVE LENGTH OF SYSSTATE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SYSSTATE-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SESSREG-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SESSREG-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF MSGBOARD-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING MSGBOARD-FILE-NAME, FILE-NAME-LENGTH.

        2500-SHOW-SIGNED-ON.
      *>
      *>     EVERY SESSION IN THE LIVE SESSION REGISTRY (SEE
      *>     SESSREG.cbl): SIGNED ON AND NOT YET SIGNED OFF. A
      *>     SESSION THAT DIED WITHOUT SIGNING OFF STAYS LISTED,
      *>     WITH ITS LAST ACTIVITY, UNTIL THE NEXT SIGN-ON PURGES
      *>     IT AS STALE.
      *>
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SESSREG-FILE.
            IF WS-SESSREG-FILE-STATUS NOT = "00" THEN
                DISPLAY " "
                DISPLAY "NO SESSION REGISTRY -- NOBODY HAS SIGNED ON "
                    "SINCE IT WAS INTRODUCED."
                EXIT PARAGRAPH
            END-IF.

            DISPLAY " ".
            DISPLAY "OPERATORS STILL SIGNED ON:".
            DISPLAY "  OPERATOR             TERMINAL",
                "                         APPL     SIGNED ON",
                "      LAST ACTIVE".
            PERFORM UNTIL END-OF-FILE
                READ SESSREG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 2600-SHOW-SESSION
                END-READ
            END-PERFORM.
            CLOSE SESSREG-FILE.
            IF WS-ACTIVE-SHOWN = 0 THEN
                DISPLAY "  (NONE)"
            END-IF.
            EXIT.

        2600-SHOW-SESSION.
            IF SRG-TAKEN-OVER THEN
                MOVE "TAKEN OVER" TO WS-SESSION-NOTE
            ELSE
                MOVE SPACES TO WS-SESSION-NOTE
            END-IF.
            DISPLAY "  ", SRG-OPERATOR, " ", SRG-TERMINAL, " ",
                SRG-APPLICATION, " ", SRG-SIGNON-TIME, " ",
                SRG-LAST-ACTIVITY, " ", WS-SESSION-NOTE.
            ADD 1 TO WS-ACTIVE-SHOWN.
            EXIT.

        3000-CHANGE-STATE.
