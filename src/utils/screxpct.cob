      *>                         OP(1) LINE(3) COL(3) TEXT...
      *>                     OP 'M' = TEXT MUST APPEAR THERE,
      *>                     OP 'N' = TEXT MUST NOT APPEAR THERE
      *>                     OP 'C' = THE PLAY MUST END CLEANLY --
      *>                     RETURN-CODE 0 AND NO FIELD OVERRUN IN
      *>                     THE DUMP (LINE, COLUMN IGNORED; TEXT
      *>                     IS A NOTE). SCRFUZZ WRITES THESE.
      *>
      *> EACH PLAYBACK RUNS WITH COBCURSES_COVERAGE SET, SO THE
      *> RUNTIME APPENDS WHAT THE TEST TOUCHED (SCREENS, STATES,
      *> FIELDS, PATHS, RULES, VALID CHECKS, MENU ITEMS) TO
      *> COVERAGE.LOG IN THE SUITE DIRECTORY, STARTED AFRESH EACH
      *> SUITE RUN. SCRCOVER REPORTS IT AGAINST THE CATALOG.
      *>
      *> PLAYBACK IS STRICT (COBCURSES_SESSION_STRICT=Y): A SCRIPT
      *> THAT RUNS OUT WITH THE SCREEN STILL UP ENDS THE PLAYER
      *> INSTEAD OF WAITING ON THE KEYBOARD. WITH
      *> COBCURSES_EXPECT_TIMEOUT=n EACH PLAYBACK IS ALSO CUT OFF
      *> AFTER n SECONDS.
      *>
      *> RETURN-CODE: 0 ALL TESTS PASSED, 8 ANY FAILURE OR A TEST
      *> THAT COULD NOT BE RUN.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FDUMP-FILE-STATUS.

            SELECT OPTIONAL COVLOG-FILE
                ASSIGN TO COVLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COVLOG-FILE-STATUS.

            SELECT OPTIONAL REPORT-FILE
                ASSIGN TO REPORT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
        FD  FDUMP-FILE.
        01  FDUMP-RECORD                    PIC X(132).

        FD  COVLOG-FILE.
        01  COVLOG-RECORD.
            COPY COVLOG.

        FD  REPORT-FILE.
        01  REPORT-RECORD                   PIC X(160).

            10  SNAP-FILE-NAME                  PIC X(512).
            10  FDUMP-FILE-NAME                 PIC X(512).
            10  REPORT-FILE-NAME                PIC X(512).
            10  COVLOG-FILE-NAME                PIC X(512).
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".

        01  WS-SNAP-FILE-STATUS                 PIC XX.
        01  WS-FDUMP-FILE-STATUS                PIC XX.
        01  WS-REPORT-FILE-STATUS               PIC XX.
        01  WS-COVLOG-FILE-STATUS               PIC XX.
        01  WS-SCRFDEF-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  INNER-EOF                       VALUE 'Y'.

        01  WS-PLAYER-CMD                       PIC X(64).
        01  WS-TIMEOUT-PREFIX                   PIC X(32) VALUE SPACES.
        01  WS-PLAY-TIMEOUT                     PIC 9(4) VALUE 0.
        01  WS-TIMEOUT-EDIT                     PIC Z(3)9.
        01  WS-RC-EDIT                          PIC -(8)9.
        01  WS-OVERRUN-FLAG                     PIC X VALUE 'N'.
            88  DUMP-SHOWS-OVERRUN              VALUE 'Y'.
        01  WS-RENDER-CMD                       PIC X(64).
        01  WS-SHELL-CMD                        PIC X(1200).
        01  WS-SHELL-RC                         PIC S9(9) COMP-5.
            STRING WS-EXPECT-DIR DELIMITED BY SPACE,
                "/EXPECT.RPT" DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            STRING WS-EXPECT-DIR DELIMITED BY SPACE,
                "/COVERAGE.LOG" DELIMITED BY SIZE
                INTO COVLOG-FILE-NAME.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
            ELSE
                MOVE "scrsnap" TO WS-RENDER-CMD
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_EXPECT_TIMEOUT".
            IF WS-ENV-VAR NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:8)) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:8))
                    TO WS-PLAY-TIMEOUT
            END-IF.
            IF WS-PLAY-TIMEOUT > 0 THEN
                MOVE WS-PLAY-TIMEOUT TO WS-TIMEOUT-EDIT
                STRING "timeout -k 2 " DELIMITED BY SIZE,
                    FUNCTION TRIM(WS-TIMEOUT-EDIT) DELIMITED BY SIZE
                    INTO WS-TIMEOUT-PREFIX
            END-IF.

            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.

            OPEN OUTPUT COVLOG-FILE.
            IF WS-COVLOG-FILE-STATUS = "00" THEN
                CLOSE COVLOG-FILE
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-RECORD.
            STRING "SCREXPCT SUITE RUN " DELIMITED BY SIZE,

        3100-PLAY-KEYS.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "COBCURSES_COVERAGE=" DELIMITED BY SIZE,
                COVLOG-FILE-NAME DELIMITED BY SPACE,
                " COBCURSES_COVERAGE_TEST=" DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SPACE,
                " COBCURSES_SESSION_STRICT=Y" DELIMITED BY SIZE,
                " COBCURSES_SESSION_PLAYBACK=" DELIMITED BY SIZE,
                WS-EXPECT-DIR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SPACE,
                ".KEY " DELIMITED BY SIZE,
                WS-TIMEOUT-PREFIX DELIMITED BY "  ",
                " " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-PLAYER-CMD) DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SPACE,
            STRING FUNCTION TRIM(WS-SCREEN-NAME) DELIMITED BY SIZE,
                ".OUT" DELIMITED BY SIZE
                INTO FDUMP-FILE-NAME.
            MOVE 'N' TO WS-OVERRUN-FLAG.
            MOVE 'N' TO INNER-EOF-FLAG.
            OPEN INPUT FDUMP-FILE.
            IF WS-FDUMP-FILE-STATUS NOT = "00" THEN
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF FDUMP-RECORD(1:6) = "FIELD " THEN
                            IF FDUMP-RECORD(11:9) = " OVERRUN " THEN
                                SET DUMP-SHOWS-OVERRUN TO TRUE
                            END-IF
                            PERFORM 3350-OVERLAY-ONE
                        END-IF
                END-READ
                        IF ASS-OP = 'M' OR ASS-OP = 'N' THEN
                            PERFORM 4100-APPLY-ONE
                        END-IF
                        IF ASS-OP = 'C' THEN
                            PERFORM 4200-APPLY-CLEAN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ASSERT-FILE.
            END-IF.
            EXIT.

      *>
      *>     'C': THE PLAYER MUST HAVE ENDED WITH RETURN-CODE 0 AND
      *>     ITS DUMP MUST SHOW NO FIELD OVERRUN.
      *>
        4200-APPLY-CLEAN.
            ADD 1 TO WS-ASSERT-COUNT.
            IF WS-SHELL-RC = 0 AND NOT DUMP-SHOWS-OVERRUN THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ASSERT-FAILED.
            PERFORM 7100-REPORT-TEST-HEADER.
            MOVE WS-SHELL-RC TO WS-RC-EDIT.
            MOVE SPACES TO REPORT-RECORD.
            IF WS-SHELL-RC NOT = 0 THEN
                STRING "  FAILED: C PLAYER RETURN-CODE "
                    DELIMITED BY SIZE,
                    FUNCTION TRIM(WS-RC-EDIT) DELIMITED BY SIZE,
                    " [" DELIMITED BY SIZE,
                    ASS-TEXT DELIMITED BY "  ",
                    "]" DELIMITED BY SIZE
                    INTO REPORT-RECORD
            ELSE
                STRING "  FAILED: C FIELD OVERRUN IN THE DUMP ["
                    DELIMITED BY SIZE,
                    ASS-TEXT DELIMITED BY "  ",
                    "]" DELIMITED BY SIZE
                    INTO REPORT-RECORD
            END-IF.
            WRITE REPORT-RECORD.
            EXIT.

        7100-REPORT-TEST-HEADER.
            MOVE SPACES TO REPORT-RECORD.
            STRING "TEST " DELIMITED BY SIZE,
