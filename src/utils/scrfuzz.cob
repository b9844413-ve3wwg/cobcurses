        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRFUZZ.
      *>
      *> SCRFUZZ IS THE KEYSTROKE FUZZ DRIVER. IT FEEDS THE
      *> INTERPRETIVE PLAYER (SCRPLAY) SEEDED RANDOM AND EDGE-CASE
      *> KEYSTROKE STREAMS -- PRINTABLE RUNS, LONG PASTED STRINGS,
      *> CONTROL CHARACTERS, NAVIGATION AND PF KEYS, OTHER CURSES
      *> KEY CODES, RESIZE EVENTS, UTF-8 MULTIBYTE SEQUENCES (WHOLE,
      *> TRUNCATED AND STRAY) AND NUMERIC EDGE VALUES -- THROUGH
      *> COBCURSES_SESSION_PLAYBACK, ONE PLAYER RUN PER STREAM, FOR
      *> ONE SCREEN OR EVERY SCREEN OF AN APPLICATION, UNTIL A
      *> KEYSTROKE OR A TIME BUDGET IS SPENT.
      *>
      *> USAGE:  scrfuzz SCREEN name [SEED [KEYS [SECONDS]]]
      *>         scrfuzz APPL code   [SEED [KEYS [SECONDS]]]
      *>
      *>     SEED     RANDOM SEED (DEFAULT TAKEN FROM THE CLOCK AND
      *>              PRINTED, SO ANY RUN CAN BE REPEATED)
      *>     KEYS     KEYSTROKE BUDGET ACROSS ALL RUNS (DEFAULT 5000)
      *>     SECONDS  TIME BUDGET (DEFAULT 300)
      *>
      *> APPL FUZZES THE SCREENS WHOSE SCN-APPLICATION IS code, IN
      *> TURN, SKIPPING RETIRED ONES.
      *>
      *> EVERY STREAM ENDS WITH A TAIL OF ESCAPES AND IS PLAYED WITH
      *> COBCURSES_SESSION_STRICT=Y UNDER timeout(1). A RUN FAILS AS:
      *>
      *>     ABEND     THE PLAYER ENDED THROUGH COBCURSES-ABEND (16)
      *>     HANG      THE PLAYER WAS STILL RUNNING AT THE TIMEOUT
      *>     DEAD END  THE KEYS RAN OUT WITH THE SCREEN STILL UP --
      *>               NOT EVEN THE ESCAPE TAIL GOT THE OPERATOR OUT
      *>     CRASH     ANY OTHER NONZERO END (RUNTIME CHECKS, SIGNALS)
      *>     OVERRUN   THE PLAYER'S DUMP SHOWS A FIELD WRITTEN PAST
      *>               ITS SCR-FDEF-BUFFER-LENGTH
      *>
      *> A FAILING STREAM IS CUT DOWN, CHUNK BY CHUNK, TO THE
      *> SMALLEST STREAM THAT STILL FAILS THE SAME WAY, AND SAVED
      *> IN THE FUZZ DIRECTORY AS A SCREXPCT TEST: <TEST>.KEY (THE
      *> KEYS) AND <TEST>.EXP (A 'C' CLEAN-RUN ASSERTION), WITH THE
      *> EXPECT.CNF LINE TO ADD PRINTED AND WRITTEN TO FUZZ.RPT.
      *> TEST NAMES ARE FZ<SEED>-<NNNN>.
      *>
      *> THE PLAYER FILES WHAT IT IS GIVEN, SO RUN THIS AGAINST A
      *> SCRUBBED CLONE (DATACLON), NOT THE PRODUCTION DATA.
      *>
      *> ENVIRONMENT:
      *>     COBCURSES_FUZZ_DIR      OUTPUT DIRECTORY (DEFAULT
      *>                             ${COBCURSES_DATADIR}/FUZZ)
      *>     COBCURSES_FUZZ_PLAYER   PLAYER COMMAND (DEFAULT scrplay)
      *>     COBCURSES_FUZZ_TIMEOUT  SECONDS PER PLAYER RUN (DEFAULT
      *>                             10)
      *>     COBCURSES_FUZZ_SHRINK   MOST PLAYER RUNS SPENT CUTTING
      *>                             DOWN ONE FAILURE (DEFAULT 200)
      *>
      *> RETURN-CODE: 0 NO FAILURES, 1 FAILURES SAVED, 8 BAD
      *> ARGUMENTS, NO SUCH SCREEN OR APPLICATION, OR NO USABLE
      *> FUZZ DIRECTORY.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT KEY-FILE
                ASSIGN TO KEY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KEY-FILE-STATUS.

            SELECT EXP-FILE
                ASSIGN TO EXP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXP-FILE-STATUS.

            SELECT RC-FILE
                ASSIGN TO RC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RC-FILE-STATUS.

            SELECT FDUMP-FILE
                ASSIGN TO FDUMP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FDUMP-FILE-STATUS.

            SELECT REPORT-FILE
                ASSIGN TO REPORT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

      *>
      *> KEYSTROKE SCRIPT RECORD (COBCURSES-SESSION-REC FORMAT).
      *>
        FD  KEY-FILE.
        01  KEY-RECORD.
            05  KEY-FLAG                    PIC X.
            05  FILLER                      PIC X.
            05  KEY-CODE                    PIC 9(4).
            05  FILLER                      PIC X.
            05  KEY-CHAR-ORD                PIC 9(3).
            05  FILLER                      PIC X.
            05  KEY-ELAPSED                 PIC 9(6).

        FD  EXP-FILE.
        01  EXP-RECORD                      PIC X(80).

        FD  RC-FILE.
        01  RC-RECORD                       PIC X(16).

        FD  FDUMP-FILE.
        01  FDUMP-RECORD                    PIC X(132).

        FD  REPORT-FILE.
        01  REPORT-RECORD                   PIC X(160).

        WORKING-STORAGE SECTION.

            COPY COBCKEYS.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-FUZZ-DIR                     PIC X(256).
            10  KEY-FILE-NAME                   PIC X(512).
            10  EXP-FILE-NAME                   PIC X(512).
            10  RC-FILE-NAME                    PIC X(512).
            10  FDUMP-FILE-NAME                 PIC X(512).
            10  REPORT-FILE-NAME                PIC X(512).
            10  WORK-KEY-FILE-NAME              PIC X(512).
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".

        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-KEY-FILE-STATUS                  PIC XX.
        01  WS-EXP-FILE-STATUS                  PIC XX.
        01  WS-RC-FILE-STATUS                   PIC XX.
        01  WS-FDUMP-FILE-STATUS                PIC XX.
        01  WS-REPORT-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-PLAYER-CMD                       PIC X(64).
        01  WS-SHELL-CMD                        PIC X(1200).
        01  WS-SHELL-RC                         PIC S9(9) COMP-5.

      *>
      *> RUN PARAMETERS.
      *>
        01  WS-FUZZ-MODE                        PIC X(8).
            88  FUZZ-ONE-SCREEN                 VALUE "SCREEN".
            88  FUZZ-APPLICATION                VALUE "APPL".
        01  WS-FUZZ-TARGET                      PIC X(16).
        01  WS-SEED                             PIC 9(9) VALUE 0.
        01  WS-SEED-EDIT                        PIC 9(6).
        01  WS-KEY-BUDGET                       PIC 9(7) VALUE 5000.
        01  WS-TIME-BUDGET                      PIC 9(6) VALUE 300.
        01  WS-RUN-TIMEOUT                      PIC 9(4) VALUE 10.
        01  WS-SHRINK-LIMIT                     PIC 9(4) VALUE 200.
        01  WS-NUMBER-EDIT                      PIC Z(8)9.
        01  WS-ORIGINAL-EDIT                    PIC Z(8)9.

      *>
      *> THE SCREENS BEING FUZZED, TAKEN IN TURN.
      *>
        01  FZ-SCREENS.
            10  FZ-SCREEN-COUNT                 PIC 999 COMP VALUE 0.
            10  FZ-SCREEN-NAME                  PIC X(16)
                OCCURS 200 TIMES.
        01  WS-SCREEN-X                         PIC 999 COMP VALUE 0.
        01  WS-SCREEN-NAME                      PIC X(16).

      *>
      *> THE STREAM UNDER TEST AND A CUT-DOWN CANDIDATE OF IT. BOTH
      *> HOLD THE RANDOM BODY ONLY; THE ESCAPE TAIL IS ADDED WHEN
      *> THE SCRIPT IS WRITTEN. THE TWO LAYOUTS ARE IDENTICAL SO
      *> ONE MAY BE MOVED TO THE OTHER WHOLE.
      *>
        01  FZ-STREAM.
            10  FZS-LEN                         PIC 9(4) COMP.
            10  FZS-KEY OCCURS 720 TIMES.
                15  FZS-FLAG                    PIC X.
                15  FZS-CODE                    PIC 9(4) COMP.
                15  FZS-ORD                     PIC 9(3) COMP.
        01  FZ-TRY.
            10  FZT-LEN                         PIC 9(4) COMP.
            10  FZT-KEY OCCURS 720 TIMES.
                15  FZT-FLAG                    PIC X.
                15  FZT-CODE                    PIC 9(4) COMP.
                15  FZT-ORD                     PIC 9(3) COMP.
        01  WS-STREAM-MAX                       PIC 9(4) COMP VALUE 720.
        01  WS-TAIL-KEYS                        PIC 99 VALUE 40.
        01  WS-STREAM-TARGET                    PIC 9(4) COMP.
        01  WS-KEY-X                            PIC 9(4) COMP.
        01  WS-COPY-X                           PIC 9(4) COMP.
        01  WS-BURST-X                          PIC 9(4) COMP.
        01  WS-BURST-LEN                        PIC 9(4) COMP.

      *>
      *> RANDOM DRAWS.
      *>
        01  WS-RAND                             PIC 9V9(9).
        01  WS-RAND-LOW                         PIC 9(4) COMP.
        01  WS-RAND-HIGH                        PIC 9(4) COMP.
        01  WS-PICK                             PIC 9(4) COMP.
        01  WS-PICK-2                           PIC 9(4) COMP.

        01  WS-ADD-FLAG                         PIC X.
        01  WS-ADD-CODE                         PIC 9(4) COMP.
        01  WS-ADD-ORD                          PIC 9(3) COMP.

      *>
      *> NUMERIC EDGE VALUES, KEYED CHARACTER BY CHARACTER.
      *>
        01  FZ-EDGE-VALUES.
            10  FILLER PIC X(20) VALUE "0                   ".
            10  FILLER PIC X(20) VALUE "-0                  ".
            10  FILLER PIC X(20) VALUE "-1                  ".
            10  FILLER PIC X(20) VALUE "99999999999999999999".
            10  FILLER PIC X(20) VALUE "-9999999999.99      ".
            10  FILLER PIC X(20) VALUE "0.0000000001        ".
            10  FILLER PIC X(20) VALUE "1E99                ".
            10  FILLER PIC X(20) VALUE "+.                  ".
            10  FILLER PIC X(20) VALUE "1,000,000.00-       ".
            10  FILLER PIC X(20) VALUE "00000000            ".
            10  FILLER PIC X(20) VALUE "99999999            ".
            10  FILLER PIC X(20) VALUE "20000229            ".
            10  FILLER PIC X(20) VALUE "19000229            ".
            10  FILLER PIC X(20) VALUE "99991231            ".
            10  FILLER PIC X(20) VALUE "$1 234.5CR          ".
            10  FILLER PIC X(20) VALUE "--1..2              ".
        01  FILLER REDEFINES FZ-EDGE-VALUES.
            10  FZ-EDGE-VALUE                   PIC X(20)
                OCCURS 16 TIMES.
        01  WS-EDGE-TEXT                        PIC X(20).

      *>
      *> UTF-8 BYTE SEQUENCES: WHOLE 2-, 3- AND 4-BYTE CHARACTERS,
      *> A TRUNCATED SEQUENCE, STRAY CONTINUATION BYTES, AN OVERLONG
      *> FORM AND BYTES NEVER VALID IN UTF-8. COUNT, THEN ORDINALS.
      *>
        01  FZ-UTF8-VALUES.
            10  FILLER PIC X(16) VALUE "2195169000000000".
            10  FILLER PIC X(16) VALUE "3226130172000000".
            10  FILLER PIC X(16) VALUE "4240159152128000".
            10  FILLER PIC X(16) VALUE "3228184173000000".
            10  FILLER PIC X(16) VALUE "2226130000000000".
            10  FILLER PIC X(16) VALUE "1128000000000000".
            10  FILLER PIC X(16) VALUE "3191191191000000".
            10  FILLER PIC X(16) VALUE "2192175000000000".
            10  FILLER PIC X(16) VALUE "1255000000000000".
            10  FILLER PIC X(16) VALUE "4239187191065000".
        01  FILLER REDEFINES FZ-UTF8-VALUES.
            10  FZ-UTF8-VALUE OCCURS 10 TIMES.
                15  FZ-UTF8-COUNT               PIC 9.
                15  FZ-UTF8-BYTE                PIC 9(3)
                    OCCURS 5 TIMES.

      *>
      *> THE OUTCOME OF ONE PLAYER RUN.
      *>
        01  WS-RESULT-KIND                      PIC X(8).
            88  RESULT-CLEAN                    VALUE SPACES.
        01  WS-FAIL-KIND                        PIC X(8).
        01  WS-PLAYER-RC                        PIC 9(4).

      *>
      *> CUTTING DOWN A FAILURE.
      *>
        01  WS-CHUNK                            PIC 9(4) COMP.
        01  WS-CHUNK-START                      PIC 9(4) COMP.
        01  WS-CHUNK-END                        PIC 9(4) COMP.
        01  WS-SHRINK-RUNS                      PIC 9(4) COMP.
        01  WS-ORIGINAL-LEN                     PIC 9(4) COMP.

      *>
      *> BUDGETS AND TOTALS.
      *>
        01  WS-STAMP                            PIC X(21).
        01  WS-START-SECONDS                    PIC 9(6).
        01  WS-NOW-SECONDS                      PIC 9(6).
        01  WS-ELAPSED-SECONDS                  PIC 9(6) VALUE 0.
        01  WS-KEYS-USED                        PIC 9(7) VALUE 0.
        01  WS-RUNS                             PIC 9(6) VALUE 0.
        01  WS-FAILURES                         PIC 9(4) VALUE 0.
        01  WS-FAILURE-EDIT                     PIC 9(4).
        01  WS-TEST-NAME                        PIC X(16).
        01  WS-STOP-FLAG                        PIC X VALUE 'N'.
            88  BUDGET-SPENT                    VALUE 'Y'.

        01  WS-KIND-TOTALS.
            10  WS-ABEND-COUNT                  PIC 9(4) VALUE 0.
            10  WS-HANG-COUNT                   PIC 9(4) VALUE 0.
            10  WS-DEADEND-COUNT                PIC 9(4) VALUE 0.
            10  WS-CRASH-COUNT                  PIC 9(4) VALUE 0.
            10  WS-OVERRUN-COUNT                PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-FUZZ-ONE-STREAM
                UNTIL BUDGET-SPENT.
            PERFORM 8000-SUMMARIZE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            PERFORM 1100-GET-ARGUMENTS.
            PERFORM 1200-GET-ENVIRONMENT.
            PERFORM 1300-LOAD-SCREENS.
            PERFORM 1400-OPEN-FUZZ-DIR.

            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
            COMPUTE WS-START-SECONDS =
                FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
                + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
                + FUNCTION NUMVAL(WS-STAMP(13:2)).
            COMPUTE WS-RAND = FUNCTION RANDOM(WS-SEED).
            MOVE WS-SEED TO WS-SEED-EDIT.

            MOVE WS-SEED TO WS-NUMBER-EDIT.
            DISPLAY "SCRFUZZ " FUNCTION TRIM(WS-FUZZ-MODE) " "
                FUNCTION TRIM(WS-FUZZ-TARGET) "  SEED "
                FUNCTION TRIM(WS-NUMBER-EDIT).
            MOVE SPACES TO REPORT-RECORD.
            STRING "SCRFUZZ RUN " DELIMITED BY SIZE,
                FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
                "  " DELIMITED BY SIZE,
                WS-FUZZ-MODE DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                WS-FUZZ-TARGET DELIMITED BY SPACE,
                "  SEED " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-NUMBER-EDIT) DELIMITED BY SIZE
                INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            EXIT.

        1100-GET-ARGUMENTS.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-ENV-VAR(1:8))
                TO WS-FUZZ-MODE.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            MOVE WS-ENV-VAR(1:16) TO WS-FUZZ-TARGET.
            IF NOT ( FUZZ-ONE-SCREEN OR FUZZ-APPLICATION )
            OR WS-FUZZ-TARGET = SPACES THEN
                DISPLAY "USAGE: scrfuzz SCREEN name|APPL code "
                    "[SEED [KEYS [SECONDS]]]"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:16)) NOT = 0
                    DISPLAY "SCRFUZZ: SEED MUST BE NUMERIC."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:16)) TO WS-SEED
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-STAMP
                MOVE WS-STAMP(9:8) TO WS-SEED
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:16)) NOT = 0
                    DISPLAY "SCRFUZZ: KEYS MUST BE NUMERIC."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:16))
                    TO WS-KEY-BUDGET
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:16)) NOT = 0
                    DISPLAY "SCRFUZZ: SECONDS MUST BE NUMERIC."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:16))
                    TO WS-TIME-BUDGET
            END-IF.
            EXIT.

        1200-GET-ENVIRONMENT.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_FUZZ_DIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-FUZZ-DIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/FUZZ" TO WS-FUZZ-DIR
                MOVE LENGTH OF WS-FUZZ-DIR TO FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-FUZZ-DIR, FILE-NAME-LENGTH
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_FUZZ_PLAYER".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:64) TO WS-PLAYER-CMD
            ELSE
                MOVE "scrplay" TO WS-PLAYER-CMD
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_FUZZ_TIMEOUT".
            IF WS-ENV-VAR NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:8)) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:8))
                    TO WS-RUN-TIMEOUT
            END-IF.
            IF WS-RUN-TIMEOUT < 1 THEN
                MOVE 10 TO WS-RUN-TIMEOUT
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_FUZZ_SHRINK".
            IF WS-ENV-VAR NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-VAR(1:8)) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:8))
                    TO WS-SHRINK-LIMIT
            END-IF.
            EXIT.

        1300-LOAD-SCREENS.
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRFUZZ: SCREENS.X IS NOT AVAILABLE ",
                    "(STATUS ", WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF FUZZ-ONE-SCREEN THEN
                MOVE WS-FUZZ-TARGET TO SCN-NAME
                READ SCREEN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO FZ-SCREEN-COUNT
                        MOVE SCN-NAME TO FZ-SCREEN-NAME(1)
                END-READ
            ELSE
                PERFORM 1310-SCAN-APPLICATION
            END-IF.
            CLOSE SCREEN-FILE.

            IF FZ-SCREEN-COUNT = 0 THEN
                DISPLAY "SCRFUZZ: NO SCREEN TO FUZZ FOR ",
                    FUNCTION TRIM(WS-FUZZ-MODE), " ",
                    FUNCTION TRIM(WS-FUZZ-TARGET), "."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

        1310-SCAN-APPLICATION.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO SCN-NAME.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-APPLICATION = WS-FUZZ-TARGET(1:8)
                        AND NOT SCN-LIFE-RETIRED
                        AND FZ-SCREEN-COUNT < 200 THEN
                            ADD 1 TO FZ-SCREEN-COUNT
                            MOVE SCN-NAME
                                TO FZ-SCREEN-NAME(FZ-SCREEN-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        1400-OPEN-FUZZ-DIR.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mkdir -p " DELIMITED BY SIZE,
                WS-FUZZ-DIR DELIMITED BY SPACE,
                " >/dev/null 2>&1" DELIMITED BY SIZE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/FUZZ.RPT" DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/FUZZWORK.KEY" DELIMITED BY SIZE
                INTO WORK-KEY-FILE-NAME.
            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/FUZZWORK.RC" DELIMITED BY SIZE
                INTO RC-FILE-NAME.

            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRFUZZ: CANNOT WRITE IN ",
                    FUNCTION TRIM(WS-FUZZ-DIR), " (STATUS ",
                    WS-REPORT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

      *>
      *> ONE STREAM: GENERATE IT FOR THE NEXT SCREEN IN TURN, PLAY
      *> IT, AND ON A FAILURE CUT IT DOWN AND SAVE IT.
      *>
        2000-FUZZ-ONE-STREAM.
            ADD 1 TO WS-SCREEN-X.
            IF WS-SCREEN-X > FZ-SCREEN-COUNT THEN
                MOVE 1 TO WS-SCREEN-X
            END-IF.
            MOVE FZ-SCREEN-NAME(WS-SCREEN-X) TO WS-SCREEN-NAME.

            PERFORM 4000-GENERATE-STREAM.
            IF WS-KEYS-USED + FZS-LEN > WS-KEY-BUDGET THEN
                COMPUTE FZS-LEN = WS-KEY-BUDGET - WS-KEYS-USED
            END-IF.
            ADD FZS-LEN TO WS-KEYS-USED.
            ADD 1 TO WS-RUNS.

            MOVE FZ-STREAM TO FZ-TRY.
            PERFORM 5000-PLAY-TRY.
            IF NOT RESULT-CLEAN THEN
                MOVE WS-RESULT-KIND TO WS-FAIL-KIND
                PERFORM 6000-CUT-DOWN
                PERFORM 7000-SAVE-FAILURE
            END-IF.

            PERFORM 2100-CHECK-BUDGETS.
            EXIT.

        2100-CHECK-BUDGETS.
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
            COMPUTE WS-NOW-SECONDS =
                FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
                + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
                + FUNCTION NUMVAL(WS-STAMP(13:2)).
            IF WS-NOW-SECONDS >= WS-START-SECONDS THEN
                COMPUTE WS-ELAPSED-SECONDS =
                    WS-NOW-SECONDS - WS-START-SECONDS
            ELSE
                COMPUTE WS-ELAPSED-SECONDS =
                    WS-NOW-SECONDS + 86400 - WS-START-SECONDS
            END-IF.
            IF WS-KEYS-USED >= WS-KEY-BUDGET
            OR WS-ELAPSED-SECONDS >= WS-TIME-BUDGET THEN
                SET BUDGET-SPENT TO TRUE
            END-IF.
            EXIT.

      *>
      *> STREAM GENERATION. A RANDOM LENGTH, FILLED WITH A WEIGHTED
      *> MIX OF KEYSTROKE KINDS.
      *>
        4000-GENERATE-STREAM.
            MOVE 0 TO FZS-LEN.
            MOVE 10 TO WS-RAND-LOW.
            MOVE 400 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE WS-PICK TO WS-STREAM-TARGET.
            PERFORM 4100-ADD-ONE-ITEM
                UNTIL FZS-LEN >= WS-STREAM-TARGET.
            EXIT.

        4100-ADD-ONE-ITEM.
            MOVE 1 TO WS-RAND-LOW.
            MOVE 100 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            EVALUATE TRUE
                WHEN WS-PICK <= 30
                    PERFORM 4110-ADD-PRINTABLE
                WHEN WS-PICK <= 44
                    PERFORM 4120-ADD-NAVIGATION
                WHEN WS-PICK <= 50
                    PERFORM 4130-ADD-LONG-STRING
                WHEN WS-PICK <= 57
                    PERFORM 4140-ADD-CONTROL-CHAR
                WHEN WS-PICK <= 66
                    PERFORM 4150-ADD-PF-KEY
                WHEN WS-PICK <= 72
                    PERFORM 4160-ADD-OTHER-KEY
                WHEN WS-PICK <= 76
                    MOVE 'Y' TO WS-ADD-FLAG
                    MOVE NC-KEY-RESIZE TO WS-ADD-CODE
                    MOVE 0 TO WS-ADD-ORD
                    PERFORM 4800-APPEND-KEY
                WHEN WS-PICK <= 88
                    PERFORM 4170-ADD-MULTIBYTE
                WHEN OTHER
                    PERFORM 4180-ADD-EDGE-VALUE
            END-EVALUATE.
            EXIT.

        4110-ADD-PRINTABLE.
            MOVE 32 TO WS-RAND-LOW.
            MOVE 126 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            PERFORM 4810-APPEND-CHAR.
            EXIT.

        4120-ADD-NAVIGATION.
            MOVE 1 TO WS-RAND-LOW.
            MOVE 10 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE 'Y' TO WS-ADD-FLAG.
            MOVE 0 TO WS-ADD-ORD.
            EVALUATE WS-PICK
                WHEN 1
                WHEN 2
                    MOVE 13 TO WS-PICK
                    PERFORM 4810-APPEND-CHAR
                WHEN 3
                WHEN 4
                    MOVE 9 TO WS-PICK
                    PERFORM 4810-APPEND-CHAR
                WHEN 5
                    MOVE 47 TO WS-PICK
                    PERFORM 4810-APPEND-CHAR
                WHEN 6
                    MOVE 27 TO WS-PICK
                    PERFORM 4810-APPEND-CHAR
                WHEN 7
                    MOVE NC-KEY-BACKSPACE TO WS-ADD-CODE
                    PERFORM 4800-APPEND-KEY
                WHEN 8
                    MOVE NC-KEY-UP TO WS-ADD-CODE
                    PERFORM 4800-APPEND-KEY
                WHEN 9
                    MOVE NC-KEY-DOWN TO WS-ADD-CODE
                    PERFORM 4800-APPEND-KEY
                WHEN OTHER
                    MOVE NC-KEY-LEFT TO WS-ADD-CODE
                    PERFORM 4800-APPEND-KEY
            END-EVALUATE.
            EXIT.

      *>
      *>     A PASTE: 40 TO 300 CHARACTERS OF ONE REPEATED OR RANDOM
      *>     PRINTABLE, LONGER THAN MOST FIELDS' BUFFERS.
      *>
        4130-ADD-LONG-STRING.
            MOVE 40 TO WS-RAND-LOW.
            MOVE 300 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE WS-PICK TO WS-BURST-LEN.
            MOVE 1 TO WS-RAND-LOW.
            MOVE 2 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE WS-PICK TO WS-PICK-2.
            MOVE 32 TO WS-RAND-LOW.
            MOVE 126 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            PERFORM VARYING WS-BURST-X FROM 1 BY 1
                UNTIL WS-BURST-X > WS-BURST-LEN
                IF WS-PICK-2 = 2 THEN
                    PERFORM 4900-RANDOM-PICK
                END-IF
                PERFORM 4810-APPEND-CHAR
            END-PERFORM.
            EXIT.

        4140-ADD-CONTROL-CHAR.
            MOVE 0 TO WS-RAND-LOW.
            MOVE 32 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            IF WS-PICK = 32 THEN
                MOVE 127 TO WS-PICK
            END-IF.
            PERFORM 4810-APPEND-CHAR.
            EXIT.

        4150-ADD-PF-KEY.
            MOVE NC-KEY-F0 TO WS-RAND-LOW.
            MOVE NC-KEY-F12 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE 'Y' TO WS-ADD-FLAG.
            MOVE WS-PICK TO WS-ADD-CODE.
            MOVE 0 TO WS-ADD-ORD.
            PERFORM 4800-APPEND-KEY.
            EXIT.

        4160-ADD-OTHER-KEY.
            MOVE NC-KEY-MIN TO WS-RAND-LOW.
            MOVE NC-KEY-RESIZE TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE 'Y' TO WS-ADD-FLAG.
            MOVE WS-PICK TO WS-ADD-CODE.
            MOVE 0 TO WS-ADD-ORD.
            PERFORM 4800-APPEND-KEY.
            EXIT.

        4170-ADD-MULTIBYTE.
            MOVE 1 TO WS-RAND-LOW.
            MOVE 10 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE WS-PICK TO WS-PICK-2.
            PERFORM VARYING WS-BURST-X FROM 1 BY 1
                UNTIL WS-BURST-X > FZ-UTF8-COUNT(WS-PICK-2)
                MOVE FZ-UTF8-BYTE(WS-PICK-2, WS-BURST-X) TO WS-PICK
                PERFORM 4810-APPEND-CHAR
            END-PERFORM.
            EXIT.

        4180-ADD-EDGE-VALUE.
            MOVE 1 TO WS-RAND-LOW.
            MOVE 16 TO WS-RAND-HIGH.
            PERFORM 4900-RANDOM-PICK.
            MOVE FZ-EDGE-VALUE(WS-PICK) TO WS-EDGE-TEXT.
            PERFORM VARYING WS-BURST-X FROM 1 BY 1
                UNTIL WS-BURST-X > 20
                OR WS-EDGE-TEXT(WS-BURST-X:1) = SPACE
                COMPUTE WS-PICK =
                    FUNCTION ORD(WS-EDGE-TEXT(WS-BURST-X:1)) - 1
                PERFORM 4810-APPEND-CHAR
            END-PERFORM.
            MOVE 13 TO WS-PICK.
            PERFORM 4810-APPEND-CHAR.
            EXIT.

        4800-APPEND-KEY.
            IF FZS-LEN < WS-STREAM-MAX THEN
                ADD 1 TO FZS-LEN
                MOVE WS-ADD-FLAG TO FZS-FLAG(FZS-LEN)
                MOVE WS-ADD-CODE TO FZS-CODE(FZS-LEN)
                MOVE WS-ADD-ORD TO FZS-ORD(FZS-LEN)
            END-IF.
            EXIT.

      *>
      *>     A CHARACTER KEYSTROKE WHOSE ORDINAL IS IN WS-PICK.
      *>
        4810-APPEND-CHAR.
            MOVE 'N' TO WS-ADD-FLAG.
            MOVE 0 TO WS-ADD-CODE.
            MOVE WS-PICK TO WS-ADD-ORD.
            PERFORM 4800-APPEND-KEY.
            EXIT.

      *>
      *>     WS-PICK = A RANDOM WHOLE NUMBER, WS-RAND-LOW THROUGH
      *>     WS-RAND-HIGH.
      *>
        4900-RANDOM-PICK.
            COMPUTE WS-RAND = FUNCTION RANDOM.
            COMPUTE WS-PICK = WS-RAND-LOW + FUNCTION INTEGER(
                (WS-RAND-HIGH - WS-RAND-LOW + 1) * WS-RAND).
            IF WS-PICK > WS-RAND-HIGH THEN
                MOVE WS-RAND-HIGH TO WS-PICK
            END-IF.
            EXIT.

      *>
      *> PLAY FZ-TRY (PLUS THE ESCAPE TAIL) AGAINST WS-SCREEN-NAME
      *> AND CLASSIFY THE OUTCOME INTO WS-RESULT-KIND.
      *>
        5000-PLAY-TRY.
            MOVE WORK-KEY-FILE-NAME TO KEY-FILE-NAME.
            PERFORM 5100-WRITE-TRY-SCRIPT.

            MOVE SPACES TO WS-SHELL-CMD.
            MOVE WS-RUN-TIMEOUT TO WS-NUMBER-EDIT.
            STRING "cd " DELIMITED BY SIZE,
                WS-FUZZ-DIR DELIMITED BY SPACE,
                " && rm -f " DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SPACE,
                ".OUT && COBCURSES_SESSION_STRICT=Y "
                    DELIMITED BY SIZE,
                "COBCURSES_SESSION_PLAYBACK=" DELIMITED BY SIZE,
                WORK-KEY-FILE-NAME DELIMITED BY SPACE,
                " timeout -k 2 " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-NUMBER-EDIT) DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-PLAYER-CMD) DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SPACE,
                " >/dev/null 2>&1; echo $? >" DELIMITED BY SIZE,
                RC-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            MOVE 9999 TO WS-PLAYER-RC.
            OPEN INPUT RC-FILE.
            IF WS-RC-FILE-STATUS = "00" THEN
                READ RC-FILE
                    NOT AT END
                        IF FUNCTION TEST-NUMVAL(RC-RECORD) = 0 THEN
                            MOVE FUNCTION NUMVAL(RC-RECORD)
                                TO WS-PLAYER-RC
                        END-IF
                END-READ
                CLOSE RC-FILE
            END-IF.

            EVALUATE WS-PLAYER-RC
                WHEN 0
                    PERFORM 5200-CHECK-DUMP
                WHEN 16
                    MOVE "ABEND" TO WS-RESULT-KIND
                WHEN 124
                WHEN 137
                    MOVE "HANG" TO WS-RESULT-KIND
                WHEN 12
                    MOVE "DEAD END" TO WS-RESULT-KIND
                WHEN OTHER
                    MOVE "CRASH" TO WS-RESULT-KIND
            END-EVALUATE.
            EXIT.

        5100-WRITE-TRY-SCRIPT.
            OPEN OUTPUT KEY-FILE.
            PERFORM VARYING WS-KEY-X FROM 1 BY 1
                UNTIL WS-KEY-X > FZT-LEN
                MOVE SPACES TO KEY-RECORD
                MOVE FZT-FLAG(WS-KEY-X) TO KEY-FLAG
                MOVE FZT-CODE(WS-KEY-X) TO KEY-CODE
                MOVE FZT-ORD(WS-KEY-X) TO KEY-CHAR-ORD
                MOVE 0 TO KEY-ELAPSED
                WRITE KEY-RECORD
            END-PERFORM.
            PERFORM VARYING WS-KEY-X FROM 1 BY 1
                UNTIL WS-KEY-X > WS-TAIL-KEYS
                MOVE SPACES TO KEY-RECORD
                MOVE 'N' TO KEY-FLAG
                MOVE 0 TO KEY-CODE
                MOVE 27 TO KEY-CHAR-ORD
                MOVE 0 TO KEY-ELAPSED
                WRITE KEY-RECORD
            END-PERFORM.
            CLOSE KEY-FILE.
            EXIT.

      *>
      *>     A CLEAN END STILL FAILS IF THE PLAYER'S DUMP FLAGS A
      *>     FIELD WRITTEN PAST ITS BUFFER LENGTH.
      *>
        5200-CHECK-DUMP.
            MOVE SPACES TO WS-RESULT-KIND.
            MOVE SPACES TO FDUMP-FILE-NAME.
            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SPACE,
                ".OUT" DELIMITED BY SIZE
                INTO FDUMP-FILE-NAME.
            OPEN INPUT FDUMP-FILE.
            IF WS-FDUMP-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ FDUMP-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF FDUMP-RECORD(1:6) = "FIELD "
                        AND FDUMP-RECORD(11:9) = " OVERRUN " THEN
                            MOVE "OVERRUN" TO WS-RESULT-KIND
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FDUMP-FILE.
            EXIT.

      *>
      *> CUT THE FAILING STREAM DOWN: TRY DROPPING EACH CHUNK OF
      *> KEYS, KEEPING THE DROP WHENEVER THE SAME FAILURE STILL
      *> HAPPENS, AND HALVE THE CHUNK SIZE EACH PASS.
      *>
        6000-CUT-DOWN.
            MOVE FZS-LEN TO WS-ORIGINAL-LEN.
            MOVE 0 TO WS-SHRINK-RUNS.
            COMPUTE WS-CHUNK = FZS-LEN / 2.
            PERFORM 6100-CUT-DOWN-PASS
                UNTIL WS-CHUNK < 1
                OR WS-SHRINK-RUNS >= WS-SHRINK-LIMIT.
            EXIT.

        6100-CUT-DOWN-PASS.
            MOVE 1 TO WS-CHUNK-START.
            PERFORM 6200-TRY-WITHOUT-CHUNK
                UNTIL WS-CHUNK-START > FZS-LEN
                OR WS-SHRINK-RUNS >= WS-SHRINK-LIMIT.
            COMPUTE WS-CHUNK = WS-CHUNK / 2.
            EXIT.

        6200-TRY-WITHOUT-CHUNK.
            COMPUTE WS-CHUNK-END = WS-CHUNK-START + WS-CHUNK - 1.
            IF WS-CHUNK-END > FZS-LEN THEN
                MOVE FZS-LEN TO WS-CHUNK-END
            END-IF.
            MOVE 0 TO FZT-LEN.
            PERFORM VARYING WS-COPY-X FROM 1 BY 1
                UNTIL WS-COPY-X > FZS-LEN
                IF WS-COPY-X < WS-CHUNK-START
                OR WS-COPY-X > WS-CHUNK-END THEN
                    ADD 1 TO FZT-LEN
                    MOVE FZS-KEY(WS-COPY-X) TO FZT-KEY(FZT-LEN)
                END-IF
            END-PERFORM.

            ADD 1 TO WS-SHRINK-RUNS.
            PERFORM 5000-PLAY-TRY.
            IF WS-RESULT-KIND = WS-FAIL-KIND THEN
                MOVE FZ-TRY TO FZ-STREAM
            ELSE
                COMPUTE WS-CHUNK-START = WS-CHUNK-END + 1
            END-IF.
            EXIT.

      *>
      *> SAVE THE CUT-DOWN FAILURE AS A SCREXPCT TEST.
      *>
        7000-SAVE-FAILURE.
            ADD 1 TO WS-FAILURES.
            EVALUATE WS-FAIL-KIND
                WHEN "ABEND"
                    ADD 1 TO WS-ABEND-COUNT
                WHEN "HANG"
                    ADD 1 TO WS-HANG-COUNT
                WHEN "DEAD END"
                    ADD 1 TO WS-DEADEND-COUNT
                WHEN "OVERRUN"
                    ADD 1 TO WS-OVERRUN-COUNT
                WHEN OTHER
                    ADD 1 TO WS-CRASH-COUNT
            END-EVALUATE.
            MOVE WS-FAILURES TO WS-FAILURE-EDIT.
            MOVE SPACES TO WS-TEST-NAME.
            STRING "FZ" WS-SEED-EDIT "-" WS-FAILURE-EDIT
                DELIMITED BY SIZE INTO WS-TEST-NAME.

            MOVE FZ-STREAM TO FZ-TRY.
            MOVE SPACES TO KEY-FILE-NAME.
            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SPACE,
                ".KEY" DELIMITED BY SIZE
                INTO KEY-FILE-NAME.
            PERFORM 5100-WRITE-TRY-SCRIPT.

            MOVE SPACES TO EXP-FILE-NAME.
            STRING WS-FUZZ-DIR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SPACE,
                ".EXP" DELIMITED BY SIZE
                INTO EXP-FILE-NAME.
            OPEN OUTPUT EXP-FILE.
            MOVE SPACES TO EXP-RECORD.
            STRING "C 000 000 PLAYS CLEAN -- FOUND AS " DELIMITED
                BY SIZE, WS-FAIL-KIND DELIMITED BY SIZE
                INTO EXP-RECORD.
            WRITE EXP-RECORD.
            CLOSE EXP-FILE.

            MOVE FZS-LEN TO WS-NUMBER-EDIT.
            DISPLAY WS-FAIL-KIND, "  ", WS-SCREEN-NAME, "  ",
                WS-TEST-NAME, "  (", FUNCTION TRIM(WS-NUMBER-EDIT),
                " KEYS + ESCAPE TAIL)".
            MOVE WS-ORIGINAL-LEN TO WS-ORIGINAL-EDIT.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-FAIL-KIND DELIMITED BY SIZE,
                "  SCREEN " DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SIZE,
                "  TEST " DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SIZE,
                "  KEYS " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-NUMBER-EDIT) DELIMITED BY SIZE,
                " OF " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-ORIGINAL-EDIT) DELIMITED BY SIZE
                INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING "    EXPECT.CNF: " DELIMITED BY SIZE,
                WS-TEST-NAME DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                WS-SCREEN-NAME DELIMITED BY SIZE
                INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            EXIT.

        8000-SUMMARIZE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING "RUNS " WS-RUNS "  KEYS " WS-KEYS-USED
                "  SECONDS " WS-ELAPSED-SECONDS
                "  FAILURES " WS-FAILURES
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING "ABEND " WS-ABEND-COUNT "  HANG " WS-HANG-COUNT
                "  DEAD END " WS-DEADEND-COUNT
                "  CRASH " WS-CRASH-COUNT
                "  OVERRUN " WS-OVERRUN-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            CLOSE REPORT-FILE.

            DISPLAY " ".
            DISPLAY "STREAMS PLAYED:        ", WS-RUNS.
            DISPLAY "KEYSTROKES GENERATED:  ", WS-KEYS-USED.
            DISPLAY "SECONDS:               ", WS-ELAPSED-SECONDS.
            DISPLAY "FAILURES SAVED:        ", WS-FAILURES.
            IF WS-FAILURES > 0 THEN
                DISPLAY "ADD THE TESTS TO EXPECT.CNF FROM ",
                    FUNCTION TRIM(REPORT-FILE-NAME), " AND COPY ",
                    "THEIR .KEY/.EXP FILES TO THE SUITE DIRECTORY."
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.
