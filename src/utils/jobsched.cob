        IDENTIFICATION DIVISION.
        PROGRAM-ID. JOBSCHED.
      *>
      *> JOBSCHED IS THE CALENDAR-AWARE JOB SCHEDULER. NITERUN RUNS
      *> ONE FIXED LIST OF STEPS IN ORDER AND STOPS AT THE FIRST
      *> FAILURE; THE BATCH NO LONGER FITS ONE LIST. JOBSCHED TAKES
      *> ITS JOBS FROM JOBSCHED.CNF (SEE JOBDEF.cbl), EACH WITH ITS
      *> OWN RUN RULE -- EVERY DAY, EVERY BUSINESS DAY, THE NTH OR
      *> LAST BUSINESS DAY OF THE MONTH (BUSCAL.X), A DAY OF THE
      *> MONTH, A WEEKDAY OR THE NTH WEEKDAY OF THE MONTH -- A TIME
      *> WINDOW, AN OPTIONAL REPEAT INTERVAL, A DEADLINE AND UP TO
      *> FOUR PREDECESSORS WITH THE HIGHEST RETURN-CODE EACH MAY END
      *> WITH. THEN, SWEEP BY SWEEP:
      *>
      *>     1. COLLECTS THE RETURN-CODE OF EVERY JOB THAT HAS
      *>        FINISHED AND RECORDS THE RUN (START, END, RC) IN
      *>        THE HISTORY FILE JOBHIST.LOG (SEE JOBHIST.cbl).
      *>     2. RAISES AN ALERT (COBCURSES-RAISE-ALERT) FOR EVERY
      *>        JOB STILL NOT COMPLETE AT ITS DEADLINE.
      *>     3. STARTS EVERY JOB THAT IS DUE, INSIDE ITS WINDOW AND
      *>        CLEAR OF ITS PREDECESSORS, IN THE BACKGROUND, SO
      *>        JOBS WITH NO DEPENDENCY BETWEEN THEM RUN IN
      *>        PARALLEL. A PREDECESSOR THAT ENDS ABOVE ITS
      *>        THRESHOLD SKIPS ONLY THE JOBS THAT NAME IT.
      *>
      *> THE HISTORY FILE IS RE-READ EVERY SWEEP, SO A SECOND
      *> JOBSCHED (A CRON-DRIVEN PASS WHILE THE SCHEDULER RUNS, SAY)
      *> SEES WHAT IS ALREADY STARTED AND NEVER RUNS A JOB TWICE.
      *>
      *> USAGE (ARGUMENTS):
      *>     RUN                 SCHEDULE CONTINUOUSLY, SWEEPING EVERY
      *>                         COBCURSES_JOBSCHED_POLL_SECS SECONDS
      *>                         (DEFAULT 30), UNTIL JOBSCHED STOP
      *>     PASS                ONE PASS: START WHAT IS DUE NOW, FOLLOW
      *>                         THE DEPENDENCIES THROUGH AND END WHEN
      *>                         NO JOB STARTED BY THE PASS IS RUNNING
      *>     STOP                ASK A RUNNING SCHEDULER TO END; IT
      *>                         STARTS NOTHING NEW AND WAITS FOR ITS
      *>                         RUNNING JOBS
      *>     STATUS              TODAY'S STATE OF EVERY JOB
      *>     HISTORY [JOB|* [DATE|*]]
      *>                         LIST THE HISTORY FILE (DEFAULT ALL
      *>                         JOBS, TODAY)
      *>     CHECK               CHECK JOBSCHED.CNF AND REPORT ERRORS
      *>
      *> AT MOST COBCURSES_JOBSCHED_MAX_JOBS JOBS (DEFAULT 4) RUN AT
      *> ONCE FROM ONE SCHEDULER. EACH RUN'S OUTPUT IS KEPT IN
      *> ${COBCURSES_DATADIR}/JOBSCHED.<JOB>.OUT UNTIL THE NEXT RUN.
      *>
      *> RETURN-CODE: 0 ALL CLEAN, 4 A JOB ENDED NONZERO, WAS SKIPPED
      *> OR MISSED ITS DEADLINE, 8 NOTHING ON FILE TO LIST, 16 USAGE
      *> OR JOBSCHED.CNF ERRORS (NOTHING IS STARTED).
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT CONFIG-FILE
                ASSIGN TO CONFIG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONFIG-FILE-STATUS.

            SELECT OPTIONAL HIST-FILE
                ASSIGN TO HIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-FILE-STATUS.

            SELECT RC-FILE
                ASSIGN TO RC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RC-FILE-STATUS.

            SELECT STOP-FILE
                ASSIGN TO STOP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STOP-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  CONFIG-FILE.
        01  CONFIG-RECORD                       PIC X(512).

        FD  HIST-FILE.
        01  JOBHIST-RECORD.
            COPY JOBHIST.

        FD  RC-FILE.
        01  RC-RECORD                           PIC X(16).

        FD  STOP-FILE.
        01  STOP-RECORD                         PIC X(80).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  CONFIG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBSCHED.CNF".
            10  HIST-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBHIST.LOG".
            10  STOP-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBSCHED.STP".
            10  WORK-PREFIX                     PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBSCHED.".
            10  RC-FILE-NAME                    PIC X(512).
            10  RC-TEMP-NAME                    PIC X(512).
            10  OUT-FILE-NAME                   PIC X(512).

        01  WS-CONFIG-FILE-STATUS               PIC XX.
        01  WS-HIST-FILE-STATUS                 PIC XX.
        01  WS-RC-FILE-STATUS                   PIC XX.
        01  WS-STOP-FILE-STATUS                 PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(12).
        01  WS-ARG-JOB                          PIC X(12).
        01  WS-ARG-DATE                         PIC X(8).
        01  WS-OPERATOR-ID                      PIC X(20).

        01  WS-SHELL-CMD                        PIC X(1800).
        01  WS-SHELL-RC                         PIC S9(9) COMP-5.
        01  WS-SLEEP-SECS                       PIC 9(8) COMP-5.

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12).
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        01  JOBDEF-RECORD.
            COPY JOBDEF.

        01  SCHED-OPTIONS.
            10  WS-POLL-SECS                    PIC 9(6) VALUE 30.
            10  WS-MAX-PARALLEL                 PIC 99 VALUE 4.
            10  WS-CONTINUOUS-FLAG              PIC X VALUE 'N'.
                88  RUN-CONTINUOUSLY            VALUE 'Y'.
            10  WS-DRAINING-FLAG                PIC X VALUE 'N'.
                88  STOP-REQUESTED              VALUE 'Y'.
            10  WS-FINISHED-FLAG                PIC X VALUE 'N'.
                88  SCHEDULER-FINISHED          VALUE 'Y'.

      *>
      *> THE JOB TABLE: ONE ENTRY PER JOBSCHED.CNF LINE, ITS RULE
      *> DECODED AT LOAD, PLUS TODAY'S STATE (REBUILT FROM THE
      *> HISTORY FILE EVERY SWEEP) AND THE RUN THIS SCHEDULER HAS
      *> IN HAND, IF ANY.
      *>
        01  JOB-TABLE.
            10  WS-JOB-COUNT                    PIC 999 COMP VALUE 0.
            10  WS-JOB-ENTRY OCCURS 100 TIMES.
                15  WS-JOB-NAME                 PIC X(12).
                15  WS-JOB-RULE                 PIC X(8).
                15  WS-JOB-PARM                 PIC X(4).
                15  WS-JOB-PARM-NUM             PIC 99.
                15  WS-JOB-FROM                 PIC 9(4).
                15  WS-JOB-TO                   PIC 9(4).
                15  WS-JOB-EVERY                PIC 9(4).
                15  WS-JOB-DEADLINE-KIND        PIC X.
                    88  JOB-DEADLINE-NONE       VALUE ' '.
                    88  JOB-DEADLINE-CLOCK      VALUE 'T'.
                    88  JOB-DEADLINE-ELAPSED    VALUE 'E'.
                15  WS-JOB-DEADLINE             PIC 9(4).
                15  WS-JOB-PRED-COUNT           PIC 9 COMP.
                15  WS-JOB-PRED OCCURS 4 TIMES.
                    20  WS-JOB-PRED-NAME        PIC X(12).
                    20  WS-JOB-PRED-X           PIC 999 COMP.
                    20  WS-JOB-PRED-MAX-RC      PIC 9(3).
                15  WS-JOB-COMMAND              PIC X(256).
                15  WS-JOB-ORDERED-FLAG         PIC X.
                    88  JOB-ORDERED             VALUE 'Y'.
                15  WS-JOB-DUE-FLAG             PIC X.
                    88  JOB-DUE-TODAY           VALUE 'Y'.
                15  WS-JOB-RUNS                 PIC 9(4) COMP.
                15  WS-JOB-LAST-START           PIC X(14).
                15  WS-JOB-ENDED-FLAG           PIC X.
                    88  JOB-LAST-RUN-ENDED      VALUE 'Y'.
                15  WS-JOB-DONE-FLAG            PIC X.
                    88  JOB-COMPLETED-TODAY     VALUE 'Y'.
                15  WS-JOB-DONE-RC              PIC 9(4).
                15  WS-JOB-DONE-END             PIC X(14).
                15  WS-JOB-SKIP-FLAG            PIC X.
                    88  JOB-SKIPPED-TODAY       VALUE 'Y'.
                15  WS-JOB-LATE-FLAG            PIC X.
                    88  JOB-LATE-TODAY          VALUE 'Y'.
                15  WS-JOB-LATE-FOR             PIC X(14).
                15  WS-JOB-MINE-FLAG            PIC X.
                    88  JOB-RUNNING-HERE        VALUE 'Y'.
                15  WS-JOB-MINE-DATE            PIC X(8).
                15  WS-JOB-MINE-START           PIC X(14).
        01  WS-JOB-X                            PIC 999 COMP.
        01  WS-PRED-X                           PIC 999 COMP.
        01  WS-FIND-X                           PIC 999 COMP.
        01  WS-SCAN-X                           PIC 999 COMP.
        01  WS-FIND-NAME                        PIC X(12).
        01  WS-SLOT-X                           PIC 9 COMP.
        01  WS-PROGRESS-FLAG                    PIC X.
            88  ORDER-PROGRESSED                VALUE 'Y'.
        01  WS-READY-FLAG                       PIC X.
            88  JOB-READY                       VALUE 'Y'.
        01  WS-SKIP-DETAIL                      PIC X(50).

      *>
      *> THE SCHEDULE DAY AND ITS CALENDAR FACTS, WORKED OUT ONCE
      *> PER DAY (3000-PLAN-DAY).
      *>
        01  PLAN-DAY.
            10  WS-PLAN-DATE                    PIC X(8) VALUE SPACES.
            10  WS-PLAN-DATE-NUM                PIC 9(8).
            10  WS-PLAN-INT                     PIC 9(8).
            10  WS-PLAN-DAY                     PIC 99.
            10  WS-PLAN-LAST-DAY                PIC 99.
            10  WS-PLAN-WEEKDAY                 PIC 9.
            10  WS-PLAN-BUSDAY-NO               PIC 99.
            10  WS-PLAN-BUSDAY-FLAG             PIC X.
                88  PLAN-IS-BUSINESS-DAY        VALUE 'Y'.
            10  WS-PLAN-LASTBUS-FLAG            PIC X.
                88  PLAN-IS-LAST-BUSINESS-DAY   VALUE 'Y'.
            10  WS-PLAN-DUE-COUNT               PIC 999.
        01  WS-DAY-NAMES                        PIC X(21)
            VALUE "SUNMONTUEWEDTHUFRISAT".
        01  WS-CAL-DATE                         PIC X(8).
        01  WS-CAL-DATE-NUM                     PIC 9(8).
        01  WS-CAL-DAY                          PIC 99.
        01  WS-CAL-YEAR                         PIC 9(4).
        01  WS-CAL-MONTH                        PIC 99.
        01  WS-ONE-BUSDAY                       PIC S9(4) VALUE +1.
        01  WS-NEXT-BUSDAY                      PIC X(8).

        01  NOW-FIELDS.
            10  WS-CURRENT-DATE                 PIC X(21).
            10  WS-NOW-DATE                     PIC X(8).
            10  WS-NOW-STAMP                    PIC X(14).
            10  WS-NOW-HHMM                     PIC 9(4).
            10  WS-NOW-MINUTES                  PIC 9(11).
            10  WS-STAMP                        PIC X(14).
            10  WS-STAMP-DATE                   PIC 9(8).
            10  WS-STAMP-MINUTES                PIC 9(11).
            10  WS-ELAPSED                      PIC S9(11).

        01  PARSE-FIELDS.
            10  WS-NUM-TEXT                     PIC X(5).
            10  WS-NUM-LEN                      PIC 99.
            10  WS-NUM-VALUE                    PIC 9(5).
            10  WS-NUM-FLAG                     PIC X.
                88  NUM-BLANK                   VALUE 'B'.
                88  NUM-VALID                   VALUE 'V'.
                88  NUM-INVALID                 VALUE 'X'.
            10  WS-HHMM-VALUE                   PIC 9(4).
            10  WS-HHMM-PARTS REDEFINES WS-HHMM-VALUE.
                15  WS-HHMM-HH                  PIC 99.
                15  WS-HHMM-MM                  PIC 99.

        01  COUNTS.
            10  WS-LINE-NO                      PIC 9(5) VALUE 0.
            10  WS-CONFIG-ERRORS                PIC 9(5) VALUE 0.
            10  WS-RUNNING-COUNT                PIC 999 VALUE 0.
            10  WS-STARTED-COUNT                PIC 9(5) VALUE 0.
            10  WS-ENDED-COUNT                  PIC 9(5) VALUE 0.
            10  WS-NONZERO-COUNT                PIC 9(5) VALUE 0.
            10  WS-SKIPPED-COUNT                PIC 9(5) VALUE 0.
            10  WS-LATE-COUNT                   PIC 9(5) VALUE 0.
            10  WS-LISTED-COUNT                 PIC 9(5) VALUE 0.

        01  WS-RC-EDIT                          PIC ZZZ9.
        01  WS-RC-TEXT                          PIC X(4).
        01  WS-COUNT-EDIT                       PIC ZZZZ9.
        01  WS-STATE-TEXT                       PIC X(12).
        01  WS-WINDOW-TEXT                      PIC X(9).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "RUN"
                    MOVE 'Y' TO WS-CONTINUOUS-FLAG
                    PERFORM 4000-SCHEDULE
                WHEN "PASS"
                    MOVE 'N' TO WS-CONTINUOUS-FLAG
                    PERFORM 4000-SCHEDULE
                WHEN "STOP"
                    PERFORM 9000-REQUEST-STOP
                WHEN "STATUS"
                    PERFORM 7000-SHOW-STATUS
                WHEN "HISTORY"
                    PERFORM 8000-LIST-HISTORY
                WHEN "CHECK"
                    PERFORM 2000-LOAD-JOBS
                    MOVE WS-JOB-COUNT TO WS-COUNT-EDIT
                    DISPLAY "JOBSCHED: ", FUNCTION TRIM(WS-COUNT-EDIT),
                        " JOBS, ", WS-CONFIG-ERRORS, " ERRORS IN ",
                        FUNCTION TRIM(CONFIG-FILE-NAME)
                    IF WS-CONFIG-ERRORS > 0 THEN
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    DISPLAY "USAGE: jobsched RUN|PASS|STOP|STATUS|CHECK"
                    DISPLAY "       jobsched HISTORY [JOB|* [DATE|*]]"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF CONFIG-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE CONFIG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE HIST-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE STOP-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WORK-PREFIX, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_JOBSCHED_POLL_SECS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-POLL-SECS
            END-IF.
            IF WS-POLL-SECS = 0 THEN
                MOVE 30 TO WS-POLL-SECS
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_JOBSCHED_MAX_JOBS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-MAX-PARALLEL
            END-IF.
            IF WS-MAX-PARALLEL = 0 THEN
                MOVE 4 TO WS-MAX-PARALLEL
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE 0 TO RETURN-CODE.

            MOVE SPACES TO WS-VERB, WS-ARG-JOB, WS-ARG-DATE.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            ACCEPT WS-ARG-JOB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-ARG-JOB) TO WS-ARG-JOB.
            ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE.
            EXIT.

        1500-GET-NOW.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-NOW-DATE.
            MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-STAMP.
            MOVE WS-CURRENT-DATE(9:4) TO WS-NOW-HHMM.
            MOVE WS-NOW-STAMP TO WS-STAMP.
            PERFORM 1600-STAMP-TO-MINUTES.
            MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
            EXIT.

        1600-STAMP-TO-MINUTES.
      *>
      *>     WS-STAMP (YYYYMMDDHHMMSS) -> MINUTES SINCE THE
      *>     INTEGER-OF-DATE EPOCH, IN WS-STAMP-MINUTES.
      *>
            MOVE WS-STAMP(1:8) TO WS-STAMP-DATE.
            COMPUTE WS-STAMP-MINUTES =
                FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                + FUNCTION NUMVAL(WS-STAMP(9:2)) * 60
                + FUNCTION NUMVAL(WS-STAMP(11:2)).
            EXIT.

      *>
      *> LOAD AND CHECK JOBSCHED.CNF. A BAD LINE IS REPORTED AND
      *> COUNTED IN WS-CONFIG-ERRORS; RUN AND PASS REFUSE TO START
      *> ANYTHING WHILE THERE ARE ERRORS, SINCE A DROPPED LINE MAY
      *> BE THE PREDECESSOR HOLDING SOMETHING BACK.
      *>
        2000-LOAD-JOBS.
            MOVE 0 TO WS-JOB-COUNT, WS-LINE-NO, WS-CONFIG-ERRORS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT CONFIG-FILE.
            IF WS-CONFIG-FILE-STATUS NOT = "00" THEN
                DISPLAY "JOBSCHED: CANNOT OPEN ",
                    FUNCTION TRIM(CONFIG-FILE-NAME), " (STATUS ",
                    WS-CONFIG-FILE-STATUS, ")"
                ADD 1 TO WS-CONFIG-ERRORS
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ CONFIG-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LINE-NO
                        IF CONFIG-RECORD NOT = SPACES
                        AND CONFIG-RECORD(1:1) NOT = '*' THEN
                            MOVE CONFIG-RECORD TO JOBDEF-RECORD
                            PERFORM 2100-EDIT-JOB
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CONFIG-FILE.
            PERFORM 2200-RESOLVE-PREDECESSORS.
            PERFORM 2300-CHECK-ORDER.
            EXIT.

        2100-EDIT-JOB.
            IF WS-JOB-COUNT >= 100 THEN
                DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                    ": MORE THAN 100 JOBS"
                ADD 1 TO WS-CONFIG-ERRORS
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(JBD-JOB-NAME) TO JBD-JOB-NAME.
            MOVE FUNCTION UPPER-CASE(JBD-RULE) TO JBD-RULE.
            MOVE FUNCTION UPPER-CASE(JBD-RULE-PARM) TO JBD-RULE-PARM.
            IF JBD-JOB-NAME = SPACES OR JBD-JOB-NAME(1:1) = SPACE THEN
                DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                    ": JOB NAME MISSING"
                ADD 1 TO WS-CONFIG-ERRORS
                EXIT PARAGRAPH
            END-IF.
            MOVE JBD-JOB-NAME TO WS-FIND-NAME.
            PERFORM 2900-FIND-JOB.
            IF WS-FIND-X > 0 THEN
                DISPLAY "JOBSCHED: LINE ", WS-LINE-NO, ": JOB ",
                    FUNCTION TRIM(JBD-JOB-NAME), " DEFINED TWICE"
                ADD 1 TO WS-CONFIG-ERRORS
                EXIT PARAGRAPH
            END-IF.
            IF JBD-COMMAND = SPACES THEN
                DISPLAY "JOBSCHED: LINE ", WS-LINE-NO, ": JOB ",
                    FUNCTION TRIM(JBD-JOB-NAME), " HAS NO COMMAND"
                ADD 1 TO WS-CONFIG-ERRORS
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-JOB-COUNT.
            MOVE WS-JOB-COUNT TO WS-JOB-X.
            MOVE JBD-JOB-NAME TO WS-JOB-NAME(WS-JOB-X).
            MOVE JBD-RULE TO WS-JOB-RULE(WS-JOB-X).
            MOVE JBD-RULE-PARM TO WS-JOB-PARM(WS-JOB-X).
            MOVE JBD-COMMAND TO WS-JOB-COMMAND(WS-JOB-X).
            MOVE 0 TO WS-JOB-PARM-NUM(WS-JOB-X).
            MOVE 'N' TO WS-JOB-MINE-FLAG(WS-JOB-X).
            MOVE 'N' TO WS-JOB-DUE-FLAG(WS-JOB-X).

            PERFORM 2110-EDIT-RULE.
            PERFORM 2120-EDIT-WINDOW.
            PERFORM 2130-EDIT-DEADLINE.
            PERFORM 2140-EDIT-PREDECESSORS.
            EXIT.

        2110-EDIT-RULE.
            MOVE JBD-RULE-PARM TO WS-NUM-TEXT.
            PERFORM 2190-PARSE-NUMBER.
            EVALUATE TRUE
                WHEN JBD-RULE-DAILY
                WHEN JBD-RULE-LASTBUS
                    CONTINUE
                WHEN JBD-RULE-BUSDAY
                    IF NUM-VALID AND WS-NUM-VALUE <= 23 THEN
                        MOVE WS-NUM-VALUE TO WS-JOB-PARM-NUM(WS-JOB-X)
                    ELSE
                        IF NOT NUM-BLANK THEN
                            PERFORM 2180-BAD-PARM
                        END-IF
                    END-IF
                WHEN JBD-RULE-DOM
                    IF NUM-VALID AND WS-NUM-VALUE >= 1
                    AND WS-NUM-VALUE <= 31 THEN
                        MOVE WS-NUM-VALUE TO WS-JOB-PARM-NUM(WS-JOB-X)
                    ELSE
                        PERFORM 2180-BAD-PARM
                    END-IF
                WHEN JBD-RULE-WEEKDAY
                    MOVE 0 TO WS-NUM-LEN
                    INSPECT WS-DAY-NAMES TALLYING WS-NUM-LEN
                        FOR CHARACTERS BEFORE INITIAL JBD-RULE-PARM(1:3)
                    IF WS-NUM-LEN >= 21
                    OR FUNCTION MOD(WS-NUM-LEN, 3) NOT = 0 THEN
                        PERFORM 2180-BAD-PARM
                    ELSE
                        EVALUATE TRUE
                            WHEN JBD-RULE-PARM(4:1) = SPACE
                            WHEN JBD-RULE-PARM(4:1) = "L"
                                CONTINUE
                            WHEN JBD-RULE-PARM(4:1) >= "1"
                            AND JBD-RULE-PARM(4:1) <= "5"
                                MOVE JBD-RULE-PARM(4:1) TO
                                    WS-JOB-PARM-NUM(WS-JOB-X)
                            WHEN OTHER
                                PERFORM 2180-BAD-PARM
                        END-EVALUATE
                    END-IF
                WHEN OTHER
                    DISPLAY "JOBSCHED: LINE ", WS-LINE-NO, ": JOB ",
                        FUNCTION TRIM(JBD-JOB-NAME),
                        " UNKNOWN RULE ", JBD-RULE
                    ADD 1 TO WS-CONFIG-ERRORS
            END-EVALUATE.
            EXIT.

        2120-EDIT-WINDOW.
            MOVE 0 TO WS-JOB-FROM(WS-JOB-X).
            MOVE 2359 TO WS-JOB-TO(WS-JOB-X).
            IF JBD-WINDOW-FROM NOT = SPACES THEN
                MOVE JBD-WINDOW-FROM TO WS-NUM-TEXT
                PERFORM 2170-PARSE-HHMM
                IF NUM-VALID THEN
                    MOVE WS-HHMM-VALUE TO WS-JOB-FROM(WS-JOB-X)
                ELSE
                    DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                        ": BAD WINDOW START ", JBD-WINDOW-FROM
                    ADD 1 TO WS-CONFIG-ERRORS
                END-IF
            END-IF.
            IF JBD-WINDOW-TO NOT = SPACES THEN
                MOVE JBD-WINDOW-TO TO WS-NUM-TEXT
                PERFORM 2170-PARSE-HHMM
                IF NUM-VALID THEN
                    MOVE WS-HHMM-VALUE TO WS-JOB-TO(WS-JOB-X)
                ELSE
                    DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                        ": BAD WINDOW END ", JBD-WINDOW-TO
                    ADD 1 TO WS-CONFIG-ERRORS
                END-IF
            END-IF.
            IF WS-JOB-FROM(WS-JOB-X) > WS-JOB-TO(WS-JOB-X) THEN
                DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                    ": WINDOW ENDS BEFORE IT STARTS"
                ADD 1 TO WS-CONFIG-ERRORS
            END-IF.
            MOVE JBD-EVERY TO WS-NUM-TEXT.
            PERFORM 2190-PARSE-NUMBER.
            EVALUATE TRUE
                WHEN NUM-BLANK
                    MOVE 0 TO WS-JOB-EVERY(WS-JOB-X)
                WHEN NUM-VALID AND WS-NUM-VALUE <= 1440
                    MOVE WS-NUM-VALUE TO WS-JOB-EVERY(WS-JOB-X)
                WHEN OTHER
                    DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                        ": BAD REPEAT INTERVAL ", JBD-EVERY
                    ADD 1 TO WS-CONFIG-ERRORS
            END-EVALUATE.
            EXIT.

        2130-EDIT-DEADLINE.
            MOVE SPACE TO WS-JOB-DEADLINE-KIND(WS-JOB-X).
            MOVE 0 TO WS-JOB-DEADLINE(WS-JOB-X).
            IF JBD-DEADLINE = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF JBD-DEADLINE(1:1) = "+" THEN
                MOVE JBD-DEADLINE(2:4) TO WS-NUM-TEXT
                PERFORM 2190-PARSE-NUMBER
                IF NUM-VALID AND WS-NUM-VALUE > 0
                AND WS-NUM-VALUE <= 9999 THEN
                    SET JOB-DEADLINE-ELAPSED(WS-JOB-X) TO TRUE
                    MOVE WS-NUM-VALUE TO WS-JOB-DEADLINE(WS-JOB-X)
                    EXIT PARAGRAPH
                END-IF
            ELSE
                MOVE JBD-DEADLINE TO WS-NUM-TEXT
                PERFORM 2170-PARSE-HHMM
                IF NUM-VALID THEN
                    SET JOB-DEADLINE-CLOCK(WS-JOB-X) TO TRUE
                    MOVE WS-HHMM-VALUE TO WS-JOB-DEADLINE(WS-JOB-X)
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                ": BAD DEADLINE ", JBD-DEADLINE.
            ADD 1 TO WS-CONFIG-ERRORS.
            EXIT.

        2140-EDIT-PREDECESSORS.
            MOVE 0 TO WS-JOB-PRED-COUNT(WS-JOB-X).
            PERFORM VARYING WS-SLOT-X FROM 1 BY 1
                UNTIL WS-SLOT-X > 4
                IF JBD-PRED-JOB(WS-SLOT-X) NOT = SPACES THEN
                    ADD 1 TO WS-JOB-PRED-COUNT(WS-JOB-X)
                    MOVE WS-JOB-PRED-COUNT(WS-JOB-X) TO WS-PRED-X
                    MOVE FUNCTION UPPER-CASE(JBD-PRED-JOB(WS-SLOT-X))
                        TO WS-JOB-PRED-NAME(WS-JOB-X, WS-PRED-X)
                    MOVE 0 TO WS-JOB-PRED-X(WS-JOB-X, WS-PRED-X)
                    MOVE JBD-PRED-MAX-RC(WS-SLOT-X) TO WS-NUM-TEXT
                    PERFORM 2190-PARSE-NUMBER
                    EVALUATE TRUE
                        WHEN NUM-BLANK
                            MOVE 0 TO
                                WS-JOB-PRED-MAX-RC(WS-JOB-X, WS-PRED-X)
                        WHEN NUM-VALID AND WS-NUM-VALUE <= 999
                            MOVE WS-NUM-VALUE TO
                                WS-JOB-PRED-MAX-RC(WS-JOB-X, WS-PRED-X)
                        WHEN OTHER
                            DISPLAY "JOBSCHED: LINE ", WS-LINE-NO,
                                ": BAD RETURN-CODE THRESHOLD FOR ",
                                FUNCTION TRIM(JBD-PRED-JOB(WS-SLOT-X))
                            ADD 1 TO WS-CONFIG-ERRORS
                    END-EVALUATE
                END-IF
            END-PERFORM.
            EXIT.

        2170-PARSE-HHMM.
      *>
      *>     WS-NUM-TEXT AS A CLOCK TIME HHMM (FOUR DIGITS, HOUR
      *>     00-23, MINUTE 00-59) INTO WS-HHMM-VALUE.
      *>
            MOVE 'X' TO WS-NUM-FLAG.
            IF WS-NUM-TEXT(1:4) IS NUMERIC
            AND WS-NUM-TEXT(5:1) = SPACE THEN
                MOVE WS-NUM-TEXT(1:4) TO WS-HHMM-VALUE
                IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                    MOVE 'V' TO WS-NUM-FLAG
                END-IF
            END-IF.
            EXIT.

        2180-BAD-PARM.
            DISPLAY "JOBSCHED: LINE ", WS-LINE-NO, ": JOB ",
                FUNCTION TRIM(JBD-JOB-NAME), " BAD PARAMETER '",
                JBD-RULE-PARM, "' FOR RULE ", JBD-RULE.
            ADD 1 TO WS-CONFIG-ERRORS.
            EXIT.

        2190-PARSE-NUMBER.
      *>
      *>     WS-NUM-TEXT AS AN UNSIGNED WHOLE NUMBER, LEADING AND
      *>     TRAILING BLANKS ALLOWED, INTO WS-NUM-VALUE.
      *>
            MOVE 0 TO WS-NUM-VALUE.
            IF WS-NUM-TEXT = SPACES THEN
                MOVE 'B' TO WS-NUM-FLAG
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-TEXT.
            MOVE 0 TO WS-NUM-LEN.
            INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            MOVE 'X' TO WS-NUM-FLAG.
            IF WS-NUM-TEXT(1:WS-NUM-LEN) IS NUMERIC THEN
                IF WS-NUM-LEN = 5 THEN
                    MOVE 'V' TO WS-NUM-FLAG
                ELSE
                    IF WS-NUM-TEXT(WS-NUM-LEN + 1:) = SPACES THEN
                        MOVE 'V' TO WS-NUM-FLAG
                    END-IF
                END-IF
            END-IF.
            IF NUM-VALID THEN
                MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-NUM-VALUE
            END-IF.
            EXIT.

        2200-RESOLVE-PREDECESSORS.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                PERFORM VARYING WS-PRED-X FROM 1 BY 1
                    UNTIL WS-PRED-X > WS-JOB-PRED-COUNT(WS-JOB-X)
                    MOVE WS-JOB-PRED-NAME(WS-JOB-X, WS-PRED-X)
                        TO WS-FIND-NAME
                    PERFORM 2900-FIND-JOB
                    IF WS-FIND-X = 0 OR WS-FIND-X = WS-JOB-X THEN
                        DISPLAY "JOBSCHED: JOB ",
                            FUNCTION TRIM(WS-JOB-NAME(WS-JOB-X)),
                            " NAMES UNKNOWN PREDECESSOR ",
                            FUNCTION TRIM(WS-FIND-NAME)
                        ADD 1 TO WS-CONFIG-ERRORS
                    ELSE
                        MOVE WS-FIND-X TO
                            WS-JOB-PRED-X(WS-JOB-X, WS-PRED-X)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.

        2300-CHECK-ORDER.
      *>
      *>     A JOB IS ORDERED ONCE ALL ITS PREDECESSORS ARE; WHAT IS
      *>     STILL UNORDERED WHEN NOTHING MORE CAN BE PLACED SITS IN
      *>     A PREDECESSOR LOOP AND WOULD WAIT FOREVER.
      *>
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                MOVE 'N' TO WS-JOB-ORDERED-FLAG(WS-JOB-X)
            END-PERFORM.
            MOVE 'Y' TO WS-PROGRESS-FLAG.
            PERFORM UNTIL NOT ORDER-PROGRESSED
                MOVE 'N' TO WS-PROGRESS-FLAG
                PERFORM VARYING WS-JOB-X FROM 1 BY 1
                    UNTIL WS-JOB-X > WS-JOB-COUNT
                    IF NOT JOB-ORDERED(WS-JOB-X) THEN
                        MOVE 'Y' TO WS-READY-FLAG
                        PERFORM VARYING WS-PRED-X FROM 1 BY 1
                            UNTIL WS-PRED-X >
                                WS-JOB-PRED-COUNT(WS-JOB-X)
                            MOVE WS-JOB-PRED-X(WS-JOB-X, WS-PRED-X)
                                TO WS-FIND-X
                            IF WS-FIND-X > 0 THEN
                                IF NOT JOB-ORDERED(WS-FIND-X) THEN
                                    MOVE 'N' TO WS-READY-FLAG
                                END-IF
                            END-IF
                        END-PERFORM
                        IF JOB-READY THEN
                            MOVE 'Y' TO WS-JOB-ORDERED-FLAG(WS-JOB-X)
                            MOVE 'Y' TO WS-PROGRESS-FLAG
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                IF NOT JOB-ORDERED(WS-JOB-X) THEN
                    DISPLAY "JOBSCHED: JOB ",
                        FUNCTION TRIM(WS-JOB-NAME(WS-JOB-X)),
                        " IS IN A PREDECESSOR LOOP"
                    ADD 1 TO WS-CONFIG-ERRORS
                END-IF
            END-PERFORM.
            EXIT.

        2900-FIND-JOB.
            MOVE 0 TO WS-FIND-X.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > WS-JOB-COUNT
                OR WS-FIND-X > 0
                IF WS-JOB-NAME(WS-SCAN-X) = WS-FIND-NAME THEN
                    MOVE WS-SCAN-X TO WS-FIND-X
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> WORK OUT TODAY'S CALENDAR FACTS AND WHICH JOBS ARE DUE.
      *>
        3000-PLAN-DAY.
            MOVE WS-NOW-DATE TO WS-PLAN-DATE.
            MOVE WS-PLAN-DATE TO WS-PLAN-DATE-NUM.
            COMPUTE WS-PLAN-INT =
                FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE-NUM).
      *>
      *>     INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A MONDAY, SO
      *>     MOD 7 GIVES 1=MON ... 6=SAT, 0=SUN.
      *>
            COMPUTE WS-PLAN-WEEKDAY = FUNCTION MOD(WS-PLAN-INT, 7).
            MOVE WS-PLAN-DATE(7:2) TO WS-PLAN-DAY.

            MOVE WS-PLAN-DATE(1:4) TO WS-CAL-YEAR.
            MOVE WS-PLAN-DATE(5:2) TO WS-CAL-MONTH.
            IF WS-CAL-MONTH = 12 THEN
                ADD 1 TO WS-CAL-YEAR
                MOVE 1 TO WS-CAL-MONTH
            ELSE
                ADD 1 TO WS-CAL-MONTH
            END-IF.
            COMPUTE WS-CAL-DATE-NUM =
                WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + 1.
            COMPUTE WS-CAL-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) - 1).
            MOVE WS-CAL-DATE-NUM(7:2) TO WS-PLAN-LAST-DAY.

            MOVE 'N' TO WS-PLAN-BUSDAY-FLAG, WS-PLAN-LASTBUS-FLAG.
            MOVE 0 TO WS-PLAN-BUSDAY-NO.
            CALL "COBCURSES-BUSDAY-CHECK" USING WS-PLAN-DATE.
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE 'Y' TO WS-PLAN-BUSDAY-FLAG
            END-IF.
            IF PLAN-IS-BUSINESS-DAY THEN
                PERFORM VARYING WS-CAL-DAY FROM 1 BY 1
                    UNTIL WS-CAL-DAY > WS-PLAN-DAY
                    MOVE WS-PLAN-DATE TO WS-CAL-DATE
                    MOVE WS-CAL-DAY TO WS-CAL-DATE(7:2)
                    CALL "COBCURSES-BUSDAY-CHECK" USING WS-CAL-DATE
                    IF RETURN-CODE = NC-RET-OK THEN
                        ADD 1 TO WS-PLAN-BUSDAY-NO
                    END-IF
                END-PERFORM
                CALL "COBCURSES-BUSDAY-ADD" USING
                    WS-PLAN-DATE, WS-ONE-BUSDAY, WS-NEXT-BUSDAY
                IF RETURN-CODE = NC-RET-OK
                AND WS-NEXT-BUSDAY(1:6) NOT = WS-PLAN-DATE(1:6) THEN
                    MOVE 'Y' TO WS-PLAN-LASTBUS-FLAG
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.

            MOVE 0 TO WS-PLAN-DUE-COUNT.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                PERFORM 3100-JOB-DUE-TODAY
                IF JOB-DUE-TODAY(WS-JOB-X) THEN
                    ADD 1 TO WS-PLAN-DUE-COUNT
                END-IF
            END-PERFORM.
            EXIT.

        3100-JOB-DUE-TODAY.
            MOVE 'N' TO WS-JOB-DUE-FLAG(WS-JOB-X).
            EVALUATE WS-JOB-RULE(WS-JOB-X)
                WHEN "DAILY"
                    MOVE 'Y' TO WS-JOB-DUE-FLAG(WS-JOB-X)
                WHEN "BUSDAY"
                    IF PLAN-IS-BUSINESS-DAY THEN
                        IF WS-JOB-PARM-NUM(WS-JOB-X) = 0
                        OR WS-JOB-PARM-NUM(WS-JOB-X) =
                            WS-PLAN-BUSDAY-NO THEN
                            MOVE 'Y' TO WS-JOB-DUE-FLAG(WS-JOB-X)
                        END-IF
                    END-IF
                WHEN "LASTBUS"
                    IF PLAN-IS-LAST-BUSINESS-DAY THEN
                        MOVE 'Y' TO WS-JOB-DUE-FLAG(WS-JOB-X)
                    END-IF
                WHEN "DOM"
      *>
      *>             DAY 31 IN A 30-DAY MONTH (OR 29-31 IN
      *>             FEBRUARY) FALLS ON THE MONTH'S LAST DAY.
      *>
                    IF WS-JOB-PARM-NUM(WS-JOB-X) = WS-PLAN-DAY
                    OR (WS-JOB-PARM-NUM(WS-JOB-X) > WS-PLAN-LAST-DAY
                        AND WS-PLAN-DAY = WS-PLAN-LAST-DAY) THEN
                        MOVE 'Y' TO WS-JOB-DUE-FLAG(WS-JOB-X)
                    END-IF
                WHEN "WEEKDAY"
                    IF WS-JOB-PARM(WS-JOB-X)(1:3) =
                        WS-DAY-NAMES(WS-PLAN-WEEKDAY * 3 + 1:3) THEN
                        EVALUATE TRUE
                            WHEN WS-JOB-PARM(WS-JOB-X)(4:1) = SPACE
                                MOVE 'Y' TO WS-JOB-DUE-FLAG(WS-JOB-X)
                            WHEN WS-JOB-PARM(WS-JOB-X)(4:1) = "L"
                                IF WS-PLAN-DAY + 7 > WS-PLAN-LAST-DAY
                                    MOVE 'Y' TO
                                        WS-JOB-DUE-FLAG(WS-JOB-X)
                                END-IF
                            WHEN OTHER
                                IF (WS-PLAN-DAY - 1) / 7 + 1 =
                                    WS-JOB-PARM-NUM(WS-JOB-X)
                                    MOVE 'Y' TO
                                        WS-JOB-DUE-FLAG(WS-JOB-X)
                                END-IF
                        END-EVALUATE
                    END-IF
            END-EVALUATE.
            EXIT.

      *>
      *> REBUILD TODAY'S STATE OF EVERY JOB FROM THE HISTORY FILE.
      *>
        3500-LOAD-HISTORY.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                MOVE 0 TO WS-JOB-RUNS(WS-JOB-X)
                MOVE SPACES TO WS-JOB-LAST-START(WS-JOB-X)
                MOVE 'N' TO WS-JOB-ENDED-FLAG(WS-JOB-X)
                MOVE 'N' TO WS-JOB-DONE-FLAG(WS-JOB-X)
                MOVE 0 TO WS-JOB-DONE-RC(WS-JOB-X)
                MOVE SPACES TO WS-JOB-DONE-END(WS-JOB-X)
                MOVE 'N' TO WS-JOB-SKIP-FLAG(WS-JOB-X)
                MOVE 'N' TO WS-JOB-LATE-FLAG(WS-JOB-X)
                MOVE SPACES TO WS-JOB-LATE-FOR(WS-JOB-X)
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT HIST-FILE.
            IF WS-HIST-FILE-STATUS NOT = "00" THEN
                IF WS-HIST-FILE-STATUS = "05" THEN
                    CLOSE HIST-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ HIST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF JBH-RUN-DATE = WS-PLAN-DATE THEN
                            PERFORM 3510-APPLY-HISTORY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HIST-FILE.
      *>
      *>     A RUN OF OURS THAT SOMEBODY ELSE HAS ALREADY RECORDED
      *>     AS ENDED (SEE 4100-REAP-JOBS) IS NO LONGER OURS TO WAIT
      *>     FOR.
      *>
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                IF JOB-RUNNING-HERE(WS-JOB-X)
                AND WS-JOB-MINE-DATE(WS-JOB-X) = WS-PLAN-DATE
                AND WS-JOB-MINE-START(WS-JOB-X) =
                    WS-JOB-LAST-START(WS-JOB-X)
                AND JOB-LAST-RUN-ENDED(WS-JOB-X) THEN
                    MOVE 'N' TO WS-JOB-MINE-FLAG(WS-JOB-X)
                    IF WS-RUNNING-COUNT > 0 THEN
                        SUBTRACT 1 FROM WS-RUNNING-COUNT
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        3510-APPLY-HISTORY.
            MOVE JBH-JOB-NAME TO WS-FIND-NAME.
            PERFORM 2900-FIND-JOB.
            IF WS-FIND-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN JBH-EVENT-START
                    ADD 1 TO WS-JOB-RUNS(WS-FIND-X)
                    MOVE JBH-START TO WS-JOB-LAST-START(WS-FIND-X)
                    MOVE 'N' TO WS-JOB-ENDED-FLAG(WS-FIND-X)
                WHEN JBH-EVENT-END
                    MOVE 'Y' TO WS-JOB-DONE-FLAG(WS-FIND-X)
                    MOVE JBH-RC TO WS-JOB-DONE-RC(WS-FIND-X)
                    MOVE JBH-END TO WS-JOB-DONE-END(WS-FIND-X)
                    IF JBH-START = WS-JOB-LAST-START(WS-FIND-X) THEN
                        MOVE 'Y' TO WS-JOB-ENDED-FLAG(WS-FIND-X)
                    END-IF
                WHEN JBH-EVENT-SKIP
                    MOVE 'Y' TO WS-JOB-SKIP-FLAG(WS-FIND-X)
                WHEN JBH-EVENT-LATE
                    IF JBH-START = SPACES THEN
                        MOVE 'Y' TO WS-JOB-LATE-FLAG(WS-FIND-X)
                    ELSE
                        MOVE JBH-START TO WS-JOB-LATE-FOR(WS-FIND-X)
                    END-IF
            END-EVALUATE.
            EXIT.

      *>
      *> THE SCHEDULING LOOP. RUN SWEEPS UNTIL A STOP IS REQUESTED
      *> AND ITS OWN JOBS HAVE ENDED; PASS UNTIL NOTHING IT STARTED
      *> IS STILL RUNNING.
      *>
        4000-SCHEDULE.
            PERFORM 2000-LOAD-JOBS.
            IF WS-CONFIG-ERRORS > 0 OR WS-JOB-COUNT = 0 THEN
                DISPLAY "JOBSCHED: NOTHING STARTED -- CORRECT ",
                    FUNCTION TRIM(CONFIG-FILE-NAME), " FIRST"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-RUNNING-COUNT.
            MOVE SPACES TO WS-PLAN-DATE.
            MOVE 'N' TO WS-FINISHED-FLAG, WS-DRAINING-FLAG.
            PERFORM UNTIL SCHEDULER-FINISHED
                PERFORM 1500-GET-NOW
                IF WS-NOW-DATE NOT = WS-PLAN-DATE THEN
                    PERFORM 3000-PLAN-DAY
                    MOVE WS-PLAN-DUE-COUNT TO WS-COUNT-EDIT
                    DISPLAY "JOBSCHED: SCHEDULE DAY ", WS-PLAN-DATE,
                        " -- ", FUNCTION TRIM(WS-COUNT-EDIT),
                        " JOBS DUE"
                END-IF
                PERFORM 4100-REAP-JOBS
                PERFORM 3500-LOAD-HISTORY
                PERFORM 4200-CHECK-DEADLINES
                IF RUN-CONTINUOUSLY AND NOT STOP-REQUESTED THEN
                    PERFORM 4500-CHECK-STOP
                END-IF
                IF NOT STOP-REQUESTED THEN
                    PERFORM 4300-LAUNCH-READY
                END-IF
                IF WS-RUNNING-COUNT = 0 THEN
                    IF STOP-REQUESTED OR NOT RUN-CONTINUOUSLY THEN
                        SET SCHEDULER-FINISHED TO TRUE
                    END-IF
                END-IF
                IF NOT SCHEDULER-FINISHED THEN
                    MOVE WS-POLL-SECS TO WS-SLEEP-SECS
                    CALL "C$SLEEP" USING WS-SLEEP-SECS
                END-IF
            END-PERFORM.
            IF STOP-REQUESTED THEN
                CALL "CBL_DELETE_FILE" USING STOP-FILE-NAME
            END-IF.
            PERFORM 5000-PRINT-SUMMARY.
            EXIT.

        4100-REAP-JOBS.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                IF JOB-RUNNING-HERE(WS-JOB-X) THEN
                    PERFORM 4110-REAP-ONE-JOB
                ELSE
      *>
      *>             A RUN STARTED TODAY AND NEVER RECORDED AS ENDED:
      *>             ITS SCHEDULER MAY HAVE DIED. IF THE RUN HAS LEFT
      *>             ITS RETURN-CODE, WHOEVER SEES IT FIRST RECORDS
      *>             IT.
      *>
                    IF WS-JOB-RUNS(WS-JOB-X) > 0
                    AND NOT JOB-LAST-RUN-ENDED(WS-JOB-X) THEN
                        PERFORM 4110-REAP-ONE-JOB
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        4110-REAP-ONE-JOB.
            PERFORM 4900-BUILD-WORK-NAMES.
            OPEN INPUT RC-FILE.
            IF WS-RC-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO RC-RECORD.
            READ RC-FILE
                AT END
                    CONTINUE
            END-READ.
            CLOSE RC-FILE.
            CALL "CBL_DELETE_FILE" USING RC-FILE-NAME.
            MOVE 0 TO RETURN-CODE.

            MOVE RC-RECORD(1:5) TO WS-NUM-TEXT.
            PERFORM 2190-PARSE-NUMBER.
            IF NOT NUM-VALID THEN
                MOVE 255 TO WS-NUM-VALUE
            END-IF.

            MOVE SPACES TO JOBHIST-RECORD.
            MOVE WS-JOB-NAME(WS-JOB-X) TO JBH-JOB-NAME.
            SET JBH-EVENT-END TO TRUE.
            IF JOB-RUNNING-HERE(WS-JOB-X) THEN
                MOVE WS-JOB-MINE-DATE(WS-JOB-X) TO JBH-RUN-DATE
                MOVE WS-JOB-MINE-START(WS-JOB-X) TO JBH-START
                MOVE 'N' TO WS-JOB-MINE-FLAG(WS-JOB-X)
                IF WS-RUNNING-COUNT > 0 THEN
                    SUBTRACT 1 FROM WS-RUNNING-COUNT
                END-IF
            ELSE
                MOVE WS-PLAN-DATE TO JBH-RUN-DATE
                MOVE WS-JOB-LAST-START(WS-JOB-X) TO JBH-START
            END-IF.
            MOVE WS-NOW-STAMP TO JBH-END.
            MOVE WS-NUM-VALUE TO JBH-RC.
            MOVE WS-NUM-VALUE TO WS-RC-EDIT.
            IF WS-NUM-VALUE = 0 THEN
                MOVE "COMPLETED" TO JBH-DETAIL
            ELSE
                STRING "ENDED WITH RETURN-CODE "
                    FUNCTION TRIM(WS-RC-EDIT)
                    DELIMITED BY SIZE INTO JBH-DETAIL
                ADD 1 TO WS-NONZERO-COUNT
            END-IF.
            PERFORM 4800-WRITE-HISTORY.
            ADD 1 TO WS-ENDED-COUNT.
            DISPLAY "JOBSCHED: END   ", WS-JOB-NAME(WS-JOB-X),
                " RC ", WS-RC-EDIT.
            EXIT.

        4200-CHECK-DEADLINES.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                IF JOB-DUE-TODAY(WS-JOB-X) THEN
                    EVALUATE TRUE
                        WHEN JOB-DEADLINE-CLOCK(WS-JOB-X)
                            IF NOT JOB-COMPLETED-TODAY(WS-JOB-X)
                            AND NOT JOB-LATE-TODAY(WS-JOB-X)
                            AND WS-NOW-HHMM >
                                WS-JOB-DEADLINE(WS-JOB-X) THEN
                                MOVE SPACES TO WS-STAMP
                                PERFORM 4210-RAISE-LATE
                                MOVE 'Y' TO WS-JOB-LATE-FLAG(WS-JOB-X)
                            END-IF
                        WHEN JOB-DEADLINE-ELAPSED(WS-JOB-X)
                            IF WS-JOB-RUNS(WS-JOB-X) > 0
                            AND NOT JOB-LAST-RUN-ENDED(WS-JOB-X)
                            AND WS-JOB-LATE-FOR(WS-JOB-X) NOT =
                                WS-JOB-LAST-START(WS-JOB-X) THEN
                                MOVE WS-JOB-LAST-START(WS-JOB-X)
                                    TO WS-STAMP
                                PERFORM 1600-STAMP-TO-MINUTES
                                COMPUTE WS-ELAPSED = WS-NOW-MINUTES
                                    - WS-STAMP-MINUTES
                                IF WS-ELAPSED >
                                    WS-JOB-DEADLINE(WS-JOB-X) THEN
                                    PERFORM 4210-RAISE-LATE
                                    MOVE WS-STAMP TO
                                        WS-JOB-LATE-FOR(WS-JOB-X)
                                END-IF
                            END-IF
                    END-EVALUATE
                END-IF
            END-PERFORM.
            EXIT.

        4210-RAISE-LATE.
      *>
      *>     WS-STAMP IS THE START OF THE LATE RUN, OR SPACES FOR A
      *>     CLOCK DEADLINE (THE WHOLE DAY'S WORK IS LATE).
      *>
            MOVE SPACES TO JOBHIST-RECORD.
            MOVE WS-JOB-NAME(WS-JOB-X) TO JBH-JOB-NAME.
            SET JBH-EVENT-LATE TO TRUE.
            MOVE WS-PLAN-DATE TO JBH-RUN-DATE.
            MOVE WS-STAMP TO JBH-START.
            MOVE 0 TO JBH-RC.
            MOVE WS-JOB-DEADLINE(WS-JOB-X) TO WS-RC-EDIT.
            MOVE SPACES TO WS-RAISE-TEXT.
            IF JOB-DEADLINE-CLOCK(WS-JOB-X) THEN
                STRING "NOT COMPLETE BY DEADLINE "
                    WS-JOB-DEADLINE(WS-JOB-X)
                    DELIMITED BY SIZE INTO JBH-DETAIL
            ELSE
                STRING "STILL RUNNING AFTER "
                    FUNCTION TRIM(WS-RC-EDIT) " MINUTES"
                    DELIMITED BY SIZE INTO JBH-DETAIL
            END-IF.
            PERFORM 4800-WRITE-HISTORY.
            ADD 1 TO WS-LATE-COUNT.
            DISPLAY "JOBSCHED: LATE  ", WS-JOB-NAME(WS-JOB-X),
                " ", FUNCTION TRIM(JBH-DETAIL).

            MOVE "JOBSCHED" TO WS-RAISE-PROGRAM.
            MOVE SPACES TO WS-RAISE-KEY.
            STRING "JOBSCHED-LATE-" DELIMITED BY SIZE,
                WS-JOB-NAME(WS-JOB-X) DELIMITED BY SPACE
                INTO WS-RAISE-KEY.
            STRING "JOB " DELIMITED BY SIZE,
                WS-JOB-NAME(WS-JOB-X) DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                JBH-DETAIL DELIMITED BY SIZE
                INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "C", WS-RAISE-KEY,
                WS-RAISE-TEXT.
            EXIT.

        4300-LAUNCH-READY.
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                IF JOB-DUE-TODAY(WS-JOB-X)
                AND NOT JOB-RUNNING-HERE(WS-JOB-X)
                AND NOT JOB-SKIPPED-TODAY(WS-JOB-X)
                AND WS-RUNNING-COUNT < WS-MAX-PARALLEL THEN
                    PERFORM 4310-CHECK-DUE-NOW
                    IF JOB-READY THEN
                        PERFORM 4320-CHECK-PREDECESSORS
                    END-IF
                    IF JOB-READY THEN
                        PERFORM 4330-LAUNCH-JOB
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        4310-CHECK-DUE-NOW.
            MOVE 'N' TO WS-READY-FLAG.
            IF WS-NOW-HHMM < WS-JOB-FROM(WS-JOB-X)
            OR WS-NOW-HHMM > WS-JOB-TO(WS-JOB-X) THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-JOB-RUNS(WS-JOB-X) = 0 THEN
                MOVE 'Y' TO WS-READY-FLAG
                EXIT PARAGRAPH
            END-IF.
            IF NOT JOB-LAST-RUN-ENDED(WS-JOB-X)
            OR WS-JOB-EVERY(WS-JOB-X) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-JOB-LAST-START(WS-JOB-X) TO WS-STAMP.
            PERFORM 1600-STAMP-TO-MINUTES.
            COMPUTE WS-ELAPSED = WS-NOW-MINUTES - WS-STAMP-MINUTES.
            IF WS-ELAPSED >= WS-JOB-EVERY(WS-JOB-X) THEN
                MOVE 'Y' TO WS-READY-FLAG
            END-IF.
            EXIT.

        4320-CHECK-PREDECESSORS.
      *>
      *>     A PREDECESSOR NOT DUE TODAY IS IGNORED. ONE STILL TO
      *>     COMPLETE TODAY HOLDS THE JOB BACK; ONE THAT ENDED ABOVE
      *>     ITS THRESHOLD, OR WAS ITSELF SKIPPED, SKIPS IT FOR THE
      *>     DAY.
      *>
            MOVE SPACES TO WS-SKIP-DETAIL.
            PERFORM VARYING WS-PRED-X FROM 1 BY 1
                UNTIL WS-PRED-X > WS-JOB-PRED-COUNT(WS-JOB-X)
                OR NOT JOB-READY
                MOVE WS-JOB-PRED-X(WS-JOB-X, WS-PRED-X) TO WS-FIND-X
                IF JOB-DUE-TODAY(WS-FIND-X) THEN
                    EVALUATE TRUE
                        WHEN JOB-SKIPPED-TODAY(WS-FIND-X)
                            MOVE 'N' TO WS-READY-FLAG
                            STRING "PREDECESSOR " DELIMITED BY SIZE,
                                WS-JOB-NAME(WS-FIND-X)
                                    DELIMITED BY SPACE,
                                " WAS SKIPPED" DELIMITED BY SIZE
                                INTO WS-SKIP-DETAIL
                        WHEN JOB-COMPLETED-TODAY(WS-FIND-X)
                            IF WS-JOB-DONE-RC(WS-FIND-X) >
                                WS-JOB-PRED-MAX-RC(WS-JOB-X, WS-PRED-X)
                                MOVE 'N' TO WS-READY-FLAG
                                MOVE WS-JOB-DONE-RC(WS-FIND-X)
                                    TO WS-RC-EDIT
                                STRING "PREDECESSOR "
                                        DELIMITED BY SIZE,
                                    WS-JOB-NAME(WS-FIND-X)
                                        DELIMITED BY SPACE,
                                    " ENDED RC " DELIMITED BY SIZE,
                                    FUNCTION TRIM(WS-RC-EDIT)
                                        DELIMITED BY SIZE,
                                    " OVER " DELIMITED BY SIZE,
                                    WS-JOB-PRED-MAX-RC(WS-JOB-X,
                                        WS-PRED-X) DELIMITED BY SIZE
                                    INTO WS-SKIP-DETAIL
                            END-IF
                        WHEN OTHER
                            MOVE 'N' TO WS-READY-FLAG
                    END-EVALUATE
                END-IF
            END-PERFORM.
            IF WS-SKIP-DETAIL NOT = SPACES THEN
                PERFORM 4340-SKIP-JOB
            END-IF.
            EXIT.

        4330-LAUNCH-JOB.
            PERFORM 4900-BUILD-WORK-NAMES.
            CALL "CBL_DELETE_FILE" USING RC-FILE-NAME.
            MOVE 0 TO RETURN-CODE.
      *>
      *>     RECORD THE START BEFORE LAUNCHING, SO ANOTHER SCHEDULER
      *>     READING THE HISTORY NEVER STARTS THE SAME RUN.
      *>
            MOVE SPACES TO JOBHIST-RECORD.
            MOVE WS-JOB-NAME(WS-JOB-X) TO JBH-JOB-NAME.
            SET JBH-EVENT-START TO TRUE.
            MOVE WS-PLAN-DATE TO JBH-RUN-DATE.
            MOVE WS-NOW-STAMP TO JBH-START.
            MOVE 0 TO JBH-RC.
            MOVE WS-JOB-COMMAND(WS-JOB-X) TO JBH-DETAIL.
            PERFORM 4800-WRITE-HISTORY.

            ADD 1 TO WS-JOB-RUNS(WS-JOB-X).
            MOVE WS-NOW-STAMP TO WS-JOB-LAST-START(WS-JOB-X).
            MOVE 'N' TO WS-JOB-ENDED-FLAG(WS-JOB-X).
            MOVE 'Y' TO WS-JOB-MINE-FLAG(WS-JOB-X).
            MOVE WS-PLAN-DATE TO WS-JOB-MINE-DATE(WS-JOB-X).
            MOVE WS-NOW-STAMP TO WS-JOB-MINE-START(WS-JOB-X).
            ADD 1 TO WS-RUNNING-COUNT.
            ADD 1 TO WS-STARTED-COUNT.
            DISPLAY "JOBSCHED: START ", WS-JOB-NAME(WS-JOB-X),
                " : ", FUNCTION TRIM(WS-JOB-COMMAND(WS-JOB-X)).
      *>
      *>     THE JOB RUNS IN THE BACKGROUND WITH ITS OUTPUT IN THE
      *>     .OUT FILE; ITS EXIT CODE LANDS IN THE .RC FILE ONLY
      *>     WHEN COMPLETE (WRITTEN UNDER A TEMPORARY NAME AND
      *>     RENAMED), WHICH IS WHAT 4110-REAP-ONE-JOB WATCHES FOR.
      *>
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "( ( " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-JOB-COMMAND(WS-JOB-X))
                    DELIMITED BY SIZE,
                " ) > '" DELIMITED BY SIZE,
                OUT-FILE-NAME DELIMITED BY SPACE,
                "' 2>&1; echo $? > '" DELIMITED BY SIZE,
                RC-TEMP-NAME DELIMITED BY SPACE,
                "'; mv '" DELIMITED BY SIZE,
                RC-TEMP-NAME DELIMITED BY SPACE,
                "' '" DELIMITED BY SIZE,
                RC-FILE-NAME DELIMITED BY SPACE,
                "' ) < /dev/null > /dev/null 2>&1 &"
                    DELIMITED BY SIZE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-SHELL-RC NOT = 0 THEN
      *>
      *>         THE SHELL COULD NOT EVEN START IT -- END THE RUN AT
      *>         ONCE SO ITS SUCCESSORS ARE NOT LEFT WAITING.
      *>
                MOVE SPACES TO RC-RECORD
                MOVE "255" TO RC-RECORD
                OPEN OUTPUT RC-FILE
                IF WS-RC-FILE-STATUS = "00" THEN
                    WRITE RC-RECORD
                    CLOSE RC-FILE
                END-IF
                DISPLAY "JOBSCHED: COULD NOT START ",
                    FUNCTION TRIM(WS-JOB-NAME(WS-JOB-X))
            END-IF.
            EXIT.

        4340-SKIP-JOB.
            MOVE SPACES TO JOBHIST-RECORD.
            MOVE WS-JOB-NAME(WS-JOB-X) TO JBH-JOB-NAME.
            SET JBH-EVENT-SKIP TO TRUE.
            MOVE WS-PLAN-DATE TO JBH-RUN-DATE.
            MOVE WS-NOW-STAMP TO JBH-START.
            MOVE 0 TO JBH-RC.
            MOVE WS-SKIP-DETAIL TO JBH-DETAIL.
            PERFORM 4800-WRITE-HISTORY.
            MOVE 'Y' TO WS-JOB-SKIP-FLAG(WS-JOB-X).
            ADD 1 TO WS-SKIPPED-COUNT.
            DISPLAY "JOBSCHED: SKIP  ", WS-JOB-NAME(WS-JOB-X),
                " ", FUNCTION TRIM(WS-SKIP-DETAIL).
            EXIT.

        4500-CHECK-STOP.
            OPEN INPUT STOP-FILE.
            IF WS-STOP-FILE-STATUS = "00" THEN
                CLOSE STOP-FILE
                SET STOP-REQUESTED TO TRUE
                MOVE WS-RUNNING-COUNT TO WS-COUNT-EDIT
                DISPLAY "JOBSCHED: STOP REQUESTED -- WAITING FOR ",
                    FUNCTION TRIM(WS-COUNT-EDIT), " RUNNING JOBS"
            END-IF.
            EXIT.

        4800-WRITE-HISTORY.
      *>
      *>     OPENED AND CLOSED PER RECORD SO SEVERAL SCHEDULERS CAN
      *>     SHARE THE LOG.
      *>
            OPEN EXTEND HIST-FILE.
            IF WS-HIST-FILE-STATUS = "00" OR "05" THEN
                WRITE JOBHIST-RECORD
                CLOSE HIST-FILE
            ELSE
                DISPLAY "JOBSCHED: CANNOT WRITE ",
                    FUNCTION TRIM(HIST-FILE-NAME), " (STATUS ",
                    WS-HIST-FILE-STATUS, ")"
            END-IF.
            EXIT.

        4900-BUILD-WORK-NAMES.
            MOVE SPACES TO RC-FILE-NAME, RC-TEMP-NAME, OUT-FILE-NAME.
            STRING WORK-PREFIX DELIMITED BY SPACE,
                WS-JOB-NAME(WS-JOB-X) DELIMITED BY SPACE,
                ".RC" DELIMITED BY SIZE
                INTO RC-FILE-NAME.
            STRING WORK-PREFIX DELIMITED BY SPACE,
                WS-JOB-NAME(WS-JOB-X) DELIMITED BY SPACE,
                ".RC.TMP" DELIMITED BY SIZE
                INTO RC-TEMP-NAME.
            STRING WORK-PREFIX DELIMITED BY SPACE,
                WS-JOB-NAME(WS-JOB-X) DELIMITED BY SPACE,
                ".OUT" DELIMITED BY SIZE
                INTO OUT-FILE-NAME.
            EXIT.

        5000-PRINT-SUMMARY.
            DISPLAY " ".
            DISPLAY "JOBSCHED SUMMARY".
            DISPLAY "  JOBS STARTED        ", WS-STARTED-COUNT.
            DISPLAY "  RUNS ENDED          ", WS-ENDED-COUNT.
            DISPLAY "  ENDED NONZERO       ", WS-NONZERO-COUNT.
            DISPLAY "  SKIPPED             ", WS-SKIPPED-COUNT.
            DISPLAY "  MISSED DEADLINES    ", WS-LATE-COUNT.
            IF WS-NONZERO-COUNT > 0 OR WS-SKIPPED-COUNT > 0
            OR WS-LATE-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        7000-SHOW-STATUS.
            PERFORM 2000-LOAD-JOBS.
            IF WS-JOB-COUNT = 0 THEN
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1500-GET-NOW.
            PERFORM 3000-PLAN-DAY.
            PERFORM 3500-LOAD-HISTORY.
            DISPLAY "JOBSCHED STATUS FOR ", WS-PLAN-DATE,
                " AT ", WS-NOW-STAMP(9:2), ":", WS-NOW-STAMP(11:2).
            DISPLAY "JOB          RULE     PARM WINDOW    STATE       ",
                " RUNS LAST START        RC".
            DISPLAY "------------ -------- ---- --------- ------------",
                " ---- -------------- ----".
            PERFORM VARYING WS-JOB-X FROM 1 BY 1
                UNTIL WS-JOB-X > WS-JOB-COUNT
                EVALUATE TRUE
                    WHEN NOT JOB-DUE-TODAY(WS-JOB-X)
                        MOVE "NOT DUE" TO WS-STATE-TEXT
                    WHEN JOB-SKIPPED-TODAY(WS-JOB-X)
                        MOVE "SKIPPED" TO WS-STATE-TEXT
                    WHEN WS-JOB-RUNS(WS-JOB-X) > 0
                    AND NOT JOB-LAST-RUN-ENDED(WS-JOB-X)
                        MOVE "RUNNING" TO WS-STATE-TEXT
                    WHEN JOB-COMPLETED-TODAY(WS-JOB-X)
                        IF WS-JOB-DONE-RC(WS-JOB-X) = 0 THEN
                            MOVE "DONE" TO WS-STATE-TEXT
                        ELSE
                            MOVE "FAILED" TO WS-STATE-TEXT
                        END-IF
                    WHEN OTHER
                        MOVE "WAITING" TO WS-STATE-TEXT
                END-EVALUATE
                IF JOB-LATE-TODAY(WS-JOB-X)
                OR WS-JOB-LATE-FOR(WS-JOB-X) NOT = SPACES THEN
                    MOVE "LATE" TO WS-STATE-TEXT(8:)
                END-IF
                MOVE SPACES TO WS-WINDOW-TEXT
                STRING WS-JOB-FROM(WS-JOB-X) "-" WS-JOB-TO(WS-JOB-X)
                    DELIMITED BY SIZE INTO WS-WINDOW-TEXT
                MOVE WS-JOB-DONE-RC(WS-JOB-X) TO WS-RC-EDIT
                MOVE WS-RC-EDIT TO WS-RC-TEXT
                IF NOT JOB-COMPLETED-TODAY(WS-JOB-X) THEN
                    MOVE SPACES TO WS-RC-TEXT
                END-IF
                MOVE WS-JOB-RUNS(WS-JOB-X) TO WS-COUNT-EDIT
                DISPLAY WS-JOB-NAME(WS-JOB-X), " ",
                    WS-JOB-RULE(WS-JOB-X), " ",
                    WS-JOB-PARM(WS-JOB-X), " ",
                    WS-WINDOW-TEXT, " ", WS-STATE-TEXT, " ",
                    WS-COUNT-EDIT(2:4), " ",
                    WS-JOB-LAST-START(WS-JOB-X), " ", WS-RC-TEXT
            END-PERFORM.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        8000-LIST-HISTORY.
            IF WS-ARG-JOB = SPACES THEN
                MOVE "*" TO WS-ARG-JOB
            END-IF.
            IF WS-ARG-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARG-DATE
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT HIST-FILE.
            IF WS-HIST-FILE-STATUS NOT = "00" THEN
                DISPLAY "JOBSCHED: NO JOB HISTORY ON FILE."
                IF WS-HIST-FILE-STATUS = "05" THEN
                    CLOSE HIST-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "DATE     JOB          EV START          ",
                "END              RC DETAIL".
            PERFORM UNTIL END-OF-FILE
                READ HIST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF (WS-ARG-JOB = "*"
                            OR JBH-JOB-NAME = WS-ARG-JOB)
                        AND (WS-ARG-DATE = "*"
                            OR JBH-RUN-DATE = WS-ARG-DATE) THEN
                            ADD 1 TO WS-LISTED-COUNT
                            PERFORM 8100-SHOW-HISTORY-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HIST-FILE.
            IF WS-LISTED-COUNT = 0 THEN
                DISPLAY "JOBSCHED: NO MATCHING HISTORY."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        8100-SHOW-HISTORY-LINE.
            EVALUATE TRUE
                WHEN JBH-EVENT-START
                    MOVE "ST" TO WS-STATE-TEXT
                WHEN JBH-EVENT-END
                    MOVE "EN" TO WS-STATE-TEXT
                WHEN JBH-EVENT-SKIP
                    MOVE "SK" TO WS-STATE-TEXT
                WHEN JBH-EVENT-LATE
                    MOVE "LT" TO WS-STATE-TEXT
                WHEN OTHER
                    MOVE "??" TO WS-STATE-TEXT
            END-EVALUATE.
            MOVE SPACES TO WS-RC-TEXT.
            IF JBH-EVENT-END THEN
                MOVE JBH-RC TO WS-RC-EDIT
                MOVE WS-RC-EDIT TO WS-RC-TEXT
            END-IF.
            DISPLAY JBH-RUN-DATE, " ", JBH-JOB-NAME, " ",
                WS-STATE-TEXT(1:2), " ", JBH-START, " ", JBH-END,
                " ", WS-RC-TEXT, " ", FUNCTION TRIM(JBH-DETAIL).
            EXIT.

        9000-REQUEST-STOP.
            OPEN OUTPUT STOP-FILE.
            IF WS-STOP-FILE-STATUS NOT = "00" THEN
                DISPLAY "JOBSCHED: CANNOT CREATE ",
                    FUNCTION TRIM(STOP-FILE-NAME), " (STATUS ",
                    WS-STOP-FILE-STATUS, ")"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO STOP-RECORD.
            STRING "STOP REQUESTED BY " DELIMITED BY SIZE,
                WS-OPERATOR-ID DELIMITED BY SPACE,
                " AT " DELIMITED BY SIZE,
                FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                INTO STOP-RECORD.
            WRITE STOP-RECORD.
            CLOSE STOP-FILE.
            DISPLAY "JOBSCHED: ", FUNCTION TRIM(STOP-RECORD).
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM JOBSCHED.
