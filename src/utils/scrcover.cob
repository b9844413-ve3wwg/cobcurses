        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRCOVER.
      *>
      *> SCRCOVER REPORTS WHAT THE SCREXPCT REGRESSION SUITE ACTUALLY
      *> EXERCISES. EVERY PLAYBACK RUN APPENDS WHAT IT TOUCHED TO
      *> COVERAGE.LOG IN THE SUITE DIRECTORY (SEE COVLOG.cbl AND
      *> COBCURSES-COVERAGE); SCRCOVER READS THAT LOG AGAINST THE
      *> SCREEN CATALOG AND, FOR EVERY SCREEN IN SCREEN-FILE, COUNTS
      *> COVERED OUT OF DESIGNED:
      *>
      *>     SCRN    THE SCREEN ITSELF WAS OPENED
      *>     STATE   SCRFSTA.X STATES REACHED
      *>     FIELD   SCRFDEF.X FIELDS (NOT READ-ONLY) KEYED
      *>     PATH    NON-ZERO FORWARD/BACK/ESCAPE/SLASH TARGETS (THE
      *>             ARCS FLOWMAP DRAWS) TAKEN
      *>     RULE    SCRNRULE.X RULES FIRED -- A CHECK RULE FAILED,
      *>             OR A CONDITION (SH/HI/PR/RQ) APPLIED; A RULE THAT
      *>             ALWAYS PASSES IS NOT TESTED, WHATEVER RAN PAST IT
      *>     VALID   FIELDS WITH A VALID-MIN/MAX/LIST OR VALID-REQUIRED
      *>             EDIT THAT REJECTED A VALUE AT LEAST ONCE
      *>     MENU    SELECTABLE ITEMS OF THE SCREEN'S MENUS (FIELD
      *>             MENU-REFS AND MENUREFS.X) CHOSEN BY ANY TEST
      *>
      *> WITH PERCENTAGES PER SCREEN AND PER APPLICATION
      *> (SCN-APPLICATION), AND LISTS WHAT NO TEST EVER EXERCISED
      *> UNDER EACH SCREEN THE SUITE OPENED.
      *>
      *> THE RELEASE GATE: EVERY CHANGED SCREEN WHOSE OVERALL
      *> COVERAGE IS BELOW THE MINIMUM IS LISTED AS HELD AND THE
      *> RETURN-CODE IS NONZERO, SO THE RELEASE JOB STOPS. CHANGED
      *> SCREENS ARE THE SCREEN LINES OF A RELBUILD CONTENT LIST WHEN
      *> ONE IS GIVEN, OTHERWISE THE SCREENS GENRECON WOULD CALL
      *> OUT-OF-DATE (CHANGED SINCE THEIR LAST GENERATION).
      *>
      *> USAGE:  scrcover [MINIMUM-PERCENT [LISTFILE]]
      *>
      *>     MINIMUM-PERCENT DEFAULTS TO COBCURSES_COVERAGE_MIN; WITH
      *>     NEITHER (OR ZERO) NOTHING IS HELD. THE SUITE DIRECTORY IS
      *>     SCREXPCT'S (COBCURSES_EXPECT_DIR, DEFAULT
      *>     ${COBCURSES_DATADIR}/EXPECT).
      *>
      *> RETURN-CODE: 0 NOTHING HELD, 1 A CHANGED SCREEN IS BELOW THE
      *> MINIMUM, 8 NO COVERAGE.LOG (RUN SCREXPCT FIRST) OR A BAD
      *> ARGUMENT.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME.

            SELECT SCRFSTA-FILE
                ASSIGN TO SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY
                FILE STATUS IS WS-SCRFSTA-FILE-STATUS.

            SELECT SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

            SELECT SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-SCRNRULE-FILE-STATUS.

            SELECT MENUREF-FILE
                ASSIGN TO MENUREF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY
                FILE STATUS IS WS-MENUREF-FILE-STATUS.

            SELECT ITEM-FILE
                ASSIGN TO ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-ITEM-FILE-STATUS.

            SELECT GENSTATE-FILE
                ASSIGN TO GENSTATE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS GEN-SCREEN-NAME
                FILE STATUS IS WS-GENSTATE-FILE-STATUS.

            SELECT COVLOG-FILE
                ASSIGN TO COVLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COVLOG-FILE-STATUS.

            SELECT LIST-FILE
                ASSIGN TO LIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  MENUREF-FILE.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  GENSTATE-FILE.
        01  GENSTATE-RECORD.
            COPY SDGENSTA.

        FD  COVLOG-FILE.
        01  COVLOG-RECORD.
            COPY COVLOG.

        FD  LIST-FILE.
        01  LIST-RECORD.
            05  LST-KIND                    PIC X(8).
            05  FILLER                      PIC X.
            05  LST-NAME                    PIC X(16).

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-EXPECT-DIR                   PIC X(256).
            10  COVLOG-FILE-NAME                PIC X(512).
            10  LIST-FILE-NAME                  PIC X(256).
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRFSTA-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  GENSTATE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SDGENSTA.X".

        01  WS-SCRFSTA-FILE-STATUS              PIC XX.
        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-SCRNRULE-FILE-STATUS             PIC XX.
        01  WS-MENUREF-FILE-STATUS              PIC XX.
        01  WS-ITEM-FILE-STATUS                 PIC XX.
        01  WS-GENSTATE-FILE-STATUS             PIC XX.
        01  WS-COVLOG-FILE-STATUS               PIC XX.
        01  WS-LIST-FILE-STATUS                 PIC XX.

        01  OPEN-FLAGS.
            10  WS-SCRFSTA-OPEN-FLAG            PIC X VALUE 'N'.
                88  WS-SCRFSTA-OPEN             VALUE 'Y'.
            10  WS-SCRFDEF-OPEN-FLAG            PIC X VALUE 'N'.
                88  WS-SCRFDEF-OPEN             VALUE 'Y'.
            10  WS-SCRNRULE-OPEN-FLAG           PIC X VALUE 'N'.
                88  WS-SCRNRULE-OPEN            VALUE 'Y'.
            10  WS-MENUREF-OPEN-FLAG            PIC X VALUE 'N'.
                88  WS-MENUREF-OPEN             VALUE 'Y'.
            10  WS-ITEM-OPEN-FLAG               PIC X VALUE 'N'.
                88  WS-ITEM-OPEN                VALUE 'Y'.
            10  WS-GENSTATE-OPEN-FLAG           PIC X VALUE 'N'.
                88  WS-GENSTATE-OPEN            VALUE 'Y'.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  INNER-EOF-FLAG                      PIC X VALUE 'N'.
            88  INNER-EOF                       VALUE 'Y'.

        01  WS-MIN-PCT                          PIC 999 VALUE 0.
        01  WS-LIST-GIVEN-FLAG                  PIC X VALUE 'N'.
            88  WS-LIST-GIVEN                   VALUE 'Y'.

      *>
      *> COVERAGE.LOG, EACH THING ONCE HOWEVER MANY TESTS TOUCHED IT.
      *>
        01  COVERED-TABLE.
            10  WS-COV-COUNT                    PIC 9(5) COMP VALUE 0.
            10  WS-COV-ENTRY OCCURS 8000 TIMES.
                15  WS-COV-SCREEN               PIC X(16).
                15  WS-COV-KIND                 PIC XX.
                15  WS-COV-ITEM                 PIC X(40).
        01  WS-COV-X                            PIC 9(5) COMP.
        01  WS-COV-DROPPED                      PIC 9(6) VALUE 0.

        01  TEST-TABLE.
            10  WS-TEST-COUNT                   PIC 9(4) COMP VALUE 0.
            10  WS-TEST-NAME OCCURS 500 TIMES   PIC X(16).
        01  WS-TEST-X                           PIC 9(4) COMP.

        01  WS-LOOK-SCREEN                      PIC X(16).
        01  WS-LOOK-KIND                        PIC XX.
        01  WS-LOOK-ITEM                        PIC X(40).
        01  WS-FOUND-FLAG                       PIC X.
            88  WS-FOUND                        VALUE 'Y'.

      *>
      *> THE RELEASE CONTENT LIST'S SCREENS.
      *>
        01  CHANGED-LIST.
            10  WS-CHG-COUNT                    PIC 9(4) COMP VALUE 0.
            10  WS-CHG-NAME OCCURS 500 TIMES    PIC X(16).
        01  WS-CHG-X                            PIC 9(4) COMP.
        01  WS-CHANGED-FLAG                     PIC X.
            88  WS-SCREEN-CHANGED               VALUE 'Y'.
        01  WS-CHANGED-WHY                      PIC X(32).

      *>
      *> CATEGORY COUNTS FOR THE CURRENT SCREEN: 1 SCRN, 2 STATE,
      *> 3 FIELD, 4 PATH, 5 RULE, 6 VALID, 7 MENU.
      *>
        01  SCREEN-COUNTS.
            10  WS-SCR-CAT OCCURS 7 TIMES.
                15  WS-SCR-COVERED              PIC 9(5) COMP.
                15  WS-SCR-TOTAL                PIC 9(5) COMP.
        01  WS-CAT-X                            PIC 9 COMP.
        01  WS-CAT-NO                           PIC 9 COMP.
        01  WS-SUM-COVERED                      PIC 9(7) COMP.
        01  WS-SUM-TOTAL                        PIC 9(7) COMP.
        01  WS-PCT                              PIC 999.

        01  APPLICATION-TABLE.
            10  WS-APP-COUNT                    PIC 999 COMP VALUE 0.
            10  WS-APP-ENTRY OCCURS 100 TIMES.
                15  WS-APP-CODE                 PIC X(8).
                15  WS-APP-SCREENS              PIC 9(5) COMP.
                15  WS-APP-CAT OCCURS 7 TIMES.
                    20  WS-APP-COVERED          PIC 9(7) COMP.
                    20  WS-APP-TOTAL            PIC 9(7) COMP.
        01  WS-APP-X                            PIC 999 COMP.
        01  WS-APP-CODE-WORK                    PIC X(8).

      *>
      *> WHAT THE CURRENT SCREEN NEVER HAD EXERCISED, LISTED UNDER
      *> ITS COVERAGE LINE.
      *>
        01  NEVER-TABLE.
            10  WS-NEVER-COUNT                  PIC 999 COMP.
            10  WS-NEVER-LINE OCCURS 300 TIMES  PIC X(100).
        01  WS-NEVER-X                          PIC 999 COMP.
        01  WS-NEVER-LOST                       PIC 9(4).
        01  WS-NEVER-WHAT                       PIC X(8).
        01  WS-NEVER-ID                         PIC X(40).
        01  WS-NEVER-TEXT                       PIC X(40).

      *>
      *> THE SCREEN'S MENUS (FIELD MENU-REFS AND MENUREFS.X).
      *>
        01  MENU-LIST.
            10  WS-MNU-COUNT                    PIC 99 COMP.
            10  WS-MNU-NAME OCCURS 40 TIMES     PIC X(16).
        01  WS-MNU-X                            PIC 99 COMP.
        01  WS-MENU-WORK                        PIC X(16).

      *>
      *> THE HOLD LIST FOR THE RELEASE GATE.
      *>
        01  GATE-TABLE.
            10  WS-GATE-COUNT                   PIC 9(4) COMP VALUE 0.
            10  WS-GATE-ENTRY OCCURS 1000 TIMES.
                15  WS-GATE-SCREEN              PIC X(16).
                15  WS-GATE-PCT                 PIC 999.
                15  WS-GATE-WHY                 PIC X(32).
        01  WS-GATE-X                           PIC 9(4) COMP.

        01  WS-STATE-ED                         PIC 9(4).
        01  WS-PATH-TO                          PIC 9(4).
        01  WS-PATH-CODE                        PIC X.
        01  WS-PATH-NAME                        PIC X(8).
        01  WS-RULE-LAST                        PIC 9(4).
        01  WS-PCT-NUM                          PIC 999.

        01  COVERAGE-COUNTS.
            10  WS-SCREEN-COUNT                 PIC 9(6) VALUE 0.
            10  WS-TESTED-COUNT                 PIC 9(6) VALUE 0.
            10  WS-CHANGED-COUNT                PIC 9(6) VALUE 0.
            10  WS-HELD-COUNT                   PIC 9(6) VALUE 0.

        01  HEADING-LINE.
            10  FILLER                          PIC X(25)
                VALUE "SCREEN           APPL".
            10  FILLER                          PIC X(42)
                VALUE "  SCRN STATE FIELD  PATH  RULE VALID  MENU".
            10  FILLER                          PIC X(20)
                VALUE "   TOTAL".

        01  APP-HEADING-LINE.
            10  FILLER                          PIC X(25)
                VALUE "APPLICATION       SCREENS".
            10  FILLER                          PIC X(42)
                VALUE "  SCRN STATE FIELD  PATH  RULE VALID  MENU".
            10  FILLER                          PIC X(20)
                VALUE "   TOTAL".

        01  DETAIL-LINE.
            10  DL-NAME                         PIC X(16).
            10  FILLER                          PIC X.
            10  DL-APPL                         PIC X(8).
            10  DL-CAT OCCURS 7 TIMES           PIC X(6).
            10  FILLER                          PIC XX.
            10  DL-TOTAL                        PIC X(6).
            10  DL-TOTAL-COUNTS                 PIC X(14).

        01  PCT-EDIT.
            10  FILLER                          PIC XX VALUE SPACES.
            10  PE-PCT                          PIC ZZ9.
            10  FILLER                          PIC X VALUE "%".
        01  COUNTS-EDIT.
            10  FILLER                          PIC XX VALUE " (".
            10  CE-COVERED                      PIC ZZZ9.
            10  FILLER                          PIC X VALUE "/".
            10  CE-TOTAL                        PIC ZZZ9.
            10  FILLER                          PIC X VALUE ")".

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 1500-LOAD-COVERAGE.

            DISPLAY "REGRESSION SUITE COVERAGE FROM ",
                FUNCTION TRIM(COVLOG-FILE-NAME).
            DISPLAY WS-TEST-COUNT, " TESTS, ", WS-COV-COUNT,
                " DISTINCT ITEMS EXERCISED".
            IF WS-COV-DROPPED > 0 THEN
                DISPLAY "WARNING: ", WS-COV-DROPPED,
                    " LOG RECORDS BEYOND THE TABLE WERE NOT COUNTED"
            END-IF.
            DISPLAY " ".
            DISPLAY HEADING-LINE.

            PERFORM 2000-REPORT-SCREENS.
            PERFORM 3000-REPORT-APPLICATIONS.
            PERFORM 4000-RELEASE-GATE.
            PERFORM 9000-FINALIZE.

            IF WS-HELD-COUNT > 0 THEN
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_COVERAGE_MIN"
            END-IF.
            IF WS-ENV-VAR NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-ENV-VAR) NOT = 0
                OR FUNCTION NUMVAL(WS-ENV-VAR) > 100
                OR FUNCTION NUMVAL(WS-ENV-VAR) < 0 THEN
                    DISPLAY "SCRCOVER: MINIMUM PERCENT '",
                        FUNCTION TRIM(WS-ENV-VAR),
                        "' IS NOT 0 TO 100."
                    DISPLAY "USAGE: scrcover [MINIMUM-PERCENT "
                        "[LISTFILE]]"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-MIN-PCT
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO LIST-FILE-NAME
                SET WS-LIST-GIVEN TO TRUE
                PERFORM 1200-LOAD-LIST
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_EXPECT_DIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-EXPECT-DIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/EXPECT" TO WS-EXPECT-DIR
                MOVE LENGTH OF WS-EXPECT-DIR TO FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-EXPECT-DIR, FILE-NAME-LENGTH
            END-IF.
            STRING WS-EXPECT-DIR DELIMITED BY SPACE,
                "/COVERAGE.LOG" DELIMITED BY SIZE
                INTO COVLOG-FILE-NAME.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE GENSTATE-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE.
            OPEN INPUT SCRFSTA-FILE.
            IF WS-SCRFSTA-FILE-STATUS = "00" THEN
                SET WS-SCRFSTA-OPEN TO TRUE
            END-IF.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS = "00" THEN
                SET WS-SCRFDEF-OPEN TO TRUE
            END-IF.
            OPEN INPUT SCRNRULE-FILE.
            IF WS-SCRNRULE-FILE-STATUS = "00" THEN
                SET WS-SCRNRULE-OPEN TO TRUE
            END-IF.
            OPEN INPUT MENUREF-FILE.
            IF WS-MENUREF-FILE-STATUS = "00" THEN
                SET WS-MENUREF-OPEN TO TRUE
            END-IF.
            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-FILE-STATUS = "00" THEN
                SET WS-ITEM-OPEN TO TRUE
            END-IF.
            IF NOT WS-LIST-GIVEN THEN
                OPEN INPUT GENSTATE-FILE
                IF WS-GENSTATE-FILE-STATUS = "00" THEN
                    SET WS-GENSTATE-OPEN TO TRUE
                END-IF
            END-IF.
            EXIT.

      *>
      *> THE SCREEN LINES OF A RELBUILD CONTENT LIST ('*' COMMENTS
      *> AND THE OTHER KINDS SKIPPED).
      *>
        1200-LOAD-LIST.
            OPEN INPUT LIST-FILE.
            IF WS-LIST-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRCOVER: CANNOT OPEN LIST FILE ",
                    FUNCTION TRIM(LIST-FILE-NAME), " (STATUS ",
                    WS-LIST-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ LIST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF LIST-RECORD(1:1) NOT = '*'
                        AND FUNCTION UPPER-CASE(LST-KIND) = "SCREEN"
                        AND LST-NAME NOT = SPACES
                        AND WS-CHG-COUNT < 500 THEN
                            ADD 1 TO WS-CHG-COUNT
                            MOVE LST-NAME TO WS-CHG-NAME(WS-CHG-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LIST-FILE.
            EXIT.

        1500-LOAD-COVERAGE.
            OPEN INPUT COVLOG-FILE.
            IF WS-COVLOG-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRCOVER: NO COVERAGE LOG ",
                    FUNCTION TRIM(COVLOG-FILE-NAME), " (STATUS ",
                    WS-COVLOG-FILE-STATUS, "); RUN SCREXPCT FIRST."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ COVLOG-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 1510-ADD-COVERED
                END-READ
            END-PERFORM.
            CLOSE COVLOG-FILE.
            EXIT.

        1510-ADD-COVERED.
            MOVE CVG-SCREEN TO WS-LOOK-SCREEN.
            MOVE CVG-KIND TO WS-LOOK-KIND.
            MOVE CVG-ITEM TO WS-LOOK-ITEM.
            PERFORM 7000-FIND-COVERED.
            IF NOT WS-FOUND THEN
                IF WS-COV-COUNT < 8000 THEN
                    ADD 1 TO WS-COV-COUNT
                    MOVE CVG-SCREEN TO WS-COV-SCREEN(WS-COV-COUNT)
                    MOVE CVG-KIND TO WS-COV-KIND(WS-COV-COUNT)
                    MOVE CVG-ITEM TO WS-COV-ITEM(WS-COV-COUNT)
                ELSE
                    ADD 1 TO WS-COV-DROPPED
                END-IF
            END-IF.

            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-TEST-X FROM 1 BY 1
                UNTIL WS-TEST-X > WS-TEST-COUNT OR WS-FOUND
                IF WS-TEST-NAME(WS-TEST-X) = CVG-TEST THEN
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND AND WS-TEST-COUNT < 500 THEN
                ADD 1 TO WS-TEST-COUNT
                MOVE CVG-TEST TO WS-TEST-NAME(WS-TEST-COUNT)
            END-IF.
            EXIT.

        2000-REPORT-SCREENS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCREEN-RECORD.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 2100-ONE-SCREEN
                END-READ
            END-PERFORM.
            EXIT.

        2100-ONE-SCREEN.
            ADD 1 TO WS-SCREEN-COUNT.
            INITIALIZE SCREEN-COUNTS.
            MOVE 0 TO WS-NEVER-COUNT.
            MOVE 0 TO WS-NEVER-LOST.
            MOVE 0 TO WS-MNU-COUNT.
            MOVE SCN-NAME TO WS-LOOK-SCREEN.

            MOVE 1 TO WS-CAT-NO.
            MOVE "SC" TO WS-LOOK-KIND.
            MOVE SPACES TO WS-LOOK-ITEM.
            PERFORM 7100-COUNT-ONE.
            IF WS-FOUND THEN
                ADD 1 TO WS-TESTED-COUNT
            END-IF.

            PERFORM 2200-COUNT-STATES.
            PERFORM 2300-COUNT-FIELDS.
            PERFORM 2400-COUNT-RULES.
            PERFORM 2500-COUNT-MENU-ITEMS.

            MOVE SPACES TO DETAIL-LINE.
            MOVE SCN-NAME TO DL-NAME.
            MOVE SCN-APPLICATION TO DL-APPL.
            MOVE 0 TO WS-SUM-COVERED.
            MOVE 0 TO WS-SUM-TOTAL.
            PERFORM VARYING WS-CAT-X FROM 1 BY 1 UNTIL WS-CAT-X > 7
                IF WS-SCR-TOTAL(WS-CAT-X) = 0 THEN
                    MOVE "     -" TO DL-CAT(WS-CAT-X)
                ELSE
                    COMPUTE PE-PCT = WS-SCR-COVERED(WS-CAT-X) * 100
                        / WS-SCR-TOTAL(WS-CAT-X)
                    MOVE PCT-EDIT TO DL-CAT(WS-CAT-X)
                END-IF
                ADD WS-SCR-COVERED(WS-CAT-X) TO WS-SUM-COVERED
                ADD WS-SCR-TOTAL(WS-CAT-X) TO WS-SUM-TOTAL
            END-PERFORM.
            COMPUTE WS-PCT = WS-SUM-COVERED * 100 / WS-SUM-TOTAL.
            MOVE WS-PCT TO PE-PCT.
            MOVE PCT-EDIT TO DL-TOTAL.
            MOVE WS-SUM-COVERED TO CE-COVERED.
            MOVE WS-SUM-TOTAL TO CE-TOTAL.
            MOVE COUNTS-EDIT TO DL-TOTAL-COUNTS.
            DISPLAY DETAIL-LINE.

      *>
      *>     ONLY A SCREEN THE SUITE OPENED GETS ITS GAPS ITEMIZED;
      *>     FOR ONE IT NEVER OPENED, EVERYTHING IS A GAP.
      *>
            IF WS-SCR-COVERED(1) = 0 THEN
                DISPLAY "    (NOT OPENED BY ANY TEST)"
            ELSE
                PERFORM VARYING WS-NEVER-X FROM 1 BY 1
                    UNTIL WS-NEVER-X > WS-NEVER-COUNT
                    DISPLAY FUNCTION TRIM(WS-NEVER-LINE(WS-NEVER-X)
                        TRAILING)
                END-PERFORM
                IF WS-NEVER-LOST > 0 THEN
                    DISPLAY "    ... AND ", WS-NEVER-LOST, " MORE"
                END-IF
            END-IF.

            PERFORM 2700-ADD-TO-APPLICATION.
            PERFORM 2800-CHECK-GATE.
            EXIT.

        2200-COUNT-STATES.
            IF NOT WS-SCRFSTA-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            INITIALIZE SCRFSTA-RECORD.
            MOVE SCN-NAME TO SCR-FST-SCREEN-NAME.
            START SCRFSTA-FILE KEY IS >= SCR-FST-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ SCRFSTA-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF SCR-FST-SCREEN-NAME NOT = SCN-NAME THEN
                            SET INNER-EOF TO TRUE
                        ELSE
                            PERFORM 2210-COUNT-ONE-STATE
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2210-COUNT-ONE-STATE.
            MOVE SCR-FST-STATE-NO TO WS-STATE-ED.
            MOVE 2 TO WS-CAT-NO.
            MOVE "ST" TO WS-LOOK-KIND.
            MOVE WS-STATE-ED TO WS-LOOK-ITEM.
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "STATE" TO WS-NEVER-WHAT
                MOVE WS-STATE-ED TO WS-NEVER-ID
                MOVE SCR-FST-STATE-COBOL-NAME TO WS-NEVER-TEXT
                PERFORM 7200-ADD-NEVER
            END-IF.

            MOVE SCR-FST-FORWARD-TO TO WS-PATH-TO.
            MOVE 'F' TO WS-PATH-CODE.
            MOVE "FORWARD" TO WS-PATH-NAME.
            PERFORM 2220-COUNT-ONE-PATH.
            MOVE SCR-FST-BACK-TO TO WS-PATH-TO.
            MOVE 'B' TO WS-PATH-CODE.
            MOVE "BACK" TO WS-PATH-NAME.
            PERFORM 2220-COUNT-ONE-PATH.
            MOVE SCR-FST-ESCAPE-TO TO WS-PATH-TO.
            MOVE 'E' TO WS-PATH-CODE.
            MOVE "ESCAPE" TO WS-PATH-NAME.
            PERFORM 2220-COUNT-ONE-PATH.
            MOVE SCR-FST-SLASH-TO TO WS-PATH-TO.
            MOVE 'S' TO WS-PATH-CODE.
            MOVE "SLASH" TO WS-PATH-NAME.
            PERFORM 2220-COUNT-ONE-PATH.
            EXIT.

        2220-COUNT-ONE-PATH.
            IF WS-PATH-TO = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 4 TO WS-CAT-NO.
            MOVE "TR" TO WS-LOOK-KIND.
            MOVE SPACES TO WS-LOOK-ITEM.
            STRING WS-STATE-ED " " WS-PATH-CODE
                DELIMITED BY SIZE INTO WS-LOOK-ITEM.
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "PATH" TO WS-NEVER-WHAT
                MOVE SPACES TO WS-NEVER-ID
                STRING WS-STATE-ED " " WS-PATH-NAME
                    DELIMITED BY SIZE INTO WS-NEVER-ID
                MOVE SPACES TO WS-NEVER-TEXT
                MOVE WS-PATH-TO TO WS-STATE-ED
                STRING "TO STATE " WS-STATE-ED
                    DELIMITED BY SIZE INTO WS-NEVER-TEXT
                MOVE SCR-FST-STATE-NO TO WS-STATE-ED
                PERFORM 7200-ADD-NEVER
            END-IF.
            EXIT.

        2300-COUNT-FIELDS.
            IF NOT WS-SCRFDEF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE SCN-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = SCN-NAME THEN
                            SET INNER-EOF TO TRUE
                        ELSE
                            PERFORM 2310-COUNT-ONE-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2310-COUNT-ONE-FIELD.
            IF SCR-FDEF-MENU-REF NOT = SPACES THEN
                MOVE SCR-FDEF-MENU-REF TO WS-MENU-WORK
                PERFORM 2550-NOTE-MENU
            END-IF.
            IF SCR-FDEF-READ-ONLY = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCR-FDEF-NO TO WS-STATE-ED.
            MOVE 3 TO WS-CAT-NO.
            MOVE "FL" TO WS-LOOK-KIND.
            MOVE WS-STATE-ED TO WS-LOOK-ITEM.
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "FIELD" TO WS-NEVER-WHAT
                MOVE WS-STATE-ED TO WS-NEVER-ID
                MOVE SCR-FDEF-COBOL-NAME TO WS-NEVER-TEXT
                PERFORM 7200-ADD-NEVER
            END-IF.

            IF SCR-FDEF-VALID-MIN = SPACES
            AND SCR-FDEF-VALID-MAX = SPACES
            AND SCR-FDEF-VALID-LIST = SPACES
            AND SCR-FDEF-VALID-REQUIRED NOT = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 6 TO WS-CAT-NO.
            MOVE "VA" TO WS-LOOK-KIND.
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "VALID" TO WS-NEVER-WHAT
                MOVE WS-STATE-ED TO WS-NEVER-ID
                MOVE SCR-FDEF-COBOL-NAME TO WS-NEVER-TEXT
                PERFORM 7200-ADD-NEVER
            END-IF.
            EXIT.

      *>
      *>     ONE COUNT PER RULE SEQUENCE (A GROUP RULE EXPANDS TO
      *>     SEVERAL RUNTIME ENTRIES THAT ALL CARRY ITS SEQUENCE).
      *>
        2400-COUNT-RULES.
            IF NOT WS-SCRNRULE-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            INITIALIZE SCRNRULE-RECORD.
            MOVE SCN-NAME TO RUL-SCREEN-NAME.
            START SCRNRULE-FILE KEY IS >= RUL-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ SCRNRULE-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF RUL-SCREEN-NAME NOT = SCN-NAME THEN
                            SET INNER-EOF TO TRUE
                        ELSE
                            PERFORM 2410-COUNT-ONE-RULE
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2410-COUNT-ONE-RULE.
            MOVE RUL-SEQ TO WS-STATE-ED.
            MOVE 5 TO WS-CAT-NO.
            MOVE "RU" TO WS-LOOK-KIND.
            MOVE WS-STATE-ED TO WS-LOOK-ITEM.
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "RULE" TO WS-NEVER-WHAT
                MOVE WS-STATE-ED TO WS-NEVER-ID
                MOVE RUL-DESCRIPTION TO WS-NEVER-TEXT
                PERFORM 7200-ADD-NEVER
            END-IF.
            EXIT.

        2500-COUNT-MENU-ITEMS.
            IF WS-MENUREF-OPEN THEN
                MOVE 'N' TO INNER-EOF-FLAG
                INITIALIZE MENUREF-RECORD
                MOVE SCN-NAME TO MREF-SCREEN-NAME
                START MENUREF-FILE KEY IS >= MREF-KEY
                    INVALID KEY
                        SET INNER-EOF TO TRUE
                    NOT INVALID KEY
                        CONTINUE
                END-START
                PERFORM UNTIL INNER-EOF
                    READ MENUREF-FILE NEXT RECORD
                        AT END
                            SET INNER-EOF TO TRUE
                        NOT AT END
                            IF MREF-SCREEN-NAME NOT = SCN-NAME THEN
                                SET INNER-EOF TO TRUE
                            ELSE
                                MOVE MREF-MENU-NAME TO WS-MENU-WORK
                                PERFORM 2550-NOTE-MENU
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF NOT WS-ITEM-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-MNU-X FROM 1 BY 1
                UNTIL WS-MNU-X > WS-MNU-COUNT
                PERFORM 2510-COUNT-ONE-MENU
            END-PERFORM.
            EXIT.

        2510-COUNT-ONE-MENU.
            MOVE 'N' TO INNER-EOF-FLAG.
            INITIALIZE ITEM-RECORD.
            MOVE WS-MNU-NAME(WS-MNU-X) TO ITM-MENU-NAME.
            START ITEM-FILE KEY IS >= ITM-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF ITM-MENU-NAME NOT = WS-MNU-NAME(WS-MNU-X)
                        THEN
                            SET INNER-EOF TO TRUE
                        ELSE
                            IF ITM-SELECTABLE NOT = 'N' THEN
                                PERFORM 2520-COUNT-ONE-ITEM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *>     A MENU ITEM IS COVERED WHEREVER IT WAS CHOSEN: THE MENU
      *>     PATH CANNOT ALWAYS SAY WHICH SCREEN PULLED THE MENU DOWN.
      *>
        2520-COUNT-ONE-ITEM.
            MOVE 7 TO WS-CAT-NO.
            MOVE "MI" TO WS-LOOK-KIND.
            MOVE SPACES TO WS-LOOK-ITEM.
            MOVE ITM-MENU-NAME TO WS-LOOK-ITEM(1:16).
            MOVE ITM-ITEM-NAME TO WS-LOOK-ITEM(17:20).
            PERFORM 7100-COUNT-ONE.
            IF NOT WS-FOUND THEN
                MOVE "ITEM" TO WS-NEVER-WHAT
                MOVE SPACES TO WS-NEVER-ID
                STRING FUNCTION TRIM(ITM-MENU-NAME) "/"
                    FUNCTION TRIM(ITM-ITEM-NAME)
                    DELIMITED BY SIZE INTO WS-NEVER-ID
                MOVE ITM-TEXT TO WS-NEVER-TEXT
                PERFORM 7200-ADD-NEVER
            END-IF.
            EXIT.

        2550-NOTE-MENU.
            PERFORM VARYING WS-MNU-X FROM 1 BY 1
                UNTIL WS-MNU-X > WS-MNU-COUNT
                IF WS-MNU-NAME(WS-MNU-X) = WS-MENU-WORK THEN
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-MNU-COUNT < 40 THEN
                ADD 1 TO WS-MNU-COUNT
                MOVE WS-MENU-WORK TO WS-MNU-NAME(WS-MNU-COUNT)
            END-IF.
            EXIT.

        2700-ADD-TO-APPLICATION.
            MOVE SCN-APPLICATION TO WS-APP-CODE-WORK.
            IF WS-APP-CODE-WORK = SPACES THEN
                MOVE "(NONE)" TO WS-APP-CODE-WORK
            END-IF.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-APP-X FROM 1 BY 1
                UNTIL WS-APP-X > WS-APP-COUNT OR WS-FOUND
                IF WS-APP-CODE(WS-APP-X) = WS-APP-CODE-WORK THEN
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-FOUND THEN
                SUBTRACT 1 FROM WS-APP-X
            ELSE
                IF WS-APP-COUNT >= 100 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-APP-COUNT
                MOVE WS-APP-COUNT TO WS-APP-X
                INITIALIZE WS-APP-ENTRY(WS-APP-X)
                MOVE WS-APP-CODE-WORK TO WS-APP-CODE(WS-APP-X)
            END-IF.
            ADD 1 TO WS-APP-SCREENS(WS-APP-X).
            PERFORM VARYING WS-CAT-X FROM 1 BY 1 UNTIL WS-CAT-X > 7
                ADD WS-SCR-COVERED(WS-CAT-X)
                    TO WS-APP-COVERED(WS-APP-X, WS-CAT-X)
                ADD WS-SCR-TOTAL(WS-CAT-X)
                    TO WS-APP-TOTAL(WS-APP-X, WS-CAT-X)
            END-PERFORM.
            EXIT.

      *>
      *>     IS THIS SCREEN PART OF THE RELEASE, AND IF SO IS IT
      *>     COVERED WELL ENOUGH TO GO?
      *>
        2800-CHECK-GATE.
            MOVE 'N' TO WS-CHANGED-FLAG.
            IF WS-LIST-GIVEN THEN
                PERFORM VARYING WS-CHG-X FROM 1 BY 1
                    UNTIL WS-CHG-X > WS-CHG-COUNT
                    IF WS-CHG-NAME(WS-CHG-X) = SCN-NAME THEN
                        SET WS-SCREEN-CHANGED TO TRUE
                        MOVE "IN THE RELEASE LIST" TO WS-CHANGED-WHY
                    END-IF
                END-PERFORM
            ELSE
                IF WS-GENSTATE-OPEN THEN
                    MOVE SCN-NAME TO GEN-SCREEN-NAME
                    READ GENSTATE-FILE
                        INVALID KEY
                            SET WS-SCREEN-CHANGED TO TRUE
                            MOVE "NEVER GENERATED" TO WS-CHANGED-WHY
                        NOT INVALID KEY
                            IF GEN-LAST-MODIFIED < SCN-LAST-MODIFIED
                                SET WS-SCREEN-CHANGED TO TRUE
                                MOVE "CHANGED SINCE LAST GENERATION"
                                    TO WS-CHANGED-WHY
                            END-IF
                    END-READ
                END-IF
            END-IF.
            IF NOT WS-SCREEN-CHANGED THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CHANGED-COUNT.
            IF WS-PCT < WS-MIN-PCT AND WS-GATE-COUNT < 1000 THEN
                ADD 1 TO WS-GATE-COUNT
                MOVE SCN-NAME TO WS-GATE-SCREEN(WS-GATE-COUNT)
                MOVE WS-PCT TO WS-GATE-PCT(WS-GATE-COUNT)
                MOVE WS-CHANGED-WHY TO WS-GATE-WHY(WS-GATE-COUNT)
            END-IF.
            EXIT.

        3000-REPORT-APPLICATIONS.
            DISPLAY " ".
            DISPLAY "BY APPLICATION".
            DISPLAY " ".
            DISPLAY APP-HEADING-LINE.
            PERFORM VARYING WS-APP-X FROM 1 BY 1
                UNTIL WS-APP-X > WS-APP-COUNT
                MOVE SPACES TO DETAIL-LINE
                MOVE WS-APP-CODE(WS-APP-X) TO DL-NAME
                MOVE WS-APP-SCREENS(WS-APP-X) TO CE-TOTAL
                MOVE CE-TOTAL TO DL-APPL(5:4)
                MOVE 0 TO WS-SUM-COVERED
                MOVE 0 TO WS-SUM-TOTAL
                PERFORM VARYING WS-CAT-X FROM 1 BY 1 UNTIL WS-CAT-X > 7
                    IF WS-APP-TOTAL(WS-APP-X, WS-CAT-X) = 0 THEN
                        MOVE "     -" TO DL-CAT(WS-CAT-X)
                    ELSE
                        COMPUTE PE-PCT =
                            WS-APP-COVERED(WS-APP-X, WS-CAT-X) * 100
                            / WS-APP-TOTAL(WS-APP-X, WS-CAT-X)
                        MOVE PCT-EDIT TO DL-CAT(WS-CAT-X)
                    END-IF
                    ADD WS-APP-COVERED(WS-APP-X, WS-CAT-X)
                        TO WS-SUM-COVERED
                    ADD WS-APP-TOTAL(WS-APP-X, WS-CAT-X)
                        TO WS-SUM-TOTAL
                END-PERFORM
                COMPUTE PE-PCT = WS-SUM-COVERED * 100 / WS-SUM-TOTAL
                MOVE PCT-EDIT TO DL-TOTAL
                MOVE WS-SUM-COVERED TO CE-COVERED
                MOVE WS-SUM-TOTAL TO CE-TOTAL
                MOVE COUNTS-EDIT TO DL-TOTAL-COUNTS
                DISPLAY DETAIL-LINE
            END-PERFORM.
            EXIT.

        4000-RELEASE-GATE.
            DISPLAY " ".
            IF WS-MIN-PCT = 0 THEN
                DISPLAY "NO MINIMUM COVERAGE SET; NOTHING HELD."
            ELSE
                MOVE WS-MIN-PCT TO PE-PCT
                DISPLAY "RELEASE GATE: CHANGED SCREENS BELOW",
                    PCT-EDIT, " COVERAGE"
                PERFORM VARYING WS-GATE-X FROM 1 BY 1
                    UNTIL WS-GATE-X > WS-GATE-COUNT
                    ADD 1 TO WS-HELD-COUNT
                    MOVE WS-GATE-PCT(WS-GATE-X) TO PE-PCT
                    DISPLAY "  HOLD  ", WS-GATE-SCREEN(WS-GATE-X),
                        PCT-EDIT, " (",
                        FUNCTION TRIM(WS-GATE-WHY(WS-GATE-X)), ")"
                END-PERFORM
            END-IF.
            DISPLAY " ".
            DISPLAY "SCREENS CHECKED ", WS-SCREEN-COUNT.
            DISPLAY "OPENED BY TESTS ", WS-TESTED-COUNT.
            DISPLAY "CHANGED         ", WS-CHANGED-COUNT.
            DISPLAY "HELD            ", WS-HELD-COUNT.
            EXIT.

      *>
      *> 7000-FIND-COVERED : IS WS-LOOK-SCREEN/KIND/ITEM IN THE LOG?
      *>     MENU ITEMS MATCH ON ANY SCREEN.
      *>
        7000-FIND-COVERED.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-COV-X FROM 1 BY 1
                UNTIL WS-COV-X > WS-COV-COUNT OR WS-FOUND
                IF WS-COV-KIND(WS-COV-X) = WS-LOOK-KIND
                AND WS-COV-ITEM(WS-COV-X) = WS-LOOK-ITEM
                AND (WS-COV-SCREEN(WS-COV-X) = WS-LOOK-SCREEN
                     OR WS-LOOK-KIND = "MI") THEN
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 7100-COUNT-ONE : COUNT ONE DESIGNED ITEM OF CATEGORY
      *>     WS-CAT-NO, AND WHETHER ANY TEST EXERCISED IT.
      *>
        7100-COUNT-ONE.
            ADD 1 TO WS-SCR-TOTAL(WS-CAT-NO).
            PERFORM 7000-FIND-COVERED.
            IF WS-FOUND THEN
                ADD 1 TO WS-SCR-COVERED(WS-CAT-NO)
            END-IF.
            EXIT.

        7200-ADD-NEVER.
            IF WS-NEVER-COUNT >= 300 THEN
                ADD 1 TO WS-NEVER-LOST
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-NEVER-COUNT.
            MOVE SPACES TO WS-NEVER-LINE(WS-NEVER-COUNT).
            STRING "    NEVER  " WS-NEVER-WHAT " "
                WS-NEVER-ID(1:36) " " WS-NEVER-TEXT
                DELIMITED BY SIZE
                INTO WS-NEVER-LINE(WS-NEVER-COUNT).
            EXIT.

        9000-FINALIZE.
            CLOSE SCREEN-FILE.
            IF WS-SCRFSTA-OPEN THEN
                CLOSE SCRFSTA-FILE
            END-IF.
            IF WS-SCRFDEF-OPEN THEN
                CLOSE SCRFDEF-FILE
            END-IF.
            IF WS-SCRNRULE-OPEN THEN
                CLOSE SCRNRULE-FILE
            END-IF.
            IF WS-MENUREF-OPEN THEN
                CLOSE MENUREF-FILE
            END-IF.
            IF WS-ITEM-OPEN THEN
                CLOSE ITEM-FILE
            END-IF.
            IF WS-GENSTATE-OPEN THEN
                CLOSE GENSTATE-FILE
            END-IF.
            EXIT.

        END PROGRAM SCRCOVER.
