        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SCREEN-LINT.
      *>
      *>     CHECK ONE SCREEN AGAINST THE SHOP'S DESIGN STANDARDS
      *>     (LINTRULE.CNF, SEE LINTRULE.cbl) AND SCORE IT. DOMSWEEP
      *>     CATCHES ILLEGAL VALUES AND XREFNITE DANGLING REFERENCES;
      *>     THIS CATCHES THE LEGAL-BUT-NONSTANDARD -- THE FIELD WITH
      *>     NO HELP TEXT, THE RAW COLOUR PAIR, THE FIELD PAINTED OVER
      *>     ITS OWN LABEL. CALLED BY SCRLINT (ONE SCREEN OR THE WHOLE
      *>     CATALOG, NIGHTLY), BY SD002010'S K ACTION AND, WHEN THE
      *>     GATE IS ON, BY APPREV BEFORE AN APPROVAL.
      *>
      *>     THE RULES FILE IS READ ON THE FIRST CALL ONLY. A SCREEN
      *>     IN A PRIVATE DESIGNER WORKSPACE IS CHECKED THERE (SEE
      *>     COBCURSES-WORKSPACE-PATHNAME).
      *>
      *> INPUTS:
      *>     LS-SCREEN-NAME      THE SCREEN TO CHECK
      *>
      *> OUTPUTS:
      *>     LS-LINT-RESULT      SCORE, COUNTS AND VIOLATIONS (LINTRES)
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK           CHECKED (VIOLATIONS OR NOT)
      *>     NC-RET-NOTFOUND     THE SCREEN IS NOT ON FILE
      *>     NC-RET-OPEN         THE CATALOG COULD NOT BE OPENED
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREEN-FILE
                ASSIGN TO WS-SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT SCRFDEF-FILE
                ASSIGN TO WS-SCRFDEF-FILE-NAME
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

            SELECT SCRNBG-FILE
                ASSIGN TO WS-SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY
                FILE STATUS IS WS-SCRNBG-FILE-STATUS.

            SELECT THEME-FILE
                ASSIGN TO WS-THEME-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS THM-KEY
                FILE STATUS IS WS-THEME-FILE-STATUS.

            SELECT SOFTKEY-FILE
                ASSIGN TO WS-SOFTKEY-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SFK-KEY
                FILE STATUS IS WS-SOFTKEY-FILE-STATUS.

            SELECT LINTRULE-FILE
                ASSIGN TO WS-LINTRULE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINTRULE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  THEME-FILE.
        01  THEME-RECORD.
            COPY THEME.

        FD  SOFTKEY-FILE.
        01  SOFTKEY-RECORD.
            COPY SOFTKEYS.

        FD  LINTRULE-FILE.
        01  LINTRULE-RECORD.
            COPY LINTRULE.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-SCRFDEF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
        01  WS-SCRNBG-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
        01  WS-THEME-FILE-NAME              PIC X(256)
            VALUE "${COBCURSES_DATADIR}/THEME.X".
        01  WS-SOFTKEY-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SOFTKEY.X".
        01  WS-LINTRULE-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/LINTRULE.CNF".

        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-SCRFDEF-FILE-STATUS          PIC XX.
        01  WS-SCRNBG-FILE-STATUS           PIC XX.
        01  WS-THEME-FILE-STATUS            PIC XX.
        01  WS-SOFTKEY-FILE-STATUS          PIC XX.
        01  WS-LINTRULE-FILE-STATUS         PIC XX.

        01  WS-LOADED-FLAG                  PIC X VALUE 'N'.
            88  WS-RULES-LOADED             VALUE 'Y'.
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.

      *>
      *>     THE RULES, IN THE ORDER THEY ARE CHECKED, WITH THEIR
      *>     BUILT-IN SEVERITY AND SWITCH. LINTRULE.CNF OVERRIDES
      *>     THEM BY RULE ID.
      *>
        01  WS-RULE-DEFAULTS.
            05  FILLER              PIC X(10) VALUE "NAMEPFX WY".
            05  FILLER              PIC X(10) VALUE "HELPTXT WY".
            05  FILLER              PIC X(10) VALUE "RAWCLR  WY".
            05  FILLER              PIC X(10) VALUE "OVERLAP EY".
            05  FILLER              PIC X(10) VALUE "TITLE   EY".
            05  FILLER              PIC X(10) VALUE "SOFTKEY WY".
        01  WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
            05  WS-RULE OCCURS 6 TIMES.
                10  WS-RULE-ID              PIC X(8).
                10  WS-RULE-SEVERITY        PIC X.
                10  WS-RULE-ENABLED         PIC X.
        01  WS-RULE-PARAMETERS.
            05  WS-RULE-PARAMETER           PIC X(60) VALUE SPACES
                                            OCCURS 6 TIMES.
        01  WS-RULE-X                       PIC 99 COMP.
        01  WS-RULE-COUNT                   PIC 99 COMP VALUE 6.

        01  WS-FIELD-TABLE.
            05  WS-FIELD-COUNT              PIC 9(4) COMP.
            05  WS-FIELD OCCURS 200 TIMES.
                10  WS-FT-NO                PIC 9(4).
                10  WS-FT-NAME              PIC X(32).
                10  WS-FT-PAGE              PIC 99.
                10  WS-FT-LINE              PIC 999.
                10  WS-FT-LAST-LINE         PIC 999.
                10  WS-FT-COLUMN            PIC 999.
                10  WS-FT-END               PIC 9(4).
                10  WS-FT-INPUT             PIC X.
                10  WS-FT-HELP              PIC X.
        01  WS-FX                           PIC 9(4) COMP.
        01  WS-FY                           PIC 9(4) COMP.

        01  WS-SEGMENT-TABLE.
            05  WS-SEGMENT-COUNT            PIC 9(4) COMP.
            05  WS-SEGMENT OCCURS 400 TIMES.
                10  WS-SG-NO                PIC 9(4).
                10  WS-SG-PAGE              PIC 99.
                10  WS-SG-LINE              PIC 999.
                10  WS-SG-COLUMN            PIC 999.
                10  WS-SG-END               PIC 9(4).
                10  WS-SG-PAIR              PIC 999.
        01  WS-SX                           PIC 9(4) COMP.

        01  WS-PAIR-TABLE.
            05  WS-PAIR-COUNT               PIC 999 COMP.
            05  WS-THEME-PAIR               PIC 999 OCCURS 100 TIMES.
        01  WS-PX                           PIC 999 COMP.
        01  WS-PAIR-FOUND-FLAG              PIC X.
            88  WS-PAIR-FOUND               VALUE 'Y'.

        01  WS-WORK.
            05  WS-PREFIX                   PIC X(17).
            05  WS-PREFIX-LEN               PIC 99 COMP.
            05  WS-PARM-N                   PIC 99.
            05  WS-WINDOW                   PIC 999.
            05  WS-DEDUCT                   PIC 9(6).
            05  WS-TEXT                     PIC X(70).
            05  WS-NO-ED                    PIC 9(4).
            05  WS-NO-ED2                   PIC 9(4).
            05  WS-LINE-ED                  PIC 99.
            05  WS-PAIR-ED                  PIC 999.
            05  WS-LABELS-FLAG              PIC X.
                88  WS-HAS-LABELS           VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-LINT-RESULT.
            COPY LINTRES.

        PROCEDURE DIVISION USING LS-SCREEN-NAME, LS-LINT-RESULT.

        100-MAIN-DISPATCH-ENTRY.
            INITIALIZE LS-LINT-RESULT.
            MOVE 100 TO LNT-SCORE.
            IF NOT WS-RULES-LOADED THEN
                PERFORM 1000-RESOLVE-PATHS
                PERFORM 1100-LOAD-RULES
                SET WS-RULES-LOADED TO TRUE
            END-IF.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-OPEN TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE LS-SCREEN-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    CLOSE SCREEN-FILE
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    GOBACK
            END-READ.
            CLOSE SCREEN-FILE.

            PERFORM 2000-LOAD-FIELDS.
            PERFORM 2100-LOAD-SEGMENTS.

            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                IF WS-RULE-ENABLED(WS-RULE-X) = 'Y' THEN
                    ADD 1 TO LNT-RULES-CHECKED
                    EVALUATE WS-RULE-X
                        WHEN 1
                            PERFORM 3100-RULE-NAMEPFX
                        WHEN 2
                            PERFORM 3200-RULE-HELPTXT
                        WHEN 3
                            PERFORM 3300-RULE-RAWCLR
                        WHEN 4
                            PERFORM 3400-RULE-OVERLAP
                        WHEN 5
                            PERFORM 3500-RULE-TITLE
                        WHEN 6
                            PERFORM 3600-RULE-SOFTKEY
                    END-EVALUATE
                END-IF
            END-PERFORM.

            COMPUTE WS-DEDUCT = LNT-ERRORS * 10 + LNT-WARNINGS * 3
                + LNT-INFOS.
            IF WS-DEDUCT >= 100 THEN
                MOVE ZERO TO LNT-SCORE
            ELSE
                SUBTRACT WS-DEDUCT FROM 100 GIVING LNT-SCORE
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        1000-RESOLVE-PATHS.
            MOVE LENGTH OF WS-SCREEN-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRNBG-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRNBG-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-THEME-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-SOFTKEY-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-LINTRULE-FILE-NAME, WS-FILE-NAME-LENGTH.
            EXIT.

      *>
      *> 1100-LOAD-RULES :
      *>     APPLY LINTRULE.CNF OVER THE BUILT-IN RULE TABLE. NO FILE
      *>     LEAVES THE STANDARD SET; AN UNKNOWN RULE ID, SEVERITY OR
      *>     SWITCH ON A LINE IS IGNORED.
      *>
        1100-LOAD-RULES.
            OPEN INPUT LINTRULE-FILE.
            IF WS-LINTRULE-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ LINTRULE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF LINTRULE-RECORD(1:1) NOT = '*'
                        AND LINTRULE-RECORD NOT = SPACES THEN
                            PERFORM 1110-APPLY-RULE-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LINTRULE-FILE.
            EXIT.

        1110-APPLY-RULE-LINE.
            MOVE FUNCTION UPPER-CASE(LNR-RULE-ID) TO LNR-RULE-ID.
            MOVE FUNCTION UPPER-CASE(LNR-SEVERITY) TO LNR-SEVERITY.
            MOVE FUNCTION UPPER-CASE(LNR-ENABLED) TO LNR-ENABLED.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                IF WS-RULE-ID(WS-RULE-X) = LNR-RULE-ID THEN
                    IF LNR-SEVERITY = 'E' OR 'W' OR 'I' THEN
                        MOVE LNR-SEVERITY
                            TO WS-RULE-SEVERITY(WS-RULE-X)
                    END-IF
                    IF LNR-ENABLED = 'Y' OR 'N' THEN
                        MOVE LNR-ENABLED
                            TO WS-RULE-ENABLED(WS-RULE-X)
                    END-IF
                    MOVE LNR-PARAMETER
                        TO WS-RULE-PARAMETER(WS-RULE-X)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 2000-LOAD-FIELDS :
      *>     THE SCREEN'S FIELDS, WITH THE LINES AND COLUMNS THEIR
      *>     WINDOWS COVER (AN OCCURS GROUP COVERS ONE LINE PER ROW).
      *>
        2000-LOAD-FIELDS.
            MOVE ZERO TO WS-FIELD-COUNT.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE SCRFDEF-RECORD.
            MOVE LS-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            MOVE 'N' TO WS-EOF-FLAG.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = LS-SCREEN-NAME
                        OR WS-FIELD-COUNT >= 200 THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2010-LOAD-ONE-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRFDEF-FILE.
            EXIT.

        2010-LOAD-ONE-FIELD.
            ADD 1 TO WS-FIELD-COUNT.
            MOVE WS-FIELD-COUNT TO WS-FX.
            MOVE SCR-FDEF-NO TO WS-FT-NO(WS-FX).
            MOVE SCR-FDEF-COBOL-NAME TO WS-FT-NAME(WS-FX).
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO WS-FT-PAGE(WS-FX)
            ELSE
                MOVE 1 TO WS-FT-PAGE(WS-FX)
            END-IF.
            MOVE SCR-FDEF-LINE TO WS-FT-LINE(WS-FX).
            MOVE SCR-FDEF-LINE TO WS-FT-LAST-LINE(WS-FX).
            IF SCR-FDEF-OCCURS > 1 THEN
                COMPUTE WS-FT-LAST-LINE(WS-FX) =
                    SCR-FDEF-LINE + SCR-FDEF-OCCURS - 1
            END-IF.
            MOVE SCR-FDEF-COLUMN TO WS-FT-COLUMN(WS-FX).
            MOVE SCR-FDEF-WINDOW-LENGTH TO WS-WINDOW.
            IF WS-WINDOW = 0 THEN
                MOVE SCR-FDEF-BUFFER-LENGTH TO WS-WINDOW
            END-IF.
            IF WS-WINDOW = 0 THEN
                MOVE 1 TO WS-WINDOW
            END-IF.
            COMPUTE WS-FT-END(WS-FX) = SCR-FDEF-COLUMN + WS-WINDOW - 1.
            IF SCR-FDEF-READ-ONLY = 'Y' OR SCR-FDEF-VISIBLE = 'N' THEN
                MOVE 'N' TO WS-FT-INPUT(WS-FX)
            ELSE
                MOVE 'Y' TO WS-FT-INPUT(WS-FX)
            END-IF.
            IF SCR-FDEF-HELP = SPACES THEN
                MOVE 'N' TO WS-FT-HELP(WS-FX)
            ELSE
                MOVE 'Y' TO WS-FT-HELP(WS-FX)
            END-IF.
            EXIT.

        2100-LOAD-SEGMENTS.
            MOVE ZERO TO WS-SEGMENT-COUNT.
            OPEN INPUT SCRNBG-FILE.
            IF WS-SCRNBG-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE SCRNBG-RECORD.
            MOVE LS-SCREEN-NAME TO SCRBG-NAME.
            MOVE 'N' TO WS-EOF-FLAG.
            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCRBG-NAME NOT = LS-SCREEN-NAME
                        OR WS-SEGMENT-COUNT >= 400 THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2110-LOAD-ONE-SEGMENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRNBG-FILE.
            EXIT.

        2110-LOAD-ONE-SEGMENT.
            ADD 1 TO WS-SEGMENT-COUNT.
            MOVE WS-SEGMENT-COUNT TO WS-SX.
            MOVE SCRBG-SEGMENT-NO TO WS-SG-NO(WS-SX).
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-SG-PAGE(WS-SX)
            ELSE
                MOVE 1 TO WS-SG-PAGE(WS-SX)
            END-IF.
            MOVE SCRBG-LINE TO WS-SG-LINE(WS-SX).
            MOVE SCRBG-COLUMN TO WS-SG-COLUMN(WS-SX).
            COMPUTE WS-SG-END(WS-SX) = SCRBG-COLUMN + SCRBG-LENGTH - 1.
            MOVE SCRBG-COLOUR-PAIR TO WS-SG-PAIR(WS-SX).
            EXIT.

      *>
      *> 3100-RULE-NAMEPFX :
      *>     THE PREFIX IS THE FIRST n CHARACTERS OF THE SCREEN NAME
      *>     (THE RULE'S PARAMETER; BLANK OR 0 IS THE WHOLE NAME) AND
      *>     A HYPHEN.
      *>
        3100-RULE-NAMEPFX.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-SCREEN-NAME))
                TO WS-PREFIX-LEN.
            MOVE ZERO TO WS-PARM-N.
            IF WS-RULE-PARAMETER(1)(1:2) IS NUMERIC THEN
                MOVE WS-RULE-PARAMETER(1)(1:2) TO WS-PARM-N
            ELSE
                IF WS-RULE-PARAMETER(1)(1:1) IS NUMERIC THEN
                    MOVE WS-RULE-PARAMETER(1)(1:1) TO WS-PARM-N
                END-IF
            END-IF.
            IF WS-PARM-N > 0 AND WS-PARM-N < WS-PREFIX-LEN THEN
                MOVE WS-PARM-N TO WS-PREFIX-LEN
            END-IF.
            MOVE SPACES TO WS-PREFIX.
            MOVE LS-SCREEN-NAME(1:WS-PREFIX-LEN) TO WS-PREFIX.
            ADD 1 TO WS-PREFIX-LEN.
            MOVE "-" TO WS-PREFIX(WS-PREFIX-LEN:1).

            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                IF WS-FT-NAME(WS-FX) NOT = SPACES
                AND WS-FT-NAME(WS-FX)(1:WS-PREFIX-LEN)
                    NOT = WS-PREFIX(1:WS-PREFIX-LEN) THEN
                    MOVE WS-FT-NO(WS-FX) TO WS-NO-ED
                    MOVE SPACES TO WS-TEXT
                    STRING "FIELD " WS-NO-ED " "
                        WS-FT-NAME(WS-FX) DELIMITED BY SPACE
                        " LACKS THE PREFIX " DELIMITED BY SIZE
                        WS-PREFIX(1:WS-PREFIX-LEN) DELIMITED BY SIZE
                        INTO WS-TEXT
                    PERFORM 9000-ADD-VIOLATION
                END-IF
            END-PERFORM.
            EXIT.

        3200-RULE-HELPTXT.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                IF WS-FT-INPUT(WS-FX) = 'Y'
                AND WS-FT-HELP(WS-FX) = 'N' THEN
                    MOVE WS-FT-NO(WS-FX) TO WS-NO-ED
                    MOVE SPACES TO WS-TEXT
                    STRING "FIELD " WS-NO-ED " "
                        WS-FT-NAME(WS-FX) DELIMITED BY SPACE
                        " HAS NO HELP TEXT" DELIMITED BY SIZE
                        INTO WS-TEXT
                    PERFORM 9000-ADD-VIOLATION
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 3300-RULE-RAWCLR :
      *>     A SEGMENT PAINTED IN A COLOUR PAIR (NOT 0, THE DEFAULT)
      *>     MUST USE A PAIR THAT A THEME.X ROLE OWNS -- IN THE THEME
      *>     NAMED BY THE PARAMETER, OR ANY THEME. WITH NO THEME.X,
      *>     EVERY COLOURED SEGMENT IS A RAW PAIR.
      *>
        3300-RULE-RAWCLR.
            MOVE ZERO TO WS-PAIR-COUNT.
            OPEN INPUT THEME-FILE.
            IF WS-THEME-FILE-STATUS = "00" THEN
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL END-OF-FILE
                    READ THEME-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF (WS-RULE-PARAMETER(3) = SPACES
                            OR THM-THEME-NAME
                                = WS-RULE-PARAMETER(3)(1:16))
                            AND WS-PAIR-COUNT < 100 THEN
                                ADD 1 TO WS-PAIR-COUNT
                                MOVE THM-PAIR
                                    TO WS-THEME-PAIR(WS-PAIR-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE THEME-FILE
            END-IF.

            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-SEGMENT-COUNT
                IF WS-SG-PAIR(WS-SX) > 0 THEN
                    MOVE 'N' TO WS-PAIR-FOUND-FLAG
                    PERFORM VARYING WS-PX FROM 1 BY 1
                        UNTIL WS-PX > WS-PAIR-COUNT
                        IF WS-THEME-PAIR(WS-PX) = WS-SG-PAIR(WS-SX)
                            SET WS-PAIR-FOUND TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT WS-PAIR-FOUND THEN
                        MOVE WS-SG-NO(WS-SX) TO WS-NO-ED
                        MOVE WS-SG-LINE(WS-SX) TO WS-LINE-ED
                        MOVE WS-SG-PAIR(WS-SX) TO WS-PAIR-ED
                        MOVE SPACES TO WS-TEXT
                        STRING "TEXT SEGMENT " WS-NO-ED " ON LINE "
                            WS-LINE-ED " USES RAW COLOUR PAIR "
                            WS-PAIR-ED
                            DELIMITED BY SIZE INTO WS-TEXT
                        PERFORM 9000-ADD-VIOLATION
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 3400-RULE-OVERLAP :
      *>     FIELD AGAINST FIELD, THEN FIELD AGAINST BACKGROUND TEXT,
      *>     ON THE SAME PAGE (THE TITLE LINE IS ON EVERY PAGE).
      *>
        3400-RULE-OVERLAP.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                PERFORM VARYING WS-FY FROM WS-FX BY 1
                    UNTIL WS-FY > WS-FIELD-COUNT
                    IF WS-FY > WS-FX
                    AND WS-FT-PAGE(WS-FX) = WS-FT-PAGE(WS-FY)
                    AND WS-FT-LINE(WS-FX) <= WS-FT-LAST-LINE(WS-FY)
                    AND WS-FT-LINE(WS-FY) <= WS-FT-LAST-LINE(WS-FX)
                    AND WS-FT-COLUMN(WS-FX) <= WS-FT-END(WS-FY)
                    AND WS-FT-COLUMN(WS-FY) <= WS-FT-END(WS-FX) THEN
                        MOVE WS-FT-NO(WS-FX) TO WS-NO-ED
                        MOVE WS-FT-NO(WS-FY) TO WS-NO-ED2
                        MOVE SPACES TO WS-TEXT
                        STRING "FIELD " WS-NO-ED " "
                            WS-FT-NAME(WS-FX) DELIMITED BY SPACE
                            " OVERLAPS FIELD " WS-NO-ED2
                            DELIMITED BY SIZE INTO WS-TEXT
                        PERFORM 9000-ADD-VIOLATION
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-SEGMENT-COUNT
                    IF (WS-SG-PAGE(WS-SX) = WS-FT-PAGE(WS-FX)
                        OR WS-SG-LINE(WS-SX) = 1)
                    AND WS-SG-LINE(WS-SX) >= WS-FT-LINE(WS-FX)
                    AND WS-SG-LINE(WS-SX) <= WS-FT-LAST-LINE(WS-FX)
                    AND WS-SG-COLUMN(WS-SX) <= WS-FT-END(WS-FX)
                    AND WS-FT-COLUMN(WS-FX) <= WS-SG-END(WS-SX) THEN
                        MOVE WS-FT-NO(WS-FX) TO WS-NO-ED
                        MOVE WS-SG-LINE(WS-SX) TO WS-LINE-ED
                        MOVE SPACES TO WS-TEXT
                        STRING "FIELD " WS-NO-ED " "
                            WS-FT-NAME(WS-FX) DELIMITED BY SPACE
                            " OVERLAPS TEXT ON LINE " WS-LINE-ED
                            DELIMITED BY SIZE INTO WS-TEXT
                        PERFORM 9000-ADD-VIOLATION
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.

        3500-RULE-TITLE.
            IF SCN-TITLE = SPACES THEN
                MOVE "THE SCREEN HAS NO TITLE" TO WS-TEXT
                PERFORM 9000-ADD-VIOLATION
            END-IF.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                IF WS-FT-LINE(WS-FX) = 1 THEN
                    MOVE WS-FT-NO(WS-FX) TO WS-NO-ED
                    MOVE SPACES TO WS-TEXT
                    STRING "FIELD " WS-NO-ED " "
                        WS-FT-NAME(WS-FX) DELIMITED BY SPACE
                        " IS ON THE TITLE LINE" DELIMITED BY SIZE
                        INTO WS-TEXT
                    PERFORM 9000-ADD-VIOLATION
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 3600-RULE-SOFTKEY :
      *>     ANY SOFTKEY.X RECORD FOR THE SCREEN WITH A LABEL ON IT.
      *>
        3600-RULE-SOFTKEY.
            MOVE 'N' TO WS-LABELS-FLAG.
            OPEN INPUT SOFTKEY-FILE.
            IF WS-SOFTKEY-FILE-STATUS = "00" THEN
                INITIALIZE SOFTKEY-RECORD
                MOVE LS-SCREEN-NAME TO SFK-SCREEN-NAME
                MOVE 'N' TO WS-EOF-FLAG
                START SOFTKEY-FILE KEY IS >= SFK-KEY
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE OR WS-HAS-LABELS
                    READ SOFTKEY-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF SFK-SCREEN-NAME NOT = LS-SCREEN-NAME
                                SET END-OF-FILE TO TRUE
                            ELSE
                                IF SOFTKEY-RECORD(21:) NOT = SPACES
                                    SET WS-HAS-LABELS TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOFTKEY-FILE
            END-IF.
            IF NOT WS-HAS-LABELS THEN
                MOVE "THE SCREEN HAS NO SOFT-KEY LABELS" TO WS-TEXT
                PERFORM 9000-ADD-VIOLATION
            END-IF.
            EXIT.

      *>
      *> 9000-ADD-VIOLATION :
      *>     COUNT WS-TEXT AGAINST RULE WS-RULE-X AT ITS SEVERITY AND
      *>     LIST IT WHILE THERE IS ROOM.
      *>
        9000-ADD-VIOLATION.
            EVALUATE WS-RULE-SEVERITY(WS-RULE-X)
                WHEN 'E'
                    ADD 1 TO LNT-ERRORS
                WHEN 'I'
                    ADD 1 TO LNT-INFOS
                WHEN OTHER
                    ADD 1 TO LNT-WARNINGS
            END-EVALUATE.
            IF LNT-COUNT < 100 THEN
                ADD 1 TO LNT-COUNT
                MOVE WS-RULE-ID(WS-RULE-X) TO LNT-V-RULE-ID(LNT-COUNT)
                MOVE WS-RULE-SEVERITY(WS-RULE-X)
                    TO LNT-V-SEVERITY(LNT-COUNT)
                MOVE WS-TEXT TO LNT-V-TEXT(LNT-COUNT)
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SCREEN-LINT.
