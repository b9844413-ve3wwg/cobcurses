        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRMFEXP.
      *>
      *> SCRMFEXP IS THE RETURN TRIP FOR BMSIMPRT AND ISPFIMP: IT
      *> TAKES ONE SCREEN FROM THE DESIGNER CATALOG (SCREENS.X,
      *> SCRNBG.X, SCRFDEF.X) AND WRITES IT OUT AS MAINFRAME SCREEN
      *> SOURCE, SO A SCREEN DESIGNED IN SD002010/SD002040 CAN BE
      *> DEPLOYED TO CICS AND ISPF AS WELL. TWO FILES ARE WRITTEN:
      *>
      *>     BMS MAP     DFHMSD/DFHMDI/DFHMDF MACRO SOURCE, OPERANDS
      *>                 CONTINUED WITH AN 'X' IN COLUMN 72 AND
      *>                 RESUMED IN COLUMN 16 (ASSEMBLER FORMAT).
      *>                   BACKGROUND SEGMENT -> UNLABELLED ASKIP
      *>                                         FIELD WITH INITIAL=
      *>                                         (BOLD -> BRT)
      *>                   FIELD              -> LABELLED UNPROT
      *>                                         (READ-ONLY -> PROT)
      *>                                         FIELD, DIGITS -> NUM,
      *>                                         MASKED/PASSWORD/NOT
      *>                                         VISIBLE -> DRK,
      *>                                         DEFAULT -> INITIAL=,
      *>                                         FIRST INPUT -> IC
      *>     ISPF PANEL  )ATTR/)BODY/)INIT/)PROC SOURCE.
      *>                   %  TEXT, HIGH INTENSITY (BOLD SEGMENT)
      *>                   +  TEXT, LOW INTENSITY
      *>                   _  INPUT FIELD
      *>                   $  INPUT FIELD, INTENS(NON) (DARK)
      *>                   !  OUTPUT FIELD (READ-ONLY)
      *>                 DEFAULT -> )INIT, NOT-BLANK/DIGITS/VALID-
      *>                 LIST -> VER (&VAR,NB/NUM/LIST,...) IN )PROC.
      *>
      *> BOTH FORMATS PUT THE ATTRIBUTE BYTE ONE COLUMN LEFT OF THE
      *> CATALOG POSITION, WHICH IS WHERE BMSIMPRT AND ISPFIMP TAKE
      *> IT BACK OFF, SO RE-IMPORTING EITHER FILE GIVES AN
      *> EQUIVALENT DEFINITION. WHAT NEITHER FORMAT CAN CARRY --
      *> RESTRICTED CHARSETS, COMPUTED FIELDS, SCROLL REGIONS,
      *> RANGES, EDIT MASKS, MENU REFERENCES, LATER PAGES AND SO
      *> ON -- IS LISTED AS "NOT EXPRESSED" RATHER THAN SILENTLY
      *> DROPPED. BMS LABELS ARE AT MOST 7 CHARACTERS AND ISPF
      *> NAMES AT MOST 8 (AND NO LONGER THAN THE FIELD), SO COBOL
      *> NAMES ARE SQUEEZED TO LETTERS AND DIGITS AND SHORTENED;
      *> EVERY RENAMING IS LISTED TOO.
      *>
      *> USAGE:  scrmfexp SCREENNAME [BMSFILE] [PANELFILE]
      *>
      *>     THE FILES DEFAULT TO <SCREENNAME>.bms AND
      *>     <SCREENNAME>.pnl IN THE CURRENT DIRECTORY.
      *>
      *> RETURN CODE 0 = CLEAN, 4 = ITEMS NOT EXPRESSED, 8 = NO SUCH
      *> SCREEN, 16 = USAGE OR FILE ERROR (THE ISPFIMP CONVENTION).
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME.

            SELECT SCRNBG-FILE
                ASSIGN TO SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY.

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
                    WITH DUPLICATES.

            SELECT BMS-FILE
                ASSIGN TO BMS-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BMS-FILE-STATUS.

            SELECT PANEL-FILE
                ASSIGN TO PANEL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PANEL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  BMS-FILE.
        01  BMS-RECORD                          PIC X(80).

        FD  PANEL-FILE.
        01  PANEL-RECORD                        PIC X(80).

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRNBG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  BMS-FILE-NAME                   PIC X(256).
            10  PANEL-FILE-NAME                 PIC X(256).

        01  WS-BMS-FILE-STATUS                  PIC XX.
        01  WS-PANEL-FILE-STATUS                PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-TARGET-SCREEN                    PIC X(16).
        01  WS-MAP-LINES                        PIC 999 COMP.
        01  WS-MAP-COLUMNS                      PIC 999 COMP.
        01  WS-MAP-LABEL                        PIC X(8).

      *>
      *> EVERY SEGMENT AND FIELD OF THE SCREEN, KEPT IN LINE/COLUMN
      *> ORDER (BMS WANTS ITS DFHMDF MACROS IN SCREEN ORDER, AND THE
      *> PANEL BODY IS PAINTED THE SAME WAY). THE CATALOG RECORD IS
      *> RE-READ BY WS-ITEM-NO WHEN THE ITEM IS WRITTEN.
      *>
        01  ITEM-TABLE.
            10  WS-ITEM-COUNT                   PIC 9(4) COMP
                                                VALUE 0.
            10  WS-ITEM OCCURS 500 TIMES.
                15  WS-ITEM-KIND                PIC X.
                    88  ITEM-IS-SEGMENT         VALUE 'S'.
                    88  ITEM-IS-FIELD           VALUE 'F'.
                15  WS-ITEM-LINE                PIC 999 COMP.
                15  WS-ITEM-COLUMN              PIC 999 COMP.
                15  WS-ITEM-LENGTH              PIC 999 COMP.
                15  WS-ITEM-NO                  PIC 9(4) COMP.
                15  WS-ITEM-SEQ                 PIC 999 COMP.
                15  WS-ITEM-NAME                PIC X(32).
                15  WS-ITEM-BMS-LABEL           PIC X(8).
                15  WS-ITEM-PANEL-NAME          PIC X(8).
                15  WS-ITEM-SKIP-FLAG           PIC X.
                    88  ITEM-SKIPPED            VALUE 'Y'.
                15  WS-ITEM-PANEL-SKIP-FLAG     PIC X.
                    88  ITEM-NOT-ON-PANEL       VALUE 'Y'.

        01  WS-NEW-ITEM.
            10  WS-NEW-KIND                     PIC X.
            10  WS-NEW-LINE                     PIC 999 COMP.
            10  WS-NEW-COLUMN                   PIC 999 COMP.
            10  WS-NEW-LENGTH                   PIC 999 COMP.
            10  WS-NEW-NO                       PIC 9(4) COMP.
            10  WS-NEW-SEQ                      PIC 999 COMP.
            10  WS-NEW-NAME                     PIC X(32).
            10  WS-NEW-BMS-LABEL                PIC X(8).
            10  WS-NEW-PANEL-NAME               PIC X(8).
            10  WS-NEW-SKIP-FLAG                PIC X.
            10  WS-NEW-PANEL-SKIP-FLAG          PIC X.

        01  WS-X                                PIC 9(4) COMP.
        01  WS-Y                                PIC 9(4) COMP.
        01  WS-INSERT-AT                        PIC 9(4) COMP.
        01  WS-LAST-LINE                        PIC 999 COMP.
        01  WS-LAST-END                         PIC 999 COMP.
        01  WS-ITEM-END                         PIC 9(4) COMP.
        01  WS-IC-ITEM                          PIC 9(4) COMP.
        01  WS-IC-SEQ                           PIC 999 COMP.

      *>
      *> "NOT EXPRESSED" REPORTING.
      *>
        01  REPORT-AREAS.
            10  WS-RPT-TARGET                   PIC X(4).
            10  WS-RPT-ITEM                     PIC X(32).
            10  WS-RPT-TEXT                     PIC X(60).
            10  WS-EXCEPTION-COUNT              PIC 9(4) VALUE 0.
            10  WS-SEG-COUNT                    PIC 9(4) VALUE 0.
            10  WS-FLD-COUNT                    PIC 9(4) VALUE 0.

      *>
      *> LABEL AND NAME SHORTENING.
      *>
        01  LABEL-AREAS.
            10  WS-SQUEEZED                     PIC X(32).
            10  WS-SQ-LEN                       PIC 99 COMP.
            10  WS-LABEL                        PIC X(8).
            10  WS-LABEL-LEN                    PIC 99 COMP.
            10  WS-LABEL-MAX                    PIC 99 COMP.
            10  WS-LABEL-TARGET                 PIC X.
                88  LABEL-FOR-BMS               VALUE 'B'.
                88  LABEL-FOR-PANEL             VALUE 'P'.
            10  WS-DUP-FLAG                     PIC X.
                88  LABEL-IS-DUPLICATE          VALUE 'Y'.

      *>
      *> ONE BMS MACRO STATEMENT: LABEL, OPERATION AND OPERANDS.
      *>
        01  STMT-AREAS.
            10  WS-OUT-LABEL                    PIC X(8).
            10  WS-OUT-OP                       PIC X(6).
            10  WS-OPND-COUNT                   PIC 99 COMP.
            10  WS-OPND OCCURS 12 TIMES.
                15  WS-OPND-TEXT                PIC X(200).
                15  WS-OPND-LEN                 PIC 999 COMP.
            10  WS-OPND-X                       PIC 99 COMP.
            10  WS-NEED                         PIC 999 COMP.
            10  WS-BMS-LINE                     PIC X(80).
            10  WS-BMS-COL                      PIC 999 COMP.
            10  WS-BMS-LINE-START               PIC 999 COMP.

        01  BUILD-AREAS.
            10  WS-WORK                         PIC X(200).
            10  WS-PTR                          PIC 999 COMP.
            10  WS-CHAR                         PIC X.
            10  WS-ATTRB                        PIC X(40).
            10  WS-ATTRB-PTR                    PIC 99 COMP.
            10  WS-QUOTE-SOURCE                 PIC X(80).
            10  WS-QUOTE-LEN                    PIC 999 COMP.
            10  WS-QUOTE-AMP-FLAG               PIC X.
                88  QUOTE-DOUBLES-AMPERSAND     VALUE 'Y'.
            10  WS-NUM-IN                       PIC 9(4).
            10  WS-NUM-ED                       PIC ZZZ9.
            10  WS-NUM-TEXT                     PIC X(4).
            10  WS-NUM-TEXT-1                   PIC X(4).
            10  WS-IS-DARK-FLAG                 PIC X.
                88  FIELD-IS-DARK               VALUE 'Y'.

      *>
      *> THE PANEL BODY IMAGE, PAINTED BEFORE IT IS WRITTEN.
      *>
        01  BODY-AREAS.
            10  WS-PANEL-LINES                  PIC 999 COMP.
            10  WS-BODY-IMAGE OCCURS 99 TIMES   PIC X(80).
            10  WS-PANEL-LINE                   PIC X(80).
            10  WS-ATTR-CHAR                    PIC X.
            10  WS-BLANKED-FLAG                 PIC X.
                88  ATTR-CHAR-BLANKED           VALUE 'Y'.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LOAD-SEGMENTS.
            PERFORM 2500-LOAD-FIELDS.
            PERFORM 3000-CHECK-LAYOUT.
            PERFORM 3500-BUILD-LABELS.
            PERFORM 4000-WRITE-BMS-MAP.
            PERFORM 5000-WRITE-ISPF-PANEL.
            PERFORM 9000-FINALIZE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-TARGET-SCREEN, BMS-FILE-NAME,
                PANEL-FILE-NAME.
            ACCEPT WS-TARGET-SCREEN FROM ARGUMENT-VALUE.
            ACCEPT BMS-FILE-NAME FROM ARGUMENT-VALUE.
            ACCEPT PANEL-FILE-NAME FROM ARGUMENT-VALUE.
            IF WS-TARGET-SCREEN = SPACES THEN
                DISPLAY "USAGE: scrmfexp SCREENNAME [BMSFILE] "
                    "[PANELFILE]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF BMS-FILE-NAME = SPACES THEN
                STRING FUNCTION TRIM(WS-TARGET-SCREEN) ".bms"
                    DELIMITED BY SIZE INTO BMS-FILE-NAME
            END-IF.
            IF PANEL-FILE-NAME = SPACES THEN
                STRING FUNCTION TRIM(WS-TARGET-SCREEN) ".pnl"
                    DELIMITED BY SIZE INTO PANEL-FILE-NAME
            END-IF.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE.
            MOVE WS-TARGET-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    DISPLAY "SCRMFEXP: SCREEN ", WS-TARGET-SCREEN,
                        " IS NOT IN THE CATALOG."
                    CLOSE SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ.

            MOVE SCN-LINES-MIN TO WS-MAP-LINES.
            MOVE SCN-COLUMNS-MIN TO WS-MAP-COLUMNS.
            IF WS-MAP-LINES = 0 THEN
                MOVE 24 TO WS-MAP-LINES
            END-IF.
            IF WS-MAP-COLUMNS = 0 THEN
                MOVE 80 TO WS-MAP-COLUMNS
            END-IF.

      *>
      *>     SCREEN-LEVEL FEATURES THE MAINFRAME SOURCE CANNOT HOLD.
      *>
            MOVE WS-TARGET-SCREEN TO WS-RPT-ITEM.
            MOVE "BOTH" TO WS-RPT-TARGET.
            IF SCN-TITLE NOT = SPACES THEN
                MOVE "SCREEN TITLE (PAINTED BY THE RUNTIME)"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCN-SHOW-DATE = 'Y' OR SCN-SHOW-TIME = 'Y' THEN
                MOVE "DATE/TIME DISPLAY" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            MOVE "ISPF" TO WS-RPT-TARGET.
            IF WS-MAP-COLUMNS > 80 THEN
                MOVE "SCREEN WIDER THAN 80 COLUMNS" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF WS-MAP-LINES > 99 THEN
                MOVE "SCREEN DEEPER THAN 99 LINES" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            EXIT.

        2000-LOAD-SEGMENTS.
            MOVE WS-TARGET-SCREEN TO SCRBG-NAME.
            MOVE ZERO TO SCRBG-SEGMENT-NO.
            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCRBG-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-TAKE-SEGMENT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2100-TAKE-SEGMENT.
            IF SCRBG-SEGMENT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE WS-NEW-ITEM.
            MOVE 'S' TO WS-NEW-KIND.
            MOVE SCRBG-LINE TO WS-NEW-LINE.
            MOVE SCRBG-COLUMN TO WS-NEW-COLUMN.
            MOVE SCRBG-SEGMENT-NO TO WS-NEW-NO.
            MOVE SCRBG-LENGTH TO WS-NEW-LENGTH.
            IF WS-NEW-LENGTH = 0 OR WS-NEW-LENGTH > 80 THEN
                MOVE SCRBG-SEGMENT TO WS-QUOTE-SOURCE
                PERFORM 7100-TEXT-LENGTH
                MOVE WS-QUOTE-LEN TO WS-NEW-LENGTH
            END-IF.
            MOVE SCRBG-SEGMENT-NO TO WS-NUM-IN.
            PERFORM 7900-EDIT-NUMBER.
            STRING "SEGMENT " WS-NUM-TEXT DELIMITED BY SIZE
                INTO WS-NEW-NAME.

            MOVE WS-NEW-NAME TO WS-RPT-ITEM.
            MOVE "BOTH" TO WS-RPT-TARGET.
            IF SCRBG-PAGE > 1 THEN
                MOVE "ON A LATER PAGE -- NOT EXPORTED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
                EXIT PARAGRAPH
            END-IF.
            IF SCRBG-ATTRIBUTE NOT = SPACES
            AND SCRBG-ATTRIBUTE NOT = "BOLD" THEN
                MOVE SPACES TO WS-RPT-TEXT
                STRING "ATTRIBUTE " SCRBG-ATTRIBUTE
                    DELIMITED BY SIZE INTO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCRBG-COLOUR-PAIR NOT = 0
            AND SCRBG-COLOUR-PAIR NOT = 2 THEN
                MOVE "COLOUR PAIR" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            PERFORM 2800-INSERT-ITEM.
            EXIT.

        2500-LOAD-FIELDS.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE ZERO TO SCR-FDEF-NO.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME
                           NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2600-TAKE-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2600-TAKE-FIELD.
            INITIALIZE WS-NEW-ITEM.
            MOVE 'F' TO WS-NEW-KIND.
            MOVE SCR-FDEF-LINE TO WS-NEW-LINE.
            MOVE SCR-FDEF-COLUMN TO WS-NEW-COLUMN.
            MOVE SCR-FDEF-NO TO WS-NEW-NO.
            MOVE SCR-FDEF-INPUT-SEQ TO WS-NEW-SEQ.
            MOVE SCR-FDEF-COBOL-NAME TO WS-NEW-NAME.
            MOVE SCR-FDEF-WINDOW-LENGTH TO WS-NEW-LENGTH.
            IF WS-NEW-LENGTH = 0 THEN
                MOVE SCR-FDEF-BUFFER-LENGTH TO WS-NEW-LENGTH
            END-IF.

            MOVE WS-NEW-NAME TO WS-RPT-ITEM.
            MOVE "BOTH" TO WS-RPT-TARGET.
            IF SCR-FDEF-PAGE > 1 THEN
                MOVE "ON A LATER PAGE -- NOT EXPORTED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2700-CHECK-FIELD-FEATURES.
            PERFORM 2800-INSERT-ITEM.
            EXIT.

        2700-CHECK-FIELD-FEATURES.
      *>
      *>     SCREEN-FD ATTRIBUTES WITH NO BMS OR ISPF COUNTERPART (OR
      *>     NONE THAT THE IMPORTERS WOULD READ BACK).
      *>
            MOVE "BOTH" TO WS-RPT-TARGET.
            IF SCR-FDEF-RES-CHARSET NOT = SPACES THEN
                MOVE SPACES TO WS-RPT-TEXT
                STRING "RESTRICTED CHARSET " SCR-FDEF-RES-CHARSET
                    DELIMITED BY SIZE INTO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-COMPUTE-EXPR NOT = SPACES THEN
                MOVE "COMPUTED FIELD" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-OCCURS > 1 OR SCR-FDEF-SCROLL = 'Y' THEN
                MOVE "SCROLL REGION -- FIRST OCCURRENCE ONLY"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-WINDOW-LENGTH > 0
            AND SCR-FDEF-WINDOW-LENGTH < SCR-FDEF-BUFFER-LENGTH
            THEN
                MOVE "BUFFER LONGER THAN WINDOW -- WINDOW EXPORTED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VALID-MIN NOT = SPACES
            OR SCR-FDEF-VALID-MAX NOT = SPACES THEN
                MOVE "VALID RANGE" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-EDIT-MASK NOT = SPACES THEN
                MOVE "EDIT MASK" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-MENU-REF NOT = SPACES THEN
                MOVE "MENU REFERENCE" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VALUE-FILE NOT = SPACES THEN
                MOVE "VALUE FILE LOOKUP" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VERIFY-TWICE = 'Y' THEN
                MOVE "VERIFY-TWICE ENTRY" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-BUSINESS-DAY = 'Y' THEN
                MOVE "BUSINESS-DAY CHECK" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VIEW-ROLE NOT = SPACES
            OR SCR-FDEF-UPDATE-ROLE NOT = SPACES THEN
                MOVE "FIELD SECURITY ROLES" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-HELP NOT = SPACES THEN
                MOVE "FIELD HELP TEXT" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-YN = 'Y' THEN
                MOVE "Y/N FIELD" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-SIGNED = 'Y' OR SCR-FDEF-DECIMALS > 0 THEN
                MOVE "SIGN/DECIMAL PLACES" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-DIGITS > 0
            AND SCR-FDEF-DIGITS NOT = WS-NEW-LENGTH THEN
                MOVE "DIGITS DIFFER FROM LENGTH -- RETURNS AS LENGTH"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-UPPERCASE NOT = 'Y' THEN
                MOVE "MIXED CASE ENTRY -- RETURNS AS UPPERCASE"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-PASSWORD = 'Y' THEN
                MOVE "PASSWORD -- EXPORTED DARK, RETURNS AS MASKED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VISIBLE = 'N' THEN
                MOVE "NOT VISIBLE -- EXPORTED DARK, RETURNS AS MASKED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF WS-NEW-LENGTH < 60
            AND SCR-FDEF-DEFAULT(WS-NEW-LENGTH + 1:) NOT = SPACES
            THEN
                MOVE "DEFAULT LONGER THAN FIELD -- TRUNCATED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.

            MOVE "BMS " TO WS-RPT-TARGET.
            IF SCR-FDEF-NOT-BLANK = 'Y' THEN
                MOVE "NOT-BLANK CHECK" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            IF SCR-FDEF-VALID-LIST NOT = SPACES THEN
                MOVE "VALID LIST" TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.

            MOVE "ISPF" TO WS-RPT-TARGET.
            IF SCR-FDEF-READ-ONLY = 'Y'
            AND (SCR-FDEF-MASKED = 'Y' OR SCR-FDEF-PASSWORD = 'Y'
                 OR SCR-FDEF-VISIBLE = 'N') THEN
                MOVE "DARK READ-ONLY FIELD -- EXPORTED AS OUTPUT"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            EXIT.

        2800-INSERT-ITEM.
      *>
      *>     INSERT WS-NEW-ITEM IN LINE/COLUMN ORDER.
      *>
            IF WS-ITEM-COUNT >= 500 THEN
                MOVE "BOTH" TO WS-RPT-TARGET
                MOVE WS-NEW-NAME TO WS-RPT-ITEM
                MOVE "MORE THAN 500 ITEMS -- NOT EXPORTED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-INSERT-AT = WS-ITEM-COUNT + 1.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF WS-ITEM-LINE(WS-X) > WS-NEW-LINE
                OR (WS-ITEM-LINE(WS-X) = WS-NEW-LINE
                    AND WS-ITEM-COLUMN(WS-X) > WS-NEW-COLUMN) THEN
                    MOVE WS-X TO WS-INSERT-AT
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-X FROM WS-ITEM-COUNT BY -1
                UNTIL WS-X < WS-INSERT-AT
                MOVE WS-ITEM(WS-X) TO WS-ITEM(WS-X + 1)
            END-PERFORM.
            MOVE WS-NEW-ITEM TO WS-ITEM(WS-INSERT-AT).
            ADD 1 TO WS-ITEM-COUNT.
            EXIT.

        3000-CHECK-LAYOUT.
      *>
      *>     EACH ITEM NEEDS ITS ATTRIBUTE BYTE IN THE COLUMN TO ITS
      *>     LEFT, CLEAR OF THE ITEM BEFORE IT, AND MUST FIT THE MAP.
      *>     THE PANEL BODY IS ALSO LIMITED TO 80 COLUMNS BY 99 LINES.
      *>
            MOVE ZERO TO WS-LAST-LINE, WS-LAST-END.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                MOVE "BOTH" TO WS-RPT-TARGET
                MOVE WS-ITEM-NAME(WS-X) TO WS-RPT-ITEM
                COMPUTE WS-ITEM-END = WS-ITEM-COLUMN(WS-X)
                    + WS-ITEM-LENGTH(WS-X) - 1
                EVALUATE TRUE
                    WHEN WS-ITEM-LENGTH(WS-X) = 0
                        MOVE "NO LENGTH -- NOT EXPORTED"
                            TO WS-RPT-TEXT
                        PERFORM 3100-SKIP-ITEM
                    WHEN WS-ITEM-LINE(WS-X) < 1
                    OR WS-ITEM-LINE(WS-X) > WS-MAP-LINES
                    OR WS-ITEM-END > WS-MAP-COLUMNS
                        MOVE "OUTSIDE THE SCREEN -- NOT EXPORTED"
                            TO WS-RPT-TEXT
                        PERFORM 3100-SKIP-ITEM
                    WHEN WS-ITEM-COLUMN(WS-X) < 2
                        MOVE "NO ROOM FOR THE ATTRIBUTE IN COLUMN 1"
                            TO WS-RPT-TEXT
                        PERFORM 3100-SKIP-ITEM
                    WHEN WS-ITEM-LINE(WS-X) = WS-LAST-LINE
                    AND WS-ITEM-COLUMN(WS-X) - 1 <= WS-LAST-END
                        MOVE "NO ROOM FOR THE ATTRIBUTE BYTE (ABUTS)"
                            TO WS-RPT-TEXT
                        PERFORM 3100-SKIP-ITEM
                    WHEN OTHER
                        MOVE WS-ITEM-LINE(WS-X) TO WS-LAST-LINE
                        MOVE WS-ITEM-END TO WS-LAST-END
                END-EVALUATE
                IF NOT ITEM-SKIPPED(WS-X)
                AND (WS-ITEM-END > 80 OR WS-ITEM-LINE(WS-X) > 99)
                THEN
                    MOVE 'Y' TO WS-ITEM-PANEL-SKIP-FLAG(WS-X)
                    MOVE "ISPF" TO WS-RPT-TARGET
                    MOVE "BEYOND THE 80 BY 99 PANEL BODY"
                        TO WS-RPT-TEXT
                    PERFORM 8000-REPORT-NOT-EXPRESSED
                END-IF
            END-PERFORM.
            EXIT.

        3100-SKIP-ITEM.
            MOVE 'Y' TO WS-ITEM-SKIP-FLAG(WS-X).
            MOVE 'Y' TO WS-ITEM-PANEL-SKIP-FLAG(WS-X).
            PERFORM 8000-REPORT-NOT-EXPRESSED.
            EXIT.

        3500-BUILD-LABELS.
      *>
      *>     THE MAP IS LABELLED FROM THE SCREEN NAME; EACH FIELD GETS
      *>     A BMS LABEL AND AN ISPF NAME FROM ITS COBOL NAME. THE
      *>     FIRST INPUT FIELD IN ENTRY SEQUENCE TAKES THE CURSOR (IC).
      *>
            MOVE WS-TARGET-SCREEN TO WS-NEW-NAME.
            PERFORM 3600-SQUEEZE-NAME.
            MOVE SPACES TO WS-MAP-LABEL.
            MOVE WS-SQUEEZED(1:7) TO WS-MAP-LABEL.
            IF WS-MAP-LABEL NOT = WS-TARGET-SCREEN THEN
                MOVE "BMS " TO WS-RPT-TARGET
                MOVE WS-TARGET-SCREEN TO WS-RPT-ITEM
                MOVE SPACES TO WS-RPT-TEXT
                STRING "MAP NAME BECOMES " WS-MAP-LABEL
                    DELIMITED BY SIZE INTO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.

            MOVE ZERO TO WS-IC-ITEM.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF ITEM-IS-FIELD(WS-X) AND NOT ITEM-SKIPPED(WS-X)
                THEN
                    MOVE WS-ITEM-NAME(WS-X) TO WS-NEW-NAME
                    PERFORM 3600-SQUEEZE-NAME
                    SET LABEL-FOR-BMS TO TRUE
                    MOVE 7 TO WS-LABEL-MAX
                    PERFORM 3700-MAKE-LABEL
                    MOVE WS-LABEL TO WS-ITEM-BMS-LABEL(WS-X)
                    IF NOT ITEM-NOT-ON-PANEL(WS-X) THEN
                        SET LABEL-FOR-PANEL TO TRUE
                        MOVE 8 TO WS-LABEL-MAX
                        IF WS-ITEM-LENGTH(WS-X) < 8 THEN
                            MOVE WS-ITEM-LENGTH(WS-X) TO WS-LABEL-MAX
                        END-IF
                        PERFORM 3700-MAKE-LABEL
                        MOVE WS-LABEL TO WS-ITEM-PANEL-NAME(WS-X)
                    END-IF
                    PERFORM 3900-CHECK-CURSOR-FIELD
                END-IF
            END-PERFORM.
            EXIT.

        3600-SQUEEZE-NAME.
      *>
      *>     WS-NEW-NAME -> WS-SQUEEZED: LETTERS AND DIGITS ONLY,
      *>     UPPER CASE, NEVER STARTING WITH A DIGIT.
      *>
            MOVE SPACES TO WS-SQUEEZED.
            MOVE ZERO TO WS-SQ-LEN.
            PERFORM VARYING WS-PTR FROM 1 BY 1
                UNTIL WS-PTR > 32
                MOVE FUNCTION UPPER-CASE(WS-NEW-NAME(WS-PTR:1))
                    TO WS-CHAR
                IF WS-CHAR IS NUMERIC AND WS-SQ-LEN = 0 THEN
                    MOVE 'F' TO WS-SQUEEZED(1:1)
                    MOVE 1 TO WS-SQ-LEN
                END-IF
                IF WS-CHAR IS NUMERIC
                OR (WS-CHAR IS ALPHABETIC-UPPER
                    AND WS-CHAR NOT = SPACE) THEN
                    ADD 1 TO WS-SQ-LEN
                    MOVE WS-CHAR TO WS-SQUEEZED(WS-SQ-LEN:1)
                END-IF
            END-PERFORM.
            IF WS-SQ-LEN = 0 THEN
                MOVE "FLD" TO WS-SQUEEZED
                MOVE 3 TO WS-SQ-LEN
            END-IF.
            EXIT.

        3700-MAKE-LABEL.
      *>
      *>     SHORTEN WS-SQUEEZED TO WS-LABEL-MAX. A CLASH WITH AN
      *>     EARLIER FIELD'S LABEL IS BROKEN BY ENDING THE LABEL
      *>     WITH THE FIELD NUMBER; ANY RENAMING IS REPORTED.
      *>
            MOVE SPACES TO WS-LABEL.
            MOVE WS-SQ-LEN TO WS-LABEL-LEN.
            IF WS-LABEL-LEN > WS-LABEL-MAX THEN
                MOVE WS-LABEL-MAX TO WS-LABEL-LEN
            END-IF.
            MOVE WS-SQUEEZED(1:WS-LABEL-LEN) TO WS-LABEL.
            PERFORM 3750-CHECK-DUPLICATE.
            IF LABEL-IS-DUPLICATE THEN
                MOVE WS-ITEM-NO(WS-X) TO WS-NUM-IN
                PERFORM 7900-EDIT-NUMBER
                MOVE ZERO TO WS-PTR
                INSPECT WS-NUM-TEXT TALLYING WS-PTR
                    FOR CHARACTERS BEFORE SPACE
                IF WS-PTR < WS-LABEL-MAX THEN
                    IF WS-LABEL-LEN + WS-PTR > WS-LABEL-MAX THEN
                        COMPUTE WS-LABEL-LEN = WS-LABEL-MAX - WS-PTR
                    END-IF
                    MOVE WS-NUM-TEXT(1:WS-PTR)
                        TO WS-LABEL(WS-LABEL-LEN + 1:WS-PTR)
                    PERFORM 3750-CHECK-DUPLICATE
                END-IF
            END-IF.

            IF LABEL-FOR-BMS THEN
                MOVE "BMS " TO WS-RPT-TARGET
            ELSE
                MOVE "ISPF" TO WS-RPT-TARGET
            END-IF.
            MOVE WS-ITEM-NAME(WS-X) TO WS-RPT-ITEM.
            IF LABEL-IS-DUPLICATE THEN
                MOVE SPACES TO WS-RPT-TEXT
                STRING "NAME " WS-LABEL " IS NOT UNIQUE"
                    DELIMITED BY SIZE INTO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            ELSE
                IF WS-ITEM-NAME(WS-X) NOT = WS-LABEL THEN
                    MOVE SPACES TO WS-RPT-TEXT
                    STRING "NAME BECOMES " WS-LABEL
                        DELIMITED BY SIZE INTO WS-RPT-TEXT
                    PERFORM 8000-REPORT-NOT-EXPRESSED
                END-IF
            END-IF.
            EXIT.

        3750-CHECK-DUPLICATE.
            MOVE 'N' TO WS-DUP-FLAG.
            PERFORM VARYING WS-Y FROM 1 BY 1
                UNTIL WS-Y >= WS-X OR LABEL-IS-DUPLICATE
                IF ITEM-IS-FIELD(WS-Y) THEN
                    IF LABEL-FOR-BMS
                    AND WS-ITEM-BMS-LABEL(WS-Y) = WS-LABEL THEN
                        SET LABEL-IS-DUPLICATE TO TRUE
                    END-IF
                    IF LABEL-FOR-PANEL
                    AND WS-ITEM-PANEL-NAME(WS-Y) = WS-LABEL THEN
                        SET LABEL-IS-DUPLICATE TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        3900-CHECK-CURSOR-FIELD.
      *>
      *>     THE FIELD READ FIRST (LOWEST INPUT SEQUENCE) GETS IC.
      *>     READ-ONLY FIELDS NEVER TAKE THE CURSOR.
      *>
            MOVE WS-ITEM-NO(WS-X) TO SCR-FDEF-NO.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            READ SCRFDEF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SCR-FDEF-READ-ONLY = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-IC-ITEM = 0
            OR WS-ITEM-SEQ(WS-X) < WS-IC-SEQ THEN
                MOVE WS-X TO WS-IC-ITEM
                MOVE WS-ITEM-SEQ(WS-X) TO WS-IC-SEQ
            END-IF.
            EXIT.

        4000-WRITE-BMS-MAP.
            OPEN OUTPUT BMS-FILE.
            IF WS-BMS-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRMFEXP: CANNOT OPEN ",
                    FUNCTION TRIM(BMS-FILE-NAME), " (STATUS ",
                    WS-BMS-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-BMS-LINE.
            STRING "* SCREEN " WS-TARGET-SCREEN " " SCN-DESCRIPTION
                DELIMITED BY SIZE INTO WS-BMS-LINE.
            WRITE BMS-RECORD FROM WS-BMS-LINE.

            MOVE WS-MAP-LABEL TO WS-OUT-LABEL.
            MOVE "DFHMSD" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            MOVE "TYPE=&SYSPARM" TO WS-WORK.
            MOVE 14 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "MODE=INOUT" TO WS-WORK.
            MOVE 11 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "LANG=COBOL" TO WS-WORK.
            MOVE 11 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "CTRL=(FREEKB,FRSET)" TO WS-WORK.
            MOVE 20 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "STORAGE=AUTO" TO WS-WORK.
            MOVE 13 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "TIOAPFX=YES" TO WS-WORK.
            MOVE 12 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            PERFORM 6000-EMIT-BMS-STATEMENT.

            MOVE WS-MAP-LABEL TO WS-OUT-LABEL.
            MOVE "DFHMDI" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            MOVE WS-MAP-LINES TO WS-NUM-IN.
            PERFORM 7900-EDIT-NUMBER.
            MOVE WS-NUM-TEXT TO WS-NUM-TEXT-1.
            MOVE WS-MAP-COLUMNS TO WS-NUM-IN.
            PERFORM 7900-EDIT-NUMBER.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "SIZE=(" WS-NUM-TEXT-1 DELIMITED BY SPACE
                "," WS-NUM-TEXT DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO WS-WORK WITH POINTER WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "LINE=1" TO WS-WORK.
            MOVE 7 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE "COLUMN=1" TO WS-WORK.
            MOVE 9 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            PERFORM 6000-EMIT-BMS-STATEMENT.

            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF NOT ITEM-SKIPPED(WS-X) THEN
                    IF ITEM-IS-SEGMENT(WS-X) THEN
                        PERFORM 4100-BMS-SEGMENT
                    ELSE
                        PERFORM 4200-BMS-FIELD
                    END-IF
                END-IF
            END-PERFORM.

            MOVE SPACES TO WS-OUT-LABEL.
            MOVE "DFHMSD" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            MOVE "TYPE=FINAL" TO WS-WORK.
            MOVE 11 TO WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            PERFORM 6000-EMIT-BMS-STATEMENT.
            MOVE "END" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            PERFORM 6000-EMIT-BMS-STATEMENT.
            CLOSE BMS-FILE.
            EXIT.

        4100-BMS-SEGMENT.
            MOVE WS-TARGET-SCREEN TO SCRBG-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCRBG-SEGMENT-NO.
            READ SCRNBG-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO WS-OUT-LABEL.
            MOVE "DFHMDF" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            PERFORM 4900-POS-AND-LENGTH.
            IF SCRBG-ATTRIBUTE = "BOLD" THEN
                MOVE "ATTRB=(ASKIP,BRT)" TO WS-WORK
                MOVE 18 TO WS-PTR
            ELSE
                MOVE "ATTRB=ASKIP" TO WS-WORK
                MOVE 12 TO WS-PTR
            END-IF.
            PERFORM 6900-ADD-OPERAND.
            MOVE SCRBG-SEGMENT TO WS-QUOTE-SOURCE.
            PERFORM 7100-TEXT-LENGTH.
            IF WS-QUOTE-LEN > WS-ITEM-LENGTH(WS-X) THEN
                MOVE WS-ITEM-LENGTH(WS-X) TO WS-QUOTE-LEN
            END-IF.
            PERFORM 4950-INITIAL-OPERAND.
            PERFORM 6000-EMIT-BMS-STATEMENT.
            ADD 1 TO WS-SEG-COUNT.
            EXIT.

        4200-BMS-FIELD.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCR-FDEF-NO.
            READ SCRFDEF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE WS-ITEM-BMS-LABEL(WS-X) TO WS-OUT-LABEL.
            MOVE "DFHMDF" TO WS-OUT-OP.
            MOVE ZERO TO WS-OPND-COUNT.
            PERFORM 4900-POS-AND-LENGTH.

            MOVE SPACES TO WS-ATTRB.
            MOVE 1 TO WS-ATTRB-PTR.
            IF SCR-FDEF-READ-ONLY = 'Y' THEN
                STRING "PROT" DELIMITED BY SIZE
                    INTO WS-ATTRB WITH POINTER WS-ATTRB-PTR
            ELSE
                STRING "UNPROT" DELIMITED BY SIZE
                    INTO WS-ATTRB WITH POINTER WS-ATTRB-PTR
            END-IF.
            IF SCR-FDEF-DIGITS > 0 THEN
                STRING ",NUM" DELIMITED BY SIZE
                    INTO WS-ATTRB WITH POINTER WS-ATTRB-PTR
            END-IF.
            PERFORM 7200-CHECK-DARK.
            IF FIELD-IS-DARK THEN
                STRING ",DRK" DELIMITED BY SIZE
                    INTO WS-ATTRB WITH POINTER WS-ATTRB-PTR
            END-IF.
            IF WS-X = WS-IC-ITEM THEN
                STRING ",IC" DELIMITED BY SIZE
                    INTO WS-ATTRB WITH POINTER WS-ATTRB-PTR
            END-IF.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "ATTRB=(" WS-ATTRB DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO WS-WORK WITH POINTER WS-PTR.
            PERFORM 6900-ADD-OPERAND.

            IF SCR-FDEF-DEFAULT NOT = SPACES THEN
                MOVE SCR-FDEF-DEFAULT TO WS-QUOTE-SOURCE
                PERFORM 7100-TEXT-LENGTH
                IF WS-QUOTE-LEN > WS-ITEM-LENGTH(WS-X) THEN
                    MOVE WS-ITEM-LENGTH(WS-X) TO WS-QUOTE-LEN
                END-IF
                PERFORM 4950-INITIAL-OPERAND
            END-IF.
            PERFORM 6000-EMIT-BMS-STATEMENT.
            ADD 1 TO WS-FLD-COUNT.
            EXIT.

        4900-POS-AND-LENGTH.
      *>
      *>     POS= IS THE ATTRIBUTE BYTE, ONE COLUMN LEFT OF THE ITEM.
      *>
            MOVE WS-ITEM-LINE(WS-X) TO WS-NUM-IN.
            PERFORM 7900-EDIT-NUMBER.
            MOVE WS-NUM-TEXT TO WS-NUM-TEXT-1.
            COMPUTE WS-NUM-IN = WS-ITEM-COLUMN(WS-X) - 1.
            PERFORM 7900-EDIT-NUMBER.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "POS=(" WS-NUM-TEXT-1 DELIMITED BY SPACE
                "," WS-NUM-TEXT DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO WS-WORK WITH POINTER WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            MOVE WS-ITEM-LENGTH(WS-X) TO WS-NUM-IN.
            PERFORM 7900-EDIT-NUMBER.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "LENGTH=" WS-NUM-TEXT DELIMITED BY SPACE
                INTO WS-WORK WITH POINTER WS-PTR.
            PERFORM 6900-ADD-OPERAND.
            EXIT.

        4950-INITIAL-OPERAND.
            IF WS-QUOTE-LEN = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "INITIAL=" DELIMITED BY SIZE
                INTO WS-WORK WITH POINTER WS-PTR.
            SET QUOTE-DOUBLES-AMPERSAND TO TRUE.
            PERFORM 7000-QUOTE-TEXT.
            PERFORM 6900-ADD-OPERAND.
            EXIT.

        5000-WRITE-ISPF-PANEL.
            OPEN OUTPUT PANEL-FILE.
            IF WS-PANEL-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRMFEXP: CANNOT OPEN ",
                    FUNCTION TRIM(PANEL-FILE-NAME), " (STATUS ",
                    WS-PANEL-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *>
      *>     %, + AND _ ARE THE ISPF DEFAULTS; $ AND ! ARE OURS.
      *>
            MOVE ")ATTR" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            MOVE "$ TYPE(INPUT) INTENS(NON)" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            MOVE "! TYPE(OUTPUT) INTENS(LOW)" TO PANEL-RECORD.
            WRITE PANEL-RECORD.

            MOVE WS-MAP-LINES TO WS-PANEL-LINES.
            IF WS-PANEL-LINES > 99 THEN
                MOVE 99 TO WS-PANEL-LINES
            END-IF.
            PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 99
                MOVE SPACES TO WS-BODY-IMAGE(WS-Y)
            END-PERFORM.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF NOT ITEM-NOT-ON-PANEL(WS-X) THEN
                    IF ITEM-IS-SEGMENT(WS-X) THEN
                        PERFORM 5100-PAINT-SEGMENT
                    ELSE
                        PERFORM 5200-PAINT-FIELD
                    END-IF
                END-IF
            END-PERFORM.
            MOVE ")BODY" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            PERFORM VARYING WS-Y FROM 1 BY 1
                UNTIL WS-Y > WS-PANEL-LINES
                WRITE PANEL-RECORD FROM WS-BODY-IMAGE(WS-Y)
            END-PERFORM.

            MOVE ")INIT" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF ITEM-IS-FIELD(WS-X)
                AND NOT ITEM-NOT-ON-PANEL(WS-X) THEN
                    PERFORM 5300-WRITE-INIT
                END-IF
            END-PERFORM.
            MOVE ")PROC" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-ITEM-COUNT
                IF ITEM-IS-FIELD(WS-X)
                AND NOT ITEM-NOT-ON-PANEL(WS-X) THEN
                    PERFORM 5400-WRITE-PROC
                END-IF
            END-PERFORM.
            MOVE ")END" TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            CLOSE PANEL-FILE.
            EXIT.

        5100-PAINT-SEGMENT.
            MOVE WS-TARGET-SCREEN TO SCRBG-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCRBG-SEGMENT-NO.
            READ SCRNBG-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SCRBG-ATTRIBUTE = "BOLD" THEN
                MOVE '%' TO WS-ATTR-CHAR
            ELSE
                MOVE '+' TO WS-ATTR-CHAR
            END-IF.
            MOVE WS-ITEM-LINE(WS-X) TO WS-Y.
            MOVE WS-ATTR-CHAR TO
                WS-BODY-IMAGE(WS-Y)(WS-ITEM-COLUMN(WS-X) - 1:1).
      *>
      *>     AN ATTRIBUTE CHARACTER INSIDE THE TEXT WOULD SPLIT THE
      *>     RUN, SO IT IS BLANKED (AND REPORTED).
      *>
            MOVE 'N' TO WS-BLANKED-FLAG.
            PERFORM VARYING WS-PTR FROM 1 BY 1
                UNTIL WS-PTR > WS-ITEM-LENGTH(WS-X)
                MOVE SCRBG-SEGMENT(WS-PTR:1) TO WS-CHAR
                IF WS-CHAR = '%' OR WS-CHAR = '+' OR WS-CHAR = '_'
                OR WS-CHAR = '$' OR WS-CHAR = '!' THEN
                    MOVE SPACE TO WS-CHAR
                    SET ATTR-CHAR-BLANKED TO TRUE
                END-IF
                MOVE WS-CHAR TO WS-BODY-IMAGE(WS-Y)
                    (WS-ITEM-COLUMN(WS-X) + WS-PTR - 1:1)
            END-PERFORM.
            IF ATTR-CHAR-BLANKED THEN
                MOVE "ISPF" TO WS-RPT-TARGET
                MOVE WS-ITEM-NAME(WS-X) TO WS-RPT-ITEM
                MOVE "TEXT HOLDS ATTRIBUTE CHARACTERS -- BLANKED"
                    TO WS-RPT-TEXT
                PERFORM 8000-REPORT-NOT-EXPRESSED
            END-IF.
            PERFORM 5900-END-RUN.
            EXIT.

        5200-PAINT-FIELD.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCR-FDEF-NO.
            READ SCRFDEF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            PERFORM 7200-CHECK-DARK.
            EVALUATE TRUE
                WHEN SCR-FDEF-READ-ONLY = 'Y'
                    MOVE '!' TO WS-ATTR-CHAR
                WHEN FIELD-IS-DARK
                    MOVE '$' TO WS-ATTR-CHAR
                WHEN OTHER
                    MOVE '_' TO WS-ATTR-CHAR
            END-EVALUATE.
            MOVE WS-ITEM-LINE(WS-X) TO WS-Y.
            MOVE WS-ATTR-CHAR TO
                WS-BODY-IMAGE(WS-Y)(WS-ITEM-COLUMN(WS-X) - 1:1).
            MOVE WS-ITEM-PANEL-NAME(WS-X) TO
                WS-BODY-IMAGE(WS-Y)
                (WS-ITEM-COLUMN(WS-X):WS-ITEM-LENGTH(WS-X)).
            PERFORM 5900-END-RUN.
            EXIT.

        5300-WRITE-INIT.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCR-FDEF-NO.
            READ SCRFDEF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SCR-FDEF-DEFAULT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-WORK.
            MOVE 1 TO WS-PTR.
            STRING "&" WS-ITEM-PANEL-NAME(WS-X) DELIMITED BY SPACE
                " = " DELIMITED BY SIZE
                INTO WS-WORK WITH POINTER WS-PTR.
            MOVE SCR-FDEF-DEFAULT TO WS-QUOTE-SOURCE.
            PERFORM 7100-TEXT-LENGTH.
            IF WS-QUOTE-LEN > WS-ITEM-LENGTH(WS-X) THEN
                MOVE WS-ITEM-LENGTH(WS-X) TO WS-QUOTE-LEN
            END-IF.
            MOVE 'N' TO WS-QUOTE-AMP-FLAG.
            PERFORM 7000-QUOTE-TEXT.
            MOVE WS-WORK TO PANEL-RECORD.
            WRITE PANEL-RECORD.
            EXIT.

        5400-WRITE-PROC.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE WS-ITEM-NO(WS-X) TO SCR-FDEF-NO.
            READ SCRFDEF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SCR-FDEF-NOT-BLANK = 'Y' THEN
                MOVE SPACES TO PANEL-RECORD
                STRING "VER (&" WS-ITEM-PANEL-NAME(WS-X)
                    DELIMITED BY SPACE ",NB)" DELIMITED BY SIZE
                    INTO PANEL-RECORD
                WRITE PANEL-RECORD
            END-IF.
            IF SCR-FDEF-DIGITS > 0 THEN
                MOVE SPACES TO PANEL-RECORD
                STRING "VER (&" WS-ITEM-PANEL-NAME(WS-X)
                    DELIMITED BY SPACE ",NUM)" DELIMITED BY SIZE
                    INTO PANEL-RECORD
                WRITE PANEL-RECORD
            END-IF.
            IF SCR-FDEF-VALID-LIST NOT = SPACES THEN
                MOVE SPACES TO PANEL-RECORD
                STRING "VER (&" WS-ITEM-PANEL-NAME(WS-X)
                    DELIMITED BY SPACE ",LIST," DELIMITED BY SIZE
                    FUNCTION TRIM(SCR-FDEF-VALID-LIST TRAILING)
                    DELIMITED BY SIZE ")" DELIMITED BY SIZE
                    INTO PANEL-RECORD
                    ON OVERFLOW
                        MOVE "ISPF" TO WS-RPT-TARGET
                        MOVE WS-ITEM-NAME(WS-X) TO WS-RPT-ITEM
                        MOVE "VALID LIST TOO LONG FOR ONE VER"
                            TO WS-RPT-TEXT
                        PERFORM 8000-REPORT-NOT-EXPRESSED
                        MOVE SPACES TO PANEL-RECORD
                END-STRING
                IF PANEL-RECORD NOT = SPACES THEN
                    WRITE PANEL-RECORD
                END-IF
            END-IF.
            EXIT.

        5900-END-RUN.
      *>
      *>     CLOSE THE RUN WITH A LOW-INTENSITY TEXT ATTRIBUTE SO ITS
      *>     LENGTH SURVIVES; THE NEXT ITEM'S OWN ATTRIBUTE MAY
      *>     OVERWRITE IT.
      *>
            COMPUTE WS-ITEM-END = WS-ITEM-COLUMN(WS-X)
                + WS-ITEM-LENGTH(WS-X).
            IF WS-ITEM-END <= 80 THEN
                IF WS-BODY-IMAGE(WS-Y)(WS-ITEM-END:1) = SPACE THEN
                    MOVE '+' TO WS-BODY-IMAGE(WS-Y)(WS-ITEM-END:1)
                END-IF
            END-IF.
            EXIT.

        6000-EMIT-BMS-STATEMENT.
      *>
      *>     LABEL IN COLUMN 1, OPERATION IN COLUMN 10, OPERANDS FROM
      *>     COLUMN 17. AN OPERAND THAT WILL NOT FIT GOES TO THE NEXT
      *>     LINE; ONE LONGER THAN A WHOLE LINE (A LONG INITIAL=) RUNS
      *>     THROUGH COLUMN 71 AND RESUMES IN COLUMN 16. EACH
      *>     CONTINUED LINE CARRIES AN 'X' IN COLUMN 72.
      *>
            MOVE SPACES TO WS-BMS-LINE.
            MOVE WS-OUT-LABEL TO WS-BMS-LINE(1:8).
            MOVE WS-OUT-OP TO WS-BMS-LINE(10:6).
            MOVE 17 TO WS-BMS-COL, WS-BMS-LINE-START.
            PERFORM VARYING WS-OPND-X FROM 1 BY 1
                UNTIL WS-OPND-X > WS-OPND-COUNT
                MOVE WS-OPND-LEN(WS-OPND-X) TO WS-NEED
                IF WS-OPND-X < WS-OPND-COUNT THEN
                    ADD 1 TO WS-NEED
                END-IF
                IF WS-BMS-COL > WS-BMS-LINE-START
                AND WS-BMS-COL + WS-NEED > 72
                AND WS-NEED <= 56 THEN
                    PERFORM 6200-FLUSH-CONTINUED-LINE
                END-IF
                PERFORM VARYING WS-PTR FROM 1 BY 1
                    UNTIL WS-PTR > WS-OPND-LEN(WS-OPND-X)
                    MOVE WS-OPND-TEXT(WS-OPND-X)(WS-PTR:1) TO WS-CHAR
                    PERFORM 6100-EMIT-CHARACTER
                END-PERFORM
                IF WS-OPND-X < WS-OPND-COUNT THEN
                    MOVE ',' TO WS-CHAR
                    PERFORM 6100-EMIT-CHARACTER
                END-IF
            END-PERFORM.
            WRITE BMS-RECORD FROM WS-BMS-LINE.
            EXIT.

        6100-EMIT-CHARACTER.
            IF WS-BMS-COL > 71 THEN
                PERFORM 6200-FLUSH-CONTINUED-LINE
            END-IF.
            MOVE WS-CHAR TO WS-BMS-LINE(WS-BMS-COL:1).
            ADD 1 TO WS-BMS-COL.
            EXIT.

        6200-FLUSH-CONTINUED-LINE.
            MOVE 'X' TO WS-BMS-LINE(72:1).
            WRITE BMS-RECORD FROM WS-BMS-LINE.
            MOVE SPACES TO WS-BMS-LINE.
            MOVE 16 TO WS-BMS-COL, WS-BMS-LINE-START.
            EXIT.

        6900-ADD-OPERAND.
      *>
      *>     WS-WORK(1:WS-PTR - 1) BECOMES THE NEXT OPERAND.
      *>
            IF WS-OPND-COUNT < 12 AND WS-PTR > 1 THEN
                ADD 1 TO WS-OPND-COUNT
                MOVE WS-WORK TO WS-OPND-TEXT(WS-OPND-COUNT)
                COMPUTE WS-OPND-LEN(WS-OPND-COUNT) = WS-PTR - 1
            END-IF.
            EXIT.

        7000-QUOTE-TEXT.
      *>
      *>     APPEND 'WS-QUOTE-SOURCE(1:WS-QUOTE-LEN)' TO WS-WORK AT
      *>     WS-PTR, DOUBLING EMBEDDED QUOTES (AND, FOR BMS,
      *>     AMPERSANDS).
      *>
            MOVE "'" TO WS-WORK(WS-PTR:1).
            ADD 1 TO WS-PTR.
            PERFORM VARYING WS-Y FROM 1 BY 1
                UNTIL WS-Y > WS-QUOTE-LEN OR WS-PTR > 197
                MOVE WS-QUOTE-SOURCE(WS-Y:1) TO WS-CHAR
                MOVE WS-CHAR TO WS-WORK(WS-PTR:1)
                ADD 1 TO WS-PTR
                IF WS-CHAR = "'"
                OR (WS-CHAR = "&" AND QUOTE-DOUBLES-AMPERSAND) THEN
                    MOVE WS-CHAR TO WS-WORK(WS-PTR:1)
                    ADD 1 TO WS-PTR
                END-IF
            END-PERFORM.
            MOVE "'" TO WS-WORK(WS-PTR:1).
            ADD 1 TO WS-PTR.
            EXIT.

        7100-TEXT-LENGTH.
      *>
      *>     WS-QUOTE-LEN = LENGTH OF WS-QUOTE-SOURCE WITHOUT ITS
      *>     TRAILING BLANKS.
      *>
            MOVE 80 TO WS-QUOTE-LEN.
            PERFORM UNTIL WS-QUOTE-LEN = 0
                OR WS-QUOTE-SOURCE(WS-QUOTE-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-QUOTE-LEN
            END-PERFORM.
            EXIT.

        7200-CHECK-DARK.
            MOVE 'N' TO WS-IS-DARK-FLAG.
            IF SCR-FDEF-MASKED = 'Y' OR SCR-FDEF-PASSWORD = 'Y'
            OR SCR-FDEF-VISIBLE = 'N' THEN
                SET FIELD-IS-DARK TO TRUE
            END-IF.
            EXIT.

        7900-EDIT-NUMBER.
      *>
      *>     WS-NUM-IN -> WS-NUM-TEXT, LEFT-JUSTIFIED.
      *>
            MOVE WS-NUM-IN TO WS-NUM-ED.
            MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-NUM-TEXT.
            EXIT.

        8000-REPORT-NOT-EXPRESSED.
            ADD 1 TO WS-EXCEPTION-COUNT.
            DISPLAY "  NOT EXPRESSED (", WS-RPT-TARGET, "): ",
                FUNCTION TRIM(WS-RPT-ITEM), " -- ",
                FUNCTION TRIM(WS-RPT-TEXT).
            EXIT.

        9000-FINALIZE.
            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE.
            DISPLAY " ".
            DISPLAY "SCREEN              ", WS-TARGET-SCREEN.
            DISPLAY "BMS MAP             ",
                FUNCTION TRIM(BMS-FILE-NAME).
            DISPLAY "ISPF PANEL          ",
                FUNCTION TRIM(PANEL-FILE-NAME).
            DISPLAY "BACKGROUND SEGMENTS ", WS-SEG-COUNT.
            DISPLAY "FIELDS              ", WS-FLD-COUNT.
            DISPLAY "ITEMS NOT EXPRESSED ", WS-EXCEPTION-COUNT.
            IF WS-EXCEPTION-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        END PROGRAM SCRMFEXP.
