      *>     2. THE FIELD TABLE: NUMBER, COBOL NAME, LINE/COLUMN,
      *>        LENGTHS, CHARSET, VALIDATION ATTRIBUTES, HELP TEXT.
      *>     3. THE SCRFSTA NAVIGATION STATES.
      *>     4. THE REGISTERED USER EXITS (SCREXIT.X): EVENT, FIELD,
      *>        PROGRAM AND DESCRIPTION.
      *>     5. THE ASSOCIATED MENUS (MENUREF-FILE) AND THEIR ITEMS.
      *>
      *> A SCREEN THAT REFERENCES A MASTER LAYOUT IS DOCUMENTED WITH
      *> THE MASTER'S SEGMENTS AND FIELDS UNDER ITS OWN, EXCEPT WHERE
      *> IT OVERRIDES THEM (SEE COBCURSES-MASTER-LAYOUT); THE TITLE
      *> PAGE NAMES THE MASTER AND THE FIELD TABLE MARKS ITS FIELDS.
      *> A MASTER LAYOUT'S OWN DOCUMENT SAYS SO ON ITS TITLE PAGE.
      *>

        ENVIRONMENT DIVISION.
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY.

            SELECT OPTIONAL SCREXIT-FILE
                ASSIGN TO SCREXIT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS XIT-KEY
                FILE STATUS IS WS-SCREXIT-FILE-STATUS.

            SELECT SPEC-FILE
                ASSIGN TO SPEC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  SCREXIT-FILE.
        01  SCREXIT-RECORD.
            COPY SCREXIT.

        FD  SPEC-FILE.
        01  SPEC-RECORD                         PIC X(132).

                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  SCREXIT-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREXIT.X".
            10  SPEC-FILE-NAME                  PIC X(256).
            10  SPEC-DIR                        PIC X(256) VALUE ".".

        01  WS-TARGET-SCREEN                    PIC X(16).
        01  WS-SCREXIT-FILE-STATUS              PIC XX.
        01  WS-SCREXIT-OPEN-FLAG                PIC X VALUE 'N'.
            88  SCREXIT-OPEN                    VALUE 'Y'.
        01  WS-EXIT-COUNT                       PIC 9(4).

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
            10  WS-SEG-END                      PIC 9(4).
            10  WS-LINE-X                       PIC 999.
            10  WS-PAGE-NO                      PIC 9(4).
            10  WS-FORM-PAGE                    PIC 99.
            10  WS-FORM-PAGES                   PIC 99.
            10  WS-ITEM-PAGE                    PIC 99.

        01  WS-FIELD-RULER                      PIC X(300)
            VALUE ALL "_".
        01  WS-OUT                              PIC X(132).
        01  WS-PAGE-NO-Z                        PIC ZZZ9.
        01  SCR-FDEF-LINE-Z                     PIC ZZ9.
        01  WS-FORM-PAGE-Z                      PIC Z9.
        01  SCR-FDEF-COLUMN-Z                   PIC ZZ9.
        01  EDITED-STATE-FIELDS.
            10  WS-Z4-A                         PIC ZZZ9.
            10  WS-Z4-F                         PIC ZZZ9.
        01  WS-SAVE-MENU-NAME                   PIC X(16).

        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.
        01  WS-MSL-X                            PIC 9(4) COMP.
        01  WS-OVERRIDES-Z                      PIC ZZZ9.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
                BY REFERENCE MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCREXIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SPEC-DIR, FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE,
                SCRFSTA-FILE, MENUREF-FILE, ITEM-FILE.
            OPEN INPUT SCREXIT-FILE.
            IF WS-SCREXIT-FILE-STATUS = "00" THEN
                SET SCREXIT-OPEN TO TRUE
            ELSE
                IF WS-SCREXIT-FILE-STATUS = "05" THEN
                    CLOSE SCREXIT-FILE
                END-IF
            END-IF.
            EXIT.

        1500-SPEC-ALL-SCREENS.
                DELIMITED BY SIZE INTO SPEC-FILE-NAME.
            OPEN OUTPUT SPEC-FILE.
            MOVE ZERO TO WS-PAGE-NO.
            MOVE SCN-NAME TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.

            PERFORM 2100-TITLE-PAGE.
            PERFORM 3000-RENDERED-BACKGROUND.
            PERFORM 4000-FIELD-TABLE.
            PERFORM 5000-STATE-TABLE.
            PERFORM 5500-USER-EXITS.
            PERFORM 6000-MENU-SECTION.

            CLOSE SPEC-FILE.
            STRING "LAST CHANGE : " SCN-LAST-MODIFIED
                DELIMITED BY SIZE INTO WS-OUT.
            PERFORM 8000-PUT-LINE.
            IF SCN-IS-MASTER THEN
                MOVE "MASTER      : THIS IS A MASTER LAYOUT" TO WS-OUT
                PERFORM 8000-PUT-LINE
            END-IF.
            IF MSL-MASTER-NAME NOT = SPACES THEN
                MOVE MSL-OVERRIDES TO WS-OVERRIDES-Z
                MOVE SPACES TO WS-OUT
                STRING "MASTER      : " MSL-MASTER-NAME
                    " (" WS-OVERRIDES-Z " ITEMS OVERRIDDEN LOCALLY)"
                    DELIMITED BY SIZE INTO WS-OUT
                PERFORM 8000-PUT-LINE
            END-IF.
            MOVE SPACES TO WS-OUT.
            PERFORM 8000-PUT-LINE.
            EXIT.

      *>
      *>     A MULTI-PAGE FORM IS RENDERED ONE FORM PAGE AT A TIME,
      *>     EACH WITH THE TITLE LINE. PAGE 1 FINDS HOW MANY THERE ARE.
      *>
        3000-RENDERED-BACKGROUND.
            MOVE 1 TO WS-FORM-PAGES.
            PERFORM 3050-RENDER-FORM-PAGE
                VARYING WS-FORM-PAGE FROM 1 BY 1
                UNTIL WS-FORM-PAGE > WS-FORM-PAGES.
            EXIT.

        3050-RENDER-FORM-PAGE.
            PERFORM 8100-PAGE-HEADING.
            IF WS-FORM-PAGE > 1 THEN
                MOVE WS-FORM-PAGE TO WS-FORM-PAGE-Z
                MOVE SPACES TO WS-OUT
                STRING "RENDERED BACKGROUND, FORM PAGE "
                    WS-FORM-PAGE-Z " (FIELDS SHOWN AS ___)"
                    DELIMITED BY SIZE INTO WS-OUT
            ELSE
                MOVE "RENDERED BACKGROUND (FIELDS SHOWN AS ___)"
                    TO WS-OUT
            END-IF.
            PERFORM 8000-PUT-LINE.
            MOVE SPACES TO WS-OUT.
            PERFORM 8000-PUT-LINE.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-SEG-COUNT
                MOVE MSL-SEG-IMAGE(WS-MSL-X) TO SCRNBG-RECORD
                PERFORM 3110-PAINT-ONE-SEGMENT
            END-PERFORM.
            EXIT.

        3110-PAINT-ONE-SEGMENT.
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-ITEM-PAGE
            ELSE
                MOVE 1 TO WS-ITEM-PAGE
            END-IF.
            IF WS-ITEM-PAGE > WS-FORM-PAGES THEN
                MOVE WS-ITEM-PAGE TO WS-FORM-PAGES
            END-IF.
            IF WS-ITEM-PAGE NOT = WS-FORM-PAGE AND SCRBG-LINE NOT = 1
                EXIT PARAGRAPH
            END-IF.
            MOVE SCRBG-LINE TO WS-SEG-LINE.
            MOVE SCRBG-COLUMN TO WS-SEG-COLUMN.
            MOVE SCRBG-LENGTH TO WS-SEG-LENGTH.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-FLD-COUNT
                MOVE MSL-FLD-IMAGE(WS-MSL-X) TO SCRFDEF-RECORD
                PERFORM 3210-PAINT-ONE-FIELD
            END-PERFORM.
            EXIT.

        3210-PAINT-ONE-FIELD.
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO WS-ITEM-PAGE
            ELSE
                MOVE 1 TO WS-ITEM-PAGE
            END-IF.
            IF WS-ITEM-PAGE > WS-FORM-PAGES THEN
                MOVE WS-ITEM-PAGE TO WS-FORM-PAGES
            END-IF.
            IF WS-ITEM-PAGE NOT = WS-FORM-PAGE THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCR-FDEF-LINE TO WS-SEG-LINE.
            MOVE SCR-FDEF-COLUMN TO WS-SEG-COLUMN.
            MOVE SCR-FDEF-WINDOW-LENGTH TO WS-SEG-LENGTH.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-FLD-COUNT
                MOVE MSL-FLD-IMAGE(WS-MSL-X) TO SCRFDEF-RECORD
                PERFORM 4100-ONE-FIELD-LINES
                MOVE SPACES TO WS-OUT
                STRING "      (FROM MASTER LAYOUT " MSL-MASTER-NAME ")"
                    DELIMITED BY SIZE INTO WS-OUT
                PERFORM 8000-PUT-LINE
            END-PERFORM.
            EXIT.

        4100-ONE-FIELD-LINES.
            STRING "  " SCR-FDEF-NO "  " SCR-FDEF-COBOL-NAME
                " " SCR-FDEF-LINE-Z " " SCR-FDEF-COLUMN-Z
                DELIMITED BY SIZE INTO WS-OUT.
            IF WS-FORM-PAGES > 1 THEN
                IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                    MOVE SCR-FDEF-PAGE TO WS-FORM-PAGE-Z
                ELSE
                    MOVE 1 TO WS-FORM-PAGE-Z
                END-IF
                MOVE "  PAGE" TO WS-OUT(60:6)
                MOVE WS-FORM-PAGE-Z TO WS-OUT(67:2)
            END-IF.
            PERFORM 8000-PUT-LINE.
            MOVE SPACES TO WS-OUT.
            STRING "      " SCR-FDEF-DESCRIPTION
            PERFORM 8000-PUT-LINE.
            EXIT.

        5500-USER-EXITS.
            PERFORM 8100-PAGE-HEADING.
            MOVE "REGISTERED USER EXITS" TO WS-OUT.
            PERFORM 8000-PUT-LINE.
            MOVE SPACES TO WS-OUT.
            PERFORM 8000-PUT-LINE.
            MOVE SPACES TO WS-OUT.
            STRING "  EV FIELD   PROGRAM" DELIMITED BY SIZE
                "                        DESCRIPTION" DELIMITED BY SIZE
                INTO WS-OUT.
            PERFORM 8000-PUT-LINE.

            MOVE ZERO TO WS-EXIT-COUNT.
            MOVE 'N' TO SUB-EOF-FLAG.
            IF NOT SCREXIT-OPEN THEN
                SET END-OF-SUBFILE TO TRUE
            ELSE
                INITIALIZE SCREXIT-RECORD
                MOVE SCN-NAME TO XIT-SCREEN-NAME
                START SCREXIT-FILE KEY IS >= XIT-KEY
                    INVALID KEY
                        SET END-OF-SUBFILE TO TRUE
                    NOT INVALID KEY
                        CONTINUE
                END-START
            END-IF.
            PERFORM UNTIL END-OF-SUBFILE
                READ SCREXIT-FILE NEXT RECORD
                    AT END
                        SET END-OF-SUBFILE TO TRUE
                    NOT AT END
                        IF XIT-SCREEN-NAME NOT = SCN-NAME THEN
                            SET END-OF-SUBFILE TO TRUE
                        ELSE
                            PERFORM 5510-ONE-EXIT-LINE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EXIT-COUNT = 0 THEN
                MOVE "  (NONE REGISTERED)" TO WS-OUT
                PERFORM 8000-PUT-LINE
            END-IF.
            EXIT.

        5510-ONE-EXIT-LINE.
            ADD 1 TO WS-EXIT-COUNT.
            MOVE XIT-FIELD-NO TO WS-Z4-A.
            MOVE SPACES TO WS-OUT.
            STRING "  " XIT-EVENT " " WS-Z4-A "   " XIT-PROGRAM
                "  " XIT-DESCRIPTION
                DELIMITED BY SIZE INTO WS-OUT.
            PERFORM 8000-PUT-LINE.
            EXIT.

        6000-MENU-SECTION.
            PERFORM 8100-PAGE-HEADING.
            MOVE "ASSOCIATED MENUS AND ITEMS" TO WS-OUT.
        9000-FINALIZE.
            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE,
                SCRFSTA-FILE, MENUREF-FILE, ITEM-FILE.
            IF SCREXIT-OPEN THEN
                CLOSE SCREXIT-FILE
            END-IF.
            EXIT.

        END PROGRAM SCRSPEC.
