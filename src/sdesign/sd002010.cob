            10  WS-ARCHIVE-STAMP            PIC X(14).
            10  WS-ARCHIVE-TYPE             PIC XX.
            10  WS-ARCHIVE-SEQ              PIC 9(4).
            10  WS-ARCHIVE-DATA             PIC X(600).
        01  WS-CLONE-TARGET-NAME            PIC X(16).

      *>
        01  WS-REQUESTED-LANG-CODE           PIC X(2).
        01  WS-LANG-SEGMENT-COUNT            PIC 9(4).

      *>
      *> WS-PAINT-PAGE : THE PAGE OF A MULTI-PAGE FORM CURRENTLY LOADED
      *> INTO SCREEN-IMAGE FOR PAINTING/SAVING (SEE 5997-ACTION-J).
      *>
        01  WS-PAINT-PAGE                    PIC 99 VALUE 1.
        01  WS-REQUESTED-PAGE                PIC X(2).
        01  WS-SEG-PAGE                      PIC 99.
        01  WS-PAGE-SEGMENT-COUNT            PIC 9(4).
        01  WS-PAINT-PAGE-ED                 PIC Z9.

      *>
      *> DESIGN-STANDARDS CHECK OF THE CURRENT SCREEN (5999-ACTION-K).
      *>
        01  LINT-RESULT.
            COPY LINTRES.
        01  WS-LINT-SCORE-ED                 PIC ZZ9.
        01  WS-LINT-ERRORS-ED                PIC ZZZ9.
        01  WS-LINT-WARNINGS-ED              PIC ZZZ9.

      *>
      *> MASTER LAYOUT SUPPORT (SEE COBCURSES-MASTER-LAYOUT): THE
      *> MASTER'S CONTRIBUTION TO THE CURRENT SCREEN, THE VIEW OF THE
      *> SCREEN WITH IT ADDED (5985-ACTION-Y), AND THE COUNT OF
      *> SCREENS A SAVE TO A MASTER REACHES.
      *>
        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.
        01  WS-MSL-X                         PIC 9(4) COMP.
        01  PREVIEW-IMAGE.
            COPY SCREEN-SI
                REPLACING LEADING ==SCREEN== BY ==PVW==.
        01  WS-PREVIEW-CHANGES               PIC X.
        01  WS-MSL-SEG-ED                    PIC ZZZ9.
        01  WS-MSL-FLD-ED                    PIC ZZZ9.
        01  WS-MSL-OVR-ED                    PIC ZZZ9.
        01  WS-MASTER-USERS                  PIC 9(4).
        01  WS-MASTER-USERS-ED               PIC ZZZ9.

        01  IMAGE-SAVED                     PIC X.
        01  LINEX                           PIC 999.

            CALL "COBCURSES-SCHEMA-GUARD".
            INITIALIZE SCREEN-IMAGE.
            
      *>
      *>     THE SCREEN-SHAPED CATALOG FILES RESOLVE INTO THE
      *>     DESIGNER'S PRIVATE WORKSPACE WHEN COBCURSES_WORKSPACE IS
      *>     SET (SEE COBCURSES-WORKSPACE-PATHNAME / SCRWKSP); THE
      *>     AUDIT LOG ALWAYS STAYS IN THE LIVE DATA DIRECTORY.
      *>
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCRNBGL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SCRAUDIT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
            MOVE FLD-MINIMUM-COLUMNS TO SCN-COLUMNS-MIN.
            MOVE FLD-MINIMUM-LINES TO SCN-LINES-MIN.
            MOVE FLD-APPLICATION TO SCN-APPLICATION.
            MOVE FLD-MAKER-CHECKER TO SCN-MAKER-CHECKER.
            MOVE FLD-MINIMUM-COLOUR-PAIRS TO SCN-PAIRS.
            MOVE FLD-WS-SECTION-COPYBOOK TO SCN-WS-SECTION.
            MOVE FLD-PROC-DIV-COPYBOOK TO SCN-PROCEDURE-DIVISION.
            MOVE SCN-COLUMNS-MIN TO FLD-MINIMUM-COLUMNS.
            MOVE SCN-LINES-MIN TO FLD-MINIMUM-LINES.
            MOVE SCN-APPLICATION TO FLD-APPLICATION.
            IF SCN-MAKER-CHECKER = 'Y' THEN
                MOVE 'Y' TO FLD-MAKER-CHECKER
            ELSE
                MOVE 'N' TO FLD-MAKER-CHECKER
            END-IF.
            MOVE SCN-PAIRS TO FLD-MINIMUM-COLOUR-PAIRS.
            MOVE SCN-WS-SECTION TO FLD-WS-SECTION-COPYBOOK.
            MOVE SCN-PROCEDURE-DIVISION TO FLD-PROC-DIV-COPYBOOK.
            MOVE SPACES TO NC-MSGBUF.
            STRING "Other actions: P=paint Q=fields ",
                "T=states, G=Generate, R=character sets, ",
                "L=clone, W=language, J=page, ",
                "K=check standards and Y=view with master."
                INTO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE-OVERRIDE.
            EXIT.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD THEN
                IF NOT NEW-RECORD
                AND SCN-LOCKED-BY NOT = SPACES
                    MOVE SCN-LINES-MIN TO SCREEN-LINES
                    MOVE SCN-COLUMNS-MIN TO SCREEN-COLUMNS
                    MOVE 'N' TO IMAGE-SAVED
                    MOVE WS-PAINT-PAGE TO SCREEN-PAGE-NO
                    CALL "SD002035" USING
                        SCN-NAME, SCREEN-IMAGE,
                        IMAGE-SAVED, SCRNBG-FILE-NAME,
                        MOVE "Error: Saving the screen background."
                            TO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                    ELSE
                        PERFORM 5430-NOTE-MASTER-CHANGE
                    END-IF
                    PERFORM 9100-OPEN-FILES
                END-IF

        5410-ADD-RECORD.
            PERFORM 4000-MOVE-TO-RECORD
      *>
      *>     A NEW SCREEN STARTS WITH NO MASTER LAYOUT, AND IS NOT ONE
      *>     (SEE MSTLAYT).
      *>
            MOVE SPACES TO SCN-MASTER-LAYOUT, SCN-MASTER-FLAG
            WRITE SCREEN-RECORD
                INVALID KEY
                    MOVE "Error: Adding a new screen record."
            END-EVALUATE.
            EXIT.

      *>
      *> 5430-NOTE-MASTER-CHANGE :
      *>     A SAVED MASTER LAYOUT REACHES EVERY SCREEN THAT USES IT.
      *>     THOSE SCREENS ARE QUEUED FOR REGENERATION AND THE
      *>     DESIGNER IS TOLD HOW MANY THERE ARE. CALLED WITH THE
      *>     FILES CLOSED.
      *>
        5430-NOTE-MASTER-CHANGE.
            IF NOT SCN-IS-MASTER THEN
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-MASTER-CHANGED" USING
                SCN-NAME, "SD002010", WS-MASTER-USERS.
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-MASTER-USERS TO WS-MASTER-USERS-ED
                MOVE SPACES TO NC-MSGBUF
                STRING "Saved. Master layout used by ",
                    WS-MASTER-USERS-ED, " screen(s); ",
                    "queued for regeneration (MSTLAYT IMPACT)."
                    DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE-OVERRIDE
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> 5405-WRITE-AUDIT-RECORD :
      *>     WRITES AN AUDIT RECORD FOR THE CURRENT SCREEN (SCN-NAME).
      *>     SCRAUDIT-RECORD BEFORE PERFORMING THIS PARAGRAPH.
      *>
        5405-WRITE-AUDIT-RECORD.
      *>
      *>     A SAVE INTO A PRIVATE DESIGNER WORKSPACE IS NOT A
      *>     CHANGE TO THE CATALOG YET: SCRWKSP WRITES THE AUDIT
      *>     RECORD (AND RAISES THE APPROVAL MARK) AT PUBLISH.
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO
                AUD-DATE-TIME OF SCRAUDIT-RECORD.
            MOVE AUD-OPERATOR-ID TO AUD-OPERATOR OF SCRAUDIT-RECORD.
            MOVE SCN-NAME TO AUD-SCREEN-NAME OF SCRAUDIT-RECORD.
            CALL "COBCURSES-CHANGE-TICKET" USING "G",
                AUD-TICKET OF SCRAUDIT-RECORD.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.
      *>
      *>     IN A PROTECTED DATA DIRECTORY (COBCURSES_PROTECTED=Y),
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                INITIALIZE SCREEN-RECORD
                MOVE FLD-SCREEN-NAME TO SCN-NAME
                        CALL "SD002033" USING
                            SCREEN-RECORD, SCREEN-IMAGE,
                            SCRNBG-FILE-NAME
                        MOVE 1 TO WS-PAINT-PAGE
                        PERFORM 5998-LOAD-PAINT-PAGE
                        PERFORM 6100-UPDATE-SCREEN
                END-READ
            ELSE
                CALL "SD002033" USING
                    SCREEN-RECORD, SCREEN-IMAGE,
                    SCRNBG-FILE-NAME
                PERFORM 5998-LOAD-PAINT-PAGE
                MOVE 'V' TO NC-FIELD-ACTION
                PERFORM 1040-DRAW-SCREEN
            ELSE
            END-IF.
            EXIT.

      *>
      *> 5985-ACTION-Y :
      *>     SHOWS THE PAGE BEING PAINTED AS THE OPERATOR WILL SEE IT,
      *>     WITH THE BACKGROUND SEGMENTS AND STANDARD FIELDS (SHOWN AS
      *>     UNDERSCORES) OF THE MASTER LAYOUT THE SCREEN REFERENCES,
      *>     LESS WHAT THE SCREEN OVERRIDES LOCALLY. THE VIEW IS A COPY
      *>     OF THE IMAGE: THE MASTER'S CONTENTS ARE NEVER SAVED INTO
      *>     THE SCREEN'S OWN BACKGROUND, AND ANYTHING PAINTED IN THE
      *>     VIEW IS DISCARDED. A MASTER IS CHANGED BY OPENING IT HERE
      *>     BY ITS OWN NAME.
      *>
        5985-ACTION-Y.
            IF NOT DEFINED-RECORD OR NEW-RECORD THEN
                MOVE "No saved screen to view." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            IF SCN-IS-MASTER THEN
                MOVE "This screen is itself a master layout."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 9200-CLOSE-FILES.
            MOVE SCN-NAME TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.
            MOVE ZERO TO RETURN-CODE.
            IF MSL-MASTER-NAME = SPACES THEN
                PERFORM 9100-OPEN-FILES
                MOVE "This screen uses no master layout (MSTLAYT SET)."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.

            MOVE SCREEN-IMAGE TO PREVIEW-IMAGE.
            MOVE SCN-COLUMNS-MIN TO PVW-COLUMNS.
            MOVE SCN-LINES-MIN TO PVW-LINES.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-SEG-COUNT
                MOVE MSL-SEG-IMAGE(WS-MSL-X) TO SCRNBG-RECORD
                PERFORM 5986-PREVIEW-SEGMENT
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-FLD-COUNT
                MOVE MSL-FLD-IMAGE(WS-MSL-X) TO SCRFDEF-RECORD
                PERFORM 5987-PREVIEW-FIELD
            END-PERFORM.

            MOVE 'N' TO WS-PREVIEW-CHANGES.
            CALL "SD002020" USING
                NC-COBCURSES, BY REFERENCE PREVIEW-IMAGE,
                WS-PREVIEW-CHANGES, SCN-STRIP-CHARACTER.
            MOVE 'Y' TO NC-FIELD-ACTION.
            PERFORM 1040-DRAW-SCREEN.
            PERFORM 9100-OPEN-FILES.

            MOVE MSL-SEG-COUNT TO WS-MSL-SEG-ED.
            MOVE MSL-FLD-COUNT TO WS-MSL-FLD-ED.
            MOVE MSL-OVERRIDES TO WS-MSL-OVR-ED.
            MOVE SPACES TO NC-MSGBUF.
            STRING "Master ", MSL-MASTER-NAME, ":",
                WS-MSL-SEG-ED, " segment(s),", WS-MSL-FLD-ED,
                " field(s),", WS-MSL-OVR-ED, " overridden."
                DELIMITED BY SIZE INTO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE-OVERRIDE.
            EXIT.

        5986-PREVIEW-SEGMENT.
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-SEG-PAGE
            ELSE
                MOVE 1 TO WS-SEG-PAGE
            END-IF.
            IF WS-SEG-PAGE NOT = WS-PAINT-PAGE
            OR SCRBG-LINE < 2 OR SCRBG-LINE > 50
            OR SCRBG-LENGTH < 1 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCRBG-LINE TO LINEX.
            MOVE SCRBG-SEGMENT TO PVW-LINE(LINEX)
                (SCRBG-COLUMN:SCRBG-LENGTH).
            EXIT.

        5987-PREVIEW-FIELD.
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO WS-SEG-PAGE
            ELSE
                MOVE 1 TO WS-SEG-PAGE
            END-IF.
            IF WS-SEG-PAGE NOT = WS-PAINT-PAGE
            OR SCR-FDEF-LINE < 2 OR SCR-FDEF-LINE > 50
            OR SCR-FDEF-WINDOW-LENGTH < 1 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCR-FDEF-LINE TO LINEX.
            MOVE ALL "_" TO PVW-LINE(LINEX)
                (SCR-FDEF-COLUMN:SCR-FDEF-WINDOW-LENGTH).
            EXIT.

      *>
      *> 5990-ACTION-L :
      *>     CLONES THE CURRENTLY LOADED, SAVED SCREEN (SCN-NAME) UNDER
      *>     SCREEN REMAINS THE CURRENT RECORD AFTERWARDS.
      *>
        5990-ACTION-L.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                IF FLD-SCREEN-NAME = SPACES
                OR FLD-SCREEN-NAME = SCN-NAME THEN
      *>     SCREENS (SEE SDGENERATE'S -L OPTION FOR THAT).
      *>
        5995-ACTION-W.
            IF DEFINED-RECORD AND NOT NEW-RECORD
            AND WS-PAINT-PAGE > 1 THEN
                MOVE SCN-NAME TO FLD-SCREEN-NAME
                MOVE "Language variants are painted on page 1 only."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                MOVE FLD-SCREEN-NAME(1:2) TO WS-REQUESTED-LANG-CODE
                MOVE SCN-NAME TO FLD-SCREEN-NAME
                CALL "SD002033" USING
                    SCREEN-RECORD, SCREEN-IMAGE,
                    SCRNBG-FILE-NAME
                PERFORM 5998-LOAD-PAINT-PAGE
                IF WS-REQUESTED-LANG-CODE = SPACES THEN
                    MOVE SPACES TO WS-SCREEN-LANG-CODE
                    MOVE "Switched to the base language."
            END-PERFORM.
            EXIT.

      *>
      *> 5997-ACTION-J :
      *>     TURNS THE PAINTER TO ANOTHER PAGE OF A MULTI-PAGE FORM. AS
      *>     WITH 5995-ACTION-W, THE OPERATOR RETYPES THE ON-SCREEN
      *>     SCREEN NAME FIELD BEFORE PRESSING THE ACTION KEY -- THE
      *>     FIRST TWO CHARACTERS ARE TAKEN AS THE PAGE NUMBER (1-99),
      *>     OR SPACES FOR THE NEXT PAGE. A PAGE WITH NOTHING PAINTED ON
      *>     IT YET COMES UP BLANK BELOW THE TITLE LINE, READY TO PAINT;
      *>     THE S ACTION SAVES ONLY THE PAGE SHOWING.
      *>
        5997-ACTION-J.
            MOVE FLD-SCREEN-NAME(1:2) TO WS-REQUESTED-PAGE.
            IF NOT DEFINED-RECORD OR NEW-RECORD THEN
                MOVE "No saved screen to turn the page of."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            MOVE SCN-NAME TO FLD-SCREEN-NAME.
            IF WS-SCREEN-LANG-CODE NOT = SPACES THEN
                MOVE "Switch back to the base language first."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.

            IF WS-REQUESTED-PAGE = SPACES THEN
                IF WS-PAINT-PAGE < 99 THEN
                    ADD 1 TO WS-PAINT-PAGE
                END-IF
            ELSE
                IF WS-REQUESTED-PAGE(2:1) = SPACE THEN
                    MOVE WS-REQUESTED-PAGE(1:1)
                        TO WS-REQUESTED-PAGE(2:1)
                    MOVE "0" TO WS-REQUESTED-PAGE(1:1)
                END-IF
                IF WS-REQUESTED-PAGE IS NOT NUMERIC
                OR WS-REQUESTED-PAGE = "00" THEN
                    MOVE "Error: The page must be 1 to 99."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-REQUESTED-PAGE TO WS-PAINT-PAGE
            END-IF.

            CALL "SD002033" USING
                SCREEN-RECORD, SCREEN-IMAGE,
                SCRNBG-FILE-NAME.
            PERFORM 5998-LOAD-PAINT-PAGE.
            MOVE WS-PAINT-PAGE TO WS-PAINT-PAGE-ED.
            STRING "Painting page ", WS-PAINT-PAGE-ED, "."
                DELIMITED BY SIZE INTO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE-OVERRIDE.
            MOVE 'J' TO NC-FIELD-ACTION.
            PERFORM 1040-DRAW-SCREEN.
            EXIT.

      *>
      *> 5998-LOAD-PAINT-PAGE :
      *>     SD002033 LOADS EVERY SEGMENT OF THE SCREEN INTO
      *>     SCREEN-IMAGE. FOR A MULTI-PAGE FORM THIS KEEPS THE TITLE
      *>     LINE AND REPAINTS THE REST OF THE IMAGE FROM THE SEGMENTS
      *>     OF WS-PAINT-PAGE ONLY, THE SAME WAY
      *>     5996-OVERLAY-LANG-SEGMENTS POKES ITS SEGMENTS. SCRBG-PAGE
      *>     0, OR BLANK, IS PAGE 1.
      *>
        5998-LOAD-PAINT-PAGE.
            MOVE WS-PAINT-PAGE TO SCREEN-PAGE-NO.
            MOVE ZERO TO WS-PAGE-SEGMENT-COUNT.
            PERFORM VARYING LINEX FROM 2 BY 1 UNTIL LINEX > 50
                MOVE SPACES TO SCREEN-LINE(LINEX)
            END-PERFORM.
            INITIALIZE SCRNBG-RECORD.
            MOVE SCN-NAME TO SCRBG-NAME.
            MOVE ZERO TO SCRBG-SEGMENT-NO.

            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    SET SCRNBG-RECORD-FOUND TO FALSE
                NOT INVALID KEY
                    SET SCRNBG-RECORD-FOUND TO TRUE
            END-START.
            PERFORM UNTIL NOT SCRNBG-RECORD-FOUND
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET SCRNBG-RECORD-FOUND TO FALSE
                    NOT AT END
                        IF SCRBG-NAME NOT = SCN-NAME THEN
                            SET SCRNBG-RECORD-FOUND TO FALSE
                        ELSE
                            IF SCRBG-PAGE IS NUMERIC
                            AND SCRBG-PAGE > 1 THEN
                                MOVE SCRBG-PAGE TO WS-SEG-PAGE
                            ELSE
                                MOVE 1 TO WS-SEG-PAGE
                            END-IF
                            IF WS-SEG-PAGE = WS-PAINT-PAGE
                            AND SCRBG-LINE > 1 THEN
                                MOVE SCRBG-LINE TO LINEX
                                MOVE SCRBG-SEGMENT
                                    TO SCREEN-LINE(LINEX)
                                        (SCRBG-COLUMN:SCRBG-LENGTH)
                                ADD 1 TO WS-PAGE-SEGMENT-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *> 5999-ACTION-K :
      *>     CHECKS THE SAVED SCREEN AGAINST THE DESIGN STANDARDS
      *>     (COBCURSES-SCREEN-LINT) AND SHOWS ITS SCORE, THE COUNTS
      *>     AND THE FIRST VIOLATION. SCRLINT LISTS THEM ALL.
      *>
        5999-ACTION-K.
            IF NOT DEFINED-RECORD OR NEW-RECORD THEN
                MOVE "No saved screen to check." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 9200-CLOSE-FILES.
            CALL "COBCURSES-SCREEN-LINT" USING SCN-NAME, LINT-RESULT.
            PERFORM 9100-OPEN-FILES.
            MOVE 'K' TO NC-FIELD-ACTION.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE "Unable to check this screen." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.

            MOVE LNT-SCORE TO WS-LINT-SCORE-ED.
            MOVE LNT-ERRORS TO WS-LINT-ERRORS-ED.
            MOVE LNT-WARNINGS TO WS-LINT-WARNINGS-ED.
            MOVE SPACES TO NC-MSGBUF.
            IF LNT-COUNT = 0 THEN
                STRING "Standards score ", WS-LINT-SCORE-ED,
                    ": no violations."
                    DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            STRING "Standards score ", WS-LINT-SCORE-ED, ", ",
                WS-LINT-ERRORS-ED, " error(s), ",
                WS-LINT-WARNINGS-ED, " warning(s): ",
                LNT-V-TEXT(1)
                DELIMITED BY SIZE INTO NC-MSGBUF.
            IF LNT-ERRORS > 0 THEN
                PERFORM NC-PUT-ERROR-OVERRIDE
            ELSE
                PERFORM NC-PUT-MESSAGE-OVERRIDE
            END-IF.
            EXIT.

        6000-LOOKUP-RECORD.
            MOVE FLD-SCREEN-NAME TO SCN-NAME.
            READ SCREEN-FILE
                    CALL "SD002033" USING
                        SCREEN-RECORD, SCREEN-IMAGE,
                        SCRNBG-FILE-NAME
                    MOVE 1 TO WS-PAINT-PAGE
                    PERFORM 5998-LOAD-PAINT-PAGE
            END-READ.
            EXIT.

                    PERFORM 5990-ACTION-L
                WHEN "W"
                    PERFORM 5995-ACTION-W
                WHEN "J"
                    PERFORM 5997-ACTION-J
                WHEN "K"
                    PERFORM 5999-ACTION-K
                WHEN "Y"
                    PERFORM 5985-ACTION-Y
                WHEN " "
                    PERFORM 5900-ACTION-EDIT
                WHEN OTHER
