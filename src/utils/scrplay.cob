      *>
      *> USAGE:  scrplay SCREENNAME
      *>
      *> A SCREEN THAT IS NOT ACTIVE (SEE SCRLIFE) PLAYS WITH A
      *> REVERSE-VIDEO DRAFT, DEPRECATED OR RETIRED BANNER AT THE
      *> TOP RIGHT, AND ITS STATUS IS NOTED IN THE DUMP HEADER.
      *>
      *> MENU-ASSISTED FIELDS PLAY AS PLAIN FIELDS (THE GENERATED
      *> MENU STRUCTURES DO NOT EXIST YET AT PLAY TIME); EVERYTHING
      *> ELSE BEHAVES AS GENERATED.
      *>
      *> FIELD VIEW AND UPDATE ROLES ARE HONOURED FOR THE OPERATOR
      *> RUNNING THE PLAYER: A FIELD THEY MAY NOT VIEW PLAYS BLANK
      *> AND IS SKIPPED, AND IS REDACTED IN THE <SCREEN>.OUT DUMP.
      *>
      *> CONDITIONAL FIELD RULES (SCRNRULE.X SH/HI/PR/RQ) PLAY LIVE:
      *> FIELDS SHOW, HIDE AND LOCK AS THE VALUES THEY DEPEND ON ARE
      *> KEYED, AND THE DUMP NOTES THE STATE EACH FIELD FILED IN.
      *>
      *> WITH COBCURSES_ACCESSIBLE=Y THE SCREEN PLAYS IN THE LINEAR
      *> (SCREEN-READER / LINE-TERMINAL) MODE OF THE RUNTIME, SO A
      *> DESIGN CAN BE CHECKED FOR HOW IT READS AS WELL AS HOW IT
      *> LOOKS.
      *>
      *> THE FIELD BUFFERS START BLANK AND ARE CHECKED AGAIN AT THE
      *> DUMP: ANY FIELD WHOSE STORAGE WAS WRITTEN PAST ITS DEFINED
      *> BUFFER LENGTH GETS AN EXTRA LINE
      *>     FIELD nnnn OVERRUN PAST BUFFER-LENGTH nnn
      *> IN <SCREEN>.OUT, WHICH SCRFUZZ WATCHES FOR.
      *>
      *> REGISTERED USER EXITS (SCREXIT.X, SEE EXITADM) ARE CALLED AT
      *> THEIR EVENTS JUST AS IN THE GENERATED PROGRAM, SO AN EXIT
      *> CAN BE PLAYED BEFORE THE SCREEN IS EVER GENERATED.
      *>
      *> DATE FIELDS FLAGGED OPEN-PERIOD ARE HELD TO THE FISCAL
      *> CALENDAR (FISCAL.X) AS IN THE GENERATED PROGRAM, SOFT-CLOSED
      *> OVERRIDES AND THE CLOSED-PERIOD ATTEMPT LOG INCLUDED.
      *>
      *> A SCREEN THAT REFERENCES A MASTER LAYOUT PLAYS WITH THE
      *> MASTER'S SEGMENTS AND STANDARD FIELDS UNDER ITS OWN, EXCEPT
      *> WHERE IT OVERRIDES THEM (SEE COBCURSES-MASTER-LAYOUT).
      *>

        ENVIRONMENT DIVISION.
            10  WS-FIELD-MAX                PIC 999 COMP VALUE 0.
            10  WS-HELP-LEN                 PIC 999 COMP.

      *>
      *> THE MASTER LAYOUT'S CONTRIBUTION, IF THE SCREEN HAS ONE.
      *>
        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.
        01  WS-MSL-X                        PIC 9(4) COMP.

        01  WS-FIELD-NO-EDIT                PIC 9999.
        01  WS-LENGTH-EDIT                  PIC 999.
        01  WS-COND-TAG                     PIC X(13).
        01  WS-LIFE-BANNER                  PIC X(18).
        01  WS-BANNER-LENGTH                PIC 999 COMP.
        01  WS-BANNER-COLUMN                PIC 999 COMP.

        01  WS-FLAGS.
            10  WS-SCREEN-TOO-SMALL-FLAG    PIC X VALUE 'N'.
            END-IF.
            MOVE WS-ENV-VAR(1:16) TO WS-TARGET-SCREEN.

      *>
      *>     WITH COBCURSES_WORKSPACE SET, THE SCREEN PLAYS FROM THE
      *>     DESIGNER'S PRIVATE WORKSPACE (SEE SCRWKSP) INSTEAD OF
      *>     THE LIVE CATALOG.
      *>
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE CHARSET-FILE-NAME, FILE-NAME-LENGTH.
            MOVE WS-TARGET-SCREEN TO NC-STATS-SCREEN-NAME.
            CALL "COBCURSES-LOAD-RULES" USING
                NC-STATS-SCREEN-NAME, NC-RULE-DATA.
            CALL "COBCURSES-LOAD-EXITS" USING
                NC-STATS-SCREEN-NAME, NC-EXIT-DATA.
            MOVE WS-TARGET-SCREEN TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.

            PERFORM 2000-BUILD-BACKGROUND.
            PERFORM 2200-LIFECYCLE-BANNER.
            PERFORM 3000-BUILD-FIELDS.
            PERFORM 4000-BUILD-STATES.

      *>     BUILDS FROM ITS LITERALS.
      *>
            MOVE ZERO TO NC-SCREEN-COUNT.
            MOVE 1 TO NC-PG-COUNT, NC-PG-CURRENT.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNBG-RECORD.
            MOVE WS-TARGET-SCREEN TO SCRBG-NAME.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-SEG-COUNT
                   OR NC-SCREEN-COUNT >= 80
                MOVE MSL-SEG-IMAGE(WS-MSL-X) TO SCRNBG-RECORD
                PERFORM 2100-LOAD-ONE-SEGMENT
            END-PERFORM.
            EXIT.

        2100-LOAD-ONE-SEGMENT.
            MOVE SCRBG-LENGTH TO NC-BG-LENGTH(WS-SEG-X).
            MOVE SCRBG-LINE TO NC-BG-Y(WS-SEG-X).
            MOVE SCRBG-COLUMN TO NC-BG-X(WS-SEG-X).
      *>     PAGE OF A MULTI-PAGE FORM (0, OR BLANK, IS PAGE 1)
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO NC-PG-SEG-PAGE(WS-SEG-X)
            ELSE
                MOVE 1 TO NC-PG-SEG-PAGE(WS-SEG-X)
            END-IF.
            IF NC-PG-SEG-PAGE(WS-SEG-X) > NC-PG-COUNT THEN
                MOVE NC-PG-SEG-PAGE(WS-SEG-X) TO NC-PG-COUNT
            END-IF.
            MOVE SCRBG-COLOUR-PAIR TO NC-BG-COLOUR-PAIR(WS-SEG-X).
            MOVE 'N' TO NC-BG-BOLD(WS-SEG-X).
            MOVE 'N' TO NC-BG-UNDERLINE(WS-SEG-X).
            END-IF.
            EXIT.

        2200-LIFECYCLE-BANNER.
      *>
      *>     AN EXTRA BACKGROUND SEGMENT ON LINE 1, RIGHT-ALIGNED TO
      *>     THE SCREEN'S MINIMUM WIDTH (80 WHEN UNSET), SO NOBODY
      *>     SIGNS OFF A DRAFT OR A SCREEN ON ITS WAY OUT BY MISTAKE.
      *>
            EVALUATE TRUE
                WHEN SCN-LIFE-DRAFT
                    MOVE "*** DRAFT ***" TO WS-LIFE-BANNER
                    MOVE 13 TO WS-BANNER-LENGTH
                WHEN SCN-LIFE-DEPRECATED
                    MOVE "*** DEPRECATED ***" TO WS-LIFE-BANNER
                    MOVE 18 TO WS-BANNER-LENGTH
                WHEN SCN-LIFE-RETIRED
                    MOVE "*** RETIRED ***" TO WS-LIFE-BANNER
                    MOVE 15 TO WS-BANNER-LENGTH
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF NC-SCREEN-COUNT >= 80 THEN
                EXIT PARAGRAPH
            END-IF.
            IF SCN-COLUMNS-MIN IS NUMERIC
            AND SCN-COLUMNS-MIN > WS-BANNER-LENGTH THEN
                COMPUTE WS-BANNER-COLUMN =
                    SCN-COLUMNS-MIN - WS-BANNER-LENGTH
            ELSE
                COMPUTE WS-BANNER-COLUMN = 80 - WS-BANNER-LENGTH
            END-IF.
            ADD 1 TO NC-SCREEN-COUNT.
            MOVE NC-SCREEN-COUNT TO WS-SEG-X.
            MOVE WS-LIFE-BANNER TO PLAY-SEG-TEXT(WS-SEG-X).
            SET NC-BG-TEXT(WS-SEG-X)
                TO ADDRESS OF PLAY-SEG-TEXT(WS-SEG-X).
            MOVE WS-BANNER-LENGTH TO NC-BG-LENGTH(WS-SEG-X).
            MOVE 1 TO NC-BG-Y(WS-SEG-X).
            MOVE WS-BANNER-COLUMN TO NC-BG-X(WS-SEG-X).
            MOVE 1 TO NC-PG-SEG-PAGE(WS-SEG-X).
            MOVE 0 TO NC-BG-COLOUR-PAIR(WS-SEG-X).
            MOVE 'N' TO NC-BG-BOLD(WS-SEG-X).
            MOVE 'N' TO NC-BG-UNDERLINE(WS-SEG-X).
            MOVE 'Y' TO NC-BG-REVERSE(WS-SEG-X).
            MOVE 'N' TO NC-BG-TITLE-FLAG(WS-SEG-X).
            MOVE 'N' TO NC-BG-DATE(WS-SEG-X).
            MOVE 'N' TO NC-BG-TIME(WS-SEG-X).
            EXIT.

        3000-BUILD-FIELDS.
            MOVE SPACES TO PLAY-BUFFERS.
            MOVE 'N' TO EOF-FLAG.
            MOVE 0 TO NC-FSC-COUNT, NC-FPD-COUNT.
            MOVE 'N' TO NC-FSC-APPLIED-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-FLD-COUNT
                MOVE MSL-FLD-IMAGE(WS-MSL-X) TO SCRFDEF-RECORD
                PERFORM 3100-LOAD-ONE-FIELD
            END-PERFORM.
            EXIT.

        3100-LOAD-ONE-FIELD.

            MOVE SCR-FDEF-LINE TO NC-FDESC-LINE(WS-FIELD-X).
            MOVE SCR-FDEF-COLUMN TO NC-FDESC-COLUMN(WS-FIELD-X).
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO NC-FDESC-PAGE(WS-FIELD-X)
            ELSE
                MOVE 1 TO NC-FDESC-PAGE(WS-FIELD-X)
            END-IF.
            IF NC-FDESC-PAGE(WS-FIELD-X) > NC-PG-COUNT THEN
                MOVE NC-FDESC-PAGE(WS-FIELD-X) TO NC-PG-COUNT
            END-IF.
            SET NC-FDESC-ADDRESS(WS-FIELD-X)
                TO ADDRESS OF PLAY-BUFFER(WS-FIELD-X).
            MOVE SCR-FDEF-BUFFER-LENGTH
                MOVE ZERO TO NC-FDESC-INFOLEN(WS-FIELD-X)
            END-IF.

            IF SCR-FDEF-VIEW-ROLE NOT = SPACES
            OR SCR-FDEF-UPDATE-ROLE NOT = SPACES THEN
                IF NC-FSC-COUNT < 80 THEN
                    ADD 1 TO NC-FSC-COUNT
                    MOVE WS-FIELD-X TO NC-FSC-FIELD(NC-FSC-COUNT)
                    MOVE SCR-FDEF-VIEW-ROLE
                        TO NC-FSC-VIEW-ROLE(NC-FSC-COUNT)
                    MOVE SCR-FDEF-UPDATE-ROLE
                        TO NC-FSC-UPDATE-ROLE(NC-FSC-COUNT)
                END-IF
            END-IF.

            IF SCR-FDEF-OPEN-PERIOD = 'Y'
            AND NC-FPD-COUNT < 20 THEN
                ADD 1 TO NC-FPD-COUNT
                MOVE WS-FIELD-X TO NC-FPD-FIELD(NC-FPD-COUNT)
            END-IF.

            PERFORM 3200-REGISTER-CHARSET.
            EXIT.

                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO DUMP-RECORD.
            WRITE DUMP-RECORD.
            IF NOT SCN-LIFE-ACTIVE THEN
                MOVE SPACES TO DUMP-RECORD
                STRING "SCREEN STATUS: " WS-LIFE-BANNER
                    DELIMITED BY SIZE INTO DUMP-RECORD
                WRITE DUMP-RECORD
            END-IF.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > WS-FIELD-MAX
                IF NC-FDESC-LENGTH(WS-FIELD-X) > 0 THEN
                    MOVE WS-FIELD-X TO WS-FIELD-NO-EDIT
                    MOVE WS-FIELD-X TO NC-FSC-FIELD-NO
                    PERFORM NC-FLDSEC-CHECK
                    MOVE SPACES TO DUMP-RECORD
                    EVALUATE NC-CND-STATE(WS-FIELD-X)
                        WHEN 1
                            MOVE "  (REQUIRED)" TO WS-COND-TAG
                        WHEN 2
                            MOVE "  (PROTECTED)" TO WS-COND-TAG
                        WHEN 3
                            MOVE "  (HIDDEN)" TO WS-COND-TAG
                        WHEN OTHER
                            MOVE SPACES TO WS-COND-TAG
                    END-EVALUATE
                    IF NC-FSC-HIDDEN THEN
                        STRING "FIELD " WS-FIELD-NO-EDIT
                            " = ********  (REDACTED)"
                            DELIMITED BY SIZE INTO DUMP-RECORD
                    ELSE
                        STRING "FIELD " WS-FIELD-NO-EDIT " = ["
                            PLAY-BUFFER(WS-FIELD-X)
                                (1:NC-FDESC-LENGTH(WS-FIELD-X))
                            "]" WS-COND-TAG
                            DELIMITED BY SIZE INTO DUMP-RECORD
                    END-IF
                    WRITE DUMP-RECORD
                    PERFORM 6100-CHECK-OVERRUN
                END-IF
            END-PERFORM.
            CLOSE DUMP-FILE.
            EXIT.

      *>
      *>     NOTHING MAY LIE BEYOND THE DEFINED BUFFER LENGTH IN THE
      *>     FIELD'S STORAGE; IF IT DOES, THE RUNTIME WROTE PAST IT.
      *>
        6100-CHECK-OVERRUN.
            IF NC-FDESC-LENGTH(WS-FIELD-X) >= 999 THEN
                EXIT PARAGRAPH
            END-IF.
            IF PLAY-BUFFER(WS-FIELD-X)
                (NC-FDESC-LENGTH(WS-FIELD-X) + 1:) = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-FDESC-LENGTH(WS-FIELD-X) TO WS-LENGTH-EDIT.
            MOVE SPACES TO DUMP-RECORD.
            STRING "FIELD " WS-FIELD-NO-EDIT
                " OVERRUN PAST BUFFER-LENGTH " WS-LENGTH-EDIT
                DELIMITED BY SIZE INTO DUMP-RECORD.
            WRITE DUMP-RECORD.
            EXIT.

        9000-FINALIZE.
            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRFDEF-FILE,
                SCRFSTA-FILE, CHARSET-FILE.
