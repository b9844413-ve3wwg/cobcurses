        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-MASTER-LAYOUT.
      *>
      *>     FETCH THE BACKGROUND SEGMENTS AND STANDARD FIELDS ONE
      *>     SCREEN TAKES FROM ITS MASTER LAYOUT (SCN-MASTER-LAYOUT,
      *>     SEE SCREEN-01.cbl) INTO THE MASTER-LAYOUT-AREA (SEE
      *>     MSTLAYT.cbl). EVERY READER OF A SCREEN'S DESIGN -- THE
      *>     GENERATOR, SD002010, SCRPLAY, SCRSNAP AND SCRSPEC -- CALLS
      *>     THIS AFTER READING THE SCREEN'S OWN RECORDS, SO A MASTER
      *>     IS KEPT IN ONE PLACE AND NEVER COPIED INTO ITS SCREENS.
      *>
      *>     THE SCREEN OVERRIDES THE MASTER LOCALLY:
      *>         A MASTER SEGMENT IS LEFT OUT WHEN ONE OF THE SCREEN'S
      *>         OWN SEGMENTS SITS ON THE SAME PAGE AND LINE AND SHARES
      *>         ANY COLUMN WITH IT (A BLANK LOCAL SEGMENT IS ENOUGH TO
      *>         SUPPRESS ONE);
      *>         A MASTER FIELD IS LEFT OUT WHEN THE SCREEN HAS A FIELD
      *>         OF THE SAME COBOL NAME, OR ONE THAT SHARES ANY OF ITS
      *>         POSITIONS.
      *>
      *>     WHAT IS LEFT IS NUMBERED ON FROM THE SCREEN'S HIGHEST
      *>     SEGMENT AND FIELD NUMBERS; FIELDS STOP AT FIELD 80, THE
      *>     RUNTIME'S LIMIT. A SCREEN THAT IS ITSELF A MASTER, OR
      *>     NAMES NO MASTER, GETS NOTHING (MASTERS DO NOT NEST).
      *>
      *>     WITH A PRIVATE DESIGNER WORKSPACE ACTIVE THE WORKSPACE'S
      *>     CATALOG IS READ, AS COBCURSES-LOAD-RULES DOES.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK          THE AREA IS FILLED IN (POSSIBLY EMPTY)
      *>     NC-RET-NOTFOUND    THE SCREEN OR ITS MASTER IS NOT ON
      *>                        FILE, OR THE MASTER IS NOT FLAGGED AS
      *>                        ONE; THE AREA IS EMPTY
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

            SELECT SCRNBG-FILE
                ASSIGN TO WS-SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY
                FILE STATUS IS WS-SCRNBG-FILE-STATUS.

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

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-SCRNBG-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
        01  WS-SCRFDEF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-SCRNBG-FILE-STATUS           PIC XX.
        01  WS-SCRFDEF-FILE-STATUS          PIC XX.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-RECORDS              VALUE 'Y'.
        01  WS-OVERRIDDEN-FLAG              PIC X.
            88  WS-OVERRIDDEN               VALUE 'Y'.

      *>
      *>     THE SCREEN'S OWN SEGMENTS AND FIELDS, AS FAR AS THE
      *>     OVERRIDE TESTS NEED THEM.
      *>
        01  LOCAL-SEGMENTS.
            10  WS-LS-COUNT                 PIC 9(4) COMP.
            10  WS-LS-MAX-NO                PIC 9(4) COMP.
            10  WS-LS-ENTRY OCCURS 200 TIMES.
                15  WS-LS-PAGE              PIC 99.
                15  WS-LS-LINE              PIC 999 COMP.
                15  WS-LS-FROM              PIC 999 COMP.
                15  WS-LS-TO                PIC 999 COMP.
        01  LOCAL-FIELDS.
            10  WS-LF-COUNT                 PIC 9(4) COMP.
            10  WS-LF-MAX-NO                PIC 9(4) COMP.
            10  WS-LF-ENTRY OCCURS 200 TIMES.
                15  WS-LF-COBOL-NAME        PIC X(32).
                15  WS-LF-PAGE              PIC 99.
                15  WS-LF-LINE              PIC 999 COMP.
                15  WS-LF-FROM              PIC 999 COMP.
                15  WS-LF-TO                PIC 999 COMP.
        01  WS-X                            PIC 9(4) COMP.
        01  WS-PAGE                         PIC 99.
        01  WS-FROM                         PIC 999 COMP.
        01  WS-TO                           PIC 999 COMP.
        01  WS-MASTER-NAME                  PIC X(16).

        LINKAGE SECTION.

        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.

        PROCEDURE DIVISION USING MASTER-LAYOUT-AREA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO MSL-MASTER-NAME.
            MOVE ZERO TO MSL-OVERRIDES, MSL-SEG-COUNT, MSL-FLD-COUNT.
            MOVE ZERO TO RETURN-CODE.

            MOVE LENGTH OF WS-SCREEN-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRNBG-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRNBG-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.
            MOVE ZERO TO RETURN-CODE.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE MSL-SCREEN-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-READ.
            IF RETURN-CODE NOT = ZERO
            OR SCN-IS-MASTER
            OR SCN-MASTER-LAYOUT = SPACES
            OR SCN-MASTER-LAYOUT = MSL-SCREEN-NAME THEN
                CLOSE SCREEN-FILE
                GOBACK
            END-IF.
            MOVE SCN-MASTER-LAYOUT TO WS-MASTER-NAME.
            MOVE WS-MASTER-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                NOT INVALID KEY
                    IF NOT SCN-IS-MASTER THEN
                        MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    END-IF
            END-READ.
            CLOSE SCREEN-FILE.
            IF RETURN-CODE NOT = ZERO THEN
                GOBACK
            END-IF.
            MOVE WS-MASTER-NAME TO MSL-MASTER-NAME.

            OPEN INPUT SCRNBG-FILE.
            IF WS-SCRNBG-FILE-STATUS = "00" THEN
                PERFORM 200-LOAD-LOCAL-SEGMENTS
                PERFORM 300-LOAD-MASTER-SEGMENTS
                CLOSE SCRNBG-FILE
            END-IF.

            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS = "00" THEN
                PERFORM 400-LOAD-LOCAL-FIELDS
                PERFORM 500-LOAD-MASTER-FIELDS
                CLOSE SCRFDEF-FILE
            END-IF.

            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-LOAD-LOCAL-SEGMENTS.
            MOVE ZERO TO WS-LS-COUNT, WS-LS-MAX-NO.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRNBG-RECORD.
            MOVE MSL-SCREEN-NAME TO SCRBG-NAME.
            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    SET END-OF-RECORDS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-RECORDS
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-RECORDS TO TRUE
                    NOT AT END
                        IF SCRBG-NAME NOT = MSL-SCREEN-NAME THEN
                            SET END-OF-RECORDS TO TRUE
                        ELSE
                            PERFORM 210-NOTE-LOCAL-SEGMENT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        210-NOTE-LOCAL-SEGMENT.
            IF SCRBG-SEGMENT-NO > WS-LS-MAX-NO THEN
                MOVE SCRBG-SEGMENT-NO TO WS-LS-MAX-NO
            END-IF.
            IF WS-LS-COUNT >= 200 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 600-SEGMENT-EXTENT.
            ADD 1 TO WS-LS-COUNT.
            MOVE WS-PAGE TO WS-LS-PAGE(WS-LS-COUNT).
            MOVE SCRBG-LINE TO WS-LS-LINE(WS-LS-COUNT).
            MOVE WS-FROM TO WS-LS-FROM(WS-LS-COUNT).
            MOVE WS-TO TO WS-LS-TO(WS-LS-COUNT).
            EXIT.

        300-LOAD-MASTER-SEGMENTS.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRNBG-RECORD.
            MOVE WS-MASTER-NAME TO SCRBG-NAME.
            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    SET END-OF-RECORDS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-RECORDS
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-RECORDS TO TRUE
                    NOT AT END
                        IF SCRBG-NAME NOT = WS-MASTER-NAME
                        OR MSL-SEG-COUNT >= 40 THEN
                            SET END-OF-RECORDS TO TRUE
                        ELSE
                            PERFORM 310-TAKE-MASTER-SEGMENT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        310-TAKE-MASTER-SEGMENT.
            PERFORM 600-SEGMENT-EXTENT.
            MOVE 'N' TO WS-OVERRIDDEN-FLAG.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-LS-COUNT OR WS-OVERRIDDEN
                IF WS-LS-PAGE(WS-X) = WS-PAGE
                AND WS-LS-LINE(WS-X) = SCRBG-LINE
                AND WS-LS-FROM(WS-X) <= WS-TO
                AND WS-LS-TO(WS-X) >= WS-FROM THEN
                    SET WS-OVERRIDDEN TO TRUE
                END-IF
            END-PERFORM.
            IF WS-OVERRIDDEN THEN
                ADD 1 TO MSL-OVERRIDES
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO MSL-SEG-COUNT.
            MOVE MSL-SCREEN-NAME TO SCRBG-NAME.
            COMPUTE SCRBG-SEGMENT-NO = WS-LS-MAX-NO + MSL-SEG-COUNT.
            MOVE SCRNBG-RECORD TO MSL-SEG-IMAGE(MSL-SEG-COUNT).
            EXIT.

        400-LOAD-LOCAL-FIELDS.
            MOVE ZERO TO WS-LF-COUNT, WS-LF-MAX-NO.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE MSL-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-RECORDS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-RECORDS
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-RECORDS TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME
                            NOT = MSL-SCREEN-NAME THEN
                            SET END-OF-RECORDS TO TRUE
                        ELSE
                            PERFORM 410-NOTE-LOCAL-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        410-NOTE-LOCAL-FIELD.
            IF SCR-FDEF-NO > WS-LF-MAX-NO THEN
                MOVE SCR-FDEF-NO TO WS-LF-MAX-NO
            END-IF.
            IF WS-LF-COUNT >= 200 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 610-FIELD-EXTENT.
            ADD 1 TO WS-LF-COUNT.
            MOVE SCR-FDEF-COBOL-NAME TO WS-LF-COBOL-NAME(WS-LF-COUNT).
            MOVE WS-PAGE TO WS-LF-PAGE(WS-LF-COUNT).
            MOVE SCR-FDEF-LINE TO WS-LF-LINE(WS-LF-COUNT).
            MOVE WS-FROM TO WS-LF-FROM(WS-LF-COUNT).
            MOVE WS-TO TO WS-LF-TO(WS-LF-COUNT).
            EXIT.

        500-LOAD-MASTER-FIELDS.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE WS-MASTER-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-RECORDS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-RECORDS
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-RECORDS TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = WS-MASTER-NAME
                        OR MSL-FLD-COUNT >= 20
                        OR WS-LF-MAX-NO + MSL-FLD-COUNT >= 80 THEN
                            SET END-OF-RECORDS TO TRUE
                        ELSE
                            PERFORM 510-TAKE-MASTER-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        510-TAKE-MASTER-FIELD.
            PERFORM 610-FIELD-EXTENT.
            MOVE 'N' TO WS-OVERRIDDEN-FLAG.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > WS-LF-COUNT OR WS-OVERRIDDEN
                IF WS-LF-COBOL-NAME(WS-X) = SCR-FDEF-COBOL-NAME
                AND SCR-FDEF-COBOL-NAME NOT = SPACES THEN
                    SET WS-OVERRIDDEN TO TRUE
                END-IF
                IF WS-LF-PAGE(WS-X) = WS-PAGE
                AND WS-LF-LINE(WS-X) = SCR-FDEF-LINE
                AND WS-LF-FROM(WS-X) <= WS-TO
                AND WS-LF-TO(WS-X) >= WS-FROM THEN
                    SET WS-OVERRIDDEN TO TRUE
                END-IF
            END-PERFORM.
            IF WS-OVERRIDDEN THEN
                ADD 1 TO MSL-OVERRIDES
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO MSL-FLD-COUNT.
            MOVE MSL-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            COMPUTE SCR-FDEF-NO = WS-LF-MAX-NO + MSL-FLD-COUNT.
            MOVE SCRFDEF-RECORD TO MSL-FLD-IMAGE(MSL-FLD-COUNT).
            EXIT.

      *>
      *>     PAGE AND COLUMN RANGE OF THE SEGMENT OR FIELD IN THE
      *>     RECORD AREA (0, OR BLANK, IS PAGE 1).
      *>
        600-SEGMENT-EXTENT.
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-PAGE
            ELSE
                MOVE 1 TO WS-PAGE
            END-IF.
            MOVE SCRBG-COLUMN TO WS-FROM.
            IF SCRBG-LENGTH > 0 THEN
                COMPUTE WS-TO = SCRBG-COLUMN + SCRBG-LENGTH - 1
            ELSE
                MOVE SCRBG-COLUMN TO WS-TO
            END-IF.
            EXIT.

        610-FIELD-EXTENT.
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO WS-PAGE
            ELSE
                MOVE 1 TO WS-PAGE
            END-IF.
            MOVE SCR-FDEF-COLUMN TO WS-FROM.
            IF SCR-FDEF-WINDOW-LENGTH > 0 THEN
                COMPUTE WS-TO =
                    SCR-FDEF-COLUMN + SCR-FDEF-WINDOW-LENGTH - 1
            ELSE
                IF SCR-FDEF-BUFFER-LENGTH > 0 THEN
                    COMPUTE WS-TO =
                        SCR-FDEF-COLUMN + SCR-FDEF-BUFFER-LENGTH - 1
                ELSE
                    MOVE SCR-FDEF-COLUMN TO WS-TO
                END-IF
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-MASTER-LAYOUT.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-MASTER-CHANGED.
      *>
      *>     CALLED BY THE DESIGNER PROGRAMS AFTER A SAVE THAT TOUCHES
      *>     A SCREEN'S HEADER, BACKGROUND OR FIELDS. WHEN THE SCREEN
      *>     IS A MASTER LAYOUT, EVERY SCREEN THAT REFERENCES IT IS
      *>     COUNTED AND THE MASTER IS QUEUED FOR REGENERATION (REGENQ
      *>     OBJECT TYPE 'L', SEE REGENQ.cbl), SINCE THOSE SCREENS'
      *>     OWN SCN-LAST-MODIFIED DOES NOT MOVE. MSTLAYT IMPACT LISTS
      *>     THE SCREENS BY NAME. LIKE COBCURSES-REGEN-QUEUE, NOTHING
      *>     HERE EVER STOPS THE CALLER'S SAVE.
      *>
      *> INPUTS:
      *>     LS-SCREEN-NAME          THE SCREEN JUST SAVED
      *>     LS-PROGRAM              THE MAINTENANCE PROGRAM
      *>
      *> OUTPUTS:
      *>     LS-SCREEN-COUNT         SCREENS USING THE MASTER (ZERO
      *>                             WHEN THE SCREEN IS NOT A MASTER)
      *>     RETURN-CODE             NC-RET-OK FOR A MASTER, ELSE
      *>                             NC-RET-NOTFOUND
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

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCREENS              VALUE 'Y'.
        01  WS-MASTER-FLAG                  PIC X.
            88  WS-IS-MASTER                VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-PROGRAM                      PIC X(8).
        01  LS-SCREEN-COUNT                 PIC 9(4).

        PROCEDURE DIVISION
            USING LS-SCREEN-NAME, LS-PROGRAM, LS-SCREEN-COUNT.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO LS-SCREEN-COUNT.
            MOVE 'N' TO WS-MASTER-FLAG.

            MOVE LENGTH OF WS-SCREEN-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE LS-SCREEN-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SCN-IS-MASTER THEN
                        SET WS-IS-MASTER TO TRUE
                    END-IF
            END-READ.
            IF NOT WS-IS-MASTER THEN
                CLOSE SCREEN-FILE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO SCN-NAME.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-SCREENS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCREENS
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCREENS TO TRUE
                    NOT AT END
                        IF SCN-MASTER-LAYOUT = LS-SCREEN-NAME
                        AND NOT SCN-IS-MASTER THEN
                            ADD 1 TO LS-SCREEN-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.

            CALL "COBCURSES-REGEN-QUEUE"
                USING "L", LS-SCREEN-NAME, LS-PROGRAM.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-MASTER-CHANGED.
