      *>     DEFAULT WHEN VARNAME IS UNSET OR EMPTY, SO CALLERS DON'T
      *>     HAVE TO PRE-CHECK THE ENVIRONMENT THEMSELVES.
      *>
      *>     A RUN STARTED WITH COBCURSES_TRAINING=Y IS PUT INTO
      *>     TRAINING MODE (COBCURSES-TRAINING-ENTER) BEFORE THE
      *>     FIRST PATHNAME IS RESOLVED, SO EVERY
      *>     ${COBCURSES_DATADIR} FILE IT OPENS IS THE TRAINING COPY.
      *>
      *> INPUTS:
      *>     IO-PATHNAME                 MANDATORY
      *>     IN-LENGTH                   OPTIONAL
            05  WS-SUBST-OCCURRED-FLAG  PIC X VALUE 'N'.
                88  WS-SUBST-OCCURRED   VALUE 'Y'.

        01  WS-TRAINING-CHECKED-FLAG    PIC X VALUE 'N'.
            88  WS-TRAINING-CHECKED     VALUE 'Y'.

        LINKAGE SECTION.

        01  IO-PATHNAME                 PIC X(2048).
        PROCEDURE DIVISION
            USING IO-PATHNAME, IN-LENGTH.

            IF NOT WS-TRAINING-CHECKED THEN
                SET WS-TRAINING-CHECKED TO TRUE
                CALL "COBCURSES-TRAINING-ACTIVE"
            END-IF.

            IF IO-PATHNAME OMITTED THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
            ELSE
            GOBACK.

        END PROGRAM COBCURSES-RESOLVE-READ-PATH.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-WORKSPACE-PATHNAME.
      *>
      *>     PRIVATE DESIGNER WORKSPACES. A HALF-FINISHED REWORK
      *>     SAVED STRAIGHT INTO THE LIVE CATALOG IS VISIBLE TO
      *>     SDGENERATE, SCRPLAY AND NITERUN THE MOMENT THE DESIGNER
      *>     PRESSES SAVE. WITH COBCURSES_WORKSPACE NAMING A PRIVATE
      *>     DIRECTORY, THE SCREEN-SHAPED CATALOG FILES (SCREENS.X,
      *>     SCRNBG.X, SCRNBGH.X, SCRNBGL.X, SCRFDEF.X, SCRFSTA.X AND
      *>     SCRNRULE.X) ARE RESOLVED THERE INSTEAD:
      *>
      *>         1. THE PATHNAME IS ${...}-EXPANDED EXACTLY AS
      *>            COBCURSES-INIT-PATHNAME WOULD.
      *>         2. WHEN COBCURSES_WORKSPACE IS SET, THE BASE NAME IS
      *>            RE-HOMED INTO THAT DIRECTORY AND THE RUN IS
      *>            MARKED AS WORKING IN THE WORKSPACE.
      *>
      *>     SCRWKSP CHECKS SCREENS OUT INTO THE WORKSPACE, PUBLISHES
      *>     THEM BACK AS ONE UNIT, OR DISCARDS THEM. WHILE THE RUN IS
      *>     MARKED, THE INTERMEDIATE SAVES ARE PRIVATE: THE AFTER-
      *>     IMAGE JOURNAL, DETAIL AUDIT, SCREEN ARCHIVE AND APPROVAL
      *>     MARK ALL STAND ASIDE (SEE COBCURSES-WORKSPACE-ACTIVE) AND
      *>     SCRWKSP WRITES THEM ONCE, AT PUBLISH TIME.
      *>
      *>     ONLY THE PROGRAMS THAT OWN A DESIGN SESSION (THE SD0020XX
      *>     MAINTENANCE SCREENS, SCRPLAY, SCRSNAP) CALL HERE. THE
      *>     SHARED LOOKUP ROUTINES THEY USE FOLLOW ALONG BY ASKING
      *>     COBCURSES-WORKSPACE-ACTIVE FIRST, SO A RUN THAT NEVER
      *>     ASKED FOR THE WORKSPACE ALWAYS SEES THE LIVE CATALOG.
      *>
      *> INPUTS/OUTPUTS:
      *>     IO-PATHNAME / IN-LENGTH   AS FOR COBCURSES-INIT-PATHNAME
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

      *>
      *>     EXTERNAL, SO EVERY SEPARATELY COMPILED SCREEN AND
      *>     LIBRARY ROUTINE IN THE RUN SEES THE SAME MARK.
      *>
        01  DESIGNER-WORKSPACE-STATE EXTERNAL.
            05  DWS-ACTIVE-FLAG             PIC X.
                88  DWS-ACTIVE              VALUE 'Y'.

        01  WS-WORKSPACE-DIR                PIC X(256).
        01  WS-DIR-LEN                      PIC 9999 COMP-5.
        01  WS-BASE-NAME                    PIC X(64).
        01  WS-BASE-LEN                     PIC 9999 COMP-5.
        01  WS-SCAN-X                       PIC 9999 COMP-5.
        01  WS-PATH-LEN                     PIC 9999 COMP-5.

        LINKAGE SECTION.

        01  IO-PATHNAME                 PIC X(2048).
        01  IN-LENGTH                   PIC 9999.

        PROCEDURE DIVISION USING IO-PATHNAME, IN-LENGTH.

        100-MAIN-DISPATCH-ENTRY.
            CALL "COBCURSES-INIT-PATHNAME"
                USING IO-PATHNAME, IN-LENGTH.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                GOBACK
            END-IF.

            MOVE SPACES TO WS-WORKSPACE-DIR.
            ACCEPT WS-WORKSPACE-DIR
                FROM ENVIRONMENT "COBCURSES_WORKSPACE".
            IF WS-WORKSPACE-DIR = SPACES THEN
                GOBACK
            END-IF.

            MOVE IN-LENGTH TO WS-PATH-LEN.
            PERFORM UNTIL WS-PATH-LEN = 0
              OR IO-PATHNAME(WS-PATH-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-PATH-LEN
            END-PERFORM.

      *>
      *>     THE BASE NAME IS EVERYTHING AFTER THE LAST '/'.
      *>
            MOVE 0 TO WS-BASE-LEN.
            MOVE SPACES TO WS-BASE-NAME.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > WS-PATH-LEN
                IF IO-PATHNAME(WS-SCAN-X:1) = '/' THEN
                    MOVE 0 TO WS-BASE-LEN
                    MOVE SPACES TO WS-BASE-NAME
                ELSE
                    IF WS-BASE-LEN < 64 THEN
                        ADD 1 TO WS-BASE-LEN
                        MOVE IO-PATHNAME(WS-SCAN-X:1)
                            TO WS-BASE-NAME(WS-BASE-LEN:1)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BASE-LEN = 0 THEN
                GOBACK
            END-IF.

            MOVE 256 TO WS-DIR-LEN.
            PERFORM UNTIL WS-DIR-LEN = 1
              OR WS-WORKSPACE-DIR(WS-DIR-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-DIR-LEN
            END-PERFORM.
            IF WS-DIR-LEN > 1
            AND WS-WORKSPACE-DIR(WS-DIR-LEN:1) = '/' THEN
                SUBTRACT 1 FROM WS-DIR-LEN
            END-IF.

            MOVE SPACES TO IO-PATHNAME(1:IN-LENGTH).
            STRING WS-WORKSPACE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-BASE-NAME(1:WS-BASE-LEN) DELIMITED BY SIZE
                INTO IO-PATHNAME(1:IN-LENGTH).
            SET DWS-ACTIVE TO TRUE.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-WORKSPACE-PATHNAME.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-WORKSPACE-ACTIVE.
      *>
      *>     IS THIS RUN WORKING IN A PRIVATE DESIGNER WORKSPACE (SEE
      *>     COBCURSES-WORKSPACE-PATHNAME)? THE BACKGROUND WRITERS
      *>     (AFTER-IMAGE, DETAIL AUDIT, SCREEN ARCHIVE, APPROVAL
      *>     MARK) STAND ASIDE WHEN IT IS, AND THE SHARED CATALOG
      *>     LOOKUPS FOLLOW THEIR CALLER INTO THE WORKSPACE.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK           A WORKSPACE IS IN EFFECT
      *>     NC-RET-NOTFOUND     THE RUN IS AGAINST THE LIVE CATALOG
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  DESIGNER-WORKSPACE-STATE EXTERNAL.
            05  DWS-ACTIVE-FLAG             PIC X.
                88  DWS-ACTIVE              VALUE 'Y'.

        PROCEDURE DIVISION.

        100-MAIN-DISPATCH-ENTRY.
            IF DWS-ACTIVE THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-IF.
            GOBACK.

        END PROGRAM COBCURSES-WORKSPACE-ACTIVE.
