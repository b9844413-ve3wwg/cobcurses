        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRLINT.
      *>
      *> SCRLINT CHECKS SCREENS AGAINST THE SHOP'S DESIGN STANDARDS
      *> (LINTRULE.CNF) THROUGH COBCURSES-SCREEN-LINT AND REPORTS
      *> EACH SCREEN'S SCORE (OUT OF 100) AND ITS VIOLATIONS ON
      *> STDOUT. FOR A NAMED SCREEN (ARGUMENT 1 OR
      *> COBCURSES_SCREEN_NAME) IT CHECKS THAT SCREEN; WITH NO NAME
      *> IT SWEEPS THE WHOLE CATALOG, WHICH IS HOW IT RUNS NIGHTLY
      *> (A NITERUN.CNF STEP) ALONGSIDE DOMSWEEP AND XREFNITE.
      *>
      *> WITH COBCURSES_WORKSPACE SET, THE DESIGNER'S PRIVATE
      *> WORKSPACE IS CHECKED INSTEAD OF THE SHARED CATALOG.
      *>
      *> RETURN-CODE 0 = ALL CLEAN, 4 = WARNINGS OR INFORMATION ONLY,
      *> 8 = ERRORS (OR THE NAMED SCREEN IS NOT ON FILE).
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".

        01  WS-ENV-VAR                          PIC X(256).
        01  WS-TARGET-SCREEN                    PIC X(16).

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  LINT-RESULT.
            COPY LINTRES.

        01  LINT-TOTALS.
            10  WS-SCREEN-COUNT                 PIC 9(6) VALUE 0.
            10  WS-CLEAN-COUNT                  PIC 9(6) VALUE 0.
            10  WS-TOTAL-ERRORS                 PIC 9(6) VALUE 0.
            10  WS-TOTAL-WARNINGS               PIC 9(6) VALUE 0.
            10  WS-TOTAL-INFOS                  PIC 9(6) VALUE 0.
            10  WS-SCORE-TOTAL                  PIC 9(9) VALUE 0.
            10  WS-AVERAGE-SCORE                PIC 999.
            10  WS-MISSING-FLAG                 PIC X VALUE 'N'.
                88  SCREEN-MISSING              VALUE 'Y'.

        01  WS-VX                               PIC 9(4).
        01  WS-OMITTED                          PIC 9(4).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            DISPLAY "SCREEN DESIGN-STANDARDS CHECK".
            DISPLAY " ".

            IF WS-TARGET-SCREEN NOT = SPACES THEN
                MOVE WS-TARGET-SCREEN TO SCN-NAME
                PERFORM 2000-LINT-ONE-SCREEN
            ELSE
                PERFORM 1500-LINT-ALL-SCREENS
            END-IF.

            PERFORM 9000-FINALIZE.

            IF WS-SCREEN-COUNT > 0 THEN
                DIVIDE WS-SCORE-TOTAL BY WS-SCREEN-COUNT
                    GIVING WS-AVERAGE-SCORE ROUNDED
            ELSE
                MOVE ZERO TO WS-AVERAGE-SCORE
            END-IF.
            DISPLAY "SUMMARY :".
            DISPLAY "  SCREENS CHECKED ", WS-SCREEN-COUNT.
            DISPLAY "  SCREENS CLEAN   ", WS-CLEAN-COUNT.
            DISPLAY "  ERRORS          ", WS-TOTAL-ERRORS.
            DISPLAY "  WARNINGS        ", WS-TOTAL-WARNINGS.
            DISPLAY "  INFORMATION     ", WS-TOTAL-INFOS.
            DISPLAY "  AVERAGE SCORE   ", WS-AVERAGE-SCORE.

            IF WS-TOTAL-ERRORS > 0 OR SCREEN-MISSING THEN
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-WARNINGS > 0 OR WS-TOTAL-INFOS > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
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
                    FROM ENVIRONMENT "COBCURSES_SCREEN_NAME"
            END-IF.
            MOVE WS-ENV-VAR(1:16) TO WS-TARGET-SCREEN.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE.
            EXIT.

        1500-LINT-ALL-SCREENS.
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
                        PERFORM 2000-LINT-ONE-SCREEN
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *> 2000-LINT-ONE-SCREEN :
      *>     CHECK SCN-NAME AND PRINT ITS SCORE, COUNTS AND THE
      *>     VIOLATIONS THE RESULT AREA HAD ROOM FOR.
      *>
        2000-LINT-ONE-SCREEN.
            CALL "COBCURSES-SCREEN-LINT" USING SCN-NAME, LINT-RESULT.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "SCREEN ", SCN-NAME, " IS NOT ON FILE."
                SET SCREEN-MISSING TO TRUE
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-SCREEN-COUNT.
            ADD LNT-SCORE TO WS-SCORE-TOTAL.
            ADD LNT-ERRORS TO WS-TOTAL-ERRORS.
            ADD LNT-WARNINGS TO WS-TOTAL-WARNINGS.
            ADD LNT-INFOS TO WS-TOTAL-INFOS.

            DISPLAY "SCREEN ", SCN-NAME, "  SCORE ", LNT-SCORE,
                "  ERRORS ", LNT-ERRORS,
                "  WARNINGS ", LNT-WARNINGS,
                "  INFO ", LNT-INFOS.
            IF LNT-COUNT = 0 THEN
                ADD 1 TO WS-CLEAN-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM VARYING WS-VX FROM 1 BY 1
                UNTIL WS-VX > LNT-COUNT
                DISPLAY "    ", LNT-V-SEVERITY(WS-VX), " ",
                    LNT-V-RULE-ID(WS-VX), " ",
                    LNT-V-TEXT(WS-VX)
            END-PERFORM.
            COMPUTE WS-OMITTED = LNT-ERRORS + LNT-WARNINGS
                + LNT-INFOS - LNT-COUNT.
            IF WS-OMITTED > 0 THEN
                DISPLAY "    ... AND ", WS-OMITTED, " MORE"
            END-IF.
            EXIT.

        9000-FINALIZE.
            CLOSE SCREEN-FILE.
            DISPLAY " ".
            EXIT.

        END PROGRAM SCRLINT.
