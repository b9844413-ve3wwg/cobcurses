      *>
      *>     PASS 2 (APPLY) :
      *>         - WHEN REPLACING, THE SCREEN'S EXISTING RECORDS ARE
      *>           DELETED FROM EVERY SCREEN-SHAPED FILE FIRST.
      *>         - EVERY PACKAGED RECORD IS WRITTEN TO ITS FILE.
      *>
      *>     PACKAGES CUT BEFORE CROSS-FIELD RULES TRAVELLED HAVE NO RU
      *>     RECORDS AND A BLANK RU TRAILER COUNT; THEY STILL IMPORT,
      *>     AND IN REPLACE MODE THE TARGET'S EXISTING RULES ARE KEPT.
      *>
      *> INPUTS (ENVIRONMENT) :
      *>     COBCURSES_PACKAGE_FILE      PACKAGE TO APPLY (DEFAULT
      *>                                 SCRNPKG.DAT; ARGUMENT 1
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY.

            SELECT MENU-FILE
                ASSIGN TO MENU-FILE-NAME
                ORGANIZATION IS INDEXED
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  MENU-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X".

            10  WS-FD-COUNT                     PIC 9(6) VALUE 0.
            10  WS-FS-COUNT                     PIC 9(6) VALUE 0.
            10  WS-MR-COUNT                     PIC 9(6) VALUE 0.
            10  WS-RU-COUNT                     PIC 9(6) VALUE 0.
            10  WS-WRITTEN-COUNT                PIC 9(6) VALUE 0.

        01  WS-TRAILER-SEEN-FLAG                PIC X VALUE 'N'.
            88  TRAILER-SEEN                    VALUE 'Y'.

        01  WS-RULES-CARRIED-FLAG               PIC X VALUE 'N'.
            88  RULES-CARRIED                   VALUE 'Y'.

        01  WS-PROBLEM-COUNT                    PIC 9999 VALUE 0.
        01  WS-MISSING-MENU-COUNT               PIC 9999 VALUE 0.

                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENU-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.
        2100-VALIDATE-ONE-RECORD.
            EVALUATE TRUE
                WHEN PKG-TYPE-HEADER
                    IF NOT PKG-HDR-V3 THEN
                        DISPLAY "  UNSUPPORTED PACKAGE VERSION '",
                            PKG-HDR-VERSION, "'."
                        ADD 1 TO WS-PROBLEM-COUNT
                    MOVE PKG-DATA TO MENUREF-RECORD
                    MOVE MREF-MENU-NAME TO WS-CHECK-MENU-NAME
                    PERFORM 2200-COLLECT-MENU-NAME
                WHEN PKG-TYPE-RULE
                    ADD 1 TO WS-RU-COUNT
                WHEN PKG-TYPE-TRAILER
                    SET TRAILER-SEEN TO TRUE
                    PERFORM 2300-CHECK-TRAILER-COUNTS
                    "CONTENT -- TRUNCATED OR CORRUPTED COPY."
                ADD 1 TO WS-PROBLEM-COUNT
            END-IF.
            IF PKG-TRL-RU-COUNT IS NUMERIC THEN
                SET RULES-CARRIED TO TRUE
                IF PKG-TRL-RU-COUNT NOT = WS-RU-COUNT THEN
                    DISPLAY "  TRAILER RULE COUNT DOES NOT MATCH ",
                        "PACKAGE CONTENT -- TRUNCATED OR CORRUPTED ",
                        "COPY."
                    ADD 1 TO WS-PROBLEM-COUNT
                END-IF
            ELSE
                IF WS-RU-COUNT > 0 THEN
                    DISPLAY "  RULE RECORDS PRESENT BUT TRAILER ",
                        "CARRIES NO RULE COUNT."
                    ADD 1 TO WS-PROBLEM-COUNT
                END-IF
            END-IF.
            EXIT.

        3000-CHECK-TARGET-CATALOG.

        5000-APPLY-PACKAGE.
            OPEN I-O SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                SCRNRULE-FILE.

            IF SCREEN-EXISTS THEN
                PERFORM 5500-DELETE-EXISTING-SCREEN
            CLOSE PACKAGE-FILE.

            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                SCRNRULE-FILE.
            EXIT.

        5100-APPLY-ONE-RECORD.
                            REWRITE MENUREF-RECORD
                    END-WRITE
                    ADD 1 TO WS-WRITTEN-COUNT
                WHEN PKG-TYPE-RULE
                    MOVE PKG-DATA TO SCRNRULE-RECORD
                    WRITE SCRNRULE-RECORD
                        INVALID KEY
                            REWRITE SCRNRULE-RECORD
                    END-WRITE
                    ADD 1 TO WS-WRITTEN-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 5530-DELETE-OLD-FDEF.
            PERFORM 5540-DELETE-OLD-FSTA.
            PERFORM 5550-DELETE-OLD-MREF.
            IF RULES-CARRIED THEN
                PERFORM 5560-DELETE-OLD-RULES
            END-IF.
            EXIT.

        5510-DELETE-OLD-BG.
            END-PERFORM.
            EXIT.

        5560-DELETE-OLD-RULES.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNRULE-RECORD.
            MOVE WS-PACKAGE-SCREEN TO RUL-SCREEN-NAME.
            START SCRNRULE-FILE KEY IS >= RUL-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RUL-SCREEN-NAME
                           NOT = WS-PACKAGE-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            DELETE SCRNRULE-FILE
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        END PROGRAM SCRPKIMP.
