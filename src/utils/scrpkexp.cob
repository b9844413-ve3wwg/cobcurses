      *>
      *> SCRPKEXP PACKAGES ONE SCREEN FOR PROMOTION BETWEEN DATA
      *> DIRECTORIES (DEV -> QA -> PROD). GIVEN A SCN-NAME IT PULLS
      *> THAT SCREEN'S RECORDS FROM ALL SEVEN FILES THAT CAN CARRY A
      *> PIECE OF A SCREEN --
      *>
      *>     SCREEN-FILE      (HEADER)
      *>     SCRFDEF-FILE     (FIELD DEFINITIONS)
      *>     SCRFSTA-FILE     (FIELD STATES)
      *>     MENUREF-FILE     (MENU REFERENCES)
      *>     SCRNRULE-FILE    (CROSS-FIELD RULES)
      *>
      *> -- INTO ONE TRANSPORTABLE PACKAGE FILE WITH A MANIFEST HEADER
      *> AND A TRAILER CARRYING PER-FILE RECORD COUNTS, SO THE IMPORT
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY.

            SELECT SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-SCRNRULE-FILE-STATUS.

            SELECT PACKAGE-FILE
                ASSIGN TO PACKAGE-FILE-NAME
                ORGANIZATION IS SEQUENTIAL.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  PACKAGE-FILE.
        01  PACKAGE-RECORD.
            COPY SCRNPKG.
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  PACKAGE-FILE-NAME               PIC X(256)
                VALUE "SCRNPKG.DAT".

        01  WS-SCRNBGL-FILE-STATUS              PIC XX.
        01  WS-SCRNBGL-OPEN-FLAG                PIC X VALUE 'N'.
            88  SCRNBGL-IS-OPEN                 VALUE 'Y'.
        01  WS-SCRNRULE-FILE-STATUS             PIC XX.
        01  WS-SCRNRULE-OPEN-FLAG               PIC X VALUE 'N'.
            88  SCRNRULE-IS-OPEN                VALUE 'Y'.

        01  WS-TARGET-SCREEN                    PIC X(16).

            10  WS-FD-COUNT                     PIC 9(6) VALUE 0.
            10  WS-FS-COUNT                     PIC 9(6) VALUE 0.
            10  WS-MR-COUNT                     PIC 9(6) VALUE 0.
            10  WS-RU-COUNT                     PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

            PERFORM 4000-EXPORT-FIELDS.
            PERFORM 5000-EXPORT-STATES.
            PERFORM 6000-EXPORT-MENUREFS.
            PERFORM 6500-EXPORT-RULES.
            PERFORM 7000-WRITE-TRAILER.
            PERFORM 9000-FINALIZE.

            DISPLAY "  FIELD DEFINITIONS      ", WS-FD-COUNT.
            DISPLAY "  FIELD STATES           ", WS-FS-COUNT.
            DISPLAY "  MENU REFERENCES        ", WS-MR-COUNT.
            DISPLAY "  CROSS-FIELD RULES      ", WS-RU-COUNT.

            MOVE 0 TO RETURN-CODE.
            STOP RUN.
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE PACKAGE-FILE-NAME, FILE-NAME-LENGTH.

            IF WS-SCRNBGL-FILE-STATUS = "00" THEN
                SET SCRNBGL-IS-OPEN TO TRUE
            END-IF.
      *>
      *>     LIKEWISE SCRNRULE.X -- NO FILE, NO RULES TO PACK.
      *>
            OPEN INPUT SCRNRULE-FILE.
            IF WS-SCRNRULE-FILE-STATUS = "00" THEN
                SET SCRNRULE-IS-OPEN TO TRUE
            END-IF.

            OPEN OUTPUT PACKAGE-FILE.
            PERFORM 1500-WRITE-PACKAGE-HEADER.
        1500-WRITE-PACKAGE-HEADER.
            MOVE SPACES TO PACKAGE-RECORD.
            MOVE "H*" TO PKG-TYPE.
            SET PKG-HDR-V3 TO TRUE.
            MOVE WS-TARGET-SCREEN TO PKG-HDR-SCREEN-NAME.
            MOVE FUNCTION CURRENT-DATE TO PKG-HDR-EXPORTED.
            WRITE PACKAGE-RECORD.
            END-PERFORM.
            EXIT.

        6500-EXPORT-RULES.
            IF NOT SCRNRULE-IS-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNRULE-RECORD.
            MOVE WS-TARGET-SCREEN TO RUL-SCREEN-NAME.
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
                        IF RUL-SCREEN-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE SPACES TO PACKAGE-RECORD
                            MOVE "RU" TO PKG-TYPE
                            MOVE SCRNRULE-RECORD TO PKG-DATA
                            WRITE PACKAGE-RECORD
                            ADD 1 TO WS-RU-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        7000-WRITE-TRAILER.
            MOVE SPACES TO PACKAGE-RECORD.
            MOVE "T*" TO PKG-TYPE.
            MOVE WS-FD-COUNT TO PKG-TRL-FD-COUNT.
            MOVE WS-FS-COUNT TO PKG-TRL-FS-COUNT.
            MOVE WS-MR-COUNT TO PKG-TRL-MR-COUNT.
            MOVE WS-RU-COUNT TO PKG-TRL-RU-COUNT.
            WRITE PACKAGE-RECORD.
            EXIT.

            IF SCRNBGL-IS-OPEN THEN
                CLOSE SCRNBGL-FILE
            END-IF.
            IF SCRNRULE-IS-OPEN THEN
                CLOSE SCRNRULE-FILE
            END-IF.
            EXIT.

        END PROGRAM SCRPKEXP.
