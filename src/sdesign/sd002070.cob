      *>     C = CHARSET NAME     (SCR-FDEF-RES-CHARSET)
      *>     M = MENU NAME        (SCR-FDEF-MENU-REF)
      *>     G = FIELD GROUP NAME (SCR-FDEF-GROUP-NAME)
      *>     L = MASTER LAYOUT    (SCN-MASTER-LAYOUT)
      *>     T = DECISION TABLE   (SCRNRULE TD/TV RUL-RHS-LITERAL)
      *>
      *> -- AND A NAME, AND LISTS EVERY SCR-FDEF-SCREEN-NAME /
      *> SCR-FDEF-NO / SCR-FDEF-COBOL-NAME THAT REFERENCES IT, READ
      *> LIVE FROM SCRFDEF-FILE, A PAGE AT A TIME. A MASTER LAYOUT IS
      *> REFERENCED BY THE SCREEN HEADER RATHER THAN A FIELD, SO THE
      *> L LOOKUP LISTS SCN-NAME / SCN-DESCRIPTION FROM SCREEN-FILE.
      *> A DECISION TABLE IS REFERENCED BY A SCREEN RULE, SO THE T
      *> LOOKUP LISTS RUL-SCREEN-NAME / RUL-SEQ / RUL-OPERATOR / TARGET
      *> FIELD FROM SCRNRULE-FILE.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WUS-NAME.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY.

        DATA DIVISION.
        FILE SECTION.

        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01 REPLACING LEADING ==SCN== BY ==WUS==.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
            10  FILE-NAME-LENGTH            PIC 9999.
            10  SCRFDEF-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  SCREEN-FILE-NAME            PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRNRULE-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".

        01  EOF-FLAG                        PIC X VALUE 'N'.
            88  END-OF-FILE                 VALUE 'Y'.
            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SCRNRULE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            OPEN INPUT SCRFDEF-FILE, SCREEN-FILE, SCRNRULE-FILE.

            PERFORM NC-INIT.
            PERFORM NC-CLEAR.
            MOVE ZERO TO WS-LINES-SHOWN.
            PERFORM 5200-CLEAR-LIST-REGION.

            EVALUATE WS-LOOKUP-TYPE
                WHEN 'L'
                    PERFORM 5600-SEARCH-MASTER-USERS
                WHEN 'T'
                    PERFORM 5700-SEARCH-TABLE-USERS
                WHEN OTHER
                    PERFORM 5150-SEARCH-FIELDS
            END-EVALUATE.

            MOVE SPACES TO NC-MSGBUF.
            STRING "Matches found: " WS-MATCH-COUNT
                ".  Press RETURN:"
                DELIMITED BY SIZE INTO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE-CR.
            PERFORM 5200-CLEAR-LIST-REGION.
            PERFORM 1040-DRAW-SCREEN.
            EXIT.

        5150-SEARCH-FIELDS.
      *>
      *>     CHARSET AND MENU LOOKUPS POSITION DIRECTLY ON THE
      *>     MATCHING ALTERNATE RECORD KEY AND READ ONLY THE
                        PERFORM 5300-CHECK-ONE-FIELD
                END-READ
            END-PERFORM.
            EXIT.

        5300-CHECK-ONE-FIELD.
            END-IF.

            MOVE SPACES TO WS-LIST-TEXT.
            EVALUATE WS-LOOKUP-TYPE
                WHEN 'L'
                    STRING WUS-NAME "  "
                        WUS-DESCRIPTION
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
                WHEN 'T'
                    STRING RUL-SCREEN-NAME "  RULE "
                        RUL-SEQ "  " RUL-OPERATOR
                        "  FIELD " RUL-LHS-FIELD "  "
                        RUL-DESCRIPTION
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
                WHEN OTHER
                    STRING SCR-FDEF-SCREEN-NAME "  "
                        SCR-FDEF-NO "  "
                        SCR-FDEF-COBOL-NAME
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
            END-EVALUATE.

            COMPUTE WS-LIST-LINE = WS-LIST-TOP + WS-LINES-SHOWN.
            PERFORM 5500-PUT-LIST-LINE.
            PERFORM NC-PUT-TEXT-RAW-NORMAL.
            EXIT.

      *>
      *>     SCREENS WHOSE HEADER NAMES THE MASTER LAYOUT. THERE IS NO
      *>     ALTERNATE KEY ON SCN-MASTER-LAYOUT, SO THIS SWEEPS
      *>     SCREEN-FILE (IT IS SMALL BESIDE SCRFDEF-FILE).
      *>
        5600-SEARCH-MASTER-USERS.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO WUS-NAME.
            START SCREEN-FILE KEY IS >= WUS-NAME
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
                        IF WUS-MASTER-LAYOUT = WS-LOOKUP-NAME
                        AND NOT WUS-IS-MASTER THEN
                            ADD 1 TO WS-MATCH-COUNT
                            PERFORM 5400-SHOW-ONE-MATCH
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *>     SCREEN RULES THAT APPLY THE DECISION TABLE (TD DERIVES,
      *>     TV VALIDATES; THE TABLE NAME IS THE RHS LITERAL). RULES
      *>     ARE KEYED BY SCREEN, SO THIS SWEEPS SCRNRULE-FILE.
      *>
        5700-SEARCH-TABLE-USERS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNRULE-RECORD.
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
                        IF RUL-OP-TABLE
                        AND RUL-RHS-LITERAL = WS-LOOKUP-NAME THEN
                            ADD 1 TO WS-MATCH-COUNT
                            PERFORM 5400-SHOW-ONE-MATCH
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        9000-FINALIZE.
            CLOSE SCRFDEF-FILE, SCREEN-FILE, SCRNRULE-FILE.
            PERFORM NC-CLEAR.
            PERFORM NC-FINALIZE.
            EXIT.
