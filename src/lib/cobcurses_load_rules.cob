      *>     A SHOP OR SCREEN WITH NO RULES JUST LEAVES THE TABLE
      *>     EMPTY AND NC-VERIFY-SCREEN-RULES DOES NOTHING, EXACTLY AS
      *>     BEFORE THIS FILE EXISTED.
      *>
      *>     A SHOW/HIDE/PROTECT/REQUIRE RULE (SH/HI/PR/RQ) WITH NO
      *>     TARGET FIELD NAMES A FIELD GROUP (SCR-FDEF-GROUP-NAME) IN
      *>     ITS RHS-LITERAL. THE GROUP IS RESOLVED HERE, AGAINST THE
      *>     SCREEN'S SCRFDEF.X FIELDS, INTO ONE TABLE ENTRY PER
      *>     MEMBER FIELD, SO THE RUNTIME ONLY EVER SEES FIELD NUMBERS.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-SCRNRULE-FILE-STATUS.

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

        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCRNRULE-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
        01  WS-SCRNRULE-FILE-STATUS         PIC XX.
        01  WS-SCRFDEF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
        01  WS-SCRFDEF-FILE-STATUS          PIC XX.
        01  WS-SCRFDEF-OPEN-FLAG            PIC X.
            88  WS-SCRFDEF-OPEN             VALUE 'Y'.
            88  WS-SCRFDEF-UNAVAILABLE      VALUE 'X'.
        01  WS-GROUP-EOF-FLAG               PIC X.
            88  END-OF-GROUP                VALUE 'Y'.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-RULES                VALUE 'Y'.
                15  LS-RULE-NUMERIC         PIC X.
                15  LS-RULE-ERROR-FIELD     PIC 9999 COMP-5.
                15  LS-RULE-MESSAGE         PIC X(60).
                15  LS-RULE-SEQ             PIC 9999 COMP-5.

        PROCEDURE DIVISION USING LS-SCREEN-NAME, LS-RULE-DATA.

            MOVE ZERO TO RETURN-CODE.
            MOVE ZERO TO LS-RULE-COUNT.

            MOVE 'N' TO WS-SCRFDEF-OPEN-FLAG.
            MOVE LENGTH OF WS-SCRNRULE-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
      *>
      *>     SCRPLAY RUNNING AGAINST A PRIVATE DESIGNER WORKSPACE
      *>     PLAYS THE WORKSPACE'S RULES (SEE COBCURSES-WORKSPACE-PATHNAME).
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRNRULE-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRNRULE-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.

            OPEN INPUT SCRNRULE-FILE.
            IF WS-SCRNRULE-FILE-STATUS NOT = "00" THEN
                END-READ
            END-PERFORM.
            CLOSE SCRNRULE-FILE.
            IF WS-SCRFDEF-OPEN THEN
                CLOSE SCRFDEF-FILE
            END-IF.
            GOBACK.

        200-LOAD-ONE-RULE.
            IF RUL-OP-CONDITIONAL
            AND RUL-LHS-FIELD = ZERO
            AND RUL-RHS-LITERAL NOT = SPACES THEN
                PERFORM 300-LOAD-GROUP-RULE
            ELSE
                PERFORM 210-ADD-RULE-ENTRY
            END-IF.
            EXIT.

        210-ADD-RULE-ENTRY.
            ADD 1 TO LS-RULE-COUNT.
            MOVE RUL-WHEN-FIELD
                TO LS-RULE-WHEN-FIELD(LS-RULE-COUNT).
            MOVE RUL-ERROR-FIELD
                TO LS-RULE-ERROR-FIELD(LS-RULE-COUNT).
            MOVE RUL-MESSAGE TO LS-RULE-MESSAGE(LS-RULE-COUNT).
            MOVE RUL-SEQ TO LS-RULE-SEQ(LS-RULE-COUNT).
            EXIT.

      *>
      *>     ONE ENTRY PER FIELD OF THE SCREEN WHOSE GROUP NAME IS THE
      *>     RULE'S RHS-LITERAL. A GROUP WITH NO MEMBERS (OR NO
      *>     SCRFDEF.X TO LOOK IN) LOADS NOTHING.
      *>
        300-LOAD-GROUP-RULE.
            IF NOT WS-SCRFDEF-OPEN AND NOT WS-SCRFDEF-UNAVAILABLE THEN
                PERFORM 310-OPEN-SCRFDEF
            END-IF.
            IF NOT WS-SCRFDEF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-GROUP-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE LS-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-GROUP TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-GROUP
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-GROUP TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = LS-SCREEN-NAME
                        OR LS-RULE-COUNT >= 40 THEN
                            SET END-OF-GROUP TO TRUE
                        ELSE
                            IF SCR-FDEF-GROUP-NAME
                                = RUL-RHS-LITERAL(1:16) THEN
                                PERFORM 210-ADD-RULE-ENTRY
                                MOVE SCR-FDEF-NO TO
                                    LS-RULE-LHS-FIELD(LS-RULE-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        310-OPEN-SCRFDEF.
            MOVE LENGTH OF WS-SCRFDEF-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS = "00" THEN
                SET WS-SCRFDEF-OPEN TO TRUE
            ELSE
                SET WS-SCRFDEF-UNAVAILABLE TO TRUE
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-LOAD-RULES.
