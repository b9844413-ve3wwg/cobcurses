      *> REFERENCES ARE ALSO SUBTOTALLED BY THE OWNING SCREEN'S
      *> SCN-APPLICATION (SEE SD002097), SO EACH APPLICATION TEAM
      *> SEES ITS OWN BREAKAGE.
      *>
      *> A SECOND PASS OVER SCRNRULE-FILE (MAINTAINED BY SD002055) JOINS
      *> EACH DECISION TABLE RULE (TD/TV) AGAINST DECTAB-FILE
      *> (MAINTAINED BY SD002057), LISTING THE RULE'S TARGET FIELD AND
      *> FLAGGING A TABLE THAT NO LONGER HAS ANY ROWS.
      *>

        ENVIRONMENT DIVISION.
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY.

        DATA DIVISION.
        FILE SECTION.

        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FIELDS                   VALUE 'Y'.
        01  RULE-EOF-FLAG                       PIC X VALUE 'N'.
            88  END-OF-RULES                    VALUE 'Y'.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
                VALUE "${COBCURSES_DATADIR}/MENUS.X".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  DECTAB-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DECTAB.X".
            10  FIELD-COUNT                     PIC 9(6) VALUE 0.

        01  REF-COUNTS.
            10  CHARSET-ORPHAN-COUNT            PIC 9999 VALUE 0.
            10  MENU-REF-COUNT                  PIC 9999 VALUE 0.
            10  MENU-ORPHAN-COUNT               PIC 9999 VALUE 0.
            10  TABLE-REF-COUNT                 PIC 9999 VALUE 0.
            10  TABLE-ORPHAN-COUNT              PIC 9999 VALUE 0.

        01  WS-FOUND-FLAG                       PIC X(7).

                15  WS-APP-ORPHANS              PIC 9(4).
        01  WS-APP-X                            PIC 99 COMP.
        01  WS-APP-CODE-WORK                    PIC X(8).
        01  WS-TALLY-SCREEN                     PIC X(16).
        01  WS-TABLE-NAME                       PIC X(16).
        01  WS-APP-FOUND-FLAG                   PIC X.
            88  APP-LISTED                      VALUE 'Y'.

            PERFORM 1000-INITIALIZE.

            DISPLAY "FIELD CROSS-REFERENCE (SCRFDEF-FILE -> ",
                "CHARSET-FILE / MENU-FILE / DECTAB-FILE)".
            DISPLAY "SCREEN-NAME      FIELD-NO REF-TYPE REF-NAME",
                "         STATUS".
            DISPLAY "---------------- -------- -------- --------",
                END-READ
            END-PERFORM.

            PERFORM 2300-CHECK-TABLE-RULES.

            PERFORM 9000-FINALIZE.
            PERFORM 3100-PRINT-APP-SUBTOTALS.

            DISPLAY "CHECKED ", FIELD-COUNT, " FIELD(S): ",
                CHARSET-REF-COUNT, " CHARSET REFERENCE(S) (",
                CHARSET-ORPHAN-COUNT, " ORPHAN), ", MENU-REF-COUNT,
                " MENU REFERENCE(S) (", MENU-ORPHAN-COUNT, " ORPHAN),".
            DISPLAY "        ", TABLE-REF-COUNT,
                " DECISION TABLE RULE(S) (", TABLE-ORPHAN-COUNT,
                " ORPHAN).".
            STOP RUN.

        1000-INITIALIZE.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE LENGTH OF SCRNRULE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.

            MOVE LENGTH OF DECTAB-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE DECTAB-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCRFDEF-FILE, CHARSET-FILE, MENU-FILE,
                SCREEN-FILE, SCRNRULE-FILE, DECTAB-FILE.
            EXIT.

        2000-CHECK-FIELD.
                INVALID KEY
                    MOVE "ORPHAN" TO WS-FOUND-FLAG
                    ADD 1 TO CHARSET-ORPHAN-COUNT
                    MOVE SCR-FDEF-SCREEN-NAME TO WS-TALLY-SCREEN
                    PERFORM 3000-TALLY-APPLICATION
                NOT INVALID KEY
                    MOVE "OK" TO WS-FOUND-FLAG
                INVALID KEY
                    MOVE "ORPHAN" TO WS-FOUND-FLAG
                    ADD 1 TO MENU-ORPHAN-COUNT
                    MOVE SCR-FDEF-SCREEN-NAME TO WS-TALLY-SCREEN
                    PERFORM 3000-TALLY-APPLICATION
                NOT INVALID KEY
                    MOVE "OK" TO WS-FOUND-FLAG
                "MENU     ", SCR-FDEF-MENU-REF, " ", WS-FOUND-FLAG.
            EXIT.

      *>
      *> 2300-CHECK-TABLE-RULES :
      *>     EVERY TD/TV RULE NAMES ITS DECISION TABLE IN THE RHS
      *>     LITERAL; THE TABLE EXISTS WHILE IT HAS AT LEAST ONE ROW.
      *>     THE FIELD SHOWN IS THE RULE'S TARGET (LHS) FIELD.
      *>
        2300-CHECK-TABLE-RULES.
            INITIALIZE SCRNRULE-RECORD.
            START SCRNRULE-FILE KEY IS >= RUL-KEY
                INVALID KEY
                    SET END-OF-RULES TO TRUE
            END-START.
            PERFORM UNTIL END-OF-RULES
                READ SCRNRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-RULES TO TRUE
                    NOT AT END
                        IF RUL-OP-TABLE THEN
                            PERFORM 2310-CHECK-TABLE-REF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2310-CHECK-TABLE-REF.
            ADD 1 TO TABLE-REF-COUNT.
            MOVE RUL-RHS-LITERAL TO WS-TABLE-NAME.
            MOVE "ORPHAN" TO WS-FOUND-FLAG.
            MOVE WS-TABLE-NAME TO DTB-TABLE-NAME.
            MOVE ZERO TO DTB-ROW.
            START DECTAB-FILE KEY IS >= DTB-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ DECTAB-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF DTB-TABLE-NAME = WS-TABLE-NAME THEN
                                MOVE "OK" TO WS-FOUND-FLAG
                            END-IF
                    END-READ
            END-START.
            IF WS-FOUND-FLAG NOT = "OK" THEN
                ADD 1 TO TABLE-ORPHAN-COUNT
                MOVE RUL-SCREEN-NAME TO WS-TALLY-SCREEN
                PERFORM 3000-TALLY-APPLICATION
            END-IF.
            DISPLAY RUL-SCREEN-NAME, " ", RUL-LHS-FIELD, " ",
                "DECTABLE ", WS-TABLE-NAME, " ", WS-FOUND-FLAG.
            EXIT.

      *>
      *> 3000-TALLY-APPLICATION :
      *>     SUBTOTAL THE ORPHANED REFERENCE UNDER THE APPLICATION
      *>
        3000-TALLY-APPLICATION.
            MOVE SPACES TO WS-APP-CODE-WORK.
            MOVE WS-TALLY-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    CONTINUE

        9000-FINALIZE.
            CLOSE SCRFDEF-FILE, CHARSET-FILE, MENU-FILE,
                SCREEN-FILE, SCRNRULE-FILE, DECTAB-FILE.
            EXIT.

        END PROGRAM FIELDXREF.
