                RECORD KEY IS RPT-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY
                FILE STATUS IS WS-TARGET-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  RPTLAY-RECORD.
            COPY RPTLAY.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

        01  MISC.
                VALUE "${COBCURSES_DATADIR}/FIELDDIC.X".
            10  RPTLAY-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RPTLAY.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  DECTAB-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DECTAB.X".

        01  WS-JOURNAL-FILE-STATUS              PIC XX.
        01  WS-TARGET-STATUS                    PIC XX.
                FIELDDIC-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                RPTLAY-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                DECTAB-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

        2000-REPLAY-JOURNAL.
                SCRNBGH-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                MENU-FILE, ITEM-FILE, CHARSET-FILE,
                FIELDDIC-FILE, RPTLAY-FILE, SCRNRULE-FILE,
                DECTAB-FILE.
            PERFORM UNTIL END-OF-FILE
                READ JOURNAL-FILE
                    AT END
                SCRNBGH-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                MENU-FILE, ITEM-FILE, CHARSET-FILE,
                FIELDDIC-FILE, RPTLAY-FILE, SCRNRULE-FILE,
                DECTAB-FILE.
            EXIT.

        3000-APPLY-ONE.
                WHEN 'RP'
                    MOVE AJR-DATA TO RPTLAY-RECORD
                    PERFORM 3210-APPLY-RPTLAY
                WHEN 'RU'
                    MOVE AJR-DATA TO SCRNRULE-RECORD
                    PERFORM 3220-APPLY-RULE
                WHEN 'DT'
                    MOVE AJR-DATA TO DECTAB-RECORD
                    PERFORM 3230-APPLY-DECTAB
                WHEN OTHER
                    ADD 1 TO WS-TROUBLE-COUNT
            END-EVALUATE.
            ADD 1 TO WS-APPLIED-COUNT.
            EXIT.

        3220-APPLY-RULE.
            IF AJR-ACTION-DELETE THEN
                DELETE SCRNRULE-FILE RECORD
                    INVALID KEY CONTINUE
                END-DELETE
            ELSE
                REWRITE SCRNRULE-RECORD
                    INVALID KEY
                        WRITE SCRNRULE-RECORD
                            INVALID KEY
                                ADD 1 TO WS-TROUBLE-COUNT
                        END-WRITE
                END-REWRITE
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.
            EXIT.

        3230-APPLY-DECTAB.
            IF AJR-ACTION-DELETE THEN
                DELETE DECTAB-FILE RECORD
                    INVALID KEY CONTINUE
                END-DELETE
            ELSE
                REWRITE DECTAB-RECORD
                    INVALID KEY
                        WRITE DECTAB-RECORD
                            INVALID KEY
                                ADD 1 TO WS-TROUBLE-COUNT
                        END-WRITE
                END-REWRITE
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.
            EXIT.

        9000-FINALIZE.
            DISPLAY "ROLLFWD: ", WS-APPLIED-COUNT, " APPLIED, ",
                WS-SKIPPED-COUNT, " AFTER CUT-OFF, ",
