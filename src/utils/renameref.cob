      *>                              (REQUIRED)
      *>     COBCURSES_RENAME_NEW     THE NAME TO REPLACE IT WITH
      *>                              (REQUIRED)
      *>     COBCURSES_CHANGE_TICKET  THE CHANGE TICKET THE RUN IS
      *>                              MADE UNDER (REQUIRED WHEN THE
      *>                              TICKET REGISTER CHGTKT.X EXISTS)
      *>
      *> EVERY UPDATED FIELD DEFINITION IS JOURNALLED (AFTER-IMAGE)
      *> AND DETAIL-AUDITED LIKE AN SD002040 SAVE.
      *>

        ENVIRONMENT DIVISION.
        01  WS-PARMS-OK-FLAG                    PIC X VALUE 'Y'.
            88  PARMS-OK                        VALUE 'Y'.

        01  WS-TICKET                           PIC X(12).
        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-FIELD-ED                     PIC 9(4).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
                DISPLAY "ERROR: COBCURSES_RENAME_NEW IS REQUIRED."
                MOVE 'N' TO WS-PARMS-OK-FLAG
            END-IF.

            CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "ERROR: A VALID CHANGE TICKET IS REQUIRED: ",
                    "SET COBCURSES_CHANGE_TICKET."
                MOVE 'N' TO WS-PARMS-OK-FLAG
            END-IF.
            IF NOT PARMS-OK THEN
                MOVE 16 TO RETURN-CODE
            END-IF.
            EXIT.

        2000-SCAN-AND-RENAME.
                IF SCR-FDEF-MENU-REF NOT = WS-RENAME-OLD THEN
                    SET END-OF-FILE TO TRUE
                ELSE
                    MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE
                    MOVE WS-RENAME-NEW TO SCR-FDEF-MENU-REF
                    CALL "COBCURSES-RECORD-STAMP" USING
                        "FD", SCRFDEF-RECORD
                    REWRITE SCRFDEF-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO UPDATE-COUNT
                            PERFORM 2400-JOURNAL-CHANGE
                    END-REWRITE
                    PERFORM 2200-REPOSITION-MENU
                END-IF
                IF SCR-FDEF-RES-CHARSET NOT = WS-RENAME-OLD THEN
                    SET END-OF-FILE TO TRUE
                ELSE
                    MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE
                    MOVE WS-RENAME-NEW TO SCR-FDEF-RES-CHARSET
                    CALL "COBCURSES-RECORD-STAMP" USING
                        "FD", SCRFDEF-RECORD
                    REWRITE SCRFDEF-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO UPDATE-COUNT
                            PERFORM 2400-JOURNAL-CHANGE
                    END-REWRITE
                    PERFORM 2300-REPOSITION-CHARSET
                END-IF
            END-START.
            EXIT.

        2400-JOURNAL-CHANGE.
      *>
      *>     AFTER-IMAGE FOR ROLLFWD AND BEFORE/AFTER IMAGES FOR THE
      *>     DIFF BROWSER, AS MASSATTR DOES FOR ITS UPDATES.
      *>
            CALL "COBCURSES-AFTER-IMAGE" USING
                "FD", "R", SCRFDEF-RECORD.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE SCR-FDEF-NO TO WS-DTL-FIELD-ED.
            STRING SCR-FDEF-SCREEN-NAME " #" WS-DTL-FIELD-ED
                DELIMITED BY SIZE INTO WS-DTL-KEY.
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "FD", "C", WS-DTL-KEY, WS-DTL-BEFORE,
                SCRFDEF-RECORD.
            EXIT.

        END PROGRAM RENAMEREF.
