      *>     COBCURSES_FDEF_CSV       INPUT CSV (DEFAULT fields.csv)
      *>     COBCURSES_FDEF_REJECTS   REJECT FILE (DEFAULT
      *>                              fields_rejects.txt)
      *>     COBCURSES_CHANGE_TICKET  CHANGE TICKET THE LOAD IS MADE
      *>                              UNDER (REQUIRED WHEN THE TICKET
      *>                              REGISTER CHGTKT.X EXISTS)
      *>
      *> EVERY LOADED FIELD IS JOURNALLED (AFTER-IMAGE) AND
      *> DETAIL-AUDITED LIKE AN SD002040 ADD.
      *>

        ENVIRONMENT DIVISION.
            88  WS-CSV-EOF                      VALUE 'Y'.

        01  WS-TARGET-SCREEN                    PIC X(16).
        01  WS-TICKET                           PIC X(12).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-FIELD-ED                     PIC 9(4).
        01  WS-DTL-EMPTY                        PIC X(600) VALUE SPACES.
        01  WS-NEXT-FIELD-NO                    PIC 9(4) VALUE 0.

      *>
            END-IF.
            MOVE WS-ENV-VAR(1:16) TO WS-TARGET-SCREEN.

            CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "FDEFLOAD: A VALID CHANGE TICKET IS ",
                    "REQUIRED: SET COBCURSES_CHANGE_TICKET."
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_FDEF_CSV".
            MOVE 'Y' TO SCR-FDEF-VISIBLE, SCR-FDEF-ACTION-EDIT.
            MOVE WS-NEXT-FIELD-NO TO SCR-FDEF-INPUT-SEQ.

            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            WRITE SCRFDEF-RECORD
                INVALID KEY
                    DISPLAY "  DUPLICATE FIELD NUMBER ",
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
                    PERFORM 2500-JOURNAL-FIELD
            END-WRITE.
            EXIT.

        2500-JOURNAL-FIELD.
            CALL "COBCURSES-AFTER-IMAGE" USING
                "FD", "W", SCRFDEF-RECORD.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE SCR-FDEF-NO TO WS-DTL-FIELD-ED.
            STRING SCR-FDEF-SCREEN-NAME " #" WS-DTL-FIELD-ED
                DELIMITED BY SIZE INTO WS-DTL-KEY.
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "FD", "A", WS-DTL-KEY, WS-DTL-EMPTY,
                SCRFDEF-RECORD.
            EXIT.

        9000-FINALIZE.
            CLOSE SCRFDEF-FILE.
            EXIT.
