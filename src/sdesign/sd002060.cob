      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).

        01  OTHER-CHARSET-FOUND-FLAG        PIC X VALUE 'N'.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD THEN
                IF NEW-RECORD THEN
                    PERFORM 5410-ADD-RECORD
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "CS", "W", CHARSET-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "C", CHARSET-NAME, "SD002060"
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE CHARSET-NAME TO WS-DTL-KEY(1:16)
                    CALL "COBCURSES-DETAIL-AUDIT" USING
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "CS", "R", CHARSET-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "C", CHARSET-NAME, "SD002060"
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE CHARSET-NAME TO WS-DTL-KEY(1:16)
                    CALL "COBCURSES-DETAIL-AUDIT" USING
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                INITIALIZE CHARSET-RECORD
                MOVE FLD-CHARSET-NAME TO CHARSET-NAME
                    NOT INVALID KEY
                        CALL "COBCURSES-AFTER-IMAGE" USING
                            "CS", "D", CHARSET-RECORD
                        CALL "COBCURSES-REGEN-QUEUE" USING
                            "C", CHARSET-NAME, "SD002060"
                        MOVE SPACES TO WS-DTL-KEY
                        MOVE CHARSET-NAME TO WS-DTL-KEY(1:16)
                        CALL "COBCURSES-DETAIL-AUDIT" USING
