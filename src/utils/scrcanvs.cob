        01  WS-FIELD-NO                         PIC 9(4).
        01  WS-FIELD-LINE                       PIC 999.
        01  WS-FIELD-COLUMN                     PIC 999.
        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-FIELD-ED                     PIC 9(4).
        01  WS-SEG-COUNT                        PIC 9(4) VALUE 0.
                MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE
                MOVE WS-FIELD-LINE TO SCR-FDEF-LINE
                MOVE WS-FIELD-COLUMN TO SCR-FDEF-COLUMN
                CALL "COBCURSES-RECORD-STAMP" USING
                    "FD", SCRFDEF-RECORD
                REWRITE SCRFDEF-RECORD
                CALL "COBCURSES-AFTER-IMAGE" USING
                    "FD", "R", SCRFDEF-RECORD
