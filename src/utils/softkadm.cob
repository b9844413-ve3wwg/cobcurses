                    REWRITE SOFTKEY-RECORD
            END-READ.
            CLOSE SOFTKEY-FILE.
            CALL "COBCURSES-REGEN-QUEUE" USING
                "K", WS-ARG-SCREEN, "SOFTKADM".
            DISPLAY "SOFTKADM: ", WS-ARG-SCREEN, " STATE ",
                WS-STATE-NO, " F", WS-KEY-NO, " UPDATED.".
            EXIT.
                    DISPLAY "SOFTKADM: NO SUCH LABEL SET."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "K", WS-ARG-SCREEN, "SOFTKADM"
                    DISPLAY "SOFTKADM: LABEL SET DROPPED."
            END-DELETE.
            CLOSE SOFTKEY-FILE.
