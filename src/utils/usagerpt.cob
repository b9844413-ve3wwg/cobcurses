                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF SAC-DATE-TIME(1:6) = WS-PERIOD
                        AND NOT SAC-MODE-TRAINING THEN
                            ADD 1 TO WS-MATCH-COUNT
                            PERFORM 2100-APPLY-EVENT
                        END-IF
