                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF ERR-DATE-TIME(1:8) >= WS-FROM-DATE
                        AND ERR-DATE-TIME(1:8) <= WS-TO-DATE
                        AND NOT ERR-MODE-TRAINING THEN
                            ADD 1 TO WS-MATCH-COUNT
                            PERFORM 2100-COUNT-EVENT
                        END-IF
