                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF NOT VFS-MODE-TRAINING THEN
                            PERFORM 2100-RANK-ONE-COUNTER
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.
