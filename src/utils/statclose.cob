                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF NOT VFS-MODE-TRAINING THEN
                            MOVE SPACES TO STATHIST-RECORD
                            MOVE WS-PERIOD TO HST-PERIOD
                            SET HST-KIND-VERIFY TO TRUE
                            MOVE VFS-KEY TO HST-OBJECT-KEY
                            MOVE VFS-COUNT TO HST-COUNT
                            MOVE FUNCTION CURRENT-DATE TO HST-CLOSED
                            REWRITE STATHIST-RECORD
                                INVALID KEY
                                    WRITE STATHIST-RECORD
                                        INVALID KEY CONTINUE
                                    END-WRITE
                            END-REWRITE
                            ADD 1 TO WS-CLOSED-COUNT
                            MOVE 0 TO VFS-COUNT
                            REWRITE VFYSTAT-RECORD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE VFYSTAT-FILE.
