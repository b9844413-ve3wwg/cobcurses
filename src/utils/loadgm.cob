            MOVE 'Y' TO MNU-OPT-IGNORECASE.
            MOVE SPACES TO MNU-SECURITY-ROLE.
            IF MENU-ALREADY-LOADED THEN
                CALL "COBCURSES-RECORD-STAMP" USING "MN", MENU-RECORD
                REWRITE MENU-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                CALL "COBCURSES-RECORD-STAMP" USING "MN", MENU-RECORD
                WRITE MENU-RECORD
                    INVALID KEY
                        CONTINUE
            MOVE 'Y' TO ITM-SELECTABLE.
            MOVE SPACES TO ITM-SECURITY-ROLE.
            IF MENU-ALREADY-LOADED THEN
                CALL "COBCURSES-RECORD-STAMP" USING "IT", ITEM-RECORD
                REWRITE ITEM-RECORD
                    INVALID KEY
                        WRITE ITEM-RECORD
                        END-WRITE
                END-REWRITE
            ELSE
                CALL "COBCURSES-RECORD-STAMP" USING "IT", ITEM-RECORD
                WRITE ITEM-RECORD
                    INVALID KEY
                        CONTINUE
