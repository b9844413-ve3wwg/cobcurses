                " FORCE-RELEASED"
                DELIMITED BY SIZE
                INTO AUD-DESCRIPTION OF SCRAUDIT-RECORD.
            CALL "COBCURSES-CHANGE-TICKET" USING "G",
                AUD-TICKET OF SCRAUDIT-RECORD.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.

            MOVE SPACES TO SCN-LOCKED-BY, SCN-LOCK-TIME.
