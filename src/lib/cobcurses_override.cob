                MOVE LS-SUPERVISOR TO OVR-SUPERVISOR
                MOVE LS-VALUE TO OVR-VALUE
                MOVE LS-EDIT-MESSAGE TO OVR-EDIT-MESSAGE
                CALL "COBCURSES-AUDIT-CHAIN" USING
                    "OVERRIDE", OVERRIDE-RECORD
                WRITE OVERRIDE-RECORD
                CLOSE OVERRIDE-FILE
            END-IF.
