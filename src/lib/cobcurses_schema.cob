      *>     MISREAD SILENTLY.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK        VERSIONS MATCH, OR THE DIRECTORY IS
      *>                      UNSTAMPED -- VERSIONING NOT ADOPTED
      *>                      YET. IN A STAMPED DIRECTORY A FILE
      *>                      WITH NO ENTRY IS AT VERSION 1.
      *>     NC-RET-FAILED    STAMPED WITH A DIFFERENT VERSION; RUN
      *>                      UPGRADEX FIRST (LOGGED)
      *>
            MOVE LS-FILE-NAME TO SVR-FILE-NAME.
            READ SCHEMVER-FILE
                INVALID KEY
                    MOVE 1 TO SVR-LAYOUT-VERSION
                NOT INVALID KEY
                    CONTINUE
            END-READ.
            IF SVR-LAYOUT-VERSION NOT = LS-EXPECTED-VERSION THEN
                MOVE NC-RET-FAILED TO WS-ERRLOG-RETC
                MOVE SPACES TO WS-ERRLOG-STATUS
                MOVE LS-FILE-NAME TO WS-ERRLOG-KEY
                MOVE "CATALOG LAYOUT VERSION MISMATCH -- "
                    & "RUN UPGRADEX" TO WS-ERRLOG-MSG
                CALL "COBCURSES-LOG-ERROR" USING
                    WS-ERRLOG-PROGRAM, WS-ERRLOG-RETC,
                    WS-ERRLOG-STATUS, WS-ERRLOG-KEY,
                    WS-ERRLOG-MSG
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            CLOSE SCHEMVER-FILE.
            GOBACK.

        PROGRAM-ID. COBCURSES-SCHEMA-GUARD.
      *>
      *>     THE ONE-CALL FORM OF THE CHECK FOR EVERY PROGRAM THAT
      *>     OPENS THE DESIGNER CATALOG: VERIFY THE LAYOUTS THAT
      *>     HAVE EVER CHANGED (SCREENS.X, SCRFDEF.X, SCRFSTA.X,
      *>     MENUS.X, ITEMS.X, SCRNBG.X, VFYSTAT.X, APPREG.X AND
      *>     THE DETAIL AUDIT LOG THE SAVE PATHS APPEND TO)
      *>     AGAINST THE VERSIONS THIS BUILD IS COMPILED FOR, AND
      *>     STOP THE RUN LOUDLY ON A MISMATCH INSTEAD OF LETTING
      *>     THE CALLER MISREAD THE RECORDS. AN UNSTAMPED DIRECTORY

        100-MAIN-DISPATCH-ENTRY.
            MOVE "SCREENS.X" TO WS-GUARD-FILE.
            MOVE 6 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "SCRFDEF.X" TO WS-GUARD-FILE.
            MOVE 10 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "SCRFSTA.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "MENUS.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "ITEMS.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "SCRNBG.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "DTLAUDIT.LOG" TO WS-GUARD-FILE.
            MOVE 3 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "VFYSTAT.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE "APPREG.X" TO WS-GUARD-FILE.
            MOVE 2 TO WS-GUARD-VERSION.
            PERFORM 200-CHECK-ONE.
            MOVE 0 TO RETURN-CODE.
            GOBACK.
