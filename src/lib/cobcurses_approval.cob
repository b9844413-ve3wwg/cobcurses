
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-APPROVAL-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/APPROVAL.X".
        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

      *>
      *>     A SAVE INTO A PRIVATE DESIGNER WORKSPACE IS NOT YET A
      *>     CHANGE TO THE CATALOG: THE SCREEN GOES PENDING WHEN
      *>     SCRWKSP PUBLISHES IT.
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_PROTECTED".
