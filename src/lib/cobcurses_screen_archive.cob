
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCRARCH-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRARCH.X".
        01  LS-DELETE-STAMP                 PIC X(14).
        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-SEQ                          PIC 9(4).
        01  LS-DATA                         PIC X(600).

        PROCEDURE DIVISION USING
            LS-SCREEN-NAME, LS-DELETE-STAMP, LS-RECORD-TYPE,
        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

      *>
      *>     A DELETE INSIDE A PRIVATE DESIGNER WORKSPACE TOUCHES
      *>     ONLY THE DESIGNER'S COPY: SCRWKSP ARCHIVES THE LIVE
      *>     RECORDS IF AND WHEN THE DELETE IS PUBLISHED.
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-SCRARCH-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
