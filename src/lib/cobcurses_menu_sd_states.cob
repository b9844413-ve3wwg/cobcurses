
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-SCREEN-NAME              PIC X(16) VALUE SPACES.
        01  WS-FILE-NAME-LENGTH         PIC 9999.
        01  WS-SCRFSTA-FILE-NAME        PIC X(256)
      *>
            MOVE LENGTH OF WS-SCRFSTA-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
      *>
      *>     A DESIGN SESSION WORKING IN A PRIVATE WORKSPACE SEES
      *>     ITS OWN COPY (SEE COBCURSES-WORKSPACE-PATHNAME).
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRFSTA-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFSTA-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.
            OPEN INPUT SCRFSTA-FILE.
      *>
      *>     PREPARE FOR THE 'R' READ NEXT RECORD REQUEST :
