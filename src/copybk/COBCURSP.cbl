      *>
            CALL "COBCURSES-SYSSTATE-GUARD".
            CALL "libcobcurses" USING NC-COBCURSES.
      *>
      *>     LINEAR (ACCESSIBLE) MODE NEVER TAKES OVER THE TERMINAL:
      *>     EVERYTHING IS PLAIN LINES (SEE NC-LINEAR-RESOLVE). THE
      *>     CLASSIC 24 X 80 GEOMETRY IS REPORTED SO ANY LAYOUT
      *>     ARITHMETIC IN THE PROGRAM STAYS SANE.
      *>
            IF NC-LINEAR-UNRESOLVED THEN
                MOVE SPACES TO NC-LIN-ENV
                ACCEPT NC-LIN-ENV
                    FROM ENVIRONMENT "COBCURSES_ACCESSIBLE"
                IF NC-LIN-ENV(1:1) = 'Y'
                OR NC-LIN-ENV(1:1) = 'y' THEN
                    SET NC-LINEAR-ON TO TRUE
                ELSE
                    SET NC-LINEAR-OFF TO TRUE
                END-IF
            END-IF.
            IF NC-LINEAR-ON THEN
                MOVE 24 TO NC-LINES
                MOVE 80 TO NC-COLUMNS
                MOVE 'N' TO NC-CAP-COLOUR
                MOVE 'N' TO NC-MOUSE-SUPPORT
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-OPEN" USING NC-COBCURSES.
            CALL "COBCURSES-LOAD-KEYMAP" USING NC-COBCURSES.
      *>
      *>     2 = WAS NOT OPEN
      *>
        NC-CLOSE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-CLOSE".
            EXIT.

