      *>     IN PAY ONLY AN ENVIRONMENT LOOKUP ON THE FIRST FAILURE.
      *>     COUNTING MUST NEVER DISTURB THE VERIFY ITSELF: FAILURES
      *>     HERE ARE SWALLOWED AND THE CALLER'S RETURN-CODE KEPT.
      *>
      *>     EVERY FAILURE IS ALSO OFFERED TO THE PER-OPERATOR
      *>     COUNTERS (COBCURSES-OPR-STAT, OPRSTAT.X), WHICH HAVE
      *>     THEIR OWN SWITCH (COBCURSES_OPRSTAT=Y).
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01  WS-VFYSTAT-FILE-STATUS          PIC XX.

        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-OPR-STAT-OP                  PIC X VALUE 'V'.
        01  WS-NO-KEYSTROKES                PIC 9(9) COMP-5 VALUE 0.
        01  WS-MODE                         PIC X.

      *>
      *>     THE ENABLEMENT SWITCH IS RESOLVED ONCE AND REMEMBERED.
        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            CALL "COBCURSES-OPR-STAT" USING WS-OPR-STAT-OP,
                LS-SCREEN-NAME, LS-CHECK-TYPE, WS-NO-KEYSTROKES.

            IF ENABLE-UNRESOLVED THEN
                MOVE SPACES TO WS-ENV-VAR
                ACCEPT WS-ENV-VAR
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-VFYSTAT-FILE-NAME, WS-FILE-NAME-LENGTH.

      *>
      *>     A TRAINING SESSION COUNTS UNDER ITS OWN MODE.
      *>
            MOVE SPACE TO WS-MODE.
            CALL "COBCURSES-TRAINING-ACTIVE".
            IF RETURN-CODE = 0 THEN
                MOVE 'T' TO WS-MODE
            END-IF.

            OPEN I-O VFYSTAT-FILE.
            IF WS-VFYSTAT-FILE-STATUS = "00"
            OR WS-VFYSTAT-FILE-STATUS = "05" THEN
                MOVE LS-SCREEN-NAME TO VFS-SCREEN-NAME
                MOVE LS-FIELD-NO TO VFS-FIELD-NO
                MOVE LS-CHECK-TYPE TO VFS-CHECK-TYPE
                MOVE WS-MODE TO VFS-MODE
                READ VFYSTAT-FILE
                    INVALID KEY
                        MOVE LS-SCREEN-NAME TO VFS-SCREEN-NAME
                        MOVE LS-FIELD-NO TO VFS-FIELD-NO
                        MOVE LS-CHECK-TYPE TO VFS-CHECK-TYPE
                        MOVE WS-MODE TO VFS-MODE
                        MOVE 1 TO VFS-COUNT
                        MOVE FUNCTION CURRENT-DATE
                            TO VFS-LAST-FAILED
