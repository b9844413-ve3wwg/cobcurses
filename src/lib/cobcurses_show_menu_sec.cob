      *>         ITM-SECURITY-ROLE IS CHECKED THE SAME WAY; A DENIED
      *>         SELECTION IS CLEARED AND LOGGED, AND A GRANTED
      *>         PRIVILEGED SELECTION IS LOGGED TOO.
      *>       - A ROLE THAT IS HELD MUST ALSO BE INSIDE ITS ACCESS
      *>         WINDOW (SEE ACCWIN.cbl): A MENU OR ITEM WHOSE ROLE
      *>         IS CLOSED IS DENIED THE SAME WAY (LOGGED AS
      *>         WINDOW-CLOSED BY COBCURSES-ACCESS-WINDOW).
      *>
      *>     CALLERS THAT DO NOT CARE ABOUT SECURITY KEEP CALLING
      *>     COBCURSES-SHOW-MENU DIRECTLY, UNCHANGED.

        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).
        01  WS-FAV-KIND-ITEM                PIC X VALUE 'M'.
        01  WS-NO-SCOPE                     PIC X(8) VALUE SPACES.
        01  WS-WINDOW-TEXT                  PIC X(60).

        LINKAGE SECTION.

                            LS-MENU-NAME, LS-SELECTION
                    END-IF
                END-IF
      *>
      *>         WHEREVER THE LEAF CAME FROM, COUNT IT FOR THIS
      *>         OPERATOR UNDER THIS (TOP-LEVEL) MENU, WHICH FEEDS
      *>         THE FAVOURITES MENU (SEE FAVMENU.cbl).
      *>
                IF LS-SELECTION NOT = SPACES THEN
                    CALL "COBCURSES-FAV-COUNT" USING
                        LS-OPERATOR-ID, LS-MENU-NAME,
                        WS-FAV-KIND-ITEM, LS-SELECTION
                END-IF
            END-IF.
            GOBACK.

                    CALL "COBCURSES-SIGNON-LOG" USING
                        LS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                ELSE
                    CALL "COBCURSES-ACCESS-WINDOW" USING
                        "C", LS-OPERATOR-ID, WS-MENU-ROLE,
                        WS-NO-SCOPE, WS-NO-SCOPE, WS-WINDOW-TEXT
                    IF RETURN-CODE NOT = NC-RET-OK THEN
                        MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.
            EXIT.
                CALL "COBCURSES-CHECK-ROLE" USING
                    LS-OPERATOR-ID, WS-ITEM-ROLE
                IF RETURN-CODE = NC-RET-OK THEN
                    CALL "COBCURSES-ACCESS-WINDOW" USING
                        "C", LS-OPERATOR-ID, WS-ITEM-ROLE,
                        WS-NO-SCOPE, WS-NO-SCOPE, WS-WINDOW-TEXT
                    IF RETURN-CODE NOT = NC-RET-OK THEN
                        MOVE SPACES TO LS-SELECTION
                        MOVE NC-RET-NOTFOUND TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "PRIV-SELECTED" TO WS-LOG-EVENT
                    MOVE SPACES TO WS-LOG-DETAIL
                    STRING "MENU " LS-MENU-NAME
