      *>     ITEMS WHOSE ITM-SECURITY-ROLE NAMES A ROLE THE SIGNED-ON
      *>     OPERATOR (LS-OPERATOR-ID) DOES NOT HOLD ARE NOT LISTED,
      *>     SO THE CHILD LEVELS ENFORCE THE SAME ROLES AS THE
      *>     TOP-LEVEL COBCURSES-SHOW-MENU-SEC WRAPPER -- INCLUDING
      *>     THE ROLE'S ACCESS WINDOW (SEE ACCWIN.cbl): AN ITEM WHOSE
      *>     ROLE IS CLOSED RIGHT NOW IS NOT LISTED EITHER.
      *>
      *>     GENERATED MENU STRUCTURES ARE NOT NEEDED FOR CHILDREN --
      *>     GROUPING BY FUNCTION IS PURELY A DATA CHANGE IN SD002090.
            88  SELECTION-MADE             VALUE 'Y'.
            88  SELECTION-ABANDONED        VALUE 'A'.

        01  WS-NO-SCOPE                    PIC X(8) VALUE SPACES.
        01  WS-WINDOW-TEXT                 PIC X(60).

        LINKAGE SECTION.

            COPY COBCURSG.
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    EXIT PARAGRAPH
                END-IF
                CALL "COBCURSES-ACCESS-WINDOW" USING
                    "C", LS-OPERATOR-ID, ITM-SECURITY-ROLE,
                    WS-NO-SCOPE, WS-NO-SCOPE, WS-WINDOW-TEXT
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WS-CHILD-COUNT.
            MOVE ITM-ITEM-NAME TO
