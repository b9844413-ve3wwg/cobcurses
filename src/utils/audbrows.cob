            DISPLAY DTA-DATE-TIME(1:14), " ", DTA-FILE-TAG, " ",
                DTA-ACTION, " ", FUNCTION TRIM(DTA-OBJECT-KEY),
                " BY ", FUNCTION TRIM(DTA-OPERATOR).
            IF DTA-TICKET NOT = SPACES THEN
                DISPLAY "    TICKET ", DTA-TICKET
            END-IF.
            IF NOT DTA-ACTION-CHANGE THEN
                EXIT PARAGRAPH
            END-IF.
                MOVE WA-FD-MENU-REF TO WS-NEW-TEXT
                PERFORM 2900-SHOW-DIFF
            END-IF.
            IF WB-FD-VIEW-ROLE NOT = WA-FD-VIEW-ROLE THEN
                MOVE "VIEW-ROLE" TO WS-ATTR-NAME
                MOVE WB-FD-VIEW-ROLE TO WS-OLD-TEXT
                MOVE WA-FD-VIEW-ROLE TO WS-NEW-TEXT
                PERFORM 2900-SHOW-DIFF
            END-IF.
            IF WB-FD-UPDATE-ROLE NOT = WA-FD-UPDATE-ROLE THEN
                MOVE "UPDATE-ROLE" TO WS-ATTR-NAME
                MOVE WB-FD-UPDATE-ROLE TO WS-OLD-TEXT
                MOVE WA-FD-UPDATE-ROLE TO WS-NEW-TEXT
                PERFORM 2900-SHOW-DIFF
            END-IF.
            IF WB-FD-NOT-BLANK NOT = WA-FD-NOT-BLANK
            OR WB-FD-UPPERCASE NOT = WA-FD-UPPERCASE
            OR WB-FD-PASSWORD NOT = WA-FD-PASSWORD
      *>
            MOVE 'N' TO WS-IN-SPAN-FLAG.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > 600
                IF DTA-BEFORE-IMAGE(WS-SCAN-X:1) NOT =
                   DTA-AFTER-IMAGE(WS-SCAN-X:1) THEN
                    IF NOT IN-CHANGED-SPAN THEN
