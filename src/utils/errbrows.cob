            10  WS-RING-NEXT                    PIC 9(4) VALUE 1.
            10  WS-RING-HELD                    PIC 9(4) VALUE 0.
            10  WS-RING-ENTRY OCCURS 500 TIMES.
                15  WS-RING-IMAGE               PIC X(240).
        01  WS-RING-X                           PIC S9(9).
        01  WS-SHOWN-COUNT                      PIC 9(4) VALUE 0.
        01  WS-READ-COUNT                       PIC 9(9) VALUE 0.
                DISPLAY "    ",
                    FUNCTION TRIM(ERR-MESSAGE OF WS-SHOW-RECORD)
            END-IF.
            IF ERR-MODE-TRAINING OF WS-SHOW-RECORD THEN
                DISPLAY "    (TRAINING SESSION)"
            END-IF.
            EXIT.

        END PROGRAM ERRBROWS.
