      *> ROLE) ARE REACHABLE BY EVERYONE AND ARE NOT LISTED PER
      *> OPERATOR; A SUMMARY COUNTS THEM ONCE AT THE TOP.
      *>
      *> EACH EFFECTIVE ROLE IS FOLLOWED BY ITS ACCESS WINDOWS
      *> (ACCWIN.X, SEE ACCWIN.cbl) -- WHEN, AND WHERE, THE GRANT
      *> MAY ACTUALLY BE USED -- OR "ANY TIME" WHEN IT HAS NONE.
      *>
      *> USAGE:  accmatrx [OPERATOR]
      *>     WITH AN OPERATOR, ONLY THAT OPERATOR'S SECTION PRINTS.
      *>
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT OPTIONAL ACCWIN-FILE
                ASSIGN TO ACCWIN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS AWN-KEY
                FILE STATUS IS WS-ACCWIN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  ACCWIN-FILE.
        01  ACCWIN-RECORD.
            COPY ACCWIN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  ACCWIN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ACCWIN.X".

        01  WS-USERROLE-FILE-STATUS             PIC XX.
        01  WS-MENU-FILE-STATUS                 PIC XX.
        01  WS-ITEM-FILE-STATUS                 PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.
        01  WS-ACCWIN-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
            88  ROLE-IS-HELD                    VALUE 'Y'.
        01  WS-CHECK-ROLE                       PIC X(16).

        01  WS-WINDOW-SET.
            05  WS-WIN-COUNT                    PIC 99 COMP-5.
            05  WS-WIN-ENTRY                    OCCURS 20 TIMES.
                10  WS-WIN-SCOPE-TYPE           PIC X.
                10  WS-WIN-SCOPE                PIC X(8).
        01  WS-WIN-X                            PIC 99 COMP-5.
        01  WS-WIN-APPLICATION                  PIC X(8).
        01  WS-WIN-CODE                         PIC X(8).
        01  WS-WIN-SHOW-SCOPE                   PIC X(10).
        01  WS-WIN-TEXT                         PIC X(60).

        01  WS-OPEN-MENUS                       PIC 9(4) VALUE 0.
        01  WS-OPEN-ITEMS                       PIC 9(4) VALUE 0.
        01  WS-OPEN-ROUTES                      PIC 9(4) VALUE 0.
            MOVE LENGTH OF ROUTER-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ROUTER-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF ACCWIN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ACCWIN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-ARG-OPERATOR.
            ACCEPT WS-ARG-OPERATOR FROM ARGUMENT-VALUE.
            DISPLAY "  EFFECTIVE ROLES (", WS-ROLE-COUNT, "):".
            PERFORM VARYING WS-ROLE-X FROM 1 BY 1
                UNTIL WS-ROLE-X > WS-ROLE-COUNT
                PERFORM 3050-ROLE-WINDOWS
            END-PERFORM.
            PERFORM 3100-REACHABLE-MENUS.
            PERFORM 3200-REACHABLE-ITEMS.
            DISPLAY " ".
            EXIT.

        3050-ROLE-WINDOWS.
      *>
      *>     COLLECT THE ROLE'S WINDOW KEYS FIRST, THEN HAVE
      *>     COBCURSES-ACCESS-WINDOW FORMAT EACH ONE THE SAME WAY IT
      *>     REPORTS A REFUSAL.
      *>
            MOVE 0 TO WS-WIN-COUNT.
            MOVE 'N' TO INNER-EOF-FLAG.
            OPEN INPUT ACCWIN-FILE.
            IF WS-ACCWIN-FILE-STATUS = "00" THEN
                MOVE SPACES TO AWN-KEY
                MOVE WS-ROLE-SET-NAME(WS-ROLE-X) TO AWN-ROLE
                START ACCWIN-FILE KEY IS >= AWN-KEY
                    INVALID KEY SET INNER-EOF TO TRUE
                END-START
                PERFORM UNTIL INNER-EOF
                    READ ACCWIN-FILE NEXT RECORD
                        AT END
                            SET INNER-EOF TO TRUE
                        NOT AT END
                            IF AWN-ROLE NOT =
                                WS-ROLE-SET-NAME(WS-ROLE-X)
                            OR WS-WIN-COUNT = 20 THEN
                                SET INNER-EOF TO TRUE
                            ELSE
                                ADD 1 TO WS-WIN-COUNT
                                MOVE AWN-SCOPE-TYPE TO
                                    WS-WIN-SCOPE-TYPE(WS-WIN-COUNT)
                                MOVE AWN-SCOPE TO
                                    WS-WIN-SCOPE(WS-WIN-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCWIN-FILE
            ELSE
                IF WS-ACCWIN-FILE-STATUS = "05" THEN
                    CLOSE ACCWIN-FILE
                END-IF
            END-IF.

            IF WS-WIN-COUNT = 0 THEN
                DISPLAY "    ", WS-ROLE-SET-NAME(WS-ROLE-X),
                    " ANY TIME"
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "    ", WS-ROLE-SET-NAME(WS-ROLE-X).
            PERFORM VARYING WS-WIN-X FROM 1 BY 1
                UNTIL WS-WIN-X > WS-WIN-COUNT
                MOVE SPACES TO WS-WIN-APPLICATION, WS-WIN-CODE,
                    WS-WIN-SHOW-SCOPE
                EVALUATE WS-WIN-SCOPE-TYPE(WS-WIN-X)
                    WHEN 'A'
                        MOVE WS-WIN-SCOPE(WS-WIN-X)
                            TO WS-WIN-APPLICATION
                    WHEN 'T'
                        MOVE WS-WIN-SCOPE(WS-WIN-X) TO WS-WIN-CODE
                END-EVALUATE
                IF WS-WIN-SCOPE-TYPE(WS-WIN-X) = '*' THEN
                    MOVE "*" TO WS-WIN-SHOW-SCOPE
                ELSE
                    STRING WS-WIN-SCOPE-TYPE(WS-WIN-X) ":"
                        WS-WIN-SCOPE(WS-WIN-X)
                        DELIMITED BY SIZE INTO WS-WIN-SHOW-SCOPE
                END-IF
                CALL "COBCURSES-ACCESS-WINDOW" USING
                    "F", WS-CURRENT-OPERATOR,
                    WS-ROLE-SET-NAME(WS-ROLE-X),
                    WS-WIN-APPLICATION, WS-WIN-CODE, WS-WIN-TEXT
                DISPLAY "        WINDOW ", WS-WIN-SHOW-SCOPE, " ",
                    WS-WIN-TEXT
            END-PERFORM.
            EXIT.

        3100-REACHABLE-MENUS.
            MOVE 0 TO WS-REACH-COUNT.
            MOVE 'N' TO INNER-EOF-FLAG.
