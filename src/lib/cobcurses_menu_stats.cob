
        01  WS-SAVED-RETURN-CODE            PIC S9(9).

        01  WS-COVERAGE-KIND                PIC XX VALUE "MI".
        01  WS-COVERAGE-SCREEN              PIC X(16) VALUE SPACES.
        01  WS-COVERAGE-ITEM.
            05  WS-COVERAGE-MENU            PIC X(16).
            05  WS-COVERAGE-MENU-ITEM       PIC X(20).
            05  FILLER                      PIC X(4) VALUE SPACES.

        LINKAGE SECTION.

        01  LS-MENU-NAME                    PIC X(16).
        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

      *>
      *>     REGRESSION COVERAGE (A NO-OP OUTSIDE A SCREXPCT RUN).
      *>
            MOVE LS-MENU-NAME TO WS-COVERAGE-MENU.
            MOVE LS-ITEM-NAME TO WS-COVERAGE-MENU-ITEM.
            CALL "COBCURSES-COVERAGE" USING WS-COVERAGE-KIND,
                WS-COVERAGE-SCREEN, WS-COVERAGE-ITEM.

            MOVE LENGTH OF WS-MENUSTAT-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
