        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-COVERAGE.
      *>
      *>     REGRESSION COVERAGE APPENDER (SEE COVLOG.cbl). WHEN
      *>     COBCURSES_COVERAGE NAMES A FILE -- SCREXPCT SETS IT FOR
      *>     EACH PLAYBACK RUN -- EVERY DISTINCT SCREEN, STATE, FIELD,
      *>     TRANSITION, RULE, VALID CHECK AND MENU ITEM THE RUN
      *>     TOUCHES IS APPENDED ONCE, TAGGED WITH THE TEST NAME IN
      *>     COBCURSES_COVERAGE_TEST. OTHERWISE EVERY CALL RETURNS
      *>     IMMEDIATELY. LIKE EVERY OTHER BACKGROUND WRITER, IT
      *>     PRESERVES THE CALLER'S RETURN-CODE AND SWALLOWS ITS OWN
      *>     FAILURES.
      *>
      *>     A MENU ITEM ARRIVES WITH A BLANK SCREEN NAME (THE MENU
      *>     PATH DOES NOT KNOW ONE) AND IS CHARGED TO THE SCREEN LAST
      *>     OPENED, IF ANY.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL COVLOG-FILE
                ASSIGN TO WS-COVLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COVLOG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  COVLOG-FILE.
        01  COVLOG-RECORD.
            COPY COVLOG.

        WORKING-STORAGE SECTION.

        01  WS-MODE-STATE                   PIC X VALUE ' '.
            88  COVERAGE-UNRESOLVED         VALUE ' '.
            88  COVERAGE-OFF                VALUE 'N'.
            88  COVERAGE-ON                 VALUE 'Y'.
        01  WS-COVLOG-FILE-NAME             PIC X(256).
        01  WS-COVLOG-FILE-STATUS           PIC XX.
        01  WS-TEST-NAME                    PIC X(16).
        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-LAST-SCREEN                  PIC X(16) VALUE SPACES.

      *>
      *>     WHAT THIS RUN HAS ALREADY WRITTEN. WHEN THE TABLE FILLS,
      *>     LATER EVENTS ARE WRITTEN WITHOUT THE CHECK (SCRCOVER
      *>     COUNTS EACH THING ONCE HOWEVER OFTEN IT APPEARS).
      *>
        01  SEEN-DATA.
            05  WS-SEEN-COUNT               PIC 9999 COMP VALUE 0.
            05  WS-SEEN-ENTRY OCCURS 1000 TIMES.
                10  WS-SEEN-SCREEN          PIC X(16).
                10  WS-SEEN-KIND            PIC XX.
                10  WS-SEEN-ITEM            PIC X(40).
        01  WS-SEEN-X                       PIC 9999 COMP.
        01  WS-FOUND-FLAG                   PIC X.
            88  WS-FOUND                    VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-KIND                         PIC XX.
        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-ITEM                         PIC X(40).

        PROCEDURE DIVISION USING LS-KIND, LS-SCREEN-NAME, LS-ITEM.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            IF COVERAGE-UNRESOLVED THEN
                PERFORM 200-RESOLVE
            END-IF.

            IF COVERAGE-ON THEN
                MOVE SPACES TO COVLOG-RECORD
                MOVE LS-KIND TO CVG-KIND
                MOVE LS-SCREEN-NAME TO CVG-SCREEN
                IF CVG-SCREEN = SPACES THEN
                    MOVE WS-LAST-SCREEN TO CVG-SCREEN
                END-IF
                IF CVG-KIND-SCREEN THEN
                    MOVE CVG-SCREEN TO WS-LAST-SCREEN
                END-IF
                MOVE LS-ITEM TO CVG-ITEM
                PERFORM 300-CHECK-SEEN
                IF NOT WS-FOUND THEN
                    MOVE WS-TEST-NAME TO CVG-TEST
                    WRITE COVLOG-RECORD
                END-IF
            END-IF.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        200-RESOLVE.
            MOVE SPACES TO WS-COVLOG-FILE-NAME.
            ACCEPT WS-COVLOG-FILE-NAME
                FROM ENVIRONMENT "COBCURSES_COVERAGE".
            IF WS-COVLOG-FILE-NAME = SPACES THEN
                SET COVERAGE-OFF TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-TEST-NAME.
            ACCEPT WS-TEST-NAME
                FROM ENVIRONMENT "COBCURSES_COVERAGE_TEST".
            OPEN EXTEND COVLOG-FILE.
            IF WS-COVLOG-FILE-STATUS = "00"
            OR WS-COVLOG-FILE-STATUS = "05" THEN
                SET COVERAGE-ON TO TRUE
            ELSE
                SET COVERAGE-OFF TO TRUE
            END-IF.
            EXIT.

        300-CHECK-SEEN.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-SEEN-X FROM 1 BY 1
                UNTIL WS-SEEN-X > WS-SEEN-COUNT OR WS-FOUND
                IF WS-SEEN-SCREEN(WS-SEEN-X) = CVG-SCREEN
                AND WS-SEEN-KIND(WS-SEEN-X) = CVG-KIND
                AND WS-SEEN-ITEM(WS-SEEN-X) = CVG-ITEM THEN
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND AND WS-SEEN-COUNT < 1000 THEN
                ADD 1 TO WS-SEEN-COUNT
                MOVE CVG-SCREEN TO WS-SEEN-SCREEN(WS-SEEN-COUNT)
                MOVE CVG-KIND TO WS-SEEN-KIND(WS-SEEN-COUNT)
                MOVE CVG-ITEM TO WS-SEEN-ITEM(WS-SEEN-COUNT)
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-COVERAGE.
