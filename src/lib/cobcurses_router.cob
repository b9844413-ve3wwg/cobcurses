      *>     OPERATOR ($USER, CHECKED VIA COBCURSES-CHECK-ROLE). A
      *>     DENIED CODE IS LOGGED TO SIGNON.LOG.
      *>
      *>     THE TARGET SCREEN'S LIFECYCLE (SCREENS.X, SEE SCRLIFE)
      *>     IS ALSO HONOURED: A TRANSFER TO A RETIRED SCREEN IS
      *>     REFUSED AND LOGGED AS ROUTE-RETIRED; A TRANSFER TO A
      *>     DEPRECATED SCREEN GOES AHEAD BUT IS LOGGED AS
      *>     ROUTE-DEPRECATED. WITHOUT A SCREENS.X, OR FOR A
      *>     PROGRAM THAT IS NOT A CATALOG SCREEN, NO CHECK IS MADE.
      *>
      *>     IN TRAINING (SEE COBCURSES-TRAINING-ENTER) ONLY SCREENS
      *>     OF THE TRAINING CATALOG MAY BE REACHED: A CODE ROUTED TO
      *>     ANY OTHER PROGRAM COULD REACH A PRODUCTION DESTINATION,
      *>     SO IT IS REFUSED AND LOGGED AS TRAINING-REFUSED.
      *>
      *>     A SCREEN THAT BELONGS TO AN APPLICATION WITH A SESSION
      *>     CAP (APR-MAX-SESSIONS IN APPREG.X) IS REFUSED WHILE THE
      *>     CAP IS REACHED (SEE COBCURSES-SESSION-REGISTRY), AND
      *>     LOGGED AS ROUTE-SESSIONS.
      *>
      *>     THE CODE'S ROLE MUST ALSO BE INSIDE ITS ACCESS WINDOWS
      *>     (SEE ACCWIN.cbl) -- ROLE-WIDE, FOR THE TARGET SCREEN'S
      *>     APPLICATION AND FOR THE CODE ITSELF. A CLOSED WINDOW
      *>     REFUSES THE CODE, LOGGED AS WINDOW-CLOSED.
      *>
      *> RETURN-CODE:
      *>     0   LS-PROGRAM-NAME HOLDS THE TARGET PROGRAM
      *>     5   UNKNOWN CODE, ROLE NOT HELD, SCREEN RETIRED,
      *>         NOT A TRAINING SCREEN, APPLICATION FULL OR
      *>         OUTSIDE THE ROLE'S ACCESS WINDOW
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO WS-SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
        01  WS-ROUTER-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ROUTER.X".
        01  WS-ROUTER-FILE-STATUS           PIC XX.
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-TARGET-LIFECYCLE             PIC X.
            88  WS-TARGET-DEPRECATED        VALUE 'P'.
            88  WS-TARGET-RETIRED           VALUE 'R'.
        01  WS-TARGET-FOUND-FLAG            PIC X.
            88  WS-TARGET-IS-SCREEN         VALUE 'Y'.
        01  WS-TARGET-APPLICATION           PIC X(8).

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).
        01  WS-ACCT-SCREEN                  PIC X(16).
        01  WS-WINDOW-TEXT                  PIC X(60).

        LINKAGE SECTION.

                END-IF
            END-IF.

            PERFORM 300-CHECK-LIFECYCLE.
            IF WS-TARGET-RETIRED THEN
                MOVE "ROUTE-RETIRED" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "CODE " RTR-CODE " SCREEN "
                    RTR-PROGRAM-NAME
                    DELIMITED BY SIZE INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    WS-OPERATOR-ID, WS-LOG-EVENT,
                    WS-LOG-DETAIL
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF NOT WS-TARGET-IS-SCREEN THEN
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "ROUTE CODE " RTR-CODE " PROGRAM "
                    RTR-PROGRAM-NAME
                    DELIMITED BY SIZE INTO WS-LOG-DETAIL
                CALL "COBCURSES-TRAINING-REFUSE" USING WS-LOG-DETAIL
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TARGET-DEPRECATED THEN
                MOVE "ROUTE-DEPRECATED" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "CODE " RTR-CODE " SCREEN "
                    RTR-PROGRAM-NAME
                    DELIMITED BY SIZE INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    WS-OPERATOR-ID, WS-LOG-EVENT,
                    WS-LOG-DETAIL
            END-IF.
            CALL "COBCURSES-ACCESS-WINDOW" USING
                "C", WS-OPERATOR-ID, RTR-SECURITY-ROLE,
                WS-TARGET-APPLICATION, RTR-CODE, WS-WINDOW-TEXT.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TARGET-APPLICATION NOT = SPACES THEN
                CALL "COBCURSES-SESSION-REGISTRY" USING
                    "A", WS-OPERATOR-ID, WS-TARGET-APPLICATION
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    MOVE "ROUTE-SESSIONS" TO WS-LOG-EVENT
                    MOVE SPACES TO WS-LOG-DETAIL
                    STRING "CODE " RTR-CODE " APPLICATION "
                        WS-TARGET-APPLICATION " FULL"
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                    CALL "COBCURSES-SIGNON-LOG" USING
                        WS-OPERATOR-ID, WS-LOG-EVENT,
                        WS-LOG-DETAIL
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            MOVE RTR-PROGRAM-NAME TO LS-PROGRAM-NAME.
            MOVE NC-RET-OK TO RETURN-CODE.
      *>
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        300-CHECK-LIFECYCLE.
            MOVE SPACE TO WS-TARGET-LIFECYCLE.
            MOVE 'N' TO WS-TARGET-FOUND-FLAG.
            MOVE SPACES TO WS-TARGET-APPLICATION.
            MOVE LENGTH OF WS-SCREEN-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                IF WS-SCREEN-FILE-STATUS = "05" THEN
                    CLOSE SCREEN-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO SCN-NAME.
            MOVE RTR-PROGRAM-NAME TO SCN-NAME(1:8).
            READ SCREEN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SCN-LIFECYCLE TO WS-TARGET-LIFECYCLE
                    MOVE SCN-APPLICATION TO WS-TARGET-APPLICATION
                    SET WS-TARGET-IS-SCREEN TO TRUE
            END-READ.
            CLOSE SCREEN-FILE.
            EXIT.

        END PROGRAM COBCURSES-ROUTER-LOOKUP.
