        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-LOAD-EXITS.
      *>
      *>     LOAD A SCREEN'S REGISTERED USER EXITS (SCREXIT.X, SEE
      *>     SCREXIT.cbl, MAINTAINED BY EXITADM) INTO THE RUNTIME EXIT
      *>     TABLE (NC-EXIT-DATA IN COBCURSL). CALLED FROM THE
      *>     GENERATED -PD COPYBOOK AT SCREEN INITIALIZATION, AND BY
      *>     SCRPLAY; A SCREEN WITH NO EXITS LEAVES THE TABLE EMPTY
      *>     AND THE STATE MACHINE NEVER CALLS OUT.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREXIT-FILE
                ASSIGN TO WS-SCREXIT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS XIT-KEY
                FILE STATUS IS WS-SCREXIT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREXIT-FILE.
        01  SCREXIT-RECORD.
            COPY SCREXIT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCREXIT-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREXIT.X".
        01  WS-SCREXIT-FILE-STATUS          PIC XX.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-EXITS                VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-SCREEN-NAME                  PIC X(16).

      *>
      *>     THE CALLER PASSES ITS NC-EXIT-DATA AREA (SEE COBCURSL).
      *>
        01  LS-EXIT-DATA.
            10  LS-EXIT-COUNT               PIC 99 COMP-5.
            10  LS-EXIT-ENTRY OCCURS 30 TIMES.
                15  LS-EXIT-EVENT-CODE      PIC XX.
                15  LS-EXIT-FIELD-NO        PIC 9999 COMP-5.
                15  LS-EXIT-PROGRAM         PIC X(30).

        PROCEDURE DIVISION USING LS-SCREEN-NAME, LS-EXIT-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO RETURN-CODE.
            MOVE ZERO TO LS-EXIT-COUNT.

            MOVE LENGTH OF WS-SCREXIT-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
      *>
      *>     SCRPLAY RUNNING AGAINST A PRIVATE DESIGNER WORKSPACE
      *>     PLAYS THE WORKSPACE'S EXITS (SEE
      *>     COBCURSES-WORKSPACE-PATHNAME).
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCREXIT-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCREXIT-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.
            MOVE ZERO TO RETURN-CODE.

            OPEN INPUT SCREXIT-FILE.
            IF WS-SCREXIT-FILE-STATUS NOT = "00" THEN
                GOBACK
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCREXIT-RECORD.
            MOVE LS-SCREEN-NAME TO XIT-SCREEN-NAME.
            START SCREXIT-FILE KEY IS >= XIT-KEY
                INVALID KEY
                    SET END-OF-EXITS TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-EXITS
                READ SCREXIT-FILE NEXT RECORD
                    AT END
                        SET END-OF-EXITS TO TRUE
                    NOT AT END
                        IF XIT-SCREEN-NAME NOT = LS-SCREEN-NAME
                        OR LS-EXIT-COUNT >= 30 THEN
                            SET END-OF-EXITS TO TRUE
                        ELSE
                            PERFORM 200-LOAD-ONE-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREXIT-FILE.
            GOBACK.

        200-LOAD-ONE-EXIT.
            IF NOT XIT-EVENT-VALID OR XIT-PROGRAM = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO LS-EXIT-COUNT.
            MOVE XIT-EVENT TO LS-EXIT-EVENT-CODE(LS-EXIT-COUNT).
            MOVE XIT-FIELD-NO TO LS-EXIT-FIELD-NO(LS-EXIT-COUNT).
            MOVE XIT-PROGRAM TO LS-EXIT-PROGRAM(LS-EXIT-COUNT).
            EXIT.

        END PROGRAM COBCURSES-LOAD-EXITS.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-USER-EXIT.
      *>
      *>     CALL THE SCREEN'S USER EXITS FOR ONE EVENT. EVERY LOADED
      *>     EXIT WHOSE EVENT IS NC-XIT-EVENT AND WHOSE FIELD IS 0 OR
      *>     NC-XIT-FIELD IS CALLED DYNAMICALLY, IN REGISTRATION
      *>     ORDER, WITH THE USREXIT.cbl INTERFACE BLOCK. THE FIRST
      *>     EXIT TO REJECT OR REDIRECT ENDS THE CHAIN; ITS OUTCOME IS
      *>     LEFT IN NC-XIT-RESULT / NC-XIT-REDIRECT-FIELD /
      *>     NC-XIT-MESSAGE FOR NC-USER-EXIT TO ACT ON. FIELD VALUES
      *>     AN EXIT CHANGES ARE COPIED BACK INTO THE SCREEN'S
      *>     BUFFERS AND NC-XIT-REPAINT IS SET.
      *>
      *>     EVERY CALL, ITS OUTCOME AND ANY EXIT PROGRAM THAT CANNOT
      *>     BE LOADED ARE TRACED THROUGH COBCURSES-TRACE-EVENT; A
      *>     MISSING PROGRAM IS ALSO LOGGED (COBCURSES-LOG-ERROR) AND
      *>     OTHERWISE TREATED AS IF IT HAD SAID CONTINUE, SO A BAD
      *>     REGISTRATION NEVER LOCKS OPERATORS OUT OF A SCREEN.
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-EXIT-X                       PIC 99 COMP-5.
        01  WS-FIELD-X                      PIC 9999 COMP-5.
        01  WS-LEN                          PIC 9999 COMP-5.
        01  WS-CALL-NAME                    PIC X(30).
        01  WS-DONE-FLAG                    PIC X.
            88  WS-CHAIN-DONE               VALUE 'Y'.
        01  WS-OPERATOR-ID                  PIC X(20) VALUE SPACES.

        01  WS-TRACE-EVENT                  PIC X(16).
        01  WS-TRACE-DETAIL                 PIC X(60).
        01  WS-NUM-ED                       PIC 9(4).

        01  WS-ERR-PROGRAM                  PIC X(12)
            VALUE "USER-EXIT".
        01  WS-ERR-RETC                     PIC S9(9).
        01  WS-ERR-STATUS                   PIC XX VALUE SPACES.
        01  WS-ERR-KEY                      PIC X(48).
        01  WS-ERR-MESSAGE                  PIC X(60).

        01  USER-EXIT-DATA.
            COPY USREXIT.

        LINKAGE SECTION.

            COPY COBCURSL.

        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            NC-FIELD-DESCRIPTORS, NC-EXIT-DATA, NC-EXIT-WORK,
            LS-SCREEN-NAME.

        100-MAIN-DISPATCH-ENTRY.
            SET NC-XIT-CONTINUE TO TRUE.
            MOVE ZERO TO NC-XIT-REDIRECT-FIELD.
            MOVE SPACES TO NC-XIT-MESSAGE.
            MOVE 'N' TO NC-XIT-REPAINT-FLAG.
            MOVE 'N' TO WS-DONE-FLAG.
            IF WS-OPERATOR-ID = SPACES THEN
                CALL "C$GETENV" USING "USER", WS-OPERATOR-ID
                IF WS-OPERATOR-ID = SPACES THEN
                    MOVE "NOBODY" TO WS-OPERATOR-ID
                END-IF
            END-IF.
            PERFORM VARYING WS-EXIT-X FROM 1 BY 1
                UNTIL WS-EXIT-X > NC-EXIT-COUNT
                OR WS-CHAIN-DONE
                IF NC-EXIT-EVENT-CODE(WS-EXIT-X) = NC-XIT-EVENT
                AND (NC-EXIT-FIELD-NO(WS-EXIT-X) = ZERO
                  OR NC-EXIT-FIELD-NO(WS-EXIT-X) = NC-XIT-FIELD)
                THEN
                    PERFORM 200-CALL-ONE-EXIT
                END-IF
            END-PERFORM.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-CALL-ONE-EXIT.
            MOVE NC-EXIT-PROGRAM(WS-EXIT-X) TO WS-CALL-NAME.
            PERFORM 300-FILL-INTERFACE.

            MOVE "USER-EXIT" TO WS-TRACE-EVENT.
            MOVE NC-XIT-FIELD TO WS-NUM-ED.
            MOVE SPACES TO WS-TRACE-DETAIL.
            STRING NC-XIT-EVENT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CALL-NAME DELIMITED BY SPACE
                " FIELD " DELIMITED BY SIZE
                WS-NUM-ED DELIMITED BY SIZE
                INTO WS-TRACE-DETAIL.
            CALL "COBCURSES-TRACE-EVENT"
                USING WS-TRACE-EVENT, WS-TRACE-DETAIL.

            CALL WS-CALL-NAME USING USER-EXIT-DATA
                ON EXCEPTION
                    PERFORM 500-EXIT-MISSING
                    EXIT PARAGRAPH
            END-CALL.

            IF UXI-CHANGED THEN
                PERFORM 400-RETURN-FIELDS
            END-IF.
            IF UXI-MESSAGE NOT = SPACES THEN
                MOVE UXI-MESSAGE TO NC-XIT-MESSAGE
            END-IF.
            EVALUATE TRUE
                WHEN UXI-RC-REJECT
                    SET NC-XIT-REJECTED TO TRUE
                    MOVE UXI-REDIRECT-FIELD TO NC-XIT-REDIRECT-FIELD
                    SET WS-CHAIN-DONE TO TRUE
                WHEN UXI-RC-REDIRECT
                    SET NC-XIT-REDIRECTED TO TRUE
                    MOVE UXI-REDIRECT-FIELD TO NC-XIT-REDIRECT-FIELD
                    SET WS-CHAIN-DONE TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            MOVE "USER-EXIT-RC" TO WS-TRACE-EVENT.
            MOVE UXI-REDIRECT-FIELD TO WS-NUM-ED.
            MOVE SPACES TO WS-TRACE-DETAIL.
            STRING WS-CALL-NAME DELIMITED BY SPACE
                " RC " DELIMITED BY SIZE
                UXI-RETURN-CODE DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                WS-NUM-ED DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                UXI-MESSAGE DELIMITED BY SIZE
                INTO WS-TRACE-DETAIL.
            CALL "COBCURSES-TRACE-EVENT"
                USING WS-TRACE-EVENT, WS-TRACE-DETAIL.
            EXIT.

      *>
      *>     A FRESH BLOCK FOR EACH EXIT: ONE EXIT'S LEFTOVERS NEVER
      *>     LEAK INTO THE NEXT, AND EACH SEES THE VALUES AS THE
      *>     PREVIOUS EXIT LEFT THEM.
      *>
        300-FILL-INTERFACE.
            INITIALIZE USER-EXIT-DATA.
            MOVE LS-SCREEN-NAME TO UXI-SCREEN-NAME.
            MOVE NC-XIT-EVENT TO UXI-EVENT.
            MOVE WS-CALL-NAME TO UXI-PROGRAM.
            MOVE WS-OPERATOR-ID TO UXI-OPERATOR.
            MOVE NC-XIT-STATE TO UXI-STATE-NO.
            MOVE NC-XIT-FIELD TO UXI-FIELD-NO.
            MOVE ZERO TO UXI-RETURN-CODE, UXI-REDIRECT-FIELD,
                UXI-FIELD-COUNT.
            MOVE 'N' TO UXI-FIELDS-CHANGED.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > 80
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND NC-FDESC-LENGTH(WS-FIELD-X) > 0 THEN
                    MOVE NC-FDESC-LENGTH(WS-FIELD-X) TO WS-LEN
                    IF WS-LEN > 999 THEN
                        MOVE 999 TO WS-LEN
                    END-IF
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(WS-FIELD-X)
                    MOVE WS-LEN TO UXI-FIELD-LENGTH(WS-FIELD-X)
                    MOVE NC-VR-FIELD-TEXT(1:WS-LEN)
                        TO UXI-FIELD-VALUE(WS-FIELD-X)
                    MOVE WS-FIELD-X TO UXI-FIELD-COUNT
                END-IF
            END-PERFORM.
            EXIT.

        400-RETURN-FIELDS.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > UXI-FIELD-COUNT
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND UXI-FIELD-LENGTH(WS-FIELD-X) > 0 THEN
                    MOVE UXI-FIELD-LENGTH(WS-FIELD-X) TO WS-LEN
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(WS-FIELD-X)
                    IF NC-VR-FIELD-TEXT(1:WS-LEN)
                       NOT = UXI-FIELD-VALUE(WS-FIELD-X)(1:WS-LEN)
                    THEN
                        MOVE UXI-FIELD-VALUE(WS-FIELD-X)(1:WS-LEN)
                            TO NC-VR-FIELD-TEXT(1:WS-LEN)
                        SET NC-XIT-REPAINT TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        500-EXIT-MISSING.
            MOVE "USER-EXIT-MISS" TO WS-TRACE-EVENT.
            MOVE SPACES TO WS-TRACE-DETAIL.
            STRING NC-XIT-EVENT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CALL-NAME DELIMITED BY SPACE
                " NOT FOUND" DELIMITED BY SIZE
                INTO WS-TRACE-DETAIL.
            CALL "COBCURSES-TRACE-EVENT"
                USING WS-TRACE-EVENT, WS-TRACE-DETAIL.

            MOVE NC-RET-NOTFOUND TO WS-ERR-RETC.
            MOVE SPACES TO WS-ERR-KEY.
            STRING LS-SCREEN-NAME DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                NC-XIT-EVENT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CALL-NAME DELIMITED BY SPACE
                INTO WS-ERR-KEY.
            MOVE "USER EXIT PROGRAM COULD NOT BE LOADED"
                TO WS-ERR-MESSAGE.
            CALL "COBCURSES-LOG-ERROR" USING WS-ERR-PROGRAM,
                WS-ERR-RETC, WS-ERR-STATUS, WS-ERR-KEY, WS-ERR-MESSAGE.
            EXIT.

        END PROGRAM COBCURSES-USER-EXIT.
