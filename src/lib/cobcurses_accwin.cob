        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-ACCESS-WINDOW.
      *>
      *>     ACCESS WINDOWS BY ROLE (ACCWIN.X, SEE ACCWIN.cbl). A ROLE
      *>     THAT IS HELD MAY STILL BE CLOSED: OUTSIDE ITS HOURS, ON A
      *>     DAY IT IS NOT OPEN, ON A NON-BUSINESS DAY, OR OUTSIDE THE
      *>     DATES OF A CONTRACT. CALLED WHEREVER A ROLE IS ABOUT TO BE
      *>     USED, AFTER COBCURSES-CHECK-ROLE HAS SAID THE ROLE IS HELD.
      *>
      *>     NO ACCWIN.X, OR NO WINDOW FOR THE ROLE, MEANS OPEN: A SITE
      *>     THAT HAS NEVER DEFINED A WINDOW SEES NO CHANGE.
      *>
      *> OPERATIONS (LS-OP):
      *>     'C'  MAY LS-OPERATOR-ID USE LS-ROLE NOW? THE ROLE-WIDE
      *>          WINDOW APPLIES ALWAYS; THE APPLICATION WINDOW WHEN
      *>          LS-APPLICATION IS GIVEN; THE TRANSACTION-CODE WINDOW
      *>          WHEN LS-CODE IS GIVEN. EVERY ONE THAT EXISTS MUST BE
      *>          OPEN. A REFUSAL IS LOGGED AS WINDOW-CLOSED.
      *>     'S'  MAY LS-OPERATOR-ID SIGN ON NOW? REFUSED WHEN ANY ROLE
      *>          THE OPERATOR HOLDS (GROUPS EXPANDED) HAS A CLOSED
      *>          ROLE-WIDE WINDOW THAT GOVERNS SIGN-ON. LS-ROLE
      *>          RETURNS THAT ROLE. A REFUSAL IS LOGGED AS
      *>          SIGNON-WINDOW.
      *>     'F'  FORMAT THE WINDOW FOR LS-ROLE (APPLICATION WINDOW
      *>          WHEN LS-APPLICATION IS GIVEN, ELSE CODE WINDOW WHEN
      *>          LS-CODE IS GIVEN, ELSE ROLE-WIDE) INTO LS-TEXT.
      *>
      *>     ON 'C' AND 'S' REFUSALS LS-TEXT HOLDS THE CLOSED WINDOW,
      *>     IN THE SAME FORM AS 'F':
      *>         MTWTF-- BUS 0700-1900 20260101-20261231 SIGNON
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK          OPEN (OR, FOR 'F', WINDOW FOUND)
      *>     NC-RET-FAILED      CLOSED
      *>     NC-RET-NOTFOUND    'F' ONLY: NO SUCH WINDOW
      *>     NC-RET-BADPARM     UNKNOWN LS-OP
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL ACCWIN-FILE
                ASSIGN TO WS-ACCWIN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS AWN-KEY
                FILE STATUS IS WS-ACCWIN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  ACCWIN-FILE.
        01  ACCWIN-RECORD.
            COPY ACCWIN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-ACCWIN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ACCWIN.X".
        01  WS-ACCWIN-FILE-STATUS           PIC XX.
        01  WS-RESOLVED-FLAG                PIC X VALUE 'N'.
            88  ACCWIN-RESOLVED             VALUE 'Y'.
        01  WS-OPEN-FLAG                    PIC X.
            88  ACCWIN-OPEN                 VALUE 'Y'.

        01  WS-NOW                          PIC X(21).
        01  WS-TODAY                        PIC X(8).
        01  WS-TIME-NOW                     PIC 9(4).
        01  WS-WEEKDAY                      PIC 9.
        01  WS-BUSDAY-FLAG                  PIC X.
            88  WS-BUSDAY-KNOWN             VALUE 'Y' 'N'.
            88  WS-IS-BUSDAY                VALUE 'Y'.

        01  WS-WINDOW-FLAG                  PIC X.
            88  WINDOW-CLOSED               VALUE 'C'.
        01  WS-REFUSED-FLAG                 PIC X.
            88  WS-REFUSED                  VALUE 'Y'.

        01  WS-ROLE-SET.
            05  WS-ROLE-COUNT               PIC 999 COMP-5.
            05  WS-ROLE-SET-NAME            PIC X(16)
                                            OCCURS 64 TIMES.
        01  WS-ROLE-X                       PIC 999 COMP-5.

        01  WS-DAY-LETTERS                  PIC X(7) VALUE "MTWTFSS".
        01  WS-DAY-X                        PIC 9 COMP-5.
        01  WS-DAY-MASK                     PIC X(7).
        01  WS-HOURS                        PIC X(9).
        01  WS-DATES                        PIC X(17).
        01  WS-TEXT-PTR                     PIC 99 COMP-5.

        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).

        LINKAGE SECTION.

        01  LS-OP                           PIC X.
        01  LS-OPERATOR-ID                  PIC X(20).
        01  LS-ROLE                         PIC X(16).
        01  LS-APPLICATION                  PIC X(8).
        01  LS-CODE                         PIC X(8).
        01  LS-TEXT                         PIC X(60).

        PROCEDURE DIVISION USING
            LS-OP, LS-OPERATOR-ID, LS-ROLE, LS-APPLICATION, LS-CODE,
            LS-TEXT.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT ACCWIN-RESOLVED THEN
                PERFORM 200-RESOLVE
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            MOVE SPACES TO LS-TEXT.

            EVALUATE LS-OP
                WHEN 'C'
                    PERFORM 300-CHECK-ROLE-USE
                WHEN 'S'
                    PERFORM 400-CHECK-SIGNON
                WHEN 'F'
                    PERFORM 500-FORMAT-ONE
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-RESOLVE.
            SET ACCWIN-RESOLVED TO TRUE.
            MOVE LENGTH OF WS-ACCWIN-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ACCWIN-FILE-NAME, WS-FILE-NAME-LENGTH.
            EXIT.

        300-CHECK-ROLE-USE.
            IF LS-ROLE = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 800-OPEN-WINDOWS.
            IF NOT ACCWIN-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 900-NOW.
            MOVE 'N' TO WS-REFUSED-FLAG.

            MOVE LS-ROLE TO AWN-ROLE.
            SET AWN-SCOPE-ROLE TO TRUE.
            MOVE SPACES TO AWN-SCOPE.
            PERFORM 310-TEST-ONE.
            IF NOT WS-REFUSED AND LS-APPLICATION NOT = SPACES THEN
                MOVE LS-ROLE TO AWN-ROLE
                SET AWN-SCOPE-APPL TO TRUE
                MOVE LS-APPLICATION TO AWN-SCOPE
                PERFORM 310-TEST-ONE
            END-IF.
            IF NOT WS-REFUSED AND LS-CODE NOT = SPACES THEN
                MOVE LS-ROLE TO AWN-ROLE
                SET AWN-SCOPE-CODE TO TRUE
                MOVE LS-CODE TO AWN-SCOPE
                PERFORM 310-TEST-ONE
            END-IF.
            CLOSE ACCWIN-FILE.

            IF WS-REFUSED THEN
                MOVE "WINDOW-CLOSED" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "ROLE " DELIMITED BY SIZE
                    AWN-ROLE DELIMITED BY SPACE
                    " SCOPE " DELIMITED BY SIZE
                    AWN-SCOPE-TYPE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AWN-SCOPE DELIMITED BY SPACE
                    INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    LS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        310-TEST-ONE.
            READ ACCWIN-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            PERFORM 600-TEST-WINDOW.
            IF WINDOW-CLOSED THEN
                SET WS-REFUSED TO TRUE
                PERFORM 700-FORMAT-WINDOW
            END-IF.
            EXIT.

        400-CHECK-SIGNON.
      *>
      *>     ONLY ROLE-WIDE WINDOWS FLAGGED TO GOVERN SIGN-ON COUNT
      *>     HERE; THE REST ARE LEFT TO THE POINT OF USE, SO AN
      *>     OPERATOR WITH ONE CLOSED ROLE CAN STILL SIGN ON AND USE
      *>     THE OTHERS.
      *>
            MOVE SPACES TO LS-ROLE.
            PERFORM 800-OPEN-WINDOWS.
            IF NOT ACCWIN-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 900-NOW.
            MOVE 'N' TO WS-REFUSED-FLAG.
            MOVE 0 TO WS-ROLE-COUNT.
            CALL "COBCURSES-EXPAND-ROLES"
                USING LS-OPERATOR-ID, WS-ROLE-SET.

            PERFORM VARYING WS-ROLE-X FROM 1 BY 1
                UNTIL WS-ROLE-X > WS-ROLE-COUNT OR WS-REFUSED
                MOVE WS-ROLE-SET-NAME(WS-ROLE-X) TO AWN-ROLE
                SET AWN-SCOPE-ROLE TO TRUE
                MOVE SPACES TO AWN-SCOPE
                READ ACCWIN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF AWN-GOVERNS-SIGNON THEN
                            PERFORM 600-TEST-WINDOW
                            IF WINDOW-CLOSED THEN
                                SET WS-REFUSED TO TRUE
                                MOVE AWN-ROLE TO LS-ROLE
                                PERFORM 700-FORMAT-WINDOW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCWIN-FILE.

            IF WS-REFUSED THEN
                MOVE "SIGNON-WINDOW" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "REFUSED -- ROLE " DELIMITED BY SIZE
                    LS-ROLE DELIMITED BY SPACE
                    " CLOSED" DELIMITED BY SIZE
                    INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    LS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        500-FORMAT-ONE.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            PERFORM 800-OPEN-WINDOWS.
            IF NOT ACCWIN-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-ROLE TO AWN-ROLE.
            EVALUATE TRUE
                WHEN LS-APPLICATION NOT = SPACES
                    SET AWN-SCOPE-APPL TO TRUE
                    MOVE LS-APPLICATION TO AWN-SCOPE
                WHEN LS-CODE NOT = SPACES
                    SET AWN-SCOPE-CODE TO TRUE
                    MOVE LS-CODE TO AWN-SCOPE
                WHEN OTHER
                    SET AWN-SCOPE-ROLE TO TRUE
                    MOVE SPACES TO AWN-SCOPE
            END-EVALUATE.
            READ ACCWIN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 700-FORMAT-WINDOW
                    MOVE NC-RET-OK TO RETURN-CODE
            END-READ.
            CLOSE ACCWIN-FILE.
            EXIT.

        600-TEST-WINDOW.
      *>
      *>     IS THE WINDOW IN ACCWIN-RECORD OPEN AT WS-NOW?
      *>
            MOVE 'O' TO WS-WINDOW-FLAG.
            IF AWN-FROM-DATE NOT = SPACES
            AND WS-TODAY < AWN-FROM-DATE THEN
                SET WINDOW-CLOSED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF AWN-TO-DATE NOT = SPACES
            AND WS-TODAY > AWN-TO-DATE THEN
                SET WINDOW-CLOSED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF AWN-DAYS NOT = SPACES
            AND AWN-DAYS(WS-WEEKDAY:1) NOT = 'Y' THEN
                SET WINDOW-CLOSED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF AWN-BUSINESS-DAYS-ONLY THEN
                IF NOT WS-BUSDAY-KNOWN THEN
                    CALL "COBCURSES-BUSDAY-CHECK" USING WS-TODAY
                    IF RETURN-CODE = NC-RET-OK THEN
                        MOVE 'Y' TO WS-BUSDAY-FLAG
                    ELSE
                        MOVE 'N' TO WS-BUSDAY-FLAG
                    END-IF
                END-IF
                IF NOT WS-IS-BUSDAY THEN
                    SET WINDOW-CLOSED TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF AWN-FROM-TIME NOT NUMERIC
            OR AWN-TO-TIME NOT NUMERIC
            OR AWN-FROM-TIME = AWN-TO-TIME THEN
                EXIT PARAGRAPH
            END-IF.
            IF AWN-FROM-TIME < AWN-TO-TIME THEN
                IF WS-TIME-NOW < AWN-FROM-TIME
                OR WS-TIME-NOW NOT < AWN-TO-TIME THEN
                    SET WINDOW-CLOSED TO TRUE
                END-IF
            ELSE
                IF WS-TIME-NOW < AWN-FROM-TIME
                AND WS-TIME-NOW NOT < AWN-TO-TIME THEN
                    SET WINDOW-CLOSED TO TRUE
                END-IF
            END-IF.
            EXIT.

        700-FORMAT-WINDOW.
            MOVE SPACES TO LS-TEXT.
            MOVE "-------" TO WS-DAY-MASK.
            PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
                IF AWN-DAYS = SPACES OR AWN-DAYS(WS-DAY-X:1) = 'Y'
                THEN
                    MOVE WS-DAY-LETTERS(WS-DAY-X:1)
                        TO WS-DAY-MASK(WS-DAY-X:1)
                END-IF
            END-PERFORM.
            IF AWN-FROM-TIME NOT NUMERIC
            OR AWN-TO-TIME NOT NUMERIC
            OR AWN-FROM-TIME = AWN-TO-TIME THEN
                MOVE "ALL-DAY" TO WS-HOURS
            ELSE
                MOVE SPACES TO WS-HOURS
                STRING AWN-FROM-TIME "-" AWN-TO-TIME
                    DELIMITED BY SIZE INTO WS-HOURS
            END-IF.
            MOVE SPACES TO WS-DATES.
            IF AWN-FROM-DATE NOT = SPACES
            OR AWN-TO-DATE NOT = SPACES THEN
                STRING AWN-FROM-DATE "-" AWN-TO-DATE
                    DELIMITED BY SIZE INTO WS-DATES
            END-IF.

            MOVE 1 TO WS-TEXT-PTR.
            STRING WS-DAY-MASK DELIMITED BY SIZE
                INTO LS-TEXT WITH POINTER WS-TEXT-PTR.
            IF AWN-BUSINESS-DAYS-ONLY THEN
                STRING " BUS" DELIMITED BY SIZE
                    INTO LS-TEXT WITH POINTER WS-TEXT-PTR
            END-IF.
            STRING " " WS-HOURS DELIMITED BY SIZE
                INTO LS-TEXT WITH POINTER WS-TEXT-PTR.
            IF WS-DATES NOT = SPACES THEN
                STRING WS-DATES DELIMITED BY SIZE
                    INTO LS-TEXT WITH POINTER WS-TEXT-PTR
            END-IF.
            IF AWN-GOVERNS-SIGNON THEN
                STRING " SIGNON" DELIMITED BY SIZE
                    INTO LS-TEXT WITH POINTER WS-TEXT-PTR
            END-IF.
            EXIT.

        800-OPEN-WINDOWS.
            MOVE 'N' TO WS-OPEN-FLAG.
            OPEN INPUT ACCWIN-FILE.
            IF WS-ACCWIN-FILE-STATUS = "00" THEN
                SET ACCWIN-OPEN TO TRUE
            ELSE
                IF WS-ACCWIN-FILE-STATUS = "05" THEN
                    CLOSE ACCWIN-FILE
                END-IF
            END-IF.
            EXIT.

        900-NOW.
      *>
      *>     TODAY, THE TIME AS HHMM AND THE WEEKDAY (1 = MONDAY ..
      *>     7 = SUNDAY). WHETHER TODAY IS A BUSINESS DAY IS ONLY
      *>     LOOKED UP WHEN A WINDOW ASKS.
      *>
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.
            MOVE WS-NOW(9:4) TO WS-TIME-NOW.
            COMPUTE WS-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)),
                7).
            IF WS-WEEKDAY = 0 THEN
                MOVE 7 TO WS-WEEKDAY
            END-IF.
            MOVE SPACE TO WS-BUSDAY-FLAG.
            EXIT.

        END PROGRAM COBCURSES-ACCESS-WINDOW.
