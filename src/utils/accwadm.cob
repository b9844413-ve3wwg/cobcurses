        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCWADM.
      *>
      *> ACCWADM MAINTAINS THE ACCESS WINDOWS (ACCWIN.X, SEE
      *> ACCWIN.cbl) FROM THE CONSOLE, THE SAME PATTERN AS ROLEGADM.
      *> A WINDOW SAYS WHEN A ROLE MAY BE USED: ON WHICH DAYS, ONLY
      *> ON BUSINESS DAYS OR NOT, BETWEEN WHICH HOURS AND BETWEEN
      *> WHICH DATES. COBCURSES-ACCESS-WINDOW ENFORCES THEM.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE)                  LIST EVERY WINDOW
      *>     LIST ROLE               LIST ONE ROLE'S WINDOWS
      *>     SET ROLE SCOPE DAYS HOURS DATES FLAGS [DESCRIPTION]
      *>                             ADD OR REPLACE A WINDOW
      *>     DROP ROLE SCOPE         REMOVE A WINDOW
      *>
      *>     SCOPE   *               THE ROLE WHEREVER IT IS USED
      *>             A:APPCODE       THE ROLE IN ONE APPLICATION
      *>             T:TRANCODE      THE ROLE ON ONE TRANSACTION CODE
      *>     DAYS    ALL, OR A MASK MONDAY FIRST, E.G. MTWTF-- ('-' =
      *>             CLOSED THAT DAY)
      *>     HOURS   ALL, OR HHMM-HHMM (FROM INCLUSIVE, TO EXCLUSIVE;
      *>             2200-0600 IS AN OVERNIGHT WINDOW)
      *>     DATES   ALL, OR YYYYMMDD-YYYYMMDD (EITHER END MAY BE
      *>             LEFT OFF: 20260101- OR -20261231)
      *>     FLAGS   -, OR ANY OF B (BUSINESS DAYS ONLY, BUSCAL.X)
      *>             AND S (ALSO GOVERNS SIGN-ON; '*' SCOPE ONLY)
      *>
      *>     EXAMPLE: ACCWADM SET PAYRELSE * MTWTF-- 0800-1800 ALL B
      *>
      *> THE ACTING USER MUST HOLD SECADMIN WHEN THE SHOP KEEPS
      *> ROLES.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL ACCWIN-FILE
                ASSIGN TO ACCWIN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS AWN-KEY
                FILE STATUS IS WS-ACCWIN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  ACCWIN-FILE.
        01  ACCWIN-RECORD.
            COPY ACCWIN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  ACCWIN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ACCWIN.X".

        01  WS-ACCWIN-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-ROLE                         PIC X(16).
        01  WS-ARG-SCOPE                        PIC X(10).
        01  WS-ARG-DAYS                         PIC X(7).
        01  WS-ARG-HOURS                        PIC X(9).
        01  WS-ARG-DATES                        PIC X(17).
        01  WS-ARG-FLAGS                        PIC X(4).
        01  WS-ARG-DESCRIPTION                  PIC X(40).

        01  WS-SCOPE-TYPE                       PIC X.
        01  WS-SCOPE                            PIC X(8).
        01  WS-DAYS                             PIC X(7).
        01  WS-FROM-TIME                        PIC 9(4).
        01  WS-TO-TIME                          PIC 9(4).
        01  WS-FROM-DATE                        PIC X(8).
        01  WS-TO-DATE                          PIC X(8).
        01  WS-BUSINESS                         PIC X.
        01  WS-AT-SIGNON                        PIC X.
        01  WS-DAY-LETTERS                      PIC X(7)
            VALUE "MTWTFSS".
        01  WS-DAY-X                            PIC 9 COMP-5.
        01  WS-DASH-X                           PIC 99 COMP-5.
        01  WS-FLAG-X                           PIC 9 COMP-5.

        01  WS-BAD-FLAG                         PIC X.
            88  WS-ARGS-BAD                     VALUE 'Y'.
        01  WS-BAD-TEXT                         PIC X(40).

        01  WS-SHOW-SCOPE                       PIC X(10).
        01  WS-SHOW-HOURS                       PIC X(9).

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-LIST-COUNT                       PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-WINDOWS
                WHEN "SET"
                    PERFORM 3000-SET-WINDOW
                WHEN "DROP"
                    PERFORM 4000-DROP-WINDOW
                WHEN OTHER
                    DISPLAY "ACCWADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF ACCWIN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ACCWIN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-ROLE, WS-ARG-SCOPE,
                WS-ARG-DAYS, WS-ARG-HOURS, WS-ARG-DATES,
                WS-ARG-FLAGS, WS-ARG-DESCRIPTION.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-ROLE FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-SCOPE FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-HOURS FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DATES FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-FLAGS FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DESCRIPTION FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE FUNCTION UPPER-CASE(WS-ARG-SCOPE) TO WS-ARG-SCOPE.
            MOVE FUNCTION UPPER-CASE(WS-ARG-DAYS) TO WS-ARG-DAYS.
            MOVE FUNCTION UPPER-CASE(WS-ARG-HOURS) TO WS-ARG-HOURS.
            MOVE FUNCTION UPPER-CASE(WS-ARG-DATES) TO WS-ARG-DATES.
            MOVE FUNCTION UPPER-CASE(WS-ARG-FLAGS) TO WS-ARG-FLAGS.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB = "SET" OR WS-VERB = "DROP" THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "ACCWADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        2000-LIST-WINDOWS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT ACCWIN-FILE.
            IF WS-ACCWIN-FILE-STATUS NOT = "00" THEN
                DISPLAY "ACCWADM: NO ACCESS WINDOW FILE YET (STATUS ",
                    WS-ACCWIN-FILE-STATUS, ") -- EVERY ROLE IS OPEN."
                IF WS-ACCWIN-FILE-STATUS = "05" THEN
                    CLOSE ACCWIN-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "ROLE             SCOPE      DAYS    B "
                "HOURS     FROM     TO       S DESCRIPTION".
            INITIALIZE ACCWIN-RECORD.
            IF WS-ARG-ROLE NOT = SPACES THEN
                MOVE WS-ARG-ROLE TO AWN-ROLE
            END-IF.
            START ACCWIN-FILE KEY IS >= AWN-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ ACCWIN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ARG-ROLE NOT = SPACES
                        AND AWN-ROLE NOT = WS-ARG-ROLE THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-SHOW-WINDOW
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCWIN-FILE.
            DISPLAY " ".
            DISPLAY "WINDOWS LISTED: ", WS-LIST-COUNT.
            EXIT.

        2100-SHOW-WINDOW.
            MOVE SPACES TO WS-SHOW-SCOPE.
            IF AWN-SCOPE-ROLE THEN
                MOVE "*" TO WS-SHOW-SCOPE
            ELSE
                STRING AWN-SCOPE-TYPE ":" AWN-SCOPE
                    DELIMITED BY SIZE INTO WS-SHOW-SCOPE
            END-IF.
            IF AWN-FROM-TIME = AWN-TO-TIME THEN
                MOVE "ALL" TO WS-SHOW-HOURS
            ELSE
                MOVE SPACES TO WS-SHOW-HOURS
                STRING AWN-FROM-TIME "-" AWN-TO-TIME
                    DELIMITED BY SIZE INTO WS-SHOW-HOURS
            END-IF.
            MOVE AWN-DAYS TO WS-DAYS.
            IF WS-DAYS = SPACES THEN
                MOVE WS-DAY-LETTERS TO WS-DAYS
            ELSE
                PERFORM VARYING WS-DAY-X FROM 1 BY 1
                    UNTIL WS-DAY-X > 7
                    IF WS-DAYS(WS-DAY-X:1) = 'Y' THEN
                        MOVE WS-DAY-LETTERS(WS-DAY-X:1)
                            TO WS-DAYS(WS-DAY-X:1)
                    ELSE
                        MOVE '-' TO WS-DAYS(WS-DAY-X:1)
                    END-IF
                END-PERFORM
            END-IF.
            DISPLAY AWN-ROLE, " ", WS-SHOW-SCOPE, " ", WS-DAYS,
                " ", AWN-BUSINESS, " ", WS-SHOW-HOURS, " ",
                AWN-FROM-DATE, " ", AWN-TO-DATE, " ",
                AWN-AT-SIGNON, " ", AWN-DESCRIPTION.
            ADD 1 TO WS-LIST-COUNT.
            EXIT.

        3000-SET-WINDOW.
            IF WS-ARG-ROLE = SPACES OR WS-ARG-SCOPE = SPACES
            OR WS-ARG-DAYS = SPACES OR WS-ARG-HOURS = SPACES
            OR WS-ARG-DATES = SPACES OR WS-ARG-FLAGS = SPACES THEN
                DISPLAY "ACCWADM: SET NEEDS ROLE SCOPE DAYS HOURS "
                    "DATES FLAGS."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-BAD-FLAG.
            PERFORM 5000-PARSE-SCOPE.
            IF NOT WS-ARGS-BAD THEN
                PERFORM 5100-PARSE-DAYS
            END-IF.
            IF NOT WS-ARGS-BAD THEN
                PERFORM 5200-PARSE-HOURS
            END-IF.
            IF NOT WS-ARGS-BAD THEN
                PERFORM 5300-PARSE-DATES
            END-IF.
            IF NOT WS-ARGS-BAD THEN
                PERFORM 5400-PARSE-FLAGS
            END-IF.
            IF WS-ARGS-BAD THEN
                DISPLAY "ACCWADM: ", FUNCTION TRIM(WS-BAD-TEXT)
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O ACCWIN-FILE.
            IF WS-ACCWIN-FILE-STATUS NOT = "00"
            AND WS-ACCWIN-FILE-STATUS NOT = "05" THEN
                DISPLAY "ACCWADM: CANNOT OPEN ACCWIN.X (STATUS ",
                    WS-ACCWIN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ACCWIN-RECORD.
            MOVE WS-ARG-ROLE TO AWN-ROLE.
            MOVE WS-SCOPE-TYPE TO AWN-SCOPE-TYPE.
            MOVE WS-SCOPE TO AWN-SCOPE.
            MOVE WS-DAYS TO AWN-DAYS.
            MOVE WS-BUSINESS TO AWN-BUSINESS.
            MOVE WS-FROM-TIME TO AWN-FROM-TIME.
            MOVE WS-TO-TIME TO AWN-TO-TIME.
            MOVE WS-FROM-DATE TO AWN-FROM-DATE.
            MOVE WS-TO-DATE TO AWN-TO-DATE.
            MOVE WS-AT-SIGNON TO AWN-AT-SIGNON.
            MOVE WS-ARG-DESCRIPTION TO AWN-DESCRIPTION.
            MOVE FUNCTION CURRENT-DATE TO AWN-CHANGED.
            MOVE WS-ADMIN-ID TO AWN-CHANGED-BY.
            WRITE ACCWIN-RECORD
                INVALID KEY
                    REWRITE ACCWIN-RECORD
                    DISPLAY "ACCWADM: WINDOW REPLACED FOR ",
                        FUNCTION TRIM(WS-ARG-ROLE), " ",
                        FUNCTION TRIM(WS-ARG-SCOPE), "."
                NOT INVALID KEY
                    DISPLAY "ACCWADM: WINDOW ADDED FOR ",
                        FUNCTION TRIM(WS-ARG-ROLE), " ",
                        FUNCTION TRIM(WS-ARG-SCOPE), "."
            END-WRITE.
            CLOSE ACCWIN-FILE.
            EXIT.

        4000-DROP-WINDOW.
            IF WS-ARG-ROLE = SPACES OR WS-ARG-SCOPE = SPACES THEN
                DISPLAY "ACCWADM: DROP NEEDS ROLE AND SCOPE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-BAD-FLAG.
            PERFORM 5000-PARSE-SCOPE.
            IF WS-ARGS-BAD THEN
                DISPLAY "ACCWADM: ", FUNCTION TRIM(WS-BAD-TEXT)
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O ACCWIN-FILE.
            IF WS-ACCWIN-FILE-STATUS NOT = "00" THEN
                DISPLAY "ACCWADM: NO ACCESS WINDOW FILE (STATUS ",
                    WS-ACCWIN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-ROLE TO AWN-ROLE.
            MOVE WS-SCOPE-TYPE TO AWN-SCOPE-TYPE.
            MOVE WS-SCOPE TO AWN-SCOPE.
            DELETE ACCWIN-FILE RECORD
                INVALID KEY
                    DISPLAY "ACCWADM: NO WINDOW FOR ",
                        FUNCTION TRIM(WS-ARG-ROLE), " ",
                        FUNCTION TRIM(WS-ARG-SCOPE), "."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "ACCWADM: WINDOW DROPPED FOR ",
                        FUNCTION TRIM(WS-ARG-ROLE), " ",
                        FUNCTION TRIM(WS-ARG-SCOPE), "."
            END-DELETE.
            CLOSE ACCWIN-FILE.
            EXIT.

        5000-PARSE-SCOPE.
            MOVE SPACES TO WS-SCOPE.
            EVALUATE TRUE
                WHEN WS-ARG-SCOPE = "*"
                    MOVE '*' TO WS-SCOPE-TYPE
                WHEN WS-ARG-SCOPE(1:2) = "A:"
                AND WS-ARG-SCOPE(3:8) NOT = SPACES
                    MOVE 'A' TO WS-SCOPE-TYPE
                    MOVE WS-ARG-SCOPE(3:8) TO WS-SCOPE
                WHEN WS-ARG-SCOPE(1:2) = "T:"
                AND WS-ARG-SCOPE(3:8) NOT = SPACES
                    MOVE 'T' TO WS-SCOPE-TYPE
                    MOVE WS-ARG-SCOPE(3:8) TO WS-SCOPE
                WHEN OTHER
                    SET WS-ARGS-BAD TO TRUE
                    MOVE "SCOPE MUST BE *, A:APPCODE OR T:TRANCODE."
                        TO WS-BAD-TEXT
            END-EVALUATE.
            EXIT.

        5100-PARSE-DAYS.
      *>
      *>     THE FILE KEEPS 'Y' PER OPEN DAY; SPACES MEANS EVERY DAY.
      *>
            MOVE SPACES TO WS-DAYS.
            IF WS-ARG-DAYS = "ALL" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
                EVALUATE WS-ARG-DAYS(WS-DAY-X:1)
                    WHEN '-'
                        MOVE 'N' TO WS-DAYS(WS-DAY-X:1)
                    WHEN SPACE
                        SET WS-ARGS-BAD TO TRUE
                    WHEN OTHER
                        MOVE 'Y' TO WS-DAYS(WS-DAY-X:1)
                END-EVALUATE
            END-PERFORM.
            IF WS-ARGS-BAD THEN
                MOVE "DAYS MUST BE ALL OR A 7-DAY MASK (MTWTF--)."
                    TO WS-BAD-TEXT
            END-IF.
            EXIT.

        5200-PARSE-HOURS.
            MOVE 0 TO WS-FROM-TIME, WS-TO-TIME.
            IF WS-ARG-HOURS = "ALL" THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-HOURS(1:4) IS NOT NUMERIC
            OR WS-ARG-HOURS(5:1) NOT = '-'
            OR WS-ARG-HOURS(6:4) IS NOT NUMERIC THEN
                SET WS-ARGS-BAD TO TRUE
            ELSE
                MOVE WS-ARG-HOURS(1:4) TO WS-FROM-TIME
                MOVE WS-ARG-HOURS(6:4) TO WS-TO-TIME
                IF WS-FROM-TIME > 2359 OR WS-TO-TIME > 2400
                OR WS-ARG-HOURS(3:2) > "59"
                OR WS-ARG-HOURS(8:2) > "59" THEN
                    SET WS-ARGS-BAD TO TRUE
                END-IF
            END-IF.
            IF WS-ARGS-BAD THEN
                MOVE "HOURS MUST BE ALL OR HHMM-HHMM."
                    TO WS-BAD-TEXT
            END-IF.
            EXIT.

        5300-PARSE-DATES.
            MOVE SPACES TO WS-FROM-DATE, WS-TO-DATE.
            IF WS-ARG-DATES = "ALL" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-DASH-X.
            INSPECT WS-ARG-DATES TALLYING WS-DASH-X
                FOR CHARACTERS BEFORE INITIAL '-'.
            EVALUATE TRUE
                WHEN WS-DASH-X = 0
                    MOVE WS-ARG-DATES(2:8) TO WS-TO-DATE
                WHEN WS-DASH-X = 8
                    MOVE WS-ARG-DATES(1:8) TO WS-FROM-DATE
                    MOVE WS-ARG-DATES(10:8) TO WS-TO-DATE
                WHEN OTHER
                    SET WS-ARGS-BAD TO TRUE
            END-EVALUATE.
            IF WS-FROM-DATE NOT = SPACES
            AND WS-FROM-DATE IS NOT NUMERIC THEN
                SET WS-ARGS-BAD TO TRUE
            END-IF.
            IF WS-TO-DATE NOT = SPACES
            AND WS-TO-DATE IS NOT NUMERIC THEN
                SET WS-ARGS-BAD TO TRUE
            END-IF.
            IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES THEN
                SET WS-ARGS-BAD TO TRUE
            END-IF.
            IF NOT WS-ARGS-BAD
            AND WS-FROM-DATE NOT = SPACES AND WS-TO-DATE NOT = SPACES
            AND WS-FROM-DATE > WS-TO-DATE THEN
                SET WS-ARGS-BAD TO TRUE
            END-IF.
            IF WS-ARGS-BAD THEN
                MOVE "DATES MUST BE ALL OR YYYYMMDD-YYYYMMDD."
                    TO WS-BAD-TEXT
            END-IF.
            EXIT.

        5400-PARSE-FLAGS.
            MOVE 'N' TO WS-BUSINESS, WS-AT-SIGNON.
            IF WS-ARG-FLAGS = "-" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-FLAG-X FROM 1 BY 1 UNTIL WS-FLAG-X > 4
                EVALUATE WS-ARG-FLAGS(WS-FLAG-X:1)
                    WHEN 'B'
                        MOVE 'Y' TO WS-BUSINESS
                    WHEN 'S'
                        MOVE 'Y' TO WS-AT-SIGNON
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        SET WS-ARGS-BAD TO TRUE
                END-EVALUATE
            END-PERFORM.
            IF WS-ARGS-BAD THEN
                MOVE "FLAGS MUST BE -, OR B AND/OR S."
                    TO WS-BAD-TEXT
                EXIT PARAGRAPH
            END-IF.
            IF WS-AT-SIGNON = 'Y' AND WS-SCOPE-TYPE NOT = '*' THEN
                SET WS-ARGS-BAD TO TRUE
                MOVE "ONLY A * WINDOW CAN GOVERN SIGN-ON."
                    TO WS-BAD-TEXT
            END-IF.
            EXIT.
