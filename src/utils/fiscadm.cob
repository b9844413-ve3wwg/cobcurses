        IDENTIFICATION DIVISION.
        PROGRAM-ID. FISCADM.
      *>
      *> FISCADM MAINTAINS THE FISCAL PERIOD CALENDAR (FISCAL.X, SEE
      *> FISCAL.cbl) FROM THE CONSOLE, THE SAME PATTERN AS CALADM:
      *> IT CUTS A FISCAL YEAR INTO TWELVE PERIODS, EITHER CALENDAR
      *> MONTHS OR 4-4-5 WEEK QUARTERS, AND MOVES EACH PERIOD BETWEEN
      *> OPEN, SOFT-CLOSED (POSTINGS ONLY UNDER A SUPERVISOR
      *> OVERRIDE) AND CLOSED. DATE FIELDS FLAGGED OPEN-PERIOD ARE
      *> CHECKED AGAINST IT ONLINE AND BY BATCHEDT
      *> (COBCURSES-PERIOD-CHECK); FISCRPT REPORTS THE POSTINGS
      *> ATTEMPTED AGAINST PERIODS THAT WERE NOT OPEN.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) / LIST [YYYY]    LIST THE PERIODS (ONE YEAR)
      *>     MONTHLY YYYY [START]    DEFINE FISCAL YEAR YYYY AS
      *>                             TWELVE CALENDAR MONTHS FROM
      *>                             START (YYYYMM01, DEFAULT
      *>                             YYYY0101)
      *>     445 YYYY START          DEFINE FISCAL YEAR YYYY AS
      *>                             FOUR 4-4-5 WEEK QUARTERS FROM
      *>                             START (YYYYMMDD)
      *>     OPEN YYYY PP            REOPEN A PERIOD
      *>     SOFT YYYY PP            SOFT-CLOSE A PERIOD
      *>     CLOSE YYYY PP           CLOSE A PERIOD
      *>     DROP YYYY               REMOVE A YEAR WHILE ALL ITS
      *>                             PERIODS ARE STILL OPEN
      *>     CHECK DATE              SHOW THE PERIOD A DATE FALLS
      *>                             IN AND ITS STATE
      *>
      *> NEW PERIODS START OPEN. A YEAR MAY NOT OVERLAP A YEAR
      *> ALREADY DEFINED. EVERY CHANGE IS STAMPED ON THE PERIOD AND
      *> NOTED IN SIGNON.LOG; THE ACTING USER MUST HOLD SECADMIN
      *> WHEN THE SHOP KEEPS ROLES.
      *>
      *> RETURN-CODE: 0 OK, 8 FILE OR NOT-FOUND PROBLEM, 16 USAGE OR
      *> AUTHORISATION ERROR.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL FISCAL-FILE
                ASSIGN TO FISCAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FSC-KEY
                ALTERNATE RECORD KEY IS FSC-END-DATE
                    WITH DUPLICATES
                FILE STATUS IS WS-FISCAL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FISCAL-FILE.
        01  FISCAL-RECORD.
            COPY FISCAL.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  FISCAL-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FISCAL.X".

        01  WS-FISCAL-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(8).
        01  WS-ARG-2                            PIC X(8).

        01  WS-YEAR                             PIC 9(4).
        01  WS-PERIOD-NO                        PIC 99.
        01  WS-NEW-STATE                        PIC X.
        01  WS-STATE-NAME                       PIC X(11).
        01  WS-CAL-TYPE                         PIC X.

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".
        01  WS-LOG-EVENT                        PIC X(20).
        01  WS-LOG-DETAIL                       PIC X(40).

        01  WS-LIST-COUNT                       PIC 9(4) VALUE 0.
        01  WS-BUSY-COUNT                       PIC 9(4) VALUE 0.

      *>
      *> THE TWELVE PERIODS OF A YEAR BEING DEFINED.
      *>
        01  NEW-YEAR-PLAN.
            10  WS-PLAN-ENTRY OCCURS 12 TIMES.
                15  WS-PLAN-START               PIC X(8).
                15  WS-PLAN-END                 PIC X(8).
        01  WS-PLAN-X                           PIC 99 COMP.
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
            10  WS-DATE-YYYY                    PIC 9(4).
            10  WS-DATE-MM                      PIC 99.
            10  WS-DATE-DD                      PIC 99.
        01  WS-DAY-INT                          PIC 9(7).
        01  WS-WEEKS                            PIC 9.
        01  WS-OVERLAP-FLAG                     PIC X.
            88  YEAR-OVERLAPS                   VALUE 'Y'.

        01  WS-CHECK-PERIOD                     PIC X(6).
        01  WS-CHECK-STATE                      PIC X.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-PERIODS
                WHEN "MONTHLY"
                    PERFORM 3000-DEFINE-MONTHLY
                WHEN "445"
                    PERFORM 3100-DEFINE-445
                WHEN "OPEN"
                    MOVE 'O' TO WS-NEW-STATE
                    PERFORM 4000-CHANGE-STATE
                WHEN "SOFT"
                    MOVE 'S' TO WS-NEW-STATE
                    PERFORM 4000-CHANGE-STATE
                WHEN "CLOSE"
                    MOVE 'C' TO WS-NEW-STATE
                    PERFORM 4000-CHANGE-STATE
                WHEN "DROP"
                    PERFORM 5000-DROP-YEAR
                WHEN "CHECK"
                    PERFORM 6000-CHECK-DATE
                WHEN OTHER
                    DISPLAY "FISCADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF FISCAL-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING FISCAL-FILE-NAME, FILE-NAME-LENGTH.
            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

            MOVE 0 TO WS-YEAR, WS-PERIOD-NO.
            IF WS-ARG-1(1:4) IS NUMERIC THEN
                MOVE WS-ARG-1(1:4) TO WS-YEAR
            END-IF.
            IF WS-ARG-2 NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ARG-2) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-PERIOD-NO
            END-IF.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB NOT = SPACES AND WS-VERB NOT = "LIST"
            AND WS-VERB NOT = "CHECK" THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "FISCADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        2000-LIST-PERIODS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT FISCAL-FILE.
            IF WS-FISCAL-FILE-STATUS NOT = "00" THEN
                DISPLAY "FISCADM: NO FISCAL CALENDAR ON FILE "
                    "(EVERY DATE IS OPEN)."
                IF WS-FISCAL-FILE-STATUS = "05" THEN
                    CLOSE FISCAL-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "YEAR PP T START    END      STATE       ",
                "CHANGED BY".
            INITIALIZE FISCAL-RECORD.
            MOVE WS-YEAR TO FSC-FISCAL-YEAR.
            START FISCAL-FILE KEY IS >= FSC-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ FISCAL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-YEAR NOT = 0
                        AND FSC-FISCAL-YEAR NOT = WS-YEAR THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-SHOW-PERIOD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FISCAL-FILE.
            DISPLAY " ".
            DISPLAY "PERIODS LISTED: ", WS-LIST-COUNT.
            EXIT.

        2100-SHOW-PERIOD.
            EVALUATE TRUE
                WHEN FSC-OPEN
                    MOVE "OPEN" TO WS-STATE-NAME
                WHEN FSC-SOFT-CLOSED
                    MOVE "SOFT-CLOSED" TO WS-STATE-NAME
                WHEN FSC-CLOSED
                    MOVE "CLOSED" TO WS-STATE-NAME
                WHEN OTHER
                    MOVE "?" TO WS-STATE-NAME
            END-EVALUATE.
            DISPLAY FSC-FISCAL-YEAR, " ", FSC-PERIOD-NO, " ",
                FSC-CALENDAR-TYPE, " ", FSC-START-DATE, " ",
                FSC-END-DATE, " ", WS-STATE-NAME, " ",
                FSC-CHANGED-AT(1:8), " ",
                FUNCTION TRIM(FSC-CHANGED-BY).
            ADD 1 TO WS-LIST-COUNT.
            EXIT.

        3000-DEFINE-MONTHLY.
      *>
      *>     TWELVE CALENDAR MONTHS: EACH PERIOD ENDS THE DAY BEFORE
      *>     THE FIRST OF THE NEXT MONTH.
      *>
            IF WS-ARG-2 = SPACES THEN
                MOVE SPACES TO WS-ARG-2
                STRING WS-YEAR "0101" DELIMITED BY SIZE
                    INTO WS-ARG-2
            END-IF.
            IF WS-YEAR = 0 OR WS-ARG-2 IS NOT NUMERIC
            OR WS-ARG-2(7:2) NOT = "01" THEN
                DISPLAY "FISCADM: MONTHLY NEEDS A YEAR AND A START "
                    "ON THE FIRST OF A MONTH (YYYYMM01)."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-2 TO WS-DATE-NUM.
            IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 THEN
                DISPLAY "FISCADM: ", WS-ARG-2,
                    " IS NOT A VALID DATE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PLAN-X FROM 1 BY 1
                UNTIL WS-PLAN-X > 12
                MOVE WS-DATE-NUM TO WS-PLAN-START(WS-PLAN-X)
                IF WS-DATE-MM = 12 THEN
                    ADD 1 TO WS-DATE-YYYY
                    MOVE 1 TO WS-DATE-MM
                ELSE
                    ADD 1 TO WS-DATE-MM
                END-IF
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE WS-DATE-NUM TO WS-PLAN-END(WS-PLAN-X)
                ADD 1 TO WS-DAY-INT
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            END-PERFORM.
            MOVE 'M' TO WS-CAL-TYPE.
            PERFORM 3500-WRITE-YEAR.
            EXIT.

        3100-DEFINE-445.
      *>
      *>     FOUR QUARTERS OF 4, 4 AND 5 WEEKS: 364 DAYS FROM THE
      *>     START DATE.
      *>
            IF WS-YEAR = 0 OR WS-ARG-2 IS NOT NUMERIC THEN
                DISPLAY "FISCADM: 445 NEEDS A YEAR AND A START DATE "
                    "(YYYYMMDD)."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-2 TO WS-DATE-NUM.
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                ON SIZE ERROR
                    MOVE 0 TO WS-DAY-INT
            END-COMPUTE.
            IF WS-DAY-INT = 0 THEN
                DISPLAY "FISCADM: ", WS-ARG-2,
                    " IS NOT A VALID DATE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PLAN-X FROM 1 BY 1
                UNTIL WS-PLAN-X > 12
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE WS-DATE-NUM TO WS-PLAN-START(WS-PLAN-X)
                IF FUNCTION MOD(WS-PLAN-X, 3) = 0 THEN
                    MOVE 5 TO WS-WEEKS
                ELSE
                    MOVE 4 TO WS-WEEKS
                END-IF
                COMPUTE WS-DAY-INT = WS-DAY-INT + WS-WEEKS * 7 - 1
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE WS-DATE-NUM TO WS-PLAN-END(WS-PLAN-X)
                ADD 1 TO WS-DAY-INT
            END-PERFORM.
            MOVE '4' TO WS-CAL-TYPE.
            PERFORM 3500-WRITE-YEAR.
            EXIT.

        3500-WRITE-YEAR.
      *>
      *>     REFUSE A YEAR ALREADY ON FILE, OR ONE WHOSE DATES RUN
      *>     INTO ANOTHER YEAR'S PERIODS; OTHERWISE WRITE ITS TWELVE
      *>     PERIODS, ALL OPEN.
      *>
            OPEN I-O FISCAL-FILE.
            IF WS-FISCAL-FILE-STATUS NOT = "00"
            AND WS-FISCAL-FILE-STATUS NOT = "05" THEN
                DISPLAY "FISCADM: CANNOT OPEN FISCAL.X (STATUS ",
                    WS-FISCAL-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-YEAR TO FSC-FISCAL-YEAR.
            MOVE 1 TO FSC-PERIOD-NO.
            READ FISCAL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR,
                        " IS ALREADY DEFINED."
                    MOVE 8 TO RETURN-CODE
                    CLOSE FISCAL-FILE
                    EXIT PARAGRAPH
            END-READ.

            MOVE 'N' TO WS-OVERLAP-FLAG.
            MOVE WS-PLAN-START(1) TO FSC-END-DATE.
            START FISCAL-FILE KEY IS >= FSC-END-DATE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ FISCAL-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF FSC-START-DATE <= WS-PLAN-END(12) THEN
                                SET YEAR-OVERLAPS TO TRUE
                            END-IF
                    END-READ
            END-START.
            IF YEAR-OVERLAPS THEN
                DISPLAY "FISCADM: ", WS-PLAN-START(1), " - ",
                    WS-PLAN-END(12), " OVERLAPS FISCAL YEAR ",
                    FSC-FISCAL-YEAR, " PERIOD ", FSC-PERIOD-NO, "."
                MOVE 8 TO RETURN-CODE
                CLOSE FISCAL-FILE
                EXIT PARAGRAPH
            END-IF.

            PERFORM VARYING WS-PLAN-X FROM 1 BY 1
                UNTIL WS-PLAN-X > 12
                MOVE SPACES TO FISCAL-RECORD
                MOVE WS-YEAR TO FSC-FISCAL-YEAR
                MOVE WS-PLAN-X TO FSC-PERIOD-NO
                MOVE WS-PLAN-START(WS-PLAN-X) TO FSC-START-DATE
                MOVE WS-PLAN-END(WS-PLAN-X) TO FSC-END-DATE
                MOVE WS-CAL-TYPE TO FSC-CALENDAR-TYPE
                SET FSC-OPEN TO TRUE
                MOVE FUNCTION CURRENT-DATE TO FSC-CHANGED-AT
                MOVE WS-ADMIN-ID TO FSC-CHANGED-BY
                WRITE FISCAL-RECORD
                    INVALID KEY
                        DISPLAY "FISCADM: WRITE FAILED FOR PERIOD ",
                            FSC-PERIOD-NO, "."
                        MOVE 8 TO RETURN-CODE
                END-WRITE
            END-PERFORM.
            CLOSE FISCAL-FILE.

            MOVE "FISCAL-YEAR-DEFINED" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "FY " WS-YEAR " " WS-PLAN-START(1) "-"
                WS-PLAN-END(12) " TYPE " WS-CAL-TYPE
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-ADMIN-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE 0 TO RETURN-CODE.
            DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR, " DEFINED, ",
                WS-PLAN-START(1), " - ", WS-PLAN-END(12), ".".
            EXIT.

        4000-CHANGE-STATE.
            IF WS-YEAR = 0 OR WS-PERIOD-NO = 0 THEN
                DISPLAY "FISCADM: ", FUNCTION TRIM(WS-VERB),
                    " NEEDS A FISCAL YEAR AND PERIOD NUMBER."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O FISCAL-FILE.
            IF WS-FISCAL-FILE-STATUS NOT = "00" THEN
                DISPLAY "FISCADM: NO FISCAL CALENDAR."
                IF WS-FISCAL-FILE-STATUS = "05" THEN
                    CLOSE FISCAL-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-YEAR TO FSC-FISCAL-YEAR.
            MOVE WS-PERIOD-NO TO FSC-PERIOD-NO.
            READ FISCAL-FILE
                INVALID KEY
                    DISPLAY "FISCADM: NO PERIOD ", WS-PERIOD-NO,
                        " IN FISCAL YEAR ", WS-YEAR, "."
                    MOVE 8 TO RETURN-CODE
                    CLOSE FISCAL-FILE
                    EXIT PARAGRAPH
            END-READ.
            MOVE WS-NEW-STATE TO FSC-STATE.
            MOVE FUNCTION CURRENT-DATE TO FSC-CHANGED-AT.
            MOVE WS-ADMIN-ID TO FSC-CHANGED-BY.
            REWRITE FISCAL-RECORD
                INVALID KEY
                    DISPLAY "FISCADM: REWRITE FAILED."
                    MOVE 8 TO RETURN-CODE
                    CLOSE FISCAL-FILE
                    EXIT PARAGRAPH
            END-REWRITE.
            CLOSE FISCAL-FILE.

            EVALUATE WS-NEW-STATE
                WHEN 'O'
                    MOVE "PERIOD-OPENED" TO WS-LOG-EVENT
                    MOVE "OPEN" TO WS-STATE-NAME
                WHEN 'S'
                    MOVE "PERIOD-SOFT-CLOSED" TO WS-LOG-EVENT
                    MOVE "SOFT-CLOSED" TO WS-STATE-NAME
                WHEN OTHER
                    MOVE "PERIOD-CLOSED" TO WS-LOG-EVENT
                    MOVE "CLOSED" TO WS-STATE-NAME
            END-EVALUATE.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "FY " WS-YEAR " PERIOD " WS-PERIOD-NO " "
                FSC-START-DATE "-" FSC-END-DATE
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-ADMIN-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE 0 TO RETURN-CODE.
            DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR, " PERIOD ",
                WS-PERIOD-NO, " IS NOW ",
                FUNCTION TRIM(WS-STATE-NAME), ".".
            EXIT.

        5000-DROP-YEAR.
      *>
      *>     A YEAR CUT WRONGLY MAY BE DROPPED AND CUT AGAIN, BUT
      *>     ONLY WHILE EVERY PERIOD IS STILL OPEN: ONCE ANY HAS
      *>     BEEN CLOSED THE YEAR IS HISTORY.
      *>
            IF WS-YEAR = 0 THEN
                DISPLAY "FISCADM: DROP NEEDS A FISCAL YEAR."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O FISCAL-FILE.
            IF WS-FISCAL-FILE-STATUS NOT = "00" THEN
                DISPLAY "FISCADM: NO FISCAL CALENDAR."
                IF WS-FISCAL-FILE-STATUS = "05" THEN
                    CLOSE FISCAL-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-LIST-COUNT, WS-BUSY-COUNT.
            PERFORM VARYING WS-PLAN-X FROM 1 BY 1
                UNTIL WS-PLAN-X > 12
                MOVE WS-YEAR TO FSC-FISCAL-YEAR
                MOVE WS-PLAN-X TO FSC-PERIOD-NO
                READ FISCAL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-LIST-COUNT
                        IF NOT FSC-OPEN THEN
                            ADD 1 TO WS-BUSY-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0 THEN
                DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR,
                    " IS NOT DEFINED."
                MOVE 8 TO RETURN-CODE
                CLOSE FISCAL-FILE
                EXIT PARAGRAPH
            END-IF.
            IF WS-BUSY-COUNT > 0 THEN
                DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR, " HAS ",
                    WS-BUSY-COUNT, " PERIOD(S) NOT OPEN -- NOT "
                    "DROPPED."
                MOVE 8 TO RETURN-CODE
                CLOSE FISCAL-FILE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PLAN-X FROM 1 BY 1
                UNTIL WS-PLAN-X > 12
                MOVE WS-YEAR TO FSC-FISCAL-YEAR
                MOVE WS-PLAN-X TO FSC-PERIOD-NO
                DELETE FISCAL-FILE RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-PERFORM.
            CLOSE FISCAL-FILE.

            MOVE "FISCAL-YEAR-DROPPED" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "FY " WS-YEAR DELIMITED BY SIZE
                INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-ADMIN-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE 0 TO RETURN-CODE.
            DISPLAY "FISCADM: FISCAL YEAR ", WS-YEAR, " DROPPED.".
            EXIT.

        6000-CHECK-DATE.
            CALL "COBCURSES-PERIOD-CHECK" USING
                WS-ARG-1, WS-CHECK-PERIOD, WS-CHECK-STATE.
            EVALUATE TRUE
                WHEN RETURN-CODE = NC-RET-BADPARM
                    DISPLAY "FISCADM: ", WS-ARG-1,
                        " IS NOT A VALID DATE."
                WHEN WS-CHECK-STATE = SPACE
                    DISPLAY WS-ARG-1, " IS OPEN (NO FISCAL ",
                        "CALENDAR ON FILE)."
                WHEN WS-CHECK-STATE = 'N'
                    DISPLAY WS-ARG-1, " IS IN NO FISCAL PERIOD."
                WHEN WS-CHECK-STATE = 'O'
                    DISPLAY WS-ARG-1, " IS IN PERIOD ",
                        WS-CHECK-PERIOD(1:4), "/",
                        WS-CHECK-PERIOD(5:2), ", OPEN."
                WHEN WS-CHECK-STATE = 'S'
                    DISPLAY WS-ARG-1, " IS IN PERIOD ",
                        WS-CHECK-PERIOD(1:4), "/",
                        WS-CHECK-PERIOD(5:2), ", SOFT-CLOSED."
                WHEN OTHER
                    DISPLAY WS-ARG-1, " IS IN PERIOD ",
                        WS-CHECK-PERIOD(1:4), "/",
                        WS-CHECK-PERIOD(5:2), ", CLOSED."
            END-EVALUATE.
            MOVE 0 TO RETURN-CODE.
            EXIT.
