        IDENTIFICATION DIVISION.
        PROGRAM-ID. PARKADM.
      *>
      *> PARKADM ADMINISTERS THE PARKED WORK FILE (PARKWORK.X, SEE
      *> PARKWORK.cbl): INCOMPLETE TRANSACTIONS AN OPERATOR SET ASIDE
      *> WITH THE PARK KEY.
      *>
      *>     1. LIST SHOWS THE ITEMS STILL WAITING (PARKED, OR SELECTED
      *>        FOR RESUMPTION), OLDEST FIRST, MARKING WITH "*" ANY
      *>        PARKED LONGER THAN THE FOLLOW-UP LIMIT.
      *>     2. RESUME SELECTS AN ITEM SO THE NEXT VISIT ITS OWNER MAKES
      *>        TO THE SCREEN RESTORES IT -- THE SAME AS PICKING IT FROM
      *>        "MY PARKED WORK" AT SIGN-ON.
      *>     3. REASSIGN HANDS AN ITEM TO ANOTHER OPERATOR (A CLERK IS
      *>        AWAY WHEN THE CUSTOMER CALLS BACK). THE NEW OWNER SEES
      *>        IT IN THEIR PARKED WORK, MARKED AS REASSIGNED.
      *>     4. DROP ABANDONS AN ITEM; ITS FIELD VALUES ARE REMOVED.
      *>     5. OVERDUE (NIGHTLY) REPORTS EVERY ITEM PARKED MORE THAN
      *>        COBCURSES_PARK_DAYS BUSINESS DAYS AGO (DEFAULT 3, SEE
      *>        COBCURSES-BUSDAY-ADD AND BUSCAL.X) AND RAISES EACH TO
      *>        ALERTS.X AS A WARNING FOR FOLLOW-UP.
      *>
      *> RESUME, REASSIGN AND DROP ARE LOGGED TO SIGNON.LOG.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR LIST [OPERATOR|ALL]
      *>                             WAITING ITEMS OF AN OPERATOR
      *>                             (DEFAULT: THE ACTING USER)
      *>     RESUME ID               SELECT AN ITEM FOR RESUMPTION
      *>     REASSIGN ID OPERATOR    GIVE AN ITEM TO ANOTHER OPERATOR
      *>     DROP ID                 ABANDON AN ITEM
      *>     OVERDUE                 FOLLOW-UP REPORT AND ALERTS
      *>
      *> AN OPERATOR MAY LIST, RESUME AND DROP THEIR OWN ITEMS. ANY
      *> OTHER OPERATOR'S ITEMS, LIST ALL AND REASSIGN NEED THE
      *> SUPERVISOR ROLE.
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     8   FILE OR ITEM STATE PROBLEM
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL PARKWORK-FILE
                ASSIGN TO PARKWORK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PKW-KEY
                ALTERNATE RECORD KEY IS PKW-OWNER
                    WITH DUPLICATES
                FILE STATUS IS WS-PARKWORK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PARKWORK-FILE.
        01  PARKWORK-RECORD.
            COPY PARKWORK.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  PARKWORK-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/PARKWORK.X".

        01  WS-PARKWORK-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(20).
        01  WS-ARG-2                            PIC X(20).

        01  WS-ACTING-ID                        PIC X(20).
        01  WS-SUPERVISOR-ROLE                  PIC X(16)
            VALUE "SUPERVISOR".
        01  WS-SUPERVISOR-FLAG                  PIC X VALUE 'N'.
            88  ACTING-IS-SUPERVISOR            VALUE 'Y'.

        01  WS-NOW                              PIC X(21).
        01  WS-TODAY                            PIC X(8).
        01  WS-PARK-DAYS                        PIC 9(4) VALUE 3.
        01  WS-BACK-DAYS                        PIC S9(4).
        01  WS-CUTOFF-DATE                      PIC X(8).

        01  WS-PARK-ID                          PIC 9(8).
        01  WS-LIST-OWNER                       PIC X(20).
        01  WS-LIST-ALL-FLAG                    PIC X VALUE 'N'.
            88  LIST-ALL                        VALUE 'Y'.
        01  WS-NEW-OWNER                        PIC X(20).
        01  WS-OLD-OWNER                        PIC X(20).
        01  WS-SELECTED-SCREEN                  PIC X(16).

        01  COUNTS.
            10  WS-WAITING-COUNT                PIC 9(6) VALUE 0.
            10  WS-OVERDUE-COUNT                PIC 9(6) VALUE 0.
            10  WS-DETAIL-COUNT                 PIC 9(6) VALUE 0.

        01  WS-OVERDUE-MARK                     PIC X.
        01  WS-STATUS-WORD                      PIC X(8).
        01  WS-WHEN                             PIC X(16).

        01  WS-LOG-OPERATOR                     PIC X(20).
        01  WS-LOG-EVENT                        PIC X(20).
        01  WS-LOG-DETAIL                       PIC X(40).

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12)
                VALUE "PARKADM".
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-ITEMS
                WHEN "RESUME"
                    PERFORM 3000-RESUME-ITEM
                WHEN "REASSIGN"
                    PERFORM 4000-REASSIGN-ITEM
                WHEN "DROP"
                    PERFORM 5000-DROP-ITEM
                WHEN "OVERDUE"
                    PERFORM 6000-OVERDUE
                WHEN OTHER
                    DISPLAY "PARKADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF PARKWORK-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING PARKWORK-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_PARK_DAYS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-PARK-DAYS
            END-IF.
            COMPUTE WS-BACK-DAYS = 0 - WS-PARK-DAYS.
            CALL "COBCURSES-BUSDAY-ADD" USING
                WS-TODAY, WS-BACK-DAYS, WS-CUTOFF-DATE.

            MOVE SPACES TO WS-ACTING-ID.
            CALL "C$GETENV" USING "USER", WS-ACTING-ID.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-SUPERVISOR-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET ACTING-IS-SUPERVISOR TO TRUE
            END-IF.
            MOVE 0 TO RETURN-CODE.

            IF WS-VERB = "REASSIGN" THEN
                PERFORM 1100-NEED-SUPERVISOR
            END-IF.
            EXIT.

        1100-NEED-SUPERVISOR.
            IF NOT ACTING-IS-SUPERVISOR THEN
                DISPLAY "PARKADM: ",
                    FUNCTION TRIM(WS-ACTING-ID),
                    " DOES NOT HOLD THE SUPERVISOR ROLE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

      *>
      *>     TAKE THE ITEM NUMBER FROM THE FIRST ARGUMENT.
      *>
        1200-TAKE-ID.
            IF WS-ARG-1 = SPACES
            OR FUNCTION TRIM(WS-ARG-1) IS NOT NUMERIC THEN
                DISPLAY "PARKADM: ", FUNCTION TRIM(WS-VERB),
                    " NEEDS A PARKED ITEM NUMBER."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-PARK-ID.
            EXIT.

      *>
      *>     READ THE HEADER OF ITEM WS-PARK-ID, FILE OPEN I-O, AND
      *>     CHECK THE ACTING USER MAY HANDLE IT. STOPS THE RUN WHEN
      *>     NOT.
      *>
        1300-READ-ITEM.
            OPEN I-O PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                DISPLAY "PARKADM: PARKWORK.X UNAVAILABLE, STATUS ",
                    WS-PARKWORK-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PARK-ID TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            READ PARKWORK-FILE
                INVALID KEY
                    MOVE SPACE TO PKW-STATUS
            END-READ.
            IF WS-PARK-ID = 0
            OR NOT (PKW-PARKED OR PKW-SELECTED) THEN
                DISPLAY "PARKADM: NO WAITING PARKED ITEM ",
                    WS-PARK-ID
                CLOSE PARKWORK-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF PKW-OWNER NOT = WS-ACTING-ID
            AND NOT ACTING-IS-SUPERVISOR THEN
                DISPLAY "PARKADM: ITEM ", WS-PARK-ID,
                    " BELONGS TO ", FUNCTION TRIM(PKW-OWNER),
                    "; ONLY A SUPERVISOR MAY HANDLE IT."
                CLOSE PARKWORK-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

        1400-LOG-ACTION.
            MOVE WS-ACTING-ID TO WS-LOG-OPERATOR.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

      *>
      *>     LIST: ONE LINE PER WAITING ITEM.
      *>
        2000-LIST-ITEMS.
            MOVE WS-ACTING-ID TO WS-LIST-OWNER.
            IF FUNCTION UPPER-CASE(WS-ARG-1) = "ALL" THEN
                SET LIST-ALL TO TRUE
            ELSE
                IF WS-ARG-1 NOT = SPACES THEN
                    MOVE WS-ARG-1 TO WS-LIST-OWNER
                END-IF
            END-IF.
            IF LIST-ALL OR WS-LIST-OWNER NOT = WS-ACTING-ID THEN
                PERFORM 1100-NEED-SUPERVISOR
            END-IF.

            OPEN INPUT PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                IF WS-PARKWORK-FILE-STATUS = "05" THEN
                    CLOSE PARKWORK-FILE
                END-IF
                DISPLAY "PARKADM: NOTHING PARKED."
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "PARKED WORK".
            IF LIST-ALL THEN
                DISPLAY "  ALL OPERATORS"
            ELSE
                DISPLAY "  OPERATOR ", FUNCTION TRIM(WS-LIST-OWNER)
            END-IF.
            DISPLAY "  (* = PARKED BEFORE ", WS-CUTOFF-DATE,
                ", ", WS-PARK-DAYS, " BUSINESS DAYS)".
            DISPLAY " ".
            DISPLAY "ITEM     OWNER                SCREEN           ",
                "PARKED           STATUS   NOTE".

            MOVE 'N' TO EOF-FLAG.
            IF LIST-ALL THEN
                MOVE 1 TO PKW-ID
                MOVE 0 TO PKW-FIELD-NO
                START PARKWORK-FILE KEY IS >= PKW-KEY
                    INVALID KEY SET END-OF-FILE TO TRUE
                END-START
            ELSE
                MOVE WS-LIST-OWNER TO PKW-OWNER
                START PARKWORK-FILE KEY IS = PKW-OWNER
                    INVALID KEY SET END-OF-FILE TO TRUE
                END-START
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF NOT LIST-ALL
                        AND PKW-OWNER NOT = WS-LIST-OWNER THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-LIST-ONE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PARKWORK-FILE.
            DISPLAY " ".
            DISPLAY WS-WAITING-COUNT, " WAITING, ",
                WS-OVERDUE-COUNT, " OVERDUE".
            EXIT.

        2100-LIST-ONE.
            IF PKW-FIELD-NO NOT = 0 OR PKW-ID = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT (PKW-PARKED OR PKW-SELECTED) THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-WAITING-COUNT.
            MOVE SPACE TO WS-OVERDUE-MARK.
            IF PKW-PARKED-AT(1:8) < WS-CUTOFF-DATE THEN
                MOVE '*' TO WS-OVERDUE-MARK
                ADD 1 TO WS-OVERDUE-COUNT
            END-IF.
            IF PKW-SELECTED THEN
                MOVE "SELECTED" TO WS-STATUS-WORD
            ELSE
                MOVE "PARKED" TO WS-STATUS-WORD
            END-IF.
            PERFORM 2200-EDIT-WHEN.
            DISPLAY PKW-ID, WS-OVERDUE-MARK, PKW-OWNER, " ",
                PKW-SCREEN-NAME, " ", WS-WHEN, " ",
                WS-STATUS-WORD, " ", FUNCTION TRIM(PKW-NOTE).
            IF PKW-ASSIGNED-BY NOT = SPACES THEN
                DISPLAY "          REASSIGNED BY ",
                    FUNCTION TRIM(PKW-ASSIGNED-BY), " ON ",
                    PKW-ASSIGNED-AT(1:8), "; PARKED BY ",
                    FUNCTION TRIM(PKW-PARKED-BY)
            END-IF.
            EXIT.

        2200-EDIT-WHEN.
            MOVE SPACES TO WS-WHEN.
            STRING PKW-PARKED-AT(1:4) "-" PKW-PARKED-AT(5:2) "-"
                PKW-PARKED-AT(7:2) " " PKW-PARKED-AT(9:2) ":"
                PKW-PARKED-AT(11:2)
                DELIMITED BY SIZE INTO WS-WHEN.
            EXIT.

      *>
      *>     RESUME: SELECT THE ITEM (COBCURSES-PARK-SELECT); ITS
      *>     OWNER'S NEXT VISIT TO THE SCREEN RESTORES IT.
      *>
        3000-RESUME-ITEM.
            PERFORM 1200-TAKE-ID.
            PERFORM 1300-READ-ITEM.
            MOVE PKW-OWNER TO WS-OLD-OWNER.
            CLOSE PARKWORK-FILE.
            CALL "COBCURSES-PARK-SELECT" USING
                WS-PARK-ID, WS-SELECTED-SCREEN.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "PARKADM: ITEM ", WS-PARK-ID,
                    " COULD NOT BE SELECTED."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE "PARK-RESUME" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "ITEM " WS-PARK-ID " " WS-SELECTED-SCREEN
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            PERFORM 1400-LOG-ACTION.
            DISPLAY "PARKADM: ITEM ", WS-PARK-ID, " WILL BE RESTORED",
                " THE NEXT TIME ", FUNCTION TRIM(WS-OLD-OWNER),
                " OPENS ", FUNCTION TRIM(WS-SELECTED-SCREEN), ".".
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *>     REASSIGN: A SELECTED ITEM GOES BACK TO PARKED, SO THE
      *>     NEW OWNER CHOOSES WHEN TO PICK IT UP.
      *>
        4000-REASSIGN-ITEM.
            PERFORM 1200-TAKE-ID.
            IF WS-ARG-2 = SPACES THEN
                DISPLAY "PARKADM: REASSIGN NEEDS THE NEW OPERATOR."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-2 TO WS-NEW-OWNER.
            PERFORM 1300-READ-ITEM.
            MOVE PKW-OWNER TO WS-OLD-OWNER.
            MOVE WS-NEW-OWNER TO PKW-OWNER.
            SET PKW-PARKED TO TRUE.
            MOVE WS-ACTING-ID TO PKW-ASSIGNED-BY.
            MOVE WS-NOW TO PKW-ASSIGNED-AT.
            REWRITE PARKWORK-RECORD
                INVALID KEY
                    DISPLAY "PARKADM: ITEM ", WS-PARK-ID,
                        " COULD NOT BE REWRITTEN."
                    MOVE 8 TO RETURN-CODE
            END-REWRITE.
            CLOSE PARKWORK-FILE.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE "PARK-REASSIGN" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "ITEM " WS-PARK-ID " TO " WS-NEW-OWNER
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            PERFORM 1400-LOG-ACTION.
            DISPLAY "PARKADM: ITEM ", WS-PARK-ID, " REASSIGNED FROM ",
                FUNCTION TRIM(WS-OLD-OWNER), " TO ",
                FUNCTION TRIM(WS-NEW-OWNER), ".".
            EXIT.

      *>
      *>     DROP: THE HEADER STAYS (FOR THE AUDIT), THE FIELD VALUES
      *>     GO.
      *>
        5000-DROP-ITEM.
            PERFORM 1200-TAKE-ID.
            PERFORM 1300-READ-ITEM.
            SET PKW-DROPPED TO TRUE.
            REWRITE PARKWORK-RECORD
                INVALID KEY
                    DISPLAY "PARKADM: ITEM ", WS-PARK-ID,
                        " COULD NOT BE REWRITTEN."
                    MOVE 8 TO RETURN-CODE
            END-REWRITE.
            IF RETURN-CODE NOT = 0 THEN
                CLOSE PARKWORK-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO EOF-FLAG.
            MOVE WS-PARK-ID TO PKW-ID.
            MOVE 1 TO PKW-FIELD-NO.
            START PARKWORK-FILE KEY IS >= PKW-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PKW-ID NOT = WS-PARK-ID THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            DELETE PARKWORK-FILE RECORD
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WS-DETAIL-COUNT
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PARKWORK-FILE.

            MOVE "PARK-DROP" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "ITEM " WS-PARK-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            PERFORM 1400-LOG-ACTION.
            DISPLAY "PARKADM: ITEM ", WS-PARK-ID, " DROPPED (",
                WS-DETAIL-COUNT, " FIELD VALUES REMOVED).".
            EXIT.

      *>
      *>     OVERDUE: EVERY WAITING ITEM PARKED BEFORE THE CUTOFF, ONE
      *>     ALERT EACH (ALERTDSP DEDUPLICATES REPEATS BY KEY).
      *>
        6000-OVERDUE.
            DISPLAY "PARKED WORK OVERDUE FOR FOLLOW-UP".
            DISPLAY "  PARKED BEFORE ", WS-CUTOFF-DATE, " (",
                WS-PARK-DAYS, " BUSINESS DAYS)".
            DISPLAY " ".
            OPEN INPUT PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                IF WS-PARKWORK-FILE-STATUS = "05" THEN
                    CLOSE PARKWORK-FILE
                END-IF
                DISPLAY "0 OVERDUE"
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            MOVE 1 TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            START PARKWORK-FILE KEY IS >= PKW-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 6100-CHECK-ONE
                END-READ
            END-PERFORM.
            CLOSE PARKWORK-FILE.
            DISPLAY " ".
            DISPLAY WS-OVERDUE-COUNT, " OVERDUE".
            EXIT.

        6100-CHECK-ONE.
            IF PKW-FIELD-NO NOT = 0 OR PKW-ID = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT (PKW-PARKED OR PKW-SELECTED)
            OR PKW-PARKED-AT(1:8) NOT < WS-CUTOFF-DATE THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OVERDUE-COUNT.
            PERFORM 2200-EDIT-WHEN.
            DISPLAY PKW-ID, " ", PKW-OWNER, " ", PKW-SCREEN-NAME, " ",
                WS-WHEN, " ", FUNCTION TRIM(PKW-NOTE).
            MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT.
            STRING "PARKED-OVERDUE " PKW-ID
                DELIMITED BY SIZE INTO WS-RAISE-KEY.
            STRING "PARKED ITEM " PKW-ID " ("
                FUNCTION TRIM(PKW-SCREEN-NAME) ") OF "
                FUNCTION TRIM(PKW-OWNER) " WAITING SINCE "
                PKW-PARKED-AT(1:8)
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "W", WS-RAISE-KEY,
                WS-RAISE-TEXT.
            EXIT.
