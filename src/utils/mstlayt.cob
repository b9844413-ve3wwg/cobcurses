        IDENTIFICATION DIVISION.
        PROGRAM-ID. MSTLAYT.
      *>
      *> MSTLAYT MAINTAINS MASTER LAYOUTS (SEE SCREEN-01.cbl AND
      *> COBCURSES-MASTER-LAYOUT). A MASTER LAYOUT IS AN ORDINARY
      *> SCREEN, DESIGNED IN SD002010/SD002040 LIKE ANY OTHER, THAT
      *> CARRIES SCN-MASTER-FLAG 'Y': ITS BACKGROUND SEGMENTS AND
      *> FIELDS (TITLE BAR, COMPANY NAME, DATE AND TIME, FUNCTION-KEY
      *> AND STATUS LINES) APPEAR IN EVERY SCREEN WHOSE
      *> SCN-MASTER-LAYOUT NAMES IT, UNLESS THAT SCREEN OVERRIDES
      *> THEM LOCALLY. THE MASTER ITSELF IS NEVER GENERATED.
      *>
      *> USAGE (ARGUMENTS):
      *>     LIST                 EVERY MASTER AND HOW MANY SCREENS
      *>                          USE IT, THEN ANY SCREEN NAMING A
      *>                          MASTER THAT IS NOT ON FILE
      *>     MAKE MASTER          FLAG A SCREEN AS A MASTER LAYOUT
      *>     UNMAKE MASTER        DROP THE FLAG (NO SCREEN MAY STILL
      *>                          USE IT)
      *>     SET SCREEN MASTER    MAKE THE SCREEN USE THE MASTER
      *>     CLEAR SCREEN         THE SCREEN STOPS USING ITS MASTER
      *>     IMPACT MASTER        THE SCREENS A CHANGE TO THE MASTER
      *>                          REACHES, WITH WHAT EACH TAKES FROM
      *>                          IT AND HOW MUCH IT OVERRIDES
      *>     QUEUE MASTER         IMPACT, THEN QUEUE THOSE SCREENS FOR
      *>                          REGENERATION (REGENQ.X, TYPE 'L')
      *>
      *> THE OPERATOR ($USER) MUST HOLD SCRDESIGN (COBCURSES-CHECK-
      *> ROLE) TO CHANGE ANYTHING. A SCREEN CHECKED OUT IN THE
      *> DESIGNER BY SOMEONE ELSE (SCN-LOCKED-BY) IS NOT CHANGED.
      *> SET AND CLEAR CHANGE WHAT THE SCREEN GENERATES, SO THEY MOVE
      *> SCN-LAST-MODIFIED (SDGENERATE -u PICKS THE SCREEN UP) AND
      *> RAISE THE APPROVAL MARK LIKE A DESIGNER SAVE. EVERY CHANGE
      *> WRITES A SCRAUDIT ENTRY AND AN AFTER-IMAGE.
      *>
      *> RETURN-CODE: 0 DONE, 8 NOT ON FILE OR REFUSED, 16 USAGE
      *> ERROR.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT OPTIONAL SCRAUDIT-FILE
                ASSIGN TO SCRAUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRAUDIT-FILE.
        01  SCRAUDIT-RECORD.
            COPY SCRAUDIT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT.LOG".

        01  WS-SCREEN-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-REFUSED-FLAG                     PIC X VALUE 'N'.
            88  WS-REFUSED                      VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(16).
        01  WS-ARG-2                            PIC X(16).
        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-REQUIRED-ROLE                    PIC X(16)
            VALUE "SCRDESIGN".
        01  WS-AUDIT-SCREEN                     PIC X(16).
        01  WS-AUDIT-TEXT                       PIC X(60).
        01  WS-OLD-MASTER                       PIC X(16).

      *>
      *>     MASTERS FOUND BY LIST, WITH THEIR USER COUNTS.
      *>
        01  MASTER-TABLE.
            10  WS-M-USED                       PIC 9(4) COMP VALUE 0.
            10  WS-M-ENTRY OCCURS 200 TIMES.
                15  WS-M-NAME                   PIC X(16).
                15  WS-M-DESCRIPTION            PIC X(40).
                15  WS-M-USERS                  PIC 9(4) COMP.
        01  WS-M-X                              PIC 9(4) COMP.

      *>
      *>     SCREENS USING THE MASTER NAMED TO IMPACT.
      *>
        01  USER-TABLE.
            10  WS-U-USED                       PIC 9(4) COMP VALUE 0.
            10  WS-U-OVERFLOW                   PIC 9(4) COMP VALUE 0.
            10  WS-U-ENTRY OCCURS 500 TIMES.
                15  WS-U-NAME                   PIC X(16).
                15  WS-U-LIFECYCLE              PIC X.
        01  WS-U-X                              PIC 9(4) COMP.

        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.

        01  WS-COUNT-ED                         PIC ZZZ9.
        01  WS-SEG-ED                           PIC ZZZ9.
        01  WS-FLD-ED                           PIC ZZZ9.
        01  WS-OVR-ED                           PIC ZZZ9.
        01  WS-ORPHANS                          PIC 9(4) VALUE 0.
        01  WS-LIFE-TEXT                        PIC X(10).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "LIST"
                    PERFORM 2000-LIST-MASTERS
                WHEN "MAKE"
                    PERFORM 3000-MAKE-MASTER
                WHEN "UNMAKE"
                    PERFORM 3100-UNMAKE-MASTER
                WHEN "SET"
                    PERFORM 4000-SET-MASTER
                WHEN "CLEAR"
                    PERFORM 4100-CLEAR-MASTER
                WHEN "IMPACT"
                    PERFORM 5000-IMPACT
                WHEN "QUEUE"
                    PERFORM 5000-IMPACT
                    IF RETURN-CODE = 0 THEN
                        PERFORM 5200-QUEUE-USERS
                    END-IF
                WHEN OTHER
                    DISPLAY "USAGE: mstlayt LIST"
                    DISPLAY "       mstlayt MAKE MASTER"
                    DISPLAY "       mstlayt UNMAKE MASTER"
                    DISPLAY "       mstlayt SET SCREEN MASTER"
                    DISPLAY "       mstlayt CLEAR SCREEN"
                    DISPLAY "       mstlayt IMPACT MASTER"
                    DISPLAY "       mstlayt QUEUE MASTER"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            IF WS-VERB NOT = "LIST" THEN
                ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
                ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

        2000-LIST-MASTERS.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "MSTLAYT: NO SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     FIRST PASS: THE MASTERS.
      *>
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-IS-MASTER AND WS-M-USED < 200 THEN
                            ADD 1 TO WS-M-USED
                            MOVE SCN-NAME TO WS-M-NAME(WS-M-USED)
                            MOVE SCN-DESCRIPTION
                                TO WS-M-DESCRIPTION(WS-M-USED)
                            MOVE 0 TO WS-M-USERS(WS-M-USED)
                        END-IF
                END-READ
            END-PERFORM.
      *>
      *>     SECOND PASS: WHO USES THEM, AND WHO NAMES A MASTER THAT
      *>     IS NOT THERE.
      *>
            DISPLAY "MASTER LAYOUTS".
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO SCN-NAME.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-MASTER-LAYOUT NOT = SPACES
                        AND NOT SCN-IS-MASTER THEN
                            PERFORM 2100-COUNT-USER
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.

            DISPLAY " ".
            DISPLAY "MASTER           SCREENS DESCRIPTION".
            DISPLAY "---------------- ------- ",
                "----------------------------------------".
            PERFORM VARYING WS-M-X FROM 1 BY 1
                UNTIL WS-M-X > WS-M-USED
                MOVE WS-M-USERS(WS-M-X) TO WS-COUNT-ED
                DISPLAY WS-M-NAME(WS-M-X), "    ", WS-COUNT-ED, " ",
                    WS-M-DESCRIPTION(WS-M-X)
            END-PERFORM.
            MOVE WS-M-USED TO WS-COUNT-ED.
            DISPLAY WS-COUNT-ED, " MASTER LAYOUT(S).".
            IF WS-ORPHANS > 0 THEN
                MOVE WS-ORPHANS TO WS-COUNT-ED
                DISPLAY WS-COUNT-ED, " SCREEN(S) NAME A MASTER THAT ",
                    "IS NOT ON FILE OR NOT FLAGGED AS ONE."
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2100-COUNT-USER.
            PERFORM VARYING WS-M-X FROM 1 BY 1
                UNTIL WS-M-X > WS-M-USED
                   OR WS-M-NAME(WS-M-X) = SCN-MASTER-LAYOUT
                CONTINUE
            END-PERFORM.
            IF WS-M-X > WS-M-USED THEN
                ADD 1 TO WS-ORPHANS
                DISPLAY "  ", SCN-NAME, " NAMES MASTER ",
                    SCN-MASTER-LAYOUT, " -- NOT A MASTER ON FILE"
            ELSE
                ADD 1 TO WS-M-USERS(WS-M-X)
            END-IF.
            EXIT.

        3000-MAKE-MASTER.
            IF WS-ARG-1 = SPACES THEN
                DISPLAY "USAGE: mstlayt MAKE MASTER"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8000-OPEN-AND-READ.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF SCN-IS-MASTER THEN
                DISPLAY "SCREEN ", WS-ARG-1,
                    " IS ALREADY A MASTER LAYOUT."
                CLOSE SCREEN-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF SCN-MASTER-LAYOUT NOT = SPACES THEN
                DISPLAY "MSTLAYT: ", WS-ARG-1, " USES MASTER ",
                    FUNCTION TRIM(SCN-MASTER-LAYOUT),
                    " -- MASTERS DO NOT NEST; CLEAR IT FIRST."
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO SCN-MASTER-FLAG.
            MOVE "MASTER LAYOUT FLAG SET" TO WS-AUDIT-TEXT.
            PERFORM 8100-REWRITE-AND-AUDIT.
            IF NOT WS-REFUSED THEN
                DISPLAY "SCREEN ", WS-ARG-1,
                    " IS NOW A MASTER LAYOUT; IT WILL NOT BE ",
                    "GENERATED AS A PROGRAM."
            END-IF.
            EXIT.

        3100-UNMAKE-MASTER.
            IF WS-ARG-1 = SPACES THEN
                DISPLAY "USAGE: mstlayt UNMAKE MASTER"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5100-FIND-USERS.
            IF WS-U-USED > 0 THEN
                MOVE WS-U-USED TO WS-COUNT-ED
                DISPLAY "MSTLAYT: ", WS-COUNT-ED, " SCREEN(S) STILL ",
                    "USE ", FUNCTION TRIM(WS-ARG-1),
                    " -- CLEAR THEM FIRST (mstlayt IMPACT)."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8000-OPEN-AND-READ.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT SCN-IS-MASTER THEN
                DISPLAY "SCREEN ", WS-ARG-1,
                    " IS NOT A MASTER LAYOUT."
                CLOSE SCREEN-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACE TO SCN-MASTER-FLAG.
            MOVE "MASTER LAYOUT FLAG DROPPED" TO WS-AUDIT-TEXT.
            PERFORM 8100-REWRITE-AND-AUDIT.
            IF NOT WS-REFUSED THEN
                DISPLAY "SCREEN ", WS-ARG-1,
                    " IS NO LONGER A MASTER LAYOUT."
            END-IF.
            EXIT.

        4000-SET-MASTER.
            IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES THEN
                DISPLAY "USAGE: mstlayt SET SCREEN MASTER"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     THE MASTER MUST BE ON FILE AND FLAGGED AS ONE.
      *>
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "MSTLAYT: NO SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-2 TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    MOVE SPACE TO SCN-MASTER-FLAG
            END-READ.
            CLOSE SCREEN-FILE.
            IF NOT SCN-IS-MASTER THEN
                DISPLAY "MSTLAYT: ", FUNCTION TRIM(WS-ARG-2),
                    " IS NOT A MASTER LAYOUT ON FILE ",
                    "(mstlayt MAKE FIRST)."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            PERFORM 8000-OPEN-AND-READ.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF SCN-IS-MASTER THEN
                DISPLAY "MSTLAYT: ", FUNCTION TRIM(WS-ARG-1),
                    " IS ITSELF A MASTER -- MASTERS DO NOT NEST."
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF SCN-MASTER-LAYOUT = WS-ARG-2 THEN
                DISPLAY "SCREEN ", WS-ARG-1, " ALREADY USES ",
                    FUNCTION TRIM(WS-ARG-2), "."
                CLOSE SCREEN-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SCN-MASTER-LAYOUT TO WS-OLD-MASTER.
            MOVE WS-ARG-2 TO SCN-MASTER-LAYOUT.
            MOVE FUNCTION CURRENT-DATE TO SCN-LAST-MODIFIED.
            MOVE SPACES TO WS-AUDIT-TEXT.
            STRING "MASTER LAYOUT SET TO " WS-ARG-2
                DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
            PERFORM 8100-REWRITE-AND-AUDIT.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "SCREEN ", WS-ARG-1, " NOW USES MASTER ",
                FUNCTION TRIM(WS-ARG-2), ".".
            IF WS-OLD-MASTER NOT = SPACES THEN
                DISPLAY "  (WAS ", FUNCTION TRIM(WS-OLD-MASTER), ")"
            END-IF.
            PERFORM 8200-SHOW-CONTRIBUTION.
            EXIT.

        4100-CLEAR-MASTER.
            IF WS-ARG-1 = SPACES THEN
                DISPLAY "USAGE: mstlayt CLEAR SCREEN"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8000-OPEN-AND-READ.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF SCN-MASTER-LAYOUT = SPACES THEN
                DISPLAY "SCREEN ", WS-ARG-1, " USES NO MASTER."
                CLOSE SCREEN-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SCN-MASTER-LAYOUT TO WS-OLD-MASTER.
            MOVE SPACES TO SCN-MASTER-LAYOUT.
            MOVE FUNCTION CURRENT-DATE TO SCN-LAST-MODIFIED.
            MOVE SPACES TO WS-AUDIT-TEXT.
            STRING "MASTER LAYOUT " WS-OLD-MASTER " CLEARED"
                DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
            PERFORM 8100-REWRITE-AND-AUDIT.
            IF NOT WS-REFUSED THEN
                DISPLAY "SCREEN ", WS-ARG-1, " NO LONGER USES ",
                    FUNCTION TRIM(WS-OLD-MASTER), "."
            END-IF.
            EXIT.

      *>
      *>     THE SCREENS A CHANGE TO THE MASTER REACHES, AND WHAT
      *>     EACH ONE ACTUALLY TAKES FROM IT AFTER ITS OWN OVERRIDES.
      *>
        5000-IMPACT.
            IF WS-ARG-1 = SPACES THEN
                DISPLAY "USAGE: mstlayt ", FUNCTION TRIM(WS-VERB),
                    " MASTER"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5100-FIND-USERS.
            IF WS-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "MASTER LAYOUT ", WS-ARG-1, " -- SCREENS AFFECTED".
            DISPLAY " ".
            DISPLAY "SCREEN           STATUS     SEGMENTS FIELDS ",
                "OVERRIDDEN".
            DISPLAY "---------------- ---------- -------- ------ ",
                "----------".
            PERFORM VARYING WS-U-X FROM 1 BY 1
                UNTIL WS-U-X > WS-U-USED
                PERFORM 5010-IMPACT-ONE
            END-PERFORM.
            DISPLAY " ".
            MOVE WS-U-USED TO WS-COUNT-ED.
            DISPLAY WS-COUNT-ED, " SCREEN(S) USE ",
                FUNCTION TRIM(WS-ARG-1), ".".
            IF WS-U-OVERFLOW > 0 THEN
                MOVE WS-U-OVERFLOW TO WS-COUNT-ED
                DISPLAY WS-COUNT-ED, " MORE NOT LISTED (TABLE FULL)."
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5010-IMPACT-ONE.
            MOVE WS-U-NAME(WS-U-X) TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.
            MOVE MSL-SEG-COUNT TO WS-SEG-ED.
            MOVE MSL-FLD-COUNT TO WS-FLD-ED.
            MOVE MSL-OVERRIDES TO WS-OVR-ED.
            EVALUATE WS-U-LIFECYCLE(WS-U-X)
                WHEN 'D'
                    MOVE "DRAFT" TO WS-LIFE-TEXT
                WHEN 'P'
                    MOVE "DEPRECATED" TO WS-LIFE-TEXT
                WHEN 'R'
                    MOVE "RETIRED" TO WS-LIFE-TEXT
                WHEN OTHER
                    MOVE "ACTIVE" TO WS-LIFE-TEXT
            END-EVALUATE.
            DISPLAY WS-U-NAME(WS-U-X), " ", WS-LIFE-TEXT, "     ",
                WS-SEG-ED, "   ", WS-FLD-ED, "       ", WS-OVR-ED.
            EXIT.

        5100-FIND-USERS.
            MOVE 0 TO WS-U-USED, WS-U-OVERFLOW.
            MOVE 'N' TO WS-REFUSED-FLAG.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "MSTLAYT: NO SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                SET WS-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-MASTER-LAYOUT = WS-ARG-1
                        AND NOT SCN-IS-MASTER THEN
                            IF WS-U-USED < 500 THEN
                                ADD 1 TO WS-U-USED
                                MOVE SCN-NAME TO WS-U-NAME(WS-U-USED)
                                MOVE SCN-LIFECYCLE
                                    TO WS-U-LIFECYCLE(WS-U-USED)
                            ELSE
                                ADD 1 TO WS-U-OVERFLOW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.
            EXIT.

        5200-QUEUE-USERS.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OPERATOR-ID, WS-REQUIRED-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "MSTLAYT: ", FUNCTION TRIM(WS-OPERATOR-ID),
                    " DOES NOT HOLD THE ",
                    FUNCTION TRIM(WS-REQUIRED-ROLE), " ROLE."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-REGEN-QUEUE"
                USING "L", WS-ARG-1, "MSTLAYT ".
            DISPLAY "QUEUED FOR REGENERATION -- REGENQ WILL REBUILD ",
                "THE SCREENS ABOVE.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *>     OPEN SCREENS.X FOR UPDATE AND READ WS-ARG-1, AFTER THE
      *>     ROLE CHECK; ON ANY REFUSAL THE FILE IS LEFT CLOSED.
      *>
        8000-OPEN-AND-READ.
            MOVE 'N' TO WS-REFUSED-FLAG.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OPERATOR-ID, WS-REQUIRED-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "MSTLAYT: ", FUNCTION TRIM(WS-OPERATOR-ID),
                    " DOES NOT HOLD THE ",
                    FUNCTION TRIM(WS-REQUIRED-ROLE), " ROLE."
                SET WS-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "MSTLAYT: CANNOT OPEN SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                SET WS-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-1 TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    DISPLAY "SCREEN ", WS-ARG-1, " IS NOT ON FILE."
                    SET WS-REFUSED TO TRUE
            END-READ.
            IF NOT WS-REFUSED
            AND SCN-LOCKED-BY NOT = SPACES
            AND SCN-LOCKED-BY NOT = WS-OPERATOR-ID THEN
                DISPLAY "MSTLAYT: ", WS-ARG-1,
                    " IS CHECKED OUT BY ",
                    FUNCTION TRIM(SCN-LOCKED-BY),
                    " -- RELEASE IT FIRST."
                SET WS-REFUSED TO TRUE
            END-IF.
            IF WS-REFUSED THEN
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *>     REWRITE THE SCREEN READ BY 8000-OPEN-AND-READ, THEN
      *>     JOURNAL, AUDIT (WS-AUDIT-TEXT) AND CLOSE.
      *>
        8100-REWRITE-AND-AUDIT.
            REWRITE SCREEN-RECORD
                INVALID KEY
                    DISPLAY "MSTLAYT: UNABLE TO UPDATE ",
                        WS-ARG-1, " (STATUS ",
                        WS-SCREEN-FILE-STATUS, ")."
                    SET WS-REFUSED TO TRUE
            END-REWRITE.
            IF WS-REFUSED THEN
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-AFTER-IMAGE" USING
                "01", "R", SCREEN-RECORD.
            CLOSE SCREEN-FILE.

            OPEN EXTEND SCRAUDIT-FILE.
            MOVE SPACES TO SCRAUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUD-DATE-TIME.
            MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
            MOVE WS-ARG-1 TO AUD-SCREEN-NAME.
            MOVE 'C' TO AUD-ACTION.
            MOVE WS-AUDIT-TEXT TO AUD-DESCRIPTION.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", AUD-TICKET.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.
            CLOSE SCRAUDIT-FILE.

            IF WS-VERB = "SET" OR WS-VERB = "CLEAR" THEN
                MOVE WS-ARG-1 TO WS-AUDIT-SCREEN
                CALL "COBCURSES-APPROVAL-MARK" USING
                    WS-AUDIT-SCREEN, WS-OPERATOR-ID
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        8200-SHOW-CONTRIBUTION.
            MOVE WS-ARG-1 TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.
            MOVE MSL-SEG-COUNT TO WS-SEG-ED.
            MOVE MSL-FLD-COUNT TO WS-FLD-ED.
            MOVE MSL-OVERRIDES TO WS-OVR-ED.
            DISPLAY "  TAKES ", WS-SEG-ED, " SEGMENT(S) AND ",
                WS-FLD-ED, " FIELD(S) FROM IT;", WS-OVR-ED,
                " OVERRIDDEN LOCALLY.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM MSTLAYT.
