        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRLIFE.
      *>
      *> SCRLIFE MAINTAINS THE LIFECYCLE STATUS ON THE SCREEN HEADER
      *> (SCN-LIFECYCLE, SEE SCREEN-01.cbl). A SCREEN USED TO BE
      *> EITHER IN SCREENS.X OR GONE; NOW IT CAN BE A DRAFT (NOT YET
      *> READY TO GENERATE), ACTIVE, DEPRECATED (STILL RUNS, BUT ITS
      *> USE IS LOGGED AND REPORTED) OR RETIRED (KEPT FOR HISTORY,
      *> NEVER GENERATED, BUILT OR ROUTED TO). THE STATUS IS
      *> ENFORCED BY SDGENERATE, GENBUILD, COBCURSES-ROUTER-LOOKUP
      *> AND SCRPLAY, AND REPORTED BY SCREENINV AND OPSDASH.
      *>
      *> USAGE (ARGUMENTS):
      *>     SHOW SCREEN          THE SCREEN'S STATUS, WHO SET IT AND
      *>                          WHEN, AND THE MOVES OPEN TO IT
      *>     LIST [STATUS]        EVERY SCREEN (OR EVERY SCREEN IN
      *>                          DRAFT/ACTIVE/DEPRECATED/RETIRED)
      *>     SET SCREEN STATUS    MOVE THE SCREEN TO DRAFT, ACTIVE,
      *>                          DEPRECATED OR RETIRED
      *>
      *> ALLOWED TRANSITIONS, AND THE ROLE THE OPERATOR ($USER,
      *> CHECKED THROUGH COBCURSES-CHECK-ROLE) MUST HOLD:
      *>
      *>     ACTIVE     -> DRAFT       SCRDESIGN  (BACK FOR REWORK)
      *>     DRAFT      -> ACTIVE      SCRDESIGN  (READY TO GENERATE)
      *>     DRAFT      -> RETIRED     SCRDESIGN  (ABANDONED DESIGN)
      *>     ACTIVE     -> DEPRECATED  CATADMIN
      *>     DEPRECATED -> ACTIVE      CATADMIN   (REPRIEVE)
      *>     DEPRECATED -> RETIRED     CATADMIN
      *>     RETIRED    -> DEPRECATED  CATADMIN   (REINSTATE)
      *>
      *> AN ACTIVE SCREEN IS NEVER RETIRED DIRECTLY: IT IS DEPRECATED
      *> FIRST, SO ITS REMAINING USE SHOWS UP BEFORE IT STOPS
      *> RUNNING. A SCREEN CHECKED OUT IN THE DESIGNER
      *> (SCN-LOCKED-BY) CANNOT CHANGE STATUS UNTIL IT IS RELEASED.
      *> EVERY CHANGE WRITES A SCRAUDIT ENTRY AND AN AFTER-IMAGE.
      *>
      *> RETURN-CODE: 0 DONE, 8 SCREEN NOT ON FILE OR TRANSITION
      *> REFUSED, 16 USAGE ERROR.
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

            SELECT ROUTER-FILE
                ASSIGN TO ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT OPTIONAL SCRAUDIT-FILE
                ASSIGN TO SCRAUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  SCRAUDIT-FILE.
        01  SCRAUDIT-RECORD.
            COPY SCRAUDIT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  SCRAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT.LOG".

        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-SCREEN                       PIC X(16).
        01  WS-ARG-STATUS                       PIC X(12).
        01  WS-OPERATOR-ID                      PIC X(20).

      *>
      *> STATUS CODES AND THEIR NAMES.
      *>
        01  STATUS-NAMES.
            10  FILLER                          PIC X(11)
                VALUE "DDRAFT".
            10  FILLER                          PIC X(11)
                VALUE "AACTIVE".
            10  FILLER                          PIC X(11)
                VALUE "PDEPRECATED".
            10  FILLER                          PIC X(11)
                VALUE "RRETIRED".
        01  STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
            10  WS-STATUS-ENTRY OCCURS 4 TIMES.
                15  WS-STATUS-CODE              PIC X.
                15  WS-STATUS-NAME              PIC X(10).
        01  WS-STATUS-X                         PIC 9 COMP.

      *>
      *> THE TRANSITION TABLE: FROM-CODE, TO-CODE, ROLE REQUIRED.
      *>
        01  TRANSITIONS.
            10  FILLER                          PIC X(18)
                VALUE "ADSCRDESIGN".
            10  FILLER                          PIC X(18)
                VALUE "DASCRDESIGN".
            10  FILLER                          PIC X(18)
                VALUE "DRSCRDESIGN".
            10  FILLER                          PIC X(18)
                VALUE "APCATADMIN".
            10  FILLER                          PIC X(18)
                VALUE "PACATADMIN".
            10  FILLER                          PIC X(18)
                VALUE "PRCATADMIN".
            10  FILLER                          PIC X(18)
                VALUE "RPCATADMIN".
        01  TRANSITION-TABLE REDEFINES TRANSITIONS.
            10  WS-TRN-ENTRY OCCURS 7 TIMES.
                15  WS-TRN-FROM                 PIC X.
                15  WS-TRN-TO                   PIC X.
                15  WS-TRN-ROLE                 PIC X(16).
        01  WS-TRN-X                            PIC 9 COMP.
        01  WS-TRN-FOUND-X                      PIC 9 COMP.

        01  WS-FROM-CODE                        PIC X.
        01  WS-TO-CODE                          PIC X.
        01  WS-LOOKUP-CODE                      PIC X.
        01  WS-LOOKUP-NAME                      PIC X(10).
        01  WS-FROM-NAME                        PIC X(10).
        01  WS-TO-NAME                          PIC X(10).
        01  WS-FILTER-CODE                      PIC X.
        01  WS-REQUIRED-ROLE                    PIC X(16).

        01  WS-LISTED                           PIC 9(6) VALUE 0.
        01  WS-ROUTE-COUNT                      PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "SHOW"
                    PERFORM 2000-SHOW-SCREEN
                WHEN "LIST"
                    PERFORM 3000-LIST-SCREENS
                WHEN "SET"
                    PERFORM 4000-SET-STATUS
                WHEN OTHER
                    DISPLAY "USAGE: scrlife SHOW SCREEN"
                    DISPLAY "       scrlife LIST [STATUS]"
                    DISPLAY "       scrlife SET SCREEN STATUS"
                    DISPLAY "STATUS: DRAFT ACTIVE DEPRECATED RETIRED"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-VERB, WS-ARG-SCREEN, WS-ARG-STATUS.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            IF WS-VERB = "LIST" THEN
                ACCEPT WS-ARG-STATUS FROM ARGUMENT-VALUE
            ELSE
                ACCEPT WS-ARG-SCREEN FROM ARGUMENT-VALUE
                ACCEPT WS-ARG-STATUS FROM ARGUMENT-VALUE
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ARG-STATUS) TO WS-ARG-STATUS.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                ROUTER-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

        2000-SHOW-SCREEN.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRLIFE: NO SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    DISPLAY "SCREEN ", WS-ARG-SCREEN,
                        " IS NOT ON FILE."
                    CLOSE SCREEN-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            CLOSE SCREEN-FILE.
            PERFORM 8000-CURRENT-CODE.
            MOVE WS-FROM-CODE TO WS-LOOKUP-CODE.
            PERFORM 8100-CODE-TO-NAME.
            DISPLAY "SCREEN    ", SCN-NAME, " ",
                FUNCTION TRIM(SCN-DESCRIPTION).
            DISPLAY "STATUS    ", WS-LOOKUP-NAME.
            IF SCN-LIFECYCLE-BY NOT = SPACES THEN
                DISPLAY "SET BY    ", SCN-LIFECYCLE-BY, " ON ",
                    SCN-LIFECYCLE-CHANGED(1:8), " ",
                    SCN-LIFECYCLE-CHANGED(9:4)
            END-IF.
            PERFORM VARYING WS-TRN-X FROM 1 BY 1
                UNTIL WS-TRN-X > 7
                IF WS-TRN-FROM(WS-TRN-X) = WS-FROM-CODE THEN
                    MOVE WS-TRN-TO(WS-TRN-X) TO WS-LOOKUP-CODE
                    PERFORM 8100-CODE-TO-NAME
                    DISPLAY "MAY MOVE  TO ", WS-LOOKUP-NAME,
                        " (ROLE ",
                        FUNCTION TRIM(WS-TRN-ROLE(WS-TRN-X)), ")"
                END-IF
            END-PERFORM.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3000-LIST-SCREENS.
            MOVE SPACE TO WS-FILTER-CODE.
            IF WS-ARG-STATUS NOT = SPACES THEN
                PERFORM 8200-NAME-TO-CODE
                IF WS-LOOKUP-CODE = SPACE THEN
                    DISPLAY "SCRLIFE: UNKNOWN STATUS ",
                        WS-ARG-STATUS
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-LOOKUP-CODE TO WS-FILTER-CODE
            END-IF.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRLIFE: NO SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "SCREEN LIFECYCLE".
            DISPLAY "SCREEN NAME      STATUS     SET BY",
                "               ON".
            DISPLAY "---------------- ---------- ------",
                "-------------- ------------".
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 8000-CURRENT-CODE
                        IF WS-FILTER-CODE = SPACE
                        OR WS-FILTER-CODE = WS-FROM-CODE THEN
                            ADD 1 TO WS-LISTED
                            MOVE WS-FROM-CODE TO WS-LOOKUP-CODE
                            PERFORM 8100-CODE-TO-NAME
                            DISPLAY SCN-NAME, " ", WS-LOOKUP-NAME,
                                " ", SCN-LIFECYCLE-BY, " ",
                                SCN-LIFECYCLE-CHANGED(1:12)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.
            DISPLAY WS-LISTED, " SCREEN(S) LISTED.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        4000-SET-STATUS.
            IF WS-ARG-SCREEN = SPACES OR WS-ARG-STATUS = SPACES THEN
                DISPLAY "USAGE: scrlife SET SCREEN STATUS"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8200-NAME-TO-CODE.
            IF WS-LOOKUP-CODE = SPACE THEN
                DISPLAY "SCRLIFE: UNKNOWN STATUS ", WS-ARG-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LOOKUP-CODE TO WS-TO-CODE.
            MOVE WS-LOOKUP-NAME TO WS-TO-NAME.

            OPEN I-O SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRLIFE: CANNOT OPEN SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    DISPLAY "SCREEN ", WS-ARG-SCREEN,
                        " IS NOT ON FILE."
                    CLOSE SCREEN-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            PERFORM 8000-CURRENT-CODE.
            MOVE WS-FROM-CODE TO WS-LOOKUP-CODE.
            PERFORM 8100-CODE-TO-NAME.
            MOVE WS-LOOKUP-NAME TO WS-FROM-NAME.

            IF WS-FROM-CODE = WS-TO-CODE THEN
                DISPLAY "SCREEN ", WS-ARG-SCREEN, " IS ALREADY ",
                    WS-TO-NAME, "."
                CLOSE SCREEN-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-TRN-FOUND-X.
            PERFORM VARYING WS-TRN-X FROM 1 BY 1
                UNTIL WS-TRN-X > 7
                IF WS-TRN-FROM(WS-TRN-X) = WS-FROM-CODE
                AND WS-TRN-TO(WS-TRN-X) = WS-TO-CODE THEN
                    MOVE WS-TRN-X TO WS-TRN-FOUND-X
                END-IF
            END-PERFORM.
            IF WS-TRN-FOUND-X = 0 THEN
                DISPLAY "SCRLIFE: ", FUNCTION TRIM(WS-FROM-NAME),
                    " -> ", FUNCTION TRIM(WS-TO-NAME),
                    " IS NOT AN ALLOWED TRANSITION."
                IF WS-FROM-CODE = 'A' AND WS-TO-CODE = 'R' THEN
                    DISPLAY "SCRLIFE: DEPRECATE THE SCREEN FIRST."
                END-IF
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-TRN-ROLE(WS-TRN-FOUND-X) TO WS-REQUIRED-ROLE.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OPERATOR-ID, WS-REQUIRED-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "SCRLIFE: ", FUNCTION TRIM(WS-OPERATOR-ID),
                    " DOES NOT HOLD THE ",
                    FUNCTION TRIM(WS-REQUIRED-ROLE), " ROLE."
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            IF SCN-LOCKED-BY NOT = SPACES THEN
                DISPLAY "SCRLIFE: ", WS-ARG-SCREEN,
                    " IS CHECKED OUT BY ",
                    FUNCTION TRIM(SCN-LOCKED-BY),
                    " -- RELEASE IT FIRST."
                CLOSE SCREEN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-TO-CODE TO SCN-LIFECYCLE.
            MOVE FUNCTION CURRENT-DATE TO SCN-LIFECYCLE-CHANGED.
            MOVE WS-OPERATOR-ID TO SCN-LIFECYCLE-BY.
            REWRITE SCREEN-RECORD
                INVALID KEY
                    DISPLAY "SCRLIFE: UNABLE TO UPDATE ",
                        WS-ARG-SCREEN, " (STATUS ",
                        WS-SCREEN-FILE-STATUS, ")."
                    CLOSE SCREEN-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-REWRITE.
            CALL "COBCURSES-AFTER-IMAGE" USING
                "01", "R", SCREEN-RECORD.
            CLOSE SCREEN-FILE.
            PERFORM 4100-AUDIT-CHANGE.
            DISPLAY "SCREEN ", WS-ARG-SCREEN, " IS NOW ",
                FUNCTION TRIM(WS-TO-NAME), " (WAS ",
                FUNCTION TRIM(WS-FROM-NAME), ").".
            IF WS-TO-CODE = 'R' THEN
                PERFORM 4200-LIST-ROUTES
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        4100-AUDIT-CHANGE.
            OPEN EXTEND SCRAUDIT-FILE.
            MOVE SPACES TO SCRAUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUD-DATE-TIME.
            MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
            MOVE WS-ARG-SCREEN TO AUD-SCREEN-NAME.
            MOVE 'C' TO AUD-ACTION.
            STRING "LIFECYCLE " DELIMITED BY SIZE,
                WS-FROM-NAME DELIMITED BY SPACE,
                " -> " DELIMITED BY SIZE,
                WS-TO-NAME DELIMITED BY SPACE
                INTO AUD-DESCRIPTION.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", AUD-TICKET.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.
            CLOSE SCRAUDIT-FILE.
            EXIT.

        4200-LIST-ROUTES.
      *>
      *>     TRANSACTION CODES STILL POINTING AT A RETIRED SCREEN
      *>     NOW FAIL AT THE ROUTER; NAME THEM SO THEY CAN BE
      *>     REMOVED OR REPOINTED IN SD002098.
      *>
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ROUTER-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RTR-PROGRAM-NAME = WS-ARG-SCREEN(1:8)
                        AND WS-ARG-SCREEN(9:8) = SPACES THEN
                            ADD 1 TO WS-ROUTE-COUNT
                            DISPLAY "  TRANSACTION CODE ", RTR-CODE,
                                " STILL ROUTES HERE AND WILL BE ",
                                "REFUSED."
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROUTER-FILE.
            EXIT.

        8000-CURRENT-CODE.
      *>
      *>     A BLANK LIFECYCLE (RECORDS FROM BEFORE LAYOUT V5) IS
      *>     ACTIVE.
      *>
            IF SCN-LIFE-ACTIVE THEN
                MOVE 'A' TO WS-FROM-CODE
            ELSE
                MOVE SCN-LIFECYCLE TO WS-FROM-CODE
            END-IF.
            EXIT.

        8100-CODE-TO-NAME.
            MOVE "UNKNOWN" TO WS-LOOKUP-NAME.
            PERFORM VARYING WS-STATUS-X FROM 1 BY 1
                UNTIL WS-STATUS-X > 4
                IF WS-STATUS-CODE(WS-STATUS-X) = WS-LOOKUP-CODE THEN
                    MOVE WS-STATUS-NAME(WS-STATUS-X)
                        TO WS-LOOKUP-NAME
                END-IF
            END-PERFORM.
            EXIT.

        8200-NAME-TO-CODE.
            MOVE SPACE TO WS-LOOKUP-CODE.
            MOVE SPACES TO WS-LOOKUP-NAME.
            PERFORM VARYING WS-STATUS-X FROM 1 BY 1
                UNTIL WS-STATUS-X > 4
                IF WS-STATUS-NAME(WS-STATUS-X) = WS-ARG-STATUS THEN
                    MOVE WS-STATUS-CODE(WS-STATUS-X)
                        TO WS-LOOKUP-CODE
                    MOVE WS-STATUS-NAME(WS-STATUS-X)
                        TO WS-LOOKUP-NAME
                END-IF
            END-PERFORM.
            EXIT.

        END PROGRAM SCRLIFE.
