        IDENTIFICATION DIVISION.
        PROGRAM-ID. NAVMAP.
      *>
      *> NAVMAP DRAWS HOW AN OPERATOR GETS FROM SIGN-ON TO EACH SCREEN
      *> OF AN APPLICATION -- THE APPLICATION-WIDE COMPANION TO
      *> FLOWMAP, WHICH MAPS THE STATES INSIDE ONE SCREEN. IT WALKS
      *>
      *>     MENUS.X / ITEMS.X   FROM EVERY TOP MENU (ONE NO ITEM NAMES
      *>                         AS ITS ITM-SUBMENU-NAME AND NO FIELD
      *>                         USES AS A POP-UP) DOWN THROUGH THE
      *>                         SUBMENUS;
      *>     LAUNCHER.X          THE PROGRAM EACH MENU SELECTION CALLS;
      *>     ROUTER.X            THE TRANSACTION CODES, A DIRECT PATH TO
      *>                         A PROGRAM FROM ANY SCREEN;
      *>     GENBUILD.CNF        THE PROGRAMS THAT ARE ACTUALLY BUILT;
      *>
      *> AND PRINTS THE NAVIGATION TREE WITH THE SECURITY ROLE IN FORCE
      *> AT EACH HOP (A HOP WITH NO ROLE OF ITS OWN INHERITS ITS
      *> PARENT'S). A GENERATED SCREEN PROGRAM CARRIES ITS SCREEN'S
      *> NAME, WHICH TIES A PROGRAM TO ITS SCN-APPLICATION. THE REPORT
      *> THEN FLAGS
      *>
      *>     - SCREENS OF THE APPLICATION NO MENU PATH OR TRANSACTION
      *>       CODE REACHES;
      *>     - MENU ITEMS AND TRANSACTION CODES WHOSE PROGRAM IS NOT IN
      *>       GENBUILD.CNF, SO IS NEVER BUILT;
      *>     - HOPS WHERE A CHILD REQUIRES A ROLE ITS PARENT DOES NOT,
      *>       SO AN OPERATOR CAN BE SHOWN A PATH THAT DEAD-ENDS.
      *>
      *> THE SAME TREE IS WRITTEN AS A GRAPHVIZ DOT FILE FOR THE
      *> INTRANET: NAVMAP-<APPLICATION>.DOT (NAVMAP.DOT FOR THE WHOLE
      *> CATALOG) IN COBCURSES_MAPDIR, DEFAULT THE CURRENT DIRECTORY.
      *>
      *> USAGE:  navmap [APPLICATION]
      *>     WITH NO APPLICATION, EVERY APPLICATION IN APPREG.X IS
      *>     MAPPED IN TURN, FOLLOWED BY THE WHOLE CATALOG (WHICH ALSO
      *>     SHOWS PROGRAMS THAT ARE NOT SCREENS).
      *>
      *> RETURN-CODE 1 WHEN ANYTHING IS FLAGGED.
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

            SELECT SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

            SELECT MENU-FILE
                ASSIGN TO MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY
                FILE STATUS IS WS-MENU-FILE-STATUS.

            SELECT ITEM-FILE
                ASSIGN TO ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-ITEM-FILE-STATUS.

            SELECT LAUNCHER-FILE
                ASSIGN TO LAUNCHER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS LNC-KEY
                FILE STATUS IS WS-LAUNCHER-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT APPREG-FILE
                ASSIGN TO APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APR-CODE
                FILE STATUS IS WS-APPREG-FILE-STATUS.

            SELECT REGISTRY-FILE
                ASSIGN TO REGISTRY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTRY-FILE-STATUS.

            SELECT DOT-FILE
                ASSIGN TO DOT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  LAUNCHER-FILE.
        01  LAUNCHER-RECORD.
            COPY LAUNCHER.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  APPREG-FILE.
        01  APPREG-RECORD.
            COPY APPREG.

      *>
      *> GENBUILD.CNF, AS GENBUILD READS IT.
      *>
        FD  REGISTRY-FILE.
        01  REGISTRY-RECORD.
            05  REG-SEQ                     PIC X(4).
            05  FILLER                      PIC X.
            05  REG-SCREEN-NAME             PIC X(16).
            05  FILLER                      PIC X.
            05  REG-SOURCE-PATH             PIC X(256).

        FD  DOT-FILE.
        01  DOT-RECORD                      PIC X(256).

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  MENU-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  LAUNCHER-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/LAUNCHER.X".
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  APPREG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPREG.X".
            10  REGISTRY-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/GENBUILD.CNF".
            10  DOT-FILE-NAME                   PIC X(256).
            10  MAP-DIR                         PIC X(256) VALUE ".".

        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-MENU-FILE-STATUS                 PIC XX.
        01  WS-ITEM-FILE-STATUS                 PIC XX.
        01  WS-LAUNCHER-FILE-STATUS             PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.
        01  WS-APPREG-FILE-STATUS               PIC XX.
        01  WS-REGISTRY-FILE-STATUS             PIC XX.
        01  WS-DOT-FILE-STATUS                  PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-REGISTRY-FLAG                    PIC X VALUE 'N'.
            88  REGISTRY-LOADED                 VALUE 'Y'.
        01  WS-LAUNCHER-FLAG                    PIC X VALUE 'N'.
            88  LAUNCHER-OPEN                   VALUE 'Y'.

        01  WS-ARG-APPLICATION                  PIC X(8).
        01  WS-MAP-APPLICATION                  PIC X(8).
        01  WS-MAP-DESCRIPTION                  PIC X(40).

      *>
      *> THE CATALOG, LOADED ONCE AND MAPPED ONCE PER APPLICATION.
      *>
        01  SCREEN-TABLE.
            05  WS-SCREEN-COUNT                 PIC 9(4) COMP VALUE 0.
            05  WS-SCREEN OCCURS 2000 TIMES.
                10  SC-NAME                     PIC X(16).
                10  SC-APPLICATION              PIC X(8).
                10  SC-REACHED                  PIC X.
        01  WS-SX                               PIC 9(4) COMP.

        01  MENU-TABLE.
            05  WS-MENU-COUNT                   PIC 9(4) COMP VALUE 0.
            05  WS-MENU OCCURS 500 TIMES.
                10  MN-NAME                     PIC X(16).
                10  MN-TITLE                    PIC X(40).
                10  MN-ROLE                     PIC X(16).
                10  MN-FIRST-ITEM               PIC 9(4) COMP.
                10  MN-LAST-ITEM                PIC 9(4) COMP.
                10  MN-IS-CHILD                 PIC X.
                10  MN-IS-POPUP                 PIC X.
                10  MN-REACHES                  PIC X.
                10  MN-SHOWN                    PIC X.
        01  WS-MX                               PIC 9(4) COMP.
        01  WS-SUB-MX                           PIC 9(4) COMP.

        01  ITEM-TABLE.
            05  WS-ITEM-COUNT                   PIC 9(4) COMP VALUE 0.
            05  WS-ITEM OCCURS 3000 TIMES.
                10  IT-NUMBER                   PIC 9(4).
                10  IT-NAME                     PIC X(20).
                10  IT-TEXT                     PIC X(40).
                10  IT-ROLE                     PIC X(16).
                10  IT-SUBMENU                  PIC X(16).
                10  IT-SUB-X                    PIC 9(4) COMP.
                10  IT-PROGRAM                  PIC X(8).
                10  IT-SCREEN-X                 PIC 9(4) COMP.
        01  WS-IX                               PIC 9(4) COMP.

        01  ROUTE-TABLE.
            05  WS-ROUTE-COUNT                  PIC 9(4) COMP VALUE 0.
            05  WS-ROUTE OCCURS 500 TIMES.
                10  RT-CODE                     PIC X(8).
                10  RT-PROGRAM                  PIC X(8).
                10  RT-ROLE                     PIC X(16).
                10  RT-SCREEN-X                 PIC 9(4) COMP.
        01  WS-RX                               PIC 9(4) COMP.

        01  BUILD-TABLE.
            05  WS-BUILD-COUNT                  PIC 9(4) COMP VALUE 0.
            05  WS-BUILD-NAME                   PIC X(16)
                                                OCCURS 1000 TIMES.
        01  WS-BX                               PIC 9(4) COMP.

      *>
      *> THE WALK: AN EXPLICIT STACK OF OPEN MENUS, EACH WITH THE
      *> NEXT ITEM TO SHOW AND THE ROLE IN FORCE AT IT.
      *>
        01  WALK-STACK.
            05  WS-DEPTH                        PIC 99 COMP VALUE 0.
            05  WS-STACK-ENTRY OCCURS 40 TIMES.
                10  STK-MENU-X                  PIC 9(4) COMP.
                10  STK-NEXT-ITEM               PIC 9(4) COMP.
                10  STK-ROLE                    PIC X(16).
        01  WS-PUSH-ROLE                        PIC X(16).
        01  WS-PARENT-ROLE                      PIC X(16).
        01  WS-HOP-ROLE                         PIC X(16).
        01  WS-CHECK-ROLE                       PIC X(16).

      *>
      *> FLAGGED FINDINGS, LISTED AFTER THE TREE.
      *>
        01  FINDING-TABLE.
            05  WS-FINDING-COUNT                PIC 9(4) COMP VALUE 0.
            05  WS-FINDING OCCURS 500 TIMES.
                10  FND-KIND                    PIC X.
                10  FND-TEXT                    PIC X(100).
        01  WS-FX                               PIC 9(4) COMP.
        01  WS-FINDING-KIND                     PIC X.
        01  WS-FINDING-TEXT                     PIC X(100).

        01  WS-FLAGS.
            05  WS-IN-APP-FLAG                  PIC X.
                88  IN-APPLICATION              VALUE 'Y'.
            05  WS-CHANGED-FLAG                 PIC X.
                88  TABLE-CHANGED               VALUE 'Y'.
            05  WS-BUILT-FLAG                   PIC X.
                88  PROGRAM-BUILT               VALUE 'Y'.

        01  WS-WORK.
            05  WS-PROGRAM                      PIC X(8).
            05  WS-FIND-NAME                    PIC X(16).
            05  WS-FOUND-X                      PIC 9(4) COMP.
            05  WS-LINE                         PIC X(160).
            05  WS-PTR                          PIC 999 COMP.
            05  WS-INDENT                       PIC 999 COMP.
            05  WS-ROLE-TAG                     PIC X(24).
            05  WS-LABEL                        PIC X(60).
            05  WS-NO-ED                        PIC 9(4).

        01  MAP-COUNTS.
            05  WS-UNREACHED-COUNT              PIC 9(4).
            05  WS-UNBUILT-COUNT                PIC 9(4).
            05  WS-ROLE-GAP-COUNT               PIC 9(4).
            05  WS-MAPS-WRITTEN                 PIC 9(4) VALUE 0.
            05  WS-TOTAL-FLAGGED                PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 1100-LOAD-SCREENS.
            PERFORM 1200-LOAD-MENUS.
            PERFORM 1300-LOAD-ITEMS.
            PERFORM 1400-LOAD-ROUTES.
            PERFORM 1500-LOAD-BUILD-REGISTRY.
            PERFORM 1600-MARK-POPUP-MENUS.

            IF WS-ARG-APPLICATION NOT = SPACES THEN
                MOVE WS-ARG-APPLICATION TO WS-MAP-APPLICATION
                PERFORM 1700-DESCRIBE-APPLICATION
                PERFORM 2000-MAP-APPLICATION
            ELSE
                PERFORM 1800-MAP-EVERY-APPLICATION
                MOVE SPACES TO WS-MAP-APPLICATION
                MOVE "WHOLE CATALOG" TO WS-MAP-DESCRIPTION
                PERFORM 2000-MAP-APPLICATION
            END-IF.

            DISPLAY "MAPS WRITTEN: ", WS-MAPS-WRITTEN,
                "  ITEMS FLAGGED: ", WS-TOTAL-FLAGGED.
            IF WS-TOTAL-FLAGGED > 0 THEN
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-ARG-APPLICATION.
            ACCEPT WS-ARG-APPLICATION FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-ARG-APPLICATION)
                TO WS-ARG-APPLICATION.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_MAPDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO MAP-DIR
            END-IF.

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LAUNCHER-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE ROUTER-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE APPREG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE REGISTRY-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MAP-DIR, FILE-NAME-LENGTH.

            DISPLAY "APPLICATION NAVIGATION MAP  ",
                FUNCTION CURRENT-DATE(1:14).
            DISPLAY " ".
            EXIT.

        1100-LOAD-SCREENS.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "NAVMAP: NO SCREEN CATALOG (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-SCREEN-COUNT < 2000 THEN
                            ADD 1 TO WS-SCREEN-COUNT
                            MOVE SCN-NAME TO SC-NAME(WS-SCREEN-COUNT)
                            MOVE SCN-APPLICATION
                                TO SC-APPLICATION(WS-SCREEN-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.
            EXIT.

        1200-LOAD-MENUS.
            OPEN INPUT MENU-FILE.
            IF WS-MENU-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-MENU-COUNT < 500 THEN
                            ADD 1 TO WS-MENU-COUNT
                            MOVE WS-MENU-COUNT TO WS-MX
                            MOVE MNU-MENU-NAME TO MN-NAME(WS-MX)
                            MOVE MNU-TITLE TO MN-TITLE(WS-MX)
                            MOVE MNU-SECURITY-ROLE TO MN-ROLE(WS-MX)
                            MOVE ZERO TO MN-FIRST-ITEM(WS-MX)
                            MOVE ZERO TO MN-LAST-ITEM(WS-MX)
                            MOVE 'N' TO MN-IS-CHILD(WS-MX)
                            MOVE 'N' TO MN-IS-POPUP(WS-MX)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MENU-FILE.
            EXIT.

      *>
      *> 1300-LOAD-ITEMS :
      *>     ITEMS.X IS IN MENU ORDER, SO EACH MENU'S ITEMS ARE ONE RUN
      *>     OF THE TABLE. A SUBMENU ITEM IS RESOLVED TO ITS MENU; ANY
      *>     OTHER ITEM TO THE PROGRAM LAUNCHER.X REGISTERS FOR ITS
      *>     SELECTION, AND THAT PROGRAM TO ITS SCREEN.
      *>
        1300-LOAD-ITEMS.
            OPEN INPUT LAUNCHER-FILE.
            IF WS-LAUNCHER-FILE-STATUS = "00" THEN
                SET LAUNCHER-OPEN TO TRUE
            END-IF.
            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ITEM-COUNT < 3000 THEN
                            PERFORM 1310-LOAD-ONE-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ITEM-FILE.
            IF LAUNCHER-OPEN THEN
                CLOSE LAUNCHER-FILE
            END-IF.
            EXIT.

        1310-LOAD-ONE-ITEM.
            MOVE ITM-MENU-NAME TO WS-FIND-NAME.
            PERFORM 8100-FIND-MENU.
            IF WS-FOUND-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ITEM-COUNT.
            MOVE WS-ITEM-COUNT TO WS-IX.
            IF MN-FIRST-ITEM(WS-FOUND-X) = 0 THEN
                MOVE WS-IX TO MN-FIRST-ITEM(WS-FOUND-X)
            END-IF.
            MOVE WS-IX TO MN-LAST-ITEM(WS-FOUND-X).

            MOVE ITM-NUMBER TO IT-NUMBER(WS-IX).
            MOVE ITM-ITEM-NAME TO IT-NAME(WS-IX).
            MOVE ITM-TEXT TO IT-TEXT(WS-IX).
            MOVE ITM-SECURITY-ROLE TO IT-ROLE(WS-IX).
            MOVE ITM-SUBMENU-NAME TO IT-SUBMENU(WS-IX).
            MOVE ZERO TO IT-SUB-X(WS-IX).
            MOVE SPACES TO IT-PROGRAM(WS-IX).
            MOVE ZERO TO IT-SCREEN-X(WS-IX).

            IF ITM-SUBMENU-NAME NOT = SPACES THEN
                MOVE ITM-SUBMENU-NAME TO WS-FIND-NAME
                PERFORM 8100-FIND-MENU
                MOVE WS-FOUND-X TO IT-SUB-X(WS-IX)
                IF WS-FOUND-X > 0 THEN
                    MOVE 'Y' TO MN-IS-CHILD(WS-FOUND-X)
                END-IF
                EXIT PARAGRAPH
            END-IF.

            IF LAUNCHER-OPEN AND ITM-ITEM-NAME NOT = SPACES THEN
                MOVE ITM-ITEM-NAME TO LNC-SELECTION
                READ LAUNCHER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LNC-PROGRAM-NAME TO IT-PROGRAM(WS-IX)
                        MOVE LNC-PROGRAM-NAME TO WS-FIND-NAME
                        PERFORM 8200-FIND-SCREEN
                        MOVE WS-FOUND-X TO IT-SCREEN-X(WS-IX)
                END-READ
            END-IF.
            EXIT.

        1400-LOAD-ROUTES.
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
                        IF WS-ROUTE-COUNT < 500 THEN
                            ADD 1 TO WS-ROUTE-COUNT
                            MOVE WS-ROUTE-COUNT TO WS-RX
                            MOVE RTR-CODE TO RT-CODE(WS-RX)
                            MOVE RTR-PROGRAM-NAME TO RT-PROGRAM(WS-RX)
                            MOVE RTR-SECURITY-ROLE TO RT-ROLE(WS-RX)
                            MOVE RTR-PROGRAM-NAME TO WS-FIND-NAME
                            PERFORM 8200-FIND-SCREEN
                            MOVE WS-FOUND-X TO RT-SCREEN-X(WS-RX)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROUTER-FILE.
            EXIT.

      *>
      *> 1500-LOAD-BUILD-REGISTRY :
      *>     WITH NO GENBUILD.CNF THE "NEVER BUILT" CHECK IS SKIPPED.
      *>
        1500-LOAD-BUILD-REGISTRY.
            OPEN INPUT REGISTRY-FILE.
            IF WS-REGISTRY-FILE-STATUS NOT = "00" THEN
                DISPLAY "NO BUILD REGISTRY (GENBUILD.CNF): PROGRAMS ",
                    "ARE NOT CHECKED AGAINST THE BUILD."
                DISPLAY " "
                EXIT PARAGRAPH
            END-IF.
            SET REGISTRY-LOADED TO TRUE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ REGISTRY-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF REGISTRY-RECORD(1:1) NOT = '*'
                        AND REGISTRY-RECORD NOT = SPACES
                        AND WS-BUILD-COUNT < 1000 THEN
                            ADD 1 TO WS-BUILD-COUNT
                            MOVE REG-SCREEN-NAME
                                TO WS-BUILD-NAME(WS-BUILD-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REGISTRY-FILE.
            EXIT.

      *>
      *> 1600-MARK-POPUP-MENUS :
      *>     A MENU A FIELD USES AS ITS POP-UP (SCR-FDEF-MENU-REF) IS A
      *>     VALUE LIST, NOT A WAY INTO THE APPLICATION.
      *>
        1600-MARK-POPUP-MENUS.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MENU-COUNT
                MOVE MN-NAME(WS-MX) TO SCR-FDEF-MENU-REF
                READ SCRFDEF-FILE KEY IS SCR-FDEF-MENU-REF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO MN-IS-POPUP(WS-MX)
                END-READ
            END-PERFORM.
            CLOSE SCRFDEF-FILE.
            EXIT.

        1700-DESCRIBE-APPLICATION.
            MOVE SPACES TO WS-MAP-DESCRIPTION.
            OPEN INPUT APPREG-FILE.
            IF WS-APPREG-FILE-STATUS = "00" THEN
                MOVE WS-MAP-APPLICATION TO APR-CODE
                READ APPREG-FILE
                    INVALID KEY
                        MOVE "(NOT IN APPREG.X)" TO WS-MAP-DESCRIPTION
                    NOT INVALID KEY
                        MOVE APR-DESCRIPTION TO WS-MAP-DESCRIPTION
                END-READ
                CLOSE APPREG-FILE
            END-IF.
            EXIT.

        1800-MAP-EVERY-APPLICATION.
            OPEN INPUT APPREG-FILE.
            IF WS-APPREG-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ APPREG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE APR-CODE TO WS-MAP-APPLICATION
                        MOVE APR-DESCRIPTION TO WS-MAP-DESCRIPTION
                        PERFORM 2000-MAP-APPLICATION
                END-READ
            END-PERFORM.
            CLOSE APPREG-FILE.
            EXIT.

      *>
      *> 2000-MAP-APPLICATION :
      *>     ONE APPLICATION'S MAP (WS-MAP-APPLICATION, SPACES FOR THE
      *>     WHOLE CATALOG): THE TREE PRUNED TO THE BRANCHES THAT LEAD
      *>     TO ITS SCREENS, ITS TRANSACTION CODES, THEN THE FINDINGS.
      *>
        2000-MAP-APPLICATION.
            MOVE ZERO TO WS-FINDING-COUNT, WS-UNREACHED-COUNT,
                WS-UNBUILT-COUNT, WS-ROLE-GAP-COUNT.
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-SCREEN-COUNT
                MOVE 'N' TO SC-REACHED(WS-SX)
            END-PERFORM.
            PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MENU-COUNT
                MOVE 'N' TO MN-SHOWN(WS-MX)
            END-PERFORM.
            PERFORM 2100-MARK-REACHING-MENUS.
            PERFORM 2300-OPEN-DOT-FILE.

            DISPLAY "==============================================",
                "==============================".
            IF WS-MAP-APPLICATION = SPACES THEN
                DISPLAY "WHOLE CATALOG"
            ELSE
                DISPLAY "APPLICATION ", WS-MAP-APPLICATION, "  ",
                    WS-MAP-DESCRIPTION
            END-IF.
            DISPLAY "DOT FILE    ", FUNCTION TRIM(DOT-FILE-NAME).
            DISPLAY " ".

            DISPLAY "1. MENU PATHS (ROLE IN FORCE AT EACH HOP)".
            PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MENU-COUNT
                IF MN-IS-CHILD(WS-MX) = 'N'
                AND MN-IS-POPUP(WS-MX) = 'N'
                AND MN-REACHES(WS-MX) = 'Y' THEN
                    PERFORM 3000-WALK-FROM-MENU
                END-IF
            END-PERFORM.
            DISPLAY " ".

            DISPLAY "2. TRANSACTION CODES (FROM ANY SCREEN)".
            PERFORM 4000-MAP-ROUTES.
            DISPLAY " ".

            DISPLAY "3. SCREENS NO PATH REACHES".
            PERFORM 5000-LIST-UNREACHED.
            DISPLAY " ".

            DISPLAY "4. PROGRAMS NEVER BUILT (NOT IN GENBUILD.CNF)".
            MOVE 'B' TO WS-FINDING-KIND.
            PERFORM 5100-LIST-FINDINGS.
            DISPLAY " ".

            DISPLAY "5. CHILD REQUIRES A ROLE ITS PARENT DOES NOT".
            MOVE 'R' TO WS-FINDING-KIND.
            PERFORM 5100-LIST-FINDINGS.
            DISPLAY " ".

            DISPLAY "UNREACHED SCREENS ", WS-UNREACHED-COUNT,
                "  NEVER BUILT ", WS-UNBUILT-COUNT,
                "  ROLE GAPS ", WS-ROLE-GAP-COUNT.
            DISPLAY " ".
            ADD WS-UNREACHED-COUNT, WS-UNBUILT-COUNT,
                WS-ROLE-GAP-COUNT TO WS-TOTAL-FLAGGED.

            MOVE "}" TO DOT-RECORD.
            WRITE DOT-RECORD.
            CLOSE DOT-FILE.
            ADD 1 TO WS-MAPS-WRITTEN.
            EXIT.

      *>
      *> 2100-MARK-REACHING-MENUS :
      *>     A MENU REACHES THE APPLICATION WHEN ONE OF ITS ITEMS CALLS
      *>     ONE OF ITS PROGRAMS OR OPENS A MENU THAT DOES. REPEATED
      *>     UNTIL NOTHING CHANGES, SO MENU CYCLES ARE HARMLESS.
      *>
        2100-MARK-REACHING-MENUS.
            PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MENU-COUNT
                IF WS-MAP-APPLICATION = SPACES THEN
                    MOVE 'Y' TO MN-REACHES(WS-MX)
                ELSE
                    MOVE 'N' TO MN-REACHES(WS-MX)
                END-IF
            END-PERFORM.
            IF WS-MAP-APPLICATION = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            SET TABLE-CHANGED TO TRUE.
            PERFORM UNTIL NOT TABLE-CHANGED
                MOVE 'N' TO WS-CHANGED-FLAG
                PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-MENU-COUNT
                    IF MN-REACHES(WS-MX) = 'N'
                    AND MN-FIRST-ITEM(WS-MX) > 0 THEN
                        PERFORM 2110-CHECK-MENU-REACHES
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.

        2110-CHECK-MENU-REACHES.
            PERFORM VARYING WS-IX FROM MN-FIRST-ITEM(WS-MX) BY 1
                UNTIL WS-IX > MN-LAST-ITEM(WS-MX)
                OR MN-REACHES(WS-MX) = 'Y'
                IF IT-SUB-X(WS-IX) > 0 THEN
                    IF MN-REACHES(IT-SUB-X(WS-IX)) = 'Y' THEN
                        MOVE 'Y' TO MN-REACHES(WS-MX)
                        SET TABLE-CHANGED TO TRUE
                    END-IF
                ELSE
                    PERFORM 2200-CHECK-ITEM-IN-APP
                    IF IN-APPLICATION THEN
                        MOVE 'Y' TO MN-REACHES(WS-MX)
                        SET TABLE-CHANGED TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 2200-CHECK-ITEM-IN-APP :
      *>     DOES PROGRAM ITEM WS-IX BELONG ON THIS MAP?
      *>
        2200-CHECK-ITEM-IN-APP.
            MOVE 'N' TO WS-IN-APP-FLAG.
            IF IT-SUBMENU(WS-IX) NOT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-MAP-APPLICATION = SPACES THEN
                SET IN-APPLICATION TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF IT-SCREEN-X(WS-IX) > 0 THEN
                IF SC-APPLICATION(IT-SCREEN-X(WS-IX))
                    = WS-MAP-APPLICATION THEN
                    SET IN-APPLICATION TO TRUE
                END-IF
            END-IF.
            EXIT.

        2300-OPEN-DOT-FILE.
            MOVE SPACES TO DOT-FILE-NAME.
            IF WS-MAP-APPLICATION = SPACES THEN
                STRING FUNCTION TRIM(MAP-DIR) "/NAVMAP.DOT"
                    DELIMITED BY SIZE INTO DOT-FILE-NAME
            ELSE
                STRING FUNCTION TRIM(MAP-DIR) "/NAVMAP-"
                    FUNCTION TRIM(WS-MAP-APPLICATION) ".DOT"
                    DELIMITED BY SIZE INTO DOT-FILE-NAME
            END-IF.
            OPEN OUTPUT DOT-FILE.
            MOVE SPACES TO DOT-RECORD.
            IF WS-MAP-APPLICATION = SPACES THEN
                MOVE 'digraph "NAVMAP" {' TO DOT-RECORD
            ELSE
                STRING 'digraph "' FUNCTION TRIM(WS-MAP-APPLICATION)
                    '" {' DELIMITED BY SIZE INTO DOT-RECORD
            END-IF.
            WRITE DOT-RECORD.
            MOVE "  rankdir=LR;" TO DOT-RECORD.
            WRITE DOT-RECORD.
            MOVE '  node [fontname="Helvetica",fontsize=10];'
                TO DOT-RECORD.
            WRITE DOT-RECORD.
            EXIT.

      *>
      *> 3000-WALK-FROM-MENU :
      *>     PRINT TOP MENU WS-MX AND EVERYTHING BELOW IT ON THIS MAP.
      *>     A MENU ALREADY PRINTED IS REFERRED BACK TO, NOT REPEATED.
      *>
        3000-WALK-FROM-MENU.
            MOVE ZERO TO WS-DEPTH.
            MOVE SPACES TO WS-PUSH-ROLE.
            PERFORM 3100-PUSH-MENU.
            PERFORM 3200-NEXT-STEP UNTIL WS-DEPTH = 0.
            EXIT.

        3100-PUSH-MENU.
            IF MN-ROLE(WS-MX) NOT = SPACES THEN
                MOVE MN-ROLE(WS-MX) TO WS-PUSH-ROLE
            END-IF.
            MOVE WS-PUSH-ROLE TO WS-HOP-ROLE.
            PERFORM 8300-FORMAT-ROLE-TAG.
            COMPUTE WS-INDENT = WS-DEPTH * 4 + 3.
            MOVE SPACES TO WS-LINE.
            MOVE WS-INDENT TO WS-PTR.
            STRING "MENU " FUNCTION TRIM(MN-NAME(WS-MX)) "  "
                WS-ROLE-TAG "  " FUNCTION TRIM(MN-TITLE(WS-MX))
                DELIMITED BY SIZE INTO WS-LINE
                WITH POINTER WS-PTR.
            DISPLAY FUNCTION TRIM(WS-LINE TRAILING).
            MOVE 'Y' TO MN-SHOWN(WS-MX).

            MOVE MN-TITLE(WS-MX) TO WS-LABEL.
            INSPECT WS-LABEL REPLACING ALL '"' BY "'".
            MOVE SPACES TO DOT-RECORD.
            STRING '  "M:' FUNCTION TRIM(MN-NAME(WS-MX))
                '" [shape=box,label="' FUNCTION TRIM(MN-NAME(WS-MX))
                '\n' FUNCTION TRIM(WS-LABEL) '\n'
                FUNCTION TRIM(WS-ROLE-TAG) '"];'
                DELIMITED BY SIZE INTO DOT-RECORD.
            WRITE DOT-RECORD.

            IF WS-DEPTH < 40 THEN
                ADD 1 TO WS-DEPTH
                MOVE WS-MX TO STK-MENU-X(WS-DEPTH)
                MOVE MN-FIRST-ITEM(WS-MX) TO STK-NEXT-ITEM(WS-DEPTH)
                MOVE WS-PUSH-ROLE TO STK-ROLE(WS-DEPTH)
            END-IF.
            EXIT.

        3200-NEXT-STEP.
            MOVE STK-MENU-X(WS-DEPTH) TO WS-MX.
            MOVE STK-NEXT-ITEM(WS-DEPTH) TO WS-IX.
            IF WS-IX = 0 OR WS-IX > MN-LAST-ITEM(WS-MX) THEN
                SUBTRACT 1 FROM WS-DEPTH
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO STK-NEXT-ITEM(WS-DEPTH).
            MOVE STK-ROLE(WS-DEPTH) TO WS-PARENT-ROLE.
            IF IT-SUBMENU(WS-IX) NOT = SPACES THEN
                PERFORM 3300-SHOW-SUBMENU-ITEM
            ELSE
                PERFORM 2200-CHECK-ITEM-IN-APP
                IF IN-APPLICATION THEN
                    PERFORM 3400-SHOW-PROGRAM-ITEM
                END-IF
            END-IF.
            EXIT.

        3300-SHOW-SUBMENU-ITEM.
            MOVE IT-SUB-X(WS-IX) TO WS-SUB-MX.
            IF WS-SUB-MX = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF MN-REACHES(WS-SUB-MX) NOT = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3500-CHECK-ITEM-ROLE.

      *>
      *>     THE SUBMENU'S OWN ROLE AGAINST THE ROLE IN FORCE AT THE
      *>     ITEM THAT OPENS IT.
      *>
            IF MN-ROLE(WS-SUB-MX) NOT = SPACES
            AND MN-ROLE(WS-SUB-MX) NOT = WS-HOP-ROLE THEN
                MOVE 'R' TO WS-FINDING-KIND
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "MENU " FUNCTION TRIM(MN-NAME(WS-SUB-MX))
                    " NEEDS " FUNCTION TRIM(MN-ROLE(WS-SUB-MX))
                    "; OPENED FROM " FUNCTION TRIM(MN-NAME(WS-MX))
                    " ITEM " IT-NUMBER(WS-IX) " WITH "
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                MOVE WS-HOP-ROLE TO WS-CHECK-ROLE
                PERFORM 8500-ADD-ROLE-TEXT
                PERFORM 8400-ADD-FINDING
                ADD 1 TO WS-ROLE-GAP-COUNT
            END-IF.

            PERFORM 8300-FORMAT-ROLE-TAG.
            COMPUTE WS-INDENT = WS-DEPTH * 4 + 1.
            MOVE SPACES TO WS-LINE.
            MOVE WS-INDENT TO WS-PTR.
            STRING IT-NUMBER(WS-IX) " " FUNCTION TRIM(IT-TEXT(WS-IX))
                "  " WS-ROLE-TAG " -> MENU "
                FUNCTION TRIM(MN-NAME(WS-SUB-MX))
                DELIMITED BY SIZE INTO WS-LINE
                WITH POINTER WS-PTR.
            IF MN-SHOWN(WS-SUB-MX) = 'Y' THEN
                STRING " (SHOWN ABOVE)" DELIMITED BY SIZE
                    INTO WS-LINE WITH POINTER WS-PTR
            END-IF.
            DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

            MOVE IT-TEXT(WS-IX) TO WS-LABEL.
            INSPECT WS-LABEL REPLACING ALL '"' BY "'".
            MOVE SPACES TO DOT-RECORD.
            STRING '  "M:' FUNCTION TRIM(MN-NAME(WS-MX))
                '" -> "M:' FUNCTION TRIM(MN-NAME(WS-SUB-MX))
                '" [label="' FUNCTION TRIM(WS-LABEL) '"];'
                DELIMITED BY SIZE INTO DOT-RECORD.
            WRITE DOT-RECORD.

            IF MN-SHOWN(WS-SUB-MX) NOT = 'Y' THEN
                MOVE WS-HOP-ROLE TO WS-PUSH-ROLE
                MOVE WS-SUB-MX TO WS-MX
                PERFORM 3100-PUSH-MENU
            END-IF.
            EXIT.

        3400-SHOW-PROGRAM-ITEM.
            PERFORM 3500-CHECK-ITEM-ROLE.
            PERFORM 8300-FORMAT-ROLE-TAG.
            COMPUTE WS-INDENT = WS-DEPTH * 4 + 1.
            MOVE SPACES TO WS-LINE.
            MOVE WS-INDENT TO WS-PTR.
            STRING IT-NUMBER(WS-IX) " " FUNCTION TRIM(IT-TEXT(WS-IX))
                "  " WS-ROLE-TAG
                DELIMITED BY SIZE INTO WS-LINE
                WITH POINTER WS-PTR.
            IF IT-PROGRAM(WS-IX) = SPACES THEN
                STRING " -> SELECTION "
                    FUNCTION TRIM(IT-NAME(WS-IX))
                    " (NO LAUNCHER.X ENTRY)"
                    DELIMITED BY SIZE INTO WS-LINE
                    WITH POINTER WS-PTR
                DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
                EXIT PARAGRAPH
            END-IF.

            STRING " -> PROGRAM " FUNCTION TRIM(IT-PROGRAM(WS-IX))
                DELIMITED BY SIZE INTO WS-LINE
                WITH POINTER WS-PTR.
            MOVE IT-PROGRAM(WS-IX) TO WS-PROGRAM.
            PERFORM 8600-CHECK-BUILT.
            IF NOT PROGRAM-BUILT THEN
                STRING " ** NEVER BUILT" DELIMITED BY SIZE
                    INTO WS-LINE WITH POINTER WS-PTR
                MOVE 'B' TO WS-FINDING-KIND
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "MENU " FUNCTION TRIM(MN-NAME(WS-MX))
                    " ITEM " IT-NUMBER(WS-IX) " CALLS "
                    FUNCTION TRIM(WS-PROGRAM)
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                PERFORM 8400-ADD-FINDING
                ADD 1 TO WS-UNBUILT-COUNT
            END-IF.
            DISPLAY FUNCTION TRIM(WS-LINE TRAILING).
            IF IT-SCREEN-X(WS-IX) > 0 THEN
                MOVE 'Y' TO SC-REACHED(IT-SCREEN-X(WS-IX))
            END-IF.

            MOVE IT-TEXT(WS-IX) TO WS-LABEL.
            INSPECT WS-LABEL REPLACING ALL '"' BY "'".
            PERFORM 8700-WRITE-PROGRAM-NODE.
            MOVE SPACES TO DOT-RECORD.
            STRING '  "M:' FUNCTION TRIM(MN-NAME(WS-MX))
                '" -> "P:' FUNCTION TRIM(WS-PROGRAM)
                '" [label="' FUNCTION TRIM(WS-LABEL) '"];'
                DELIMITED BY SIZE INTO DOT-RECORD.
            WRITE DOT-RECORD.
            EXIT.

      *>
      *> 3500-CHECK-ITEM-ROLE :
      *>     THE ITEM'S ROLE AGAINST ITS MENU'S; LEAVES THE ROLE IN
      *>     FORCE AT THE ITEM IN WS-HOP-ROLE.
      *>
        3500-CHECK-ITEM-ROLE.
            MOVE WS-PARENT-ROLE TO WS-HOP-ROLE.
            IF IT-ROLE(WS-IX) = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE IT-ROLE(WS-IX) TO WS-HOP-ROLE.
            IF IT-ROLE(WS-IX) NOT = WS-PARENT-ROLE THEN
                MOVE 'R' TO WS-FINDING-KIND
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "MENU " FUNCTION TRIM(MN-NAME(WS-MX))
                    " ITEM " IT-NUMBER(WS-IX) " NEEDS "
                    FUNCTION TRIM(IT-ROLE(WS-IX))
                    "; THE MENU IS SHOWN WITH "
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                MOVE WS-PARENT-ROLE TO WS-CHECK-ROLE
                PERFORM 8500-ADD-ROLE-TEXT
                PERFORM 8400-ADD-FINDING
                ADD 1 TO WS-ROLE-GAP-COUNT
            END-IF.
            EXIT.

        4000-MAP-ROUTES.
            PERFORM VARYING WS-RX FROM 1 BY 1
                UNTIL WS-RX > WS-ROUTE-COUNT
                MOVE 'N' TO WS-IN-APP-FLAG
                IF WS-MAP-APPLICATION = SPACES THEN
                    SET IN-APPLICATION TO TRUE
                ELSE
                    IF RT-SCREEN-X(WS-RX) > 0 THEN
                        IF SC-APPLICATION(RT-SCREEN-X(WS-RX))
                            = WS-MAP-APPLICATION THEN
                            SET IN-APPLICATION TO TRUE
                        END-IF
                    END-IF
                END-IF
                IF IN-APPLICATION THEN
                    PERFORM 4100-SHOW-ROUTE
                END-IF
            END-PERFORM.
            EXIT.

        4100-SHOW-ROUTE.
            MOVE RT-ROLE(WS-RX) TO WS-HOP-ROLE.
            PERFORM 8300-FORMAT-ROLE-TAG.
            MOVE SPACES TO WS-LINE.
            MOVE 4 TO WS-PTR.
            STRING "CODE " RT-CODE(WS-RX) "  " WS-ROLE-TAG
                " -> PROGRAM " FUNCTION TRIM(RT-PROGRAM(WS-RX))
                DELIMITED BY SIZE INTO WS-LINE
                WITH POINTER WS-PTR.
            MOVE RT-PROGRAM(WS-RX) TO WS-PROGRAM.
            PERFORM 8600-CHECK-BUILT.
            IF NOT PROGRAM-BUILT THEN
                STRING " ** NEVER BUILT" DELIMITED BY SIZE
                    INTO WS-LINE WITH POINTER WS-PTR
                MOVE 'B' TO WS-FINDING-KIND
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "TRANSACTION CODE " FUNCTION TRIM(RT-CODE(WS-RX))
                    " CALLS " FUNCTION TRIM(WS-PROGRAM)
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                PERFORM 8400-ADD-FINDING
                ADD 1 TO WS-UNBUILT-COUNT
            END-IF.
            DISPLAY FUNCTION TRIM(WS-LINE TRAILING).
            IF RT-SCREEN-X(WS-RX) > 0 THEN
                MOVE 'Y' TO SC-REACHED(RT-SCREEN-X(WS-RX))
            END-IF.

            PERFORM 8700-WRITE-PROGRAM-NODE.
            MOVE SPACES TO DOT-RECORD.
            STRING '  "T:' FUNCTION TRIM(RT-CODE(WS-RX))
                '" [shape=diamond,label="' FUNCTION TRIM(RT-CODE(WS-RX))
                '\n' FUNCTION TRIM(WS-ROLE-TAG) '"];'
                DELIMITED BY SIZE INTO DOT-RECORD.
            WRITE DOT-RECORD.
            MOVE SPACES TO DOT-RECORD.
            STRING '  "T:' FUNCTION TRIM(RT-CODE(WS-RX))
                '" -> "P:' FUNCTION TRIM(WS-PROGRAM) '";'
                DELIMITED BY SIZE INTO DOT-RECORD.
            WRITE DOT-RECORD.
            EXIT.

        5000-LIST-UNREACHED.
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-SCREEN-COUNT
                IF SC-REACHED(WS-SX) = 'N'
                AND (WS-MAP-APPLICATION = SPACES
                    OR SC-APPLICATION(WS-SX) = WS-MAP-APPLICATION) THEN
                    ADD 1 TO WS-UNREACHED-COUNT
                    DISPLAY "   ", SC-NAME(WS-SX), " ",
                        SC-APPLICATION(WS-SX)
                    MOVE SPACES TO DOT-RECORD
                    STRING '  "P:' FUNCTION TRIM(SC-NAME(WS-SX))
                        '" [shape=ellipse,style=dashed,color=red,'
                        'label="' FUNCTION TRIM(SC-NAME(WS-SX))
                        '\nUNREACHED"];'
                        DELIMITED BY SIZE INTO DOT-RECORD
                    WRITE DOT-RECORD
                END-IF
            END-PERFORM.
            IF WS-UNREACHED-COUNT = 0 THEN
                DISPLAY "   (NONE)"
            END-IF.
            EXIT.

        5100-LIST-FINDINGS.
            MOVE ZERO TO WS-NO-ED.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FINDING-COUNT
                IF FND-KIND(WS-FX) = WS-FINDING-KIND THEN
                    ADD 1 TO WS-NO-ED
                    DISPLAY "   ", FUNCTION TRIM(FND-TEXT(WS-FX)
                        TRAILING)
                END-IF
            END-PERFORM.
            IF WS-NO-ED = 0 THEN
                DISPLAY "   (NONE)"
            END-IF.
            EXIT.

        8100-FIND-MENU.
            MOVE ZERO TO WS-FOUND-X.
            PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MENU-COUNT OR WS-FOUND-X > 0
                IF MN-NAME(WS-MX) = WS-FIND-NAME THEN
                    MOVE WS-MX TO WS-FOUND-X
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 8200-FIND-SCREEN :
      *>     A GENERATED SCREEN PROGRAM IS NAMED FOR ITS SCREEN.
      *>
        8200-FIND-SCREEN.
            MOVE ZERO TO WS-FOUND-X.
            IF WS-FIND-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-SCREEN-COUNT OR WS-FOUND-X > 0
                IF SC-NAME(WS-SX) = WS-FIND-NAME THEN
                    MOVE WS-SX TO WS-FOUND-X
                END-IF
            END-PERFORM.
            EXIT.

        8300-FORMAT-ROLE-TAG.
            MOVE SPACES TO WS-ROLE-TAG.
            IF WS-HOP-ROLE = SPACES THEN
                MOVE "[OPEN]" TO WS-ROLE-TAG
            ELSE
                STRING "[" FUNCTION TRIM(WS-HOP-ROLE) "]"
                    DELIMITED BY SIZE INTO WS-ROLE-TAG
            END-IF.
            EXIT.

        8400-ADD-FINDING.
            IF WS-FINDING-COUNT < 500 THEN
                ADD 1 TO WS-FINDING-COUNT
                MOVE WS-FINDING-KIND TO FND-KIND(WS-FINDING-COUNT)
                MOVE WS-FINDING-TEXT TO FND-TEXT(WS-FINDING-COUNT)
            END-IF.
            EXIT.

      *>
      *> 8500-ADD-ROLE-TEXT :
      *>     FINISH WS-FINDING-TEXT WITH THE ROLE IN WS-CHECK-ROLE.
      *>
        8500-ADD-ROLE-TEXT.
            COMPUTE WS-PTR = FUNCTION LENGTH(FUNCTION TRIM(
                WS-FINDING-TEXT TRAILING)) + 2.
            IF WS-CHECK-ROLE = SPACES THEN
                STRING "NO ROLE" DELIMITED BY SIZE
                    INTO WS-FINDING-TEXT WITH POINTER WS-PTR
            ELSE
                STRING FUNCTION TRIM(WS-CHECK-ROLE) DELIMITED BY SIZE
                    INTO WS-FINDING-TEXT WITH POINTER WS-PTR
            END-IF.
            EXIT.

      *>
      *> 8600-CHECK-BUILT :
      *>     IS WS-PROGRAM IN GENBUILD.CNF? WITHOUT THE REGISTRY
      *>     EVERY PROGRAM PASSES.
      *>
        8600-CHECK-BUILT.
            SET PROGRAM-BUILT TO TRUE.
            IF NOT REGISTRY-LOADED THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-BUILT-FLAG.
            PERFORM VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BUILD-COUNT OR PROGRAM-BUILT
                IF WS-BUILD-NAME(WS-BX) = WS-PROGRAM THEN
                    SET PROGRAM-BUILT TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

        8700-WRITE-PROGRAM-NODE.
            MOVE SPACES TO DOT-RECORD.
            IF PROGRAM-BUILT THEN
                STRING '  "P:' FUNCTION TRIM(WS-PROGRAM)
                    '" [shape=ellipse,label="'
                    FUNCTION TRIM(WS-PROGRAM) '"];'
                    DELIMITED BY SIZE INTO DOT-RECORD
            ELSE
                STRING '  "P:' FUNCTION TRIM(WS-PROGRAM)
                    '" [shape=ellipse,color=red,label="'
                    FUNCTION TRIM(WS-PROGRAM) '\nNEVER BUILT"];'
                    DELIMITED BY SIZE INTO DOT-RECORD
            END-IF.
            WRITE DOT-RECORD.
            EXIT.

        END PROGRAM NAVMAP.
