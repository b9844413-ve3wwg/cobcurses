        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRWKSP.
      *>
      *> SCRWKSP MANAGES PRIVATE DESIGNER WORKSPACES. WITH
      *> COBCURSES_WORKSPACE NAMING A DIRECTORY OF HIS OR HER OWN, A
      *> DESIGNER'S SD002010/SD002040/SD002050/SD002055 SAVES, AND
      *> SCRPLAY/SCRSNAP RUNS, GO TO THE WORKSPACE COPIES OF THE
      *> SCREEN-SHAPED CATALOG FILES (SEE COBCURSES-WORKSPACE-
      *> PATHNAME) INSTEAD OF THE LIVE ONES, SO A HALF-FINISHED
      *> REWORK IS INVISIBLE TO SDGENERATE, SCRPLAY AND NITERUN UNTIL
      *> IT IS PUBLISHED.
      *>
      *> USAGE:
      *>     scrwksp [LIST]           LIST THE SCREENS CHECKED OUT
      *>     scrwksp CHECKOUT SCREEN  COPY THE LIVE SCREEN INTO THE
      *>                              WORKSPACE (A NAME NOT YET IN
      *>                              THE CATALOG IS RESERVED AS A
      *>                              NEW SCREEN)
      *>     scrwksp PUBLISH SCREEN   MOVE THE WORKSPACE COPY INTO
      *>                              THE LIVE FILES AS ONE CHANGE
      *>                              SET, THEN DROP IT
      *>     scrwksp DISCARD SCREEN   THROW THE WORKSPACE COPY AWAY
      *>
      *> OPTIONS (ENVIRONMENT):
      *>     COBCURSES_WORKSPACE          THE WORKSPACE DIRECTORY
      *>                                  (REQUIRED; CREATED AT THE
      *>                                  FIRST CHECKOUT)
      *>     COBCURSES_WORKSPACE_FORCE=Y  PUBLISH EVEN THOUGH THE
      *>                                  LIVE SCREEN CHANGED SINCE
      *>                                  CHECKOUT
      *>
      *> PUBLISH IS WHERE THE CHANGE BECOMES A CATALOG CHANGE: EVERY
      *> DIFFERENCE BETWEEN THE WORKSPACE AND LIVE RECORDS IS WRITTEN,
      *> REWRITTEN OR DELETED WITH ITS AFTER-IMAGE (AFTERIMG) AND, FOR
      *> FIELDS, STATES AND RULES, ITS DETAIL AUDIT (DTLAUDIT); THE
      *> BACKGROUND BEING REPLACED GOES TO THE SCRNBGH HISTORY; A
      *> PUBLISHED DELETE IS ARCHIVED TO SCRARCH FOR SCRUNDEL; ONE
      *> SCRAUDIT RECORD IS WRITTEN FOR THE SCREEN; AND, IN A
      *> PROTECTED DATA DIRECTORY, THE SCREEN GOES PENDING APPROVAL.
      *> NONE OF THAT HAPPENS FOR THE INTERMEDIATE WORKSPACE SAVES.
      *>
      *> THE WHOLE CHANGE SET IS PLANNED AND CHECKED BEFORE THE FIRST
      *> LIVE RECORD IS TOUCHED. PUBLISH IS REFUSED WHEN THE LIVE
      *> SCREEN NO LONGER MATCHES WHAT WAS CHECKED OUT (SOMEBODY ELSE
      *> CHANGED IT), WHEN ANOTHER DESIGNER HOLDS ITS LOCK, OR WHEN
      *> THE CHANGE SET IS TOO LARGE TO PLAN.
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     1   SCREEN NOT CHECKED OUT / NOTHING TO PUBLISH
      *>     4   CHECKOUT REFUSED (ALREADY CHECKED OUT), OR A LIVE
      *>         WRITE FAILED PART WAY THROUGH A PUBLISH (THE
      *>         WORKSPACE IS KEPT; RE-RUN WITH THE FORCE OPTION)
      *>     8   PUBLISH REFUSED (CONFLICT, LOCK OR OVERFLOW)
      *>    16   USAGE
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRNBG-FILE
                ASSIGN TO SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRNBGH-FILE
                ASSIGN TO SCRNBGH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBH-KEY
                FILE STATUS IS WS-SCRNBGH-FILE-STATUS.

            SELECT OPTIONAL SCRNBGL-FILE
                ASSIGN TO SCRNBGL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBL-KEY
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRFDEF-FILE
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
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRFSTA-FILE
                ASSIGN TO SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL WORKSPACE-FILE
                ASSIGN TO WORKSPACE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WKS-SCREEN-NAME
                FILE STATUS IS WS-WORKSPACE-FILE-STATUS.

            SELECT OPTIONAL SCRAUDIT-FILE
                ASSIGN TO SCRAUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  SCRNBGH-FILE.
        01  SCRNBGH-RECORD.
            COPY SCREEN-BH.

        FD  SCRNBGL-FILE.
        01  SCRNBGL-RECORD.
            COPY SCREEN-BL.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  WORKSPACE-FILE.
        01  WORKSPACE-RECORD.
            COPY WORKSPACE.

        FD  SCRAUDIT-FILE.
        01  SCRAUDIT-RECORD.
            COPY SCRAUDIT.

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-VERB                             PIC X(16).
        01  WS-TARGET-SCREEN                    PIC X(16).
        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-WORKSPACE-DIR                    PIC X(256).

        01  WS-FORCE-FLAG                       PIC X VALUE 'N'.
            88  FORCE-REQUESTED                 VALUE 'Y', 'y'.

      *>
      *> THE ASSIGN NAMES ARE SWITCHED BETWEEN THE LIVE AND THE
      *> WORKSPACE COPY OF EACH FILE (SEE 7000-SELECT-SIDE); ONLY ONE
      *> SIDE OF A FILE IS EVER OPEN AT A TIME.
      *>
        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256).
            10  SCRNBG-FILE-NAME                PIC X(256).
            10  SCRNBGH-FILE-NAME               PIC X(256).
            10  SCRNBGL-FILE-NAME               PIC X(256).
            10  SCRFDEF-FILE-NAME               PIC X(256).
            10  SCRFSTA-FILE-NAME               PIC X(256).
            10  SCRNRULE-FILE-NAME              PIC X(256).
            10  WORKSPACE-FILE-NAME             PIC X(256).
            10  SCRAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT.LOG".

        01  LIVE-FILE-NAMES.
            10  LIVE-SCREEN-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  LIVE-SCRNBG-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
            10  LIVE-SCRNBGH-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGH.X".
            10  LIVE-SCRNBGL-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGL.X".
            10  LIVE-SCRFDEF-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  LIVE-SCRFSTA-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  LIVE-SCRNRULE-FILE-NAME         PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".

        01  WKSP-FILE-NAMES.
            10  WKSP-SCREEN-FILE-NAME           PIC X(256).
            10  WKSP-SCRNBG-FILE-NAME           PIC X(256).
            10  WKSP-SCRNBGH-FILE-NAME          PIC X(256).
            10  WKSP-SCRNBGL-FILE-NAME          PIC X(256).
            10  WKSP-SCRFDEF-FILE-NAME          PIC X(256).
            10  WKSP-SCRFSTA-FILE-NAME          PIC X(256).
            10  WKSP-SCRNRULE-FILE-NAME         PIC X(256).

        01  WS-CATALOG-FILE-STATUS              PIC XX.
        01  WS-SCRNBGH-FILE-STATUS              PIC XX.
        01  WS-WORKSPACE-FILE-STATUS            PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

      *>
      *> WHICH COPY OF THE CATALOG FILES IS SELECTED: L = LIVE,
      *> W = THE WORKSPACE.
      *>
        01  WS-SIDE                             PIC X.
            88  SIDE-LIVE                       VALUE 'L'.
            88  SIDE-WORKSPACE                  VALUE 'W'.

      *>
      *> THE RECORD TYPES THAT MAKE UP A SCREEN, IN RELPKG FILE
      *> CODES. THE FIRST SIX ARE PUBLISHED; BH (THE WORKSPACE'S
      *> OWN BACKGROUND HISTORY) IS ONLY EVER CLEARED.
      *>
        01  TAG-LIST-VALUES                     PIC X(14)
            VALUE "01BGBLFDFSRUBH".
        01  TAG-LIST REDEFINES TAG-LIST-VALUES.
            10  TAG-ENTRY                       PIC XX
                OCCURS 7 TIMES.
        01  WS-PUBLISHED-TAGS                   PIC 9 VALUE 6.
        01  WS-ALL-TAGS                         PIC 9 VALUE 7.
        01  WS-TAG-X                            PIC 9.

        01  WS-CUR-TAG                          PIC XX.
        01  WS-KEY-LEN                          PIC 999 COMP.
        01  WS-REC-LEN                          PIC 999 COMP.
        01  WS-REC-IMAGE                        PIC X(600).
        01  WS-CMP-IMAGE                        PIC X(600).

      *>
      *> ONE RECORD TYPE OF ONE SCREEN, AS READ FROM ONE SIDE
      *> (LOAD-TABLE), AND THE WORKSPACE SIDE KEPT ALONGSIDE IT FOR
      *> COMPARISON (WKSP-TABLE).
      *>
        01  WS-TABLE-MAX                        PIC 9(4) COMP
            VALUE 1000.
        01  LOAD-TABLE.
            10  LD-COUNT                        PIC 9(4) COMP.
            10  LD-ENTRY OCCURS 1000 TIMES.
                15  LD-IMAGE                    PIC X(600).
                15  LD-MATCHED                  PIC X.
        01  WKSP-TABLE.
            10  WT-COUNT                        PIC 9(4) COMP.
            10  WT-ENTRY OCCURS 1000 TIMES.
                15  WT-IMAGE                    PIC X(600).
                15  WT-MATCHED                  PIC X.
        01  WS-LD-X                             PIC 9(4) COMP.
        01  WS-WT-X                             PIC 9(4) COMP.
        01  WS-FOUND-X                          PIC 9(4) COMP.

        01  WS-OVERFLOW-FLAG                    PIC X VALUE 'N'.
            88  TABLE-OVERFLOW                  VALUE 'Y'.
        01  WS-TROUBLE-FLAG                     PIC X VALUE 'N'.
            88  IO-TROUBLE                      VALUE 'Y'.

      *>
      *> LIVE DIGEST (SEE WORKSPACE.cbl).
      *>
        01  DIGEST-FIELDS.
            10  WS-DIGEST                       PIC 9(18) COMP.
            10  WS-DIGEST-RECORDS               PIC 9(6).
            10  WS-BYTE-X                       PIC 999 COMP.
            10  WS-LIVE-HEADER-FLAG             PIC X.
                88  LIVE-HEADER-FOUND           VALUE 'Y'.
            10  WS-LIVE-MODIFIED                PIC X(21).
            10  WS-LIVE-LOCKED-BY               PIC X(20).
            10  WS-WKSP-HEADER-FLAG             PIC X.
                88  WKSP-HEADER-FOUND           VALUE 'Y'.

      *>
      *> PUBLISH PLAN AND RESULT.
      *>
        01  PUBLISH-FIELDS.
            10  WS-PUBLISH-MODE                 PIC X.
                88  PUBLISH-ADD                 VALUE 'A'.
                88  PUBLISH-CHANGE              VALUE 'C'.
                88  PUBLISH-DELETE              VALUE 'D'.
            10  WS-APPLY-FLAG                   PIC X.
                88  APPLYING                    VALUE 'Y'.
            10  WS-TAG-CHANGES                  PIC 9(6).
            10  WS-ADD-COUNT                    PIC 9(6).
            10  WS-CHANGE-COUNT                 PIC 9(6).
            10  WS-DELETE-COUNT                 PIC 9(6).
            10  WS-PUBLISH-STAMP                PIC X(14).
            10  WS-NOW                          PIC X(21).

        01  ARCHIVE-FIELDS.
            10  WS-ARCHIVE-TYPE                 PIC XX.
            10  WS-ARCHIVE-SEQ                  PIC 9(4).
            10  WS-ARCHIVE-DATA                 PIC X(600).

        01  HISTORY-FIELDS.
            10  WS-KEPT-VERSIONS                PIC 9(4) COMP VALUE 5.
            10  WS-NEXT-VERSION                 PIC 9(4) COMP.
            10  WS-CUTOFF-VERSION               PIC 9(4) COMP.
            10  WS-HIST-SEGMENT-NO              PIC 9(4) COMP.

      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-EMPTY                        PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-ACTION                       PIC X.
        01  WS-DTL-SEQ-ED                       PIC 9(4).

        01  WS-CHECKOUT-COUNT                   PIC 9(6).
        01  WS-LIST-COUNT                       PIC 9(4).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            EVALUATE WS-VERB
                WHEN "CHECKOUT"
                    PERFORM 2000-CHECKOUT-SCREEN
                WHEN "PUBLISH"
                    PERFORM 3000-PUBLISH-SCREEN
                WHEN "DISCARD"
                    PERFORM 4000-DISCARD-SCREEN
                WHEN "LIST"
                    PERFORM 4500-LIST-WORKSPACE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-VERB, WS-ENV-VAR.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE WS-ENV-VAR(1:16) TO WS-TARGET-SCREEN.
            IF WS-VERB = SPACES THEN
                MOVE "LIST" TO WS-VERB
            END-IF.

            IF WS-VERB NOT = "CHECKOUT" AND NOT = "PUBLISH"
            AND NOT = "DISCARD" AND NOT = "LIST"
            OR (WS-VERB NOT = "LIST" AND WS-TARGET-SCREEN = SPACES)
                DISPLAY "USAGE: scrwksp [LIST]"
                DISPLAY "       scrwksp CHECKOUT|PUBLISH|DISCARD "
                    "SCREENNAME"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-WORKSPACE-DIR.
            ACCEPT WS-WORKSPACE-DIR
                FROM ENVIRONMENT "COBCURSES_WORKSPACE".
            IF WS-WORKSPACE-DIR = SPACES THEN
                DISPLAY "SCRWKSP: COBCURSES_WORKSPACE IS NOT SET."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_WORKSPACE_FORCE".
            MOVE WS-ENV-VAR(1:1) TO WS-FORCE-FLAG.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

      *>
      *>     THE LIVE NAMES GO THROUGH THE ORDINARY EXPANSION --
      *>     NEVER COBCURSES-WORKSPACE-PATHNAME, WHICH WOULD MARK
      *>     THIS RUN AS A WORKSPACE SESSION AND SILENCE THE VERY
      *>     JOURNAL AND AUDIT RECORDS PUBLISH IS HERE TO WRITE.
      *>
            MOVE LENGTH OF LIVE-SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRNBGL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE LIVE-SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRAUDIT-FILE-NAME, FILE-NAME-LENGTH.

            PERFORM 1100-NAME-WORKSPACE-FILES.
            EXIT.

        1100-NAME-WORKSPACE-FILES.
      *>
      *>     THE WORKSPACE COPIES CARRY THE LIVE BASE NAMES, SO THE
      *>     DESIGNER SCREENS FIND THEM THROUGH COBCURSES-WORKSPACE-
      *>     PATHNAME.
      *>
            MOVE SPACES TO WKSP-FILE-NAMES, WORKSPACE-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCREENS.X"
                DELIMITED BY SIZE INTO WKSP-SCREEN-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRNBG.X"
                DELIMITED BY SIZE INTO WKSP-SCRNBG-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRNBGH.X"
                DELIMITED BY SIZE INTO WKSP-SCRNBGH-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRNBGL.X"
                DELIMITED BY SIZE INTO WKSP-SCRNBGL-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRFDEF.X"
                DELIMITED BY SIZE INTO WKSP-SCRFDEF-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRFSTA.X"
                DELIMITED BY SIZE INTO WKSP-SCRFSTA-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/SCRNRULE.X"
                DELIMITED BY SIZE INTO WKSP-SCRNRULE-FILE-NAME.
            STRING FUNCTION TRIM(WS-WORKSPACE-DIR) "/WORKSPACE.X"
                DELIMITED BY SIZE INTO WORKSPACE-FILE-NAME.

            MOVE LENGTH OF WORKSPACE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRNBGL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WKSP-SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WORKSPACE-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

      *>
      *> 2000-CHECKOUT-SCREEN :
      *>     COPY EVERY LIVE RECORD OF THE SCREEN INTO THE WORKSPACE
      *>     AND REMEMBER WHAT LIVE LOOKED LIKE (WORKSPACE.cbl).
      *>
        2000-CHECKOUT-SCREEN.
            MOVE WS-WORKSPACE-DIR TO WS-ENV-VAR.
            MOVE LENGTH OF WS-ENV-VAR TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-ENV-VAR, FILE-NAME-LENGTH.
            CALL "CBL_CREATE_DIR" USING WS-ENV-VAR.

            OPEN I-O WORKSPACE-FILE.
            IF WS-WORKSPACE-FILE-STATUS NOT = "00"
            AND WS-WORKSPACE-FILE-STATUS NOT = "05" THEN
                DISPLAY "SCRWKSP: CANNOT OPEN ",
                    FUNCTION TRIM(WORKSPACE-FILE-NAME),
                    " (STATUS ", WS-WORKSPACE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            READ WORKSPACE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY WS-TARGET-SCREEN, " IS ALREADY CHECKED ",
                        "OUT (", FUNCTION TRIM(WKS-OPERATOR), " ",
                        WKS-CHECKED-OUT(1:14),
                        ") -- PUBLISH OR DISCARD IT FIRST."
                    CLOSE WORKSPACE-FILE
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
            END-READ.

      *>
      *>     LEFTOVERS OF AN EARLIER, ABANDONED SESSION ON THE SAME
      *>     NAME WOULD OTHERWISE MIX WITH THE FRESH COPY.
      *>
            PERFORM 4100-CLEAR-WORKSPACE-COPY.

            PERFORM 5100-DIGEST-LIVE.

            MOVE 0 TO WS-CHECKOUT-COUNT.
            PERFORM VARYING WS-TAG-X FROM 1 BY 1
                UNTIL WS-TAG-X > WS-ALL-TAGS
                MOVE TAG-ENTRY(WS-TAG-X) TO WS-CUR-TAG
                PERFORM 2900-SET-TAG-SHAPE
                IF WS-TAG-X > WS-PUBLISHED-TAGS THEN
                    MOVE 0 TO LD-COUNT
                ELSE
                    SET SIDE-LIVE TO TRUE
                    PERFORM 7000-SELECT-SIDE
                    PERFORM 7200-LOAD-CURRENT
                END-IF
      *>
      *>         EVERY WORKSPACE FILE IS CREATED, EVEN WHEN THE
      *>         SCREEN HAS NO RECORDS OF THAT TYPE YET, SO THE
      *>         DESIGNER SCREENS CAN OPEN THEM.
      *>
                SET SIDE-WORKSPACE TO TRUE
                PERFORM 7000-SELECT-SIDE
                PERFORM 7100-OPEN-CURRENT-IO
                PERFORM VARYING WS-LD-X FROM 1 BY 1
                    UNTIL WS-LD-X > LD-COUNT
                    MOVE LD-IMAGE(WS-LD-X) TO WS-REC-IMAGE
                    PERFORM 7400-WRITE-IMAGE
                    ADD 1 TO WS-CHECKOUT-COUNT
                END-PERFORM
                PERFORM 7150-CLOSE-CURRENT
            END-PERFORM.

            INITIALIZE WORKSPACE-RECORD.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            MOVE WS-OPERATOR-ID TO WKS-OPERATOR.
            MOVE FUNCTION CURRENT-DATE TO WKS-CHECKED-OUT.
            IF LIVE-HEADER-FOUND THEN
                SET WKS-BASE-LIVE TO TRUE
            ELSE
                SET WKS-BASE-NEW TO TRUE
            END-IF.
            MOVE WS-LIVE-MODIFIED TO WKS-BASE-MODIFIED.
            MOVE WS-DIGEST-RECORDS TO WKS-BASE-RECORDS.
            MOVE WS-DIGEST TO WKS-BASE-DIGEST.
            WRITE WORKSPACE-RECORD
                INVALID KEY
                    REWRITE WORKSPACE-RECORD
            END-WRITE.
            CLOSE WORKSPACE-FILE.

            IF IO-TROUBLE THEN
                DISPLAY "SCRWKSP: CHECKOUT OF ", WS-TARGET-SCREEN,
                    " WAS INCOMPLETE -- DISCARD AND RETRY."
                MOVE 4 TO RETURN-CODE
            ELSE
                IF LIVE-HEADER-FOUND THEN
                    DISPLAY "CHECKED OUT ", WS-TARGET-SCREEN, ": ",
                        WS-CHECKOUT-COUNT, " RECORD(S)."
                ELSE
                    DISPLAY WS-TARGET-SCREEN, " IS NOT IN THE LIVE ",
                        "CATALOG -- RESERVED AS A NEW SCREEN."
                END-IF
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *> 2900-SET-TAG-SHAPE :
      *>     KEY AND RECORD LENGTHS OF WS-CUR-TAG. EVERY ONE OF THESE
      *>     RECORDS STARTS WITH THE 16-BYTE SCREEN NAME.
      *>
        2900-SET-TAG-SHAPE.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    MOVE LENGTH OF SCN-NAME TO WS-KEY-LEN
                    MOVE LENGTH OF SCREEN-RECORD TO WS-REC-LEN
                WHEN "BG"
                    MOVE LENGTH OF SCRBG-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNBG-RECORD TO WS-REC-LEN
                WHEN "BH"
                    MOVE LENGTH OF SCRBH-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNBGH-RECORD TO WS-REC-LEN
                WHEN "BL"
                    MOVE LENGTH OF SCRBL-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNBGL-RECORD TO WS-REC-LEN
                WHEN "FD"
                    MOVE LENGTH OF SCR-FDEF-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRFDEF-RECORD TO WS-REC-LEN
                WHEN "FS"
                    MOVE LENGTH OF SCR-FST-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRFSTA-RECORD TO WS-REC-LEN
                WHEN "RU"
                    MOVE LENGTH OF RUL-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNRULE-RECORD TO WS-REC-LEN
            END-EVALUATE.
            EXIT.

      *>
      *> 3000-PUBLISH-SCREEN :
      *>     PLAN THE WHOLE CHANGE SET, REFUSE IT IF LIVE MOVED
      *>     UNDERNEATH US, THEN APPLY IT AND DROP THE WORKSPACE COPY.
      *>
        3000-PUBLISH-SCREEN.
            OPEN I-O WORKSPACE-FILE.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            READ WORKSPACE-FILE
                INVALID KEY
                    DISPLAY WS-TARGET-SCREEN, " IS NOT CHECKED OUT ",
                        "IN ", FUNCTION TRIM(WS-WORKSPACE-DIR), "."
                    CLOSE WORKSPACE-FILE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
            END-READ.

            PERFORM 5100-DIGEST-LIVE.
            IF (LIVE-HEADER-FOUND AND NOT WKS-BASE-LIVE)
            OR (NOT LIVE-HEADER-FOUND AND WKS-BASE-LIVE)
            OR WS-DIGEST-RECORDS NOT = WKS-BASE-RECORDS
            OR WS-DIGEST NOT = WKS-BASE-DIGEST THEN
                IF FORCE-REQUESTED THEN
                    DISPLAY "WARNING: LIVE ", WS-TARGET-SCREEN,
                        " CHANGED SINCE CHECKOUT -- PUBLISHING OVER ",
                        "IT (FORCED)."
                ELSE
                    DISPLAY "LIVE ", WS-TARGET-SCREEN, " CHANGED ",
                        "SINCE IT WAS CHECKED OUT -- PUBLISH REFUSED."
                    DISPLAY "(REVIEW THE LIVE CHANGE, THEN SET ",
                        "COBCURSES_WORKSPACE_FORCE=Y TO OVERRIDE.)"
                    CLOSE WORKSPACE-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            IF WS-LIVE-LOCKED-BY NOT = SPACES
            AND WS-LIVE-LOCKED-BY NOT = WS-OPERATOR-ID THEN
                DISPLAY "LIVE ", WS-TARGET-SCREEN, " IS LOCKED BY ",
                    FUNCTION TRIM(WS-LIVE-LOCKED-BY),
                    " -- PUBLISH REFUSED."
                CLOSE WORKSPACE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'N' TO WS-APPLY-FLAG.
            PERFORM 3100-RUN-CHANGE-SET.

            IF TABLE-OVERFLOW THEN
                DISPLAY "SCRWKSP: ", WS-TARGET-SCREEN, " HAS MORE ",
                    "THAN ", WS-TABLE-MAX, " RECORDS OF ONE TYPE -- ",
                    "PUBLISH REFUSED."
                CLOSE WORKSPACE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-ADD-COUNT = 0 AND WS-CHANGE-COUNT = 0
            AND WS-DELETE-COUNT = 0 THEN
                DISPLAY "NO CHANGES TO PUBLISH FOR ",
                    WS-TARGET-SCREEN, " -- WORKSPACE COPY DROPPED."
                PERFORM 4100-CLEAR-WORKSPACE-COPY
                DELETE WORKSPACE-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
                CLOSE WORKSPACE-FILE
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:14) TO WS-PUBLISH-STAMP.
            SET APPLYING TO TRUE.
            PERFORM 3100-RUN-CHANGE-SET.
            PERFORM 3800-WRITE-SCREEN-AUDIT.

            IF IO-TROUBLE THEN
                DISPLAY "SCRWKSP: ONE OR MORE LIVE WRITES FAILED ",
                    "PUBLISHING ", WS-TARGET-SCREEN, "."
                DISPLAY "THE WORKSPACE COPY IS KEPT; RE-RUN THE ",
                    "PUBLISH WITH COBCURSES_WORKSPACE_FORCE=Y."
                CLOSE WORKSPACE-FILE
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            PERFORM 4100-CLEAR-WORKSPACE-COPY.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            DELETE WORKSPACE-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE.
            CLOSE WORKSPACE-FILE.

            EVALUATE TRUE
                WHEN PUBLISH-ADD
                    DISPLAY "PUBLISHED NEW SCREEN ", WS-TARGET-SCREEN
                WHEN PUBLISH-DELETE
                    DISPLAY "PUBLISHED DELETE OF ", WS-TARGET-SCREEN
                WHEN OTHER
                    DISPLAY "PUBLISHED ", WS-TARGET-SCREEN
            END-EVALUATE.
            DISPLAY "    ADDED   : ", WS-ADD-COUNT.
            DISPLAY "    CHANGED : ", WS-CHANGE-COUNT.
            DISPLAY "    DELETED : ", WS-DELETE-COUNT.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> 3100-RUN-CHANGE-SET :
      *>     COMPARE THE WORKSPACE AND LIVE COPIES OF EVERY PUBLISHED
      *>     RECORD TYPE. WITH APPLYING OFF THIS ONLY COUNTS (AND
      *>     FINDS OVERFLOW); WITH IT ON, THE DIFFERENCES ARE WRITTEN
      *>     TO THE LIVE FILES.
      *>
        3100-RUN-CHANGE-SET.
            MOVE 0 TO WS-ADD-COUNT, WS-CHANGE-COUNT, WS-DELETE-COUNT.
            MOVE 'N' TO WS-WKSP-HEADER-FLAG.

            PERFORM VARYING WS-TAG-X FROM 1 BY 1
                UNTIL WS-TAG-X > WS-PUBLISHED-TAGS
                MOVE TAG-ENTRY(WS-TAG-X) TO WS-CUR-TAG
                PERFORM 2900-SET-TAG-SHAPE
      *>
      *>         A SCREEN WHOSE WORKSPACE HEADER IS GONE WAS DELETED
      *>         IN THE WORKSPACE: EVERY LIVE RECORD OF IT GOES,
      *>         WHATEVER DETAIL RECORDS THE WORKSPACE STILL HOLDS.
      *>
                SET SIDE-WORKSPACE TO TRUE
                PERFORM 7000-SELECT-SIDE
                PERFORM 7200-LOAD-CURRENT
                IF WS-CUR-TAG = "01" THEN
                    IF LD-COUNT > 0 THEN
                        SET WKSP-HEADER-FOUND TO TRUE
                    END-IF
                    PERFORM 3150-SET-PUBLISH-MODE
                END-IF
                IF PUBLISH-DELETE THEN
                    MOVE 0 TO LD-COUNT
                END-IF
                MOVE LOAD-TABLE TO WKSP-TABLE

                SET SIDE-LIVE TO TRUE
                PERFORM 7000-SELECT-SIDE
                PERFORM 7200-LOAD-CURRENT

                PERFORM 3200-COUNT-TAG-CHANGES
                IF APPLYING AND WS-TAG-CHANGES > 0 THEN
                    PERFORM 3300-APPLY-TAG-CHANGES
                END-IF
            END-PERFORM.
            EXIT.

        3150-SET-PUBLISH-MODE.
            EVALUATE TRUE
                WHEN NOT WKSP-HEADER-FOUND
                    SET PUBLISH-DELETE TO TRUE
                WHEN WKS-BASE-NEW
                    SET PUBLISH-ADD TO TRUE
                WHEN OTHER
                    SET PUBLISH-CHANGE TO TRUE
            END-EVALUATE.
            EXIT.

      *>
      *> 3200-COUNT-TAG-CHANGES :
      *>     PAIR THE LIVE (LOAD-TABLE) AND WORKSPACE (WKSP-TABLE)
      *>     ENTRIES BY KEY AND COUNT WHAT PUBLISH WOULD DO.
      *>
        3200-COUNT-TAG-CHANGES.
            MOVE 0 TO WS-TAG-CHANGES.
            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WT-COUNT
                MOVE 'N' TO WT-MATCHED(WS-WT-X)
            END-PERFORM.

            PERFORM VARYING WS-LD-X FROM 1 BY 1
                UNTIL WS-LD-X > LD-COUNT
                PERFORM 3250-FIND-WKSP-ENTRY
                IF WS-FOUND-X = 0 THEN
                    MOVE 'D' TO LD-MATCHED(WS-LD-X)
                    ADD 1 TO WS-DELETE-COUNT, WS-TAG-CHANGES
                ELSE
                    MOVE 'Y' TO WT-MATCHED(WS-FOUND-X)
                    MOVE LD-IMAGE(WS-LD-X) TO WS-REC-IMAGE
                    MOVE WT-IMAGE(WS-FOUND-X) TO WS-CMP-IMAGE
                    IF WS-CUR-TAG = "01" THEN
                        PERFORM 5300-NORMALIZE-HEADER
                        MOVE WS-REC-IMAGE TO WS-DTL-BEFORE
                        MOVE WS-CMP-IMAGE TO WS-REC-IMAGE
                        PERFORM 5300-NORMALIZE-HEADER
                        MOVE WS-REC-IMAGE TO WS-CMP-IMAGE
                        MOVE WS-DTL-BEFORE TO WS-REC-IMAGE
                    END-IF
                    IF WS-REC-IMAGE(1:WS-REC-LEN)
                       = WS-CMP-IMAGE(1:WS-REC-LEN) THEN
                        MOVE 'S' TO LD-MATCHED(WS-LD-X)
                    ELSE
                        MOVE 'C' TO LD-MATCHED(WS-LD-X)
                        ADD 1 TO WS-CHANGE-COUNT, WS-TAG-CHANGES
                    END-IF
                END-IF
            END-PERFORM.

            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WT-COUNT
                IF WT-MATCHED(WS-WT-X) NOT = 'Y' THEN
                    ADD 1 TO WS-ADD-COUNT, WS-TAG-CHANGES
                END-IF
            END-PERFORM.
            EXIT.

        3250-FIND-WKSP-ENTRY.
            MOVE 0 TO WS-FOUND-X.
            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WT-COUNT OR WS-FOUND-X NOT = 0
                IF WT-IMAGE(WS-WT-X)(1:WS-KEY-LEN)
                   = LD-IMAGE(WS-LD-X)(1:WS-KEY-LEN) THEN
                    MOVE WS-WT-X TO WS-FOUND-X
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 3300-APPLY-TAG-CHANGES :
      *>     WRITE ONE RECORD TYPE'S DIFFERENCES TO THE LIVE FILE,
      *>     JOURNALLING AND AUDITING EACH ONE AS THE MAINTENANCE
      *>     SCREENS WOULD HAVE.
      *>
        3300-APPLY-TAG-CHANGES.
            IF WS-CUR-TAG = "BG" AND LD-COUNT > 0 THEN
                PERFORM 3600-ARCHIVE-BACKGROUND
            END-IF.

            SET SIDE-LIVE TO TRUE.
            PERFORM 7000-SELECT-SIDE.
            PERFORM 7100-OPEN-CURRENT-IO.
            MOVE 0 TO WS-ARCHIVE-SEQ.

            PERFORM VARYING WS-LD-X FROM 1 BY 1
                UNTIL WS-LD-X > LD-COUNT
                EVALUATE LD-MATCHED(WS-LD-X)
                    WHEN 'C'
                        PERFORM 3250-FIND-WKSP-ENTRY
                        MOVE LD-IMAGE(WS-LD-X) TO WS-DTL-BEFORE
                        MOVE WT-IMAGE(WS-FOUND-X) TO WS-REC-IMAGE
                        IF WS-CUR-TAG = "01" THEN
                            PERFORM 3350-STAMP-HEADER
                        END-IF
                        PERFORM 7500-REWRITE-IMAGE
                        MOVE 'C' TO WS-DTL-ACTION
                        PERFORM 3400-JOURNAL-CHANGE
                    WHEN 'D'
                        MOVE LD-IMAGE(WS-LD-X) TO WS-REC-IMAGE
                        MOVE WS-REC-IMAGE TO WS-DTL-BEFORE
                        IF PUBLISH-DELETE THEN
                            PERFORM 3500-ARCHIVE-DELETED
                        END-IF
                        PERFORM 7600-DELETE-IMAGE
                        MOVE 'D' TO WS-DTL-ACTION
                        PERFORM 3400-JOURNAL-CHANGE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WT-COUNT
                IF WT-MATCHED(WS-WT-X) NOT = 'Y' THEN
                    MOVE WT-IMAGE(WS-WT-X) TO WS-REC-IMAGE
                    IF WS-CUR-TAG = "01" THEN
                        PERFORM 3350-STAMP-HEADER
                    END-IF
                    MOVE WS-DTL-EMPTY TO WS-DTL-BEFORE
                    PERFORM 7400-WRITE-IMAGE
                    MOVE 'A' TO WS-DTL-ACTION
                    PERFORM 3400-JOURNAL-CHANGE
                END-IF
            END-PERFORM.

            PERFORM 7150-CLOSE-CURRENT.
            EXIT.

      *>
      *> 3350-STAMP-HEADER :
      *>     THE PUBLISHED HEADER GOES LIVE UNLOCKED, MODIFIED NOW --
      *>     PUBLISHING IS THE CHANGE SDGENERATE AND THE APPROVAL
      *>     CHECK NEED TO SEE.
      *>
        3350-STAMP-HEADER.
            MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCREEN-RECORD.
            MOVE SPACES TO SCN-LOCKED-BY, SCN-LOCK-TIME.
            MOVE WS-NOW TO SCN-LAST-MODIFIED.
            MOVE SPACES TO WS-REC-IMAGE.
            MOVE SCREEN-RECORD TO WS-REC-IMAGE.
            EXIT.

      *>
      *> 3400-JOURNAL-CHANGE :
      *>     WS-REC-IMAGE HOLDS THE RECORD JUST WRITTEN, REWRITTEN OR
      *>     DELETED; WS-DTL-BEFORE ITS PRIOR IMAGE; WS-DTL-ACTION
      *>     A/C/D.
      *>
        3400-JOURNAL-CHANGE.
            IF IO-TROUBLE THEN
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-DTL-ACTION
                WHEN 'A'
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        WS-CUR-TAG, "W", WS-REC-IMAGE
                WHEN 'C'
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        WS-CUR-TAG, "R", WS-REC-IMAGE
                WHEN 'D'
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        WS-CUR-TAG, "D", WS-REC-IMAGE
            END-EVALUATE.

      *>
      *>     FIELDS, STATES AND RULES CARRY A DETAIL AUDIT, AS THEIR
      *>     MAINTENANCE SCREENS WRITE ONE; THE HEADER'S AUDIT IS THE
      *>     SCRAUDIT RECORD (3800-WRITE-SCREEN-AUDIT).
      *>
            MOVE SPACES TO WS-DTL-KEY.
            EVALUATE WS-CUR-TAG
                WHEN "FD"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFDEF-RECORD
                    MOVE SCR-FDEF-NO TO WS-DTL-SEQ-ED
                WHEN "FS"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFSTA-RECORD
                    MOVE SCR-FST-STATE-NO TO WS-DTL-SEQ-ED
                WHEN "RU"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN)
                        TO SCRNRULE-RECORD
                    MOVE RUL-SEQ TO WS-DTL-SEQ-ED
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "R", WS-TARGET-SCREEN, "SCRWKSP"
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            STRING WS-TARGET-SCREEN " #" WS-DTL-SEQ-ED
                DELIMITED BY SIZE INTO WS-DTL-KEY.
            IF WS-DTL-ACTION = 'D' THEN
                CALL "COBCURSES-DETAIL-AUDIT" USING
                    WS-CUR-TAG, WS-DTL-ACTION, WS-DTL-KEY,
                    WS-DTL-BEFORE, WS-DTL-EMPTY
            ELSE
                CALL "COBCURSES-DETAIL-AUDIT" USING
                    WS-CUR-TAG, WS-DTL-ACTION, WS-DTL-KEY,
                    WS-DTL-BEFORE, WS-REC-IMAGE
            END-IF.
            EXIT.

      *>
      *> 3500-ARCHIVE-DELETED :
      *>     A PUBLISHED DELETE LANDS IN THE DELETED-SCREEN ARCHIVE
      *>     UNDER ONE STAMP, JUST AS SD002010'S OWN DELETE DOES, FOR
      *>     THE RECORD TYPES SCRUNDEL KNOWS HOW TO RESTORE.
      *>
        3500-ARCHIVE-DELETED.
            IF WS-CUR-TAG = "01" OR "BG" OR "FD" OR "FS" THEN
                ADD 1 TO WS-ARCHIVE-SEQ
                MOVE WS-CUR-TAG TO WS-ARCHIVE-TYPE
                MOVE WS-REC-IMAGE TO WS-ARCHIVE-DATA
                CALL "COBCURSES-SCREEN-ARCHIVE" USING
                    WS-TARGET-SCREEN, WS-PUBLISH-STAMP,
                    WS-ARCHIVE-TYPE, WS-ARCHIVE-SEQ,
                    WS-ARCHIVE-DATA
            END-IF.
            EXIT.

      *>
      *> 3600-ARCHIVE-BACKGROUND :
      *>     THE LIVE BACKGROUND ABOUT TO BE REPLACED (STILL IN
      *>     LOAD-TABLE) BECOMES THE NEXT SCRNBGH VERSION, AND ONLY
      *>     THE LAST WS-KEPT-VERSIONS ARE RETAINED -- THE SAME
      *>     HISTORY SD002035 KEEPS FOR A DIRECT SAVE.
      *>
        3600-ARCHIVE-BACKGROUND.
            MOVE LIVE-SCRNBGH-FILE-NAME TO SCRNBGH-FILE-NAME.
            OPEN I-O SCRNBGH-FILE.
            IF WS-SCRNBGH-FILE-STATUS NOT = "00"
            AND WS-SCRNBGH-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-NEXT-VERSION.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNBGH-RECORD.
            MOVE WS-TARGET-SCREEN TO SCRBH-NAME.
            START SCRNBGH-FILE KEY IS >= SCRBH-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBGH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCRBH-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            IF SCRBH-VERSION > WS-NEXT-VERSION THEN
                                MOVE SCRBH-VERSION TO WS-NEXT-VERSION
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            ADD 1 TO WS-NEXT-VERSION.

            MOVE 0 TO WS-HIST-SEGMENT-NO.
            PERFORM VARYING WS-LD-X FROM 1 BY 1
                UNTIL WS-LD-X > LD-COUNT
                MOVE LD-IMAGE(WS-LD-X)(1:LENGTH OF SCRNBG-RECORD)
                    TO SCRNBG-RECORD
                ADD 1 TO WS-HIST-SEGMENT-NO
                INITIALIZE SCRNBGH-RECORD
                MOVE WS-TARGET-SCREEN TO SCRBH-NAME
                MOVE WS-NEXT-VERSION TO SCRBH-VERSION
                MOVE WS-HIST-SEGMENT-NO TO SCRBH-SEGMENT-NO
                MOVE WS-NOW TO SCRBH-SAVED-DATE
                MOVE SCRBG-LINE TO SCRBH-LINE
                MOVE SCRBG-COLUMN TO SCRBH-COLUMN
                MOVE SCRBG-LENGTH TO SCRBH-LENGTH
                MOVE SCRBG-ATTRIBUTE TO SCRBH-ATTRIBUTE
                MOVE SCRBG-COLOUR-PAIR TO SCRBH-COLOUR-PAIR
                MOVE SCRBG-SEGMENT TO SCRBH-SEGMENT
                WRITE SCRNBGH-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        CALL "COBCURSES-AFTER-IMAGE" USING
                            "BH", "W", SCRNBGH-RECORD
                END-WRITE
            END-PERFORM.

            IF WS-NEXT-VERSION > WS-KEPT-VERSIONS THEN
                SUBTRACT WS-KEPT-VERSIONS FROM WS-NEXT-VERSION
                    GIVING WS-CUTOFF-VERSION
                MOVE 'N' TO EOF-FLAG
                INITIALIZE SCRNBGH-RECORD
                MOVE WS-TARGET-SCREEN TO SCRBH-NAME
                START SCRNBGH-FILE KEY IS >= SCRBH-KEY
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE
                    READ SCRNBGH-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF SCRBH-NAME NOT = WS-TARGET-SCREEN THEN
                                SET END-OF-FILE TO TRUE
                            ELSE
                                IF SCRBH-VERSION <= WS-CUTOFF-VERSION
                                    DELETE SCRNBGH-FILE
                                        INVALID KEY
                                            CONTINUE
                                        NOT INVALID KEY
                                            CALL "COBCURSES-AFTER-IMAGE"
                                                USING "BH", "D",
                                                SCRNBGH-RECORD
                                    END-DELETE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            CLOSE SCRNBGH-FILE.
            EXIT.

      *>
      *> 3800-WRITE-SCREEN-AUDIT :
      *>     ONE SCRAUDIT RECORD FOR THE PUBLISHED SCREEN, AND THE
      *>     PENDING-APPROVAL MARK FOR AN ADD OR CHANGE (A NO-OP
      *>     OUTSIDE A PROTECTED DATA DIRECTORY), AS SD002010 WOULD
      *>     HAVE RAISED FOR A DIRECT SAVE.
      *>
        3800-WRITE-SCREEN-AUDIT.
            OPEN EXTEND SCRAUDIT-FILE.
            MOVE SPACES TO SCRAUDIT-RECORD.
            MOVE WS-NOW TO AUD-DATE-TIME.
            MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
            MOVE WS-TARGET-SCREEN TO AUD-SCREEN-NAME.
            MOVE WS-PUBLISH-MODE TO AUD-ACTION.
            EVALUATE TRUE
                WHEN PUBLISH-ADD
                    MOVE "Screen published from workspace (new)."
                        TO AUD-DESCRIPTION
                WHEN PUBLISH-DELETE
                    MOVE "Screen delete published from workspace."
                        TO AUD-DESCRIPTION
                WHEN OTHER
                    MOVE "Screen published from workspace."
                        TO AUD-DESCRIPTION
            END-EVALUATE.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", AUD-TICKET.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.
            CLOSE SCRAUDIT-FILE.

            IF NOT PUBLISH-DELETE THEN
                CALL "COBCURSES-APPROVAL-MARK" USING
                    WS-TARGET-SCREEN, WS-OPERATOR-ID
            END-IF.
            EXIT.

      *>
      *> 4000-DISCARD-SCREEN :
      *>     THROW THE WORKSPACE COPY AWAY. THE LIVE CATALOG IS NOT
      *>     TOUCHED.
      *>
        4000-DISCARD-SCREEN.
            OPEN I-O WORKSPACE-FILE.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            READ WORKSPACE-FILE
                INVALID KEY
                    DISPLAY WS-TARGET-SCREEN, " IS NOT CHECKED OUT ",
                        "IN ", FUNCTION TRIM(WS-WORKSPACE-DIR), "."
                    CLOSE WORKSPACE-FILE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
            END-READ.

            PERFORM 4100-CLEAR-WORKSPACE-COPY.
            MOVE WS-TARGET-SCREEN TO WKS-SCREEN-NAME.
            DELETE WORKSPACE-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE.
            CLOSE WORKSPACE-FILE.
            DISPLAY "DISCARDED THE WORKSPACE COPY OF ",
                WS-TARGET-SCREEN, ".".
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> 4100-CLEAR-WORKSPACE-COPY :
      *>     DELETE EVERY WORKSPACE RECORD OF THE SCREEN, INCLUDING
      *>     ITS PRIVATE BACKGROUND HISTORY.
      *>
        4100-CLEAR-WORKSPACE-COPY.
            PERFORM VARYING WS-TAG-X FROM 1 BY 1
                UNTIL WS-TAG-X > WS-ALL-TAGS
                MOVE TAG-ENTRY(WS-TAG-X) TO WS-CUR-TAG
                PERFORM 2900-SET-TAG-SHAPE
                SET SIDE-WORKSPACE TO TRUE
                PERFORM 7000-SELECT-SIDE
                PERFORM 7200-LOAD-CURRENT
                IF LD-COUNT > 0 THEN
                    PERFORM 7100-OPEN-CURRENT-IO
                    PERFORM VARYING WS-LD-X FROM 1 BY 1
                        UNTIL WS-LD-X > LD-COUNT
                        MOVE LD-IMAGE(WS-LD-X) TO WS-REC-IMAGE
                        PERFORM 7600-DELETE-IMAGE
                    END-PERFORM
                    PERFORM 7150-CLOSE-CURRENT
                END-IF
            END-PERFORM.
            EXIT.

        4500-LIST-WORKSPACE.
            DISPLAY "DESIGNER WORKSPACE ",
                FUNCTION TRIM(WS-WORKSPACE-DIR).
            DISPLAY "SCREEN NAME      CHECKED OUT    BY".
            DISPLAY "---------------- -------------- ----------------".
            MOVE 0 TO WS-LIST-COUNT.
            OPEN INPUT WORKSPACE-FILE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ WORKSPACE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LIST-COUNT
                        IF WKS-BASE-NEW THEN
                            DISPLAY WKS-SCREEN-NAME, " ",
                                WKS-CHECKED-OUT(1:14), " ",
                                FUNCTION TRIM(WKS-OPERATOR),
                                " (NEW)"
                        ELSE
                            DISPLAY WKS-SCREEN-NAME, " ",
                                WKS-CHECKED-OUT(1:14), " ",
                                FUNCTION TRIM(WKS-OPERATOR)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE WORKSPACE-FILE.
            DISPLAY " ".
            DISPLAY "CHECKED OUT: ", WS-LIST-COUNT.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> 5100-DIGEST-LIVE :
      *>     FOLD EVERY LIVE RECORD OF THE SCREEN INTO WS-DIGEST (AND
      *>     COUNT THEM), AND NOTE THE LIVE HEADER'S STAMPS.
      *>
        5100-DIGEST-LIVE.
            MOVE 0 TO WS-DIGEST, WS-DIGEST-RECORDS.
            MOVE 'N' TO WS-LIVE-HEADER-FLAG.
            MOVE SPACES TO WS-LIVE-MODIFIED, WS-LIVE-LOCKED-BY.

            PERFORM VARYING WS-TAG-X FROM 1 BY 1
                UNTIL WS-TAG-X > WS-PUBLISHED-TAGS
                MOVE TAG-ENTRY(WS-TAG-X) TO WS-CUR-TAG
                PERFORM 2900-SET-TAG-SHAPE
                SET SIDE-LIVE TO TRUE
                PERFORM 7000-SELECT-SIDE
                PERFORM 7200-LOAD-CURRENT
                PERFORM VARYING WS-LD-X FROM 1 BY 1
                    UNTIL WS-LD-X > LD-COUNT
                    MOVE LD-IMAGE(WS-LD-X) TO WS-REC-IMAGE
                    IF WS-CUR-TAG = "01" THEN
                        SET LIVE-HEADER-FOUND TO TRUE
                        MOVE WS-REC-IMAGE(1:WS-REC-LEN)
                            TO SCREEN-RECORD
                        MOVE SCN-LAST-MODIFIED TO WS-LIVE-MODIFIED
                        MOVE SCN-LOCKED-BY TO WS-LIVE-LOCKED-BY
                        PERFORM 5300-NORMALIZE-HEADER
                    END-IF
                    PERFORM 5200-FOLD-RECORD
                END-PERFORM
            END-PERFORM.
            EXIT.

        5200-FOLD-RECORD.
            ADD 1 TO WS-DIGEST-RECORDS.
            PERFORM VARYING WS-BYTE-X FROM 1 BY 1
                UNTIL WS-BYTE-X > WS-REC-LEN
                COMPUTE WS-DIGEST = FUNCTION MOD(
                    WS-DIGEST * 31
                    + FUNCTION ORD(WS-REC-IMAGE(WS-BYTE-X:1)),
                    999999937)
            END-PERFORM.
            EXIT.

      *>
      *> 5300-NORMALIZE-HEADER :
      *>     BLANK THE HEADER STAMPS THAT CHANGE WITHOUT THE SCREEN
      *>     CHANGING (THE EDIT LOCK, AND THE LAST-MODIFIED STAMP
      *>     THAT PUBLISH ITSELF SETS) IN WS-REC-IMAGE.
      *>
        5300-NORMALIZE-HEADER.
            MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCREEN-RECORD.
            MOVE SPACES TO SCN-LOCKED-BY, SCN-LOCK-TIME,
                SCN-LAST-MODIFIED.
            MOVE SPACES TO WS-REC-IMAGE.
            MOVE SCREEN-RECORD TO WS-REC-IMAGE.
            EXIT.

      *>
      *> 7000-SELECT-SIDE :
      *>     POINT THE SCREEN-SHAPED FILES AT THE LIVE OR THE
      *>     WORKSPACE COPY (WS-SIDE).
      *>
        7000-SELECT-SIDE.
            IF SIDE-LIVE THEN
                MOVE LIVE-SCREEN-FILE-NAME TO SCREEN-FILE-NAME
                MOVE LIVE-SCRNBG-FILE-NAME TO SCRNBG-FILE-NAME
                MOVE LIVE-SCRNBGH-FILE-NAME TO SCRNBGH-FILE-NAME
                MOVE LIVE-SCRNBGL-FILE-NAME TO SCRNBGL-FILE-NAME
                MOVE LIVE-SCRFDEF-FILE-NAME TO SCRFDEF-FILE-NAME
                MOVE LIVE-SCRFSTA-FILE-NAME TO SCRFSTA-FILE-NAME
                MOVE LIVE-SCRNRULE-FILE-NAME TO SCRNRULE-FILE-NAME
            ELSE
                MOVE WKSP-SCREEN-FILE-NAME TO SCREEN-FILE-NAME
                MOVE WKSP-SCRNBG-FILE-NAME TO SCRNBG-FILE-NAME
                MOVE WKSP-SCRNBGH-FILE-NAME TO SCRNBGH-FILE-NAME
                MOVE WKSP-SCRNBGL-FILE-NAME TO SCRNBGL-FILE-NAME
                MOVE WKSP-SCRFDEF-FILE-NAME TO SCRFDEF-FILE-NAME
                MOVE WKSP-SCRFSTA-FILE-NAME TO SCRFSTA-FILE-NAME
                MOVE WKSP-SCRNRULE-FILE-NAME TO SCRNRULE-FILE-NAME
            END-IF.
            EXIT.

      *>
      *> 7100-OPEN-CURRENT-IO / 7150-CLOSE-CURRENT :
      *>     OPEN (CREATING IF NEED BE) OR CLOSE THE FILE FOR
      *>     WS-CUR-TAG ON THE SELECTED SIDE.
      *>
        7100-OPEN-CURRENT-IO.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    OPEN I-O SCREEN-FILE
                WHEN "BG"
                    OPEN I-O SCRNBG-FILE
                WHEN "BH"
                    OPEN I-O SCRNBGH-FILE
                    MOVE WS-SCRNBGH-FILE-STATUS
                        TO WS-CATALOG-FILE-STATUS
                WHEN "BL"
                    OPEN I-O SCRNBGL-FILE
                WHEN "FD"
                    OPEN I-O SCRFDEF-FILE
                WHEN "FS"
                    OPEN I-O SCRFSTA-FILE
                WHEN "RU"
                    OPEN I-O SCRNRULE-FILE
            END-EVALUATE.
            IF WS-CATALOG-FILE-STATUS NOT = "00"
            AND WS-CATALOG-FILE-STATUS NOT = "05" THEN
                DISPLAY "SCRWKSP: CANNOT OPEN ",
                    FUNCTION TRIM(SCREEN-FILE-NAME), " (",
                    WS-CUR-TAG, ", STATUS ",
                    WS-CATALOG-FILE-STATUS, ")."
                SET IO-TROUBLE TO TRUE
            END-IF.
            EXIT.

        7150-CLOSE-CURRENT.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    CLOSE SCREEN-FILE
                WHEN "BG"
                    CLOSE SCRNBG-FILE
                WHEN "BH"
                    CLOSE SCRNBGH-FILE
                WHEN "BL"
                    CLOSE SCRNBGL-FILE
                WHEN "FD"
                    CLOSE SCRFDEF-FILE
                WHEN "FS"
                    CLOSE SCRFSTA-FILE
                WHEN "RU"
                    CLOSE SCRNRULE-FILE
            END-EVALUATE.
            EXIT.

      *>
      *> 7200-LOAD-CURRENT :
      *>     READ EVERY RECORD OF THE SCREEN FROM THE FILE FOR
      *>     WS-CUR-TAG ON THE SELECTED SIDE INTO LOAD-TABLE. A FILE
      *>     THAT DOES NOT EXIST YET SIMPLY HAS NO RECORDS.
      *>
        7200-LOAD-CURRENT.
            MOVE 0 TO LD-COUNT.
            MOVE 'N' TO EOF-FLAG.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    OPEN INPUT SCREEN-FILE
                    INITIALIZE SCREEN-RECORD
                    MOVE WS-TARGET-SCREEN TO SCN-NAME
                    START SCREEN-FILE KEY IS >= SCN-NAME
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "BG"
                    OPEN INPUT SCRNBG-FILE
                    INITIALIZE SCRNBG-RECORD
                    MOVE WS-TARGET-SCREEN TO SCRBG-NAME
                    START SCRNBG-FILE KEY IS >= SCRBG-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "BH"
                    OPEN INPUT SCRNBGH-FILE
                    INITIALIZE SCRNBGH-RECORD
                    MOVE WS-TARGET-SCREEN TO SCRBH-NAME
                    START SCRNBGH-FILE KEY IS >= SCRBH-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "BL"
                    OPEN INPUT SCRNBGL-FILE
                    INITIALIZE SCRNBGL-RECORD
                    MOVE WS-TARGET-SCREEN TO SCRBL-NAME
                    START SCRNBGL-FILE KEY IS >= SCRBL-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "FD"
                    OPEN INPUT SCRFDEF-FILE
                    INITIALIZE SCRFDEF-RECORD
                    MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME
                    START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "FS"
                    OPEN INPUT SCRFSTA-FILE
                    INITIALIZE SCRFSTA-RECORD
                    MOVE WS-TARGET-SCREEN TO SCR-FST-SCREEN-NAME
                    START SCRFSTA-FILE KEY IS >= SCR-FST-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
                WHEN "RU"
                    OPEN INPUT SCRNRULE-FILE
                    INITIALIZE SCRNRULE-RECORD
                    MOVE WS-TARGET-SCREEN TO RUL-SCREEN-NAME
                    START SCRNRULE-FILE KEY IS >= RUL-KEY
                        INVALID KEY
                            SET END-OF-FILE TO TRUE
                    END-START
            END-EVALUATE.

            PERFORM UNTIL END-OF-FILE
                PERFORM 7300-READ-NEXT-CURRENT
                IF NOT END-OF-FILE THEN
                    IF WS-REC-IMAGE(1:16) NOT = WS-TARGET-SCREEN THEN
                        SET END-OF-FILE TO TRUE
                    ELSE
                        IF LD-COUNT < WS-TABLE-MAX THEN
                            ADD 1 TO LD-COUNT
                            MOVE WS-REC-IMAGE TO LD-IMAGE(LD-COUNT)
                            MOVE SPACE TO LD-MATCHED(LD-COUNT)
                        ELSE
                            SET TABLE-OVERFLOW TO TRUE
                            SET END-OF-FILE TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM 7150-CLOSE-CURRENT.
            EXIT.

        7300-READ-NEXT-CURRENT.
            MOVE SPACES TO WS-REC-IMAGE.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    READ SCREEN-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCREEN-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "BG"
                    READ SCRNBG-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRNBG-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "BH"
                    READ SCRNBGH-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRNBGH-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "BL"
                    READ SCRNBGL-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRNBGL-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "FD"
                    READ SCRFDEF-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRFDEF-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "FS"
                    READ SCRFSTA-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRFSTA-RECORD TO WS-REC-IMAGE
                    END-READ
                WHEN "RU"
                    READ SCRNRULE-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE SCRNRULE-RECORD TO WS-REC-IMAGE
                    END-READ
            END-EVALUATE.
            EXIT.

      *>
      *> 7400-WRITE-IMAGE / 7500-REWRITE-IMAGE / 7600-DELETE-IMAGE :
      *>     APPLY WS-REC-IMAGE TO THE OPEN FILE FOR WS-CUR-TAG. A
      *>     WRITE THAT FINDS THE KEY ALREADY THERE (A RE-RUN AFTER A
      *>     FAILED PUBLISH) REWRITES; A DELETE OF A RECORD ALREADY
      *>     GONE IS NOT AN ERROR.
      *>
        7400-WRITE-IMAGE.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCREEN-RECORD
                    WRITE SCREEN-RECORD
                        INVALID KEY
                            REWRITE SCREEN-RECORD
                    END-WRITE
                WHEN "BG"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBG-RECORD
                    WRITE SCRNBG-RECORD
                        INVALID KEY
                            REWRITE SCRNBG-RECORD
                    END-WRITE
                WHEN "BH"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBGH-RECORD
                    WRITE SCRNBGH-RECORD
                        INVALID KEY
                            REWRITE SCRNBGH-RECORD
                    END-WRITE
                    MOVE WS-SCRNBGH-FILE-STATUS
                        TO WS-CATALOG-FILE-STATUS
                WHEN "BL"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBGL-RECORD
                    WRITE SCRNBGL-RECORD
                        INVALID KEY
                            REWRITE SCRNBGL-RECORD
                    END-WRITE
                WHEN "FD"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFDEF-RECORD
                    WRITE SCRFDEF-RECORD
                        INVALID KEY
                            REWRITE SCRFDEF-RECORD
                    END-WRITE
                WHEN "FS"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFSTA-RECORD
                    WRITE SCRFSTA-RECORD
                        INVALID KEY
                            REWRITE SCRFSTA-RECORD
                    END-WRITE
                WHEN "RU"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNRULE-RECORD
                    WRITE SCRNRULE-RECORD
                        INVALID KEY
                            REWRITE SCRNRULE-RECORD
                    END-WRITE
            END-EVALUATE.
            IF WS-CATALOG-FILE-STATUS NOT = "00"
            AND WS-CATALOG-FILE-STATUS NOT = "02" THEN
                SET IO-TROUBLE TO TRUE
            END-IF.
            EXIT.

        7500-REWRITE-IMAGE.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCREEN-RECORD
                    REWRITE SCREEN-RECORD
                        INVALID KEY
                            WRITE SCREEN-RECORD
                    END-REWRITE
                WHEN "BG"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBG-RECORD
                    REWRITE SCRNBG-RECORD
                        INVALID KEY
                            WRITE SCRNBG-RECORD
                    END-REWRITE
                WHEN "BL"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBGL-RECORD
                    REWRITE SCRNBGL-RECORD
                        INVALID KEY
                            WRITE SCRNBGL-RECORD
                    END-REWRITE
                WHEN "FD"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFDEF-RECORD
                    REWRITE SCRFDEF-RECORD
                        INVALID KEY
                            WRITE SCRFDEF-RECORD
                    END-REWRITE
                WHEN "FS"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFSTA-RECORD
                    REWRITE SCRFSTA-RECORD
                        INVALID KEY
                            WRITE SCRFSTA-RECORD
                    END-REWRITE
                WHEN "RU"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNRULE-RECORD
                    REWRITE SCRNRULE-RECORD
                        INVALID KEY
                            WRITE SCRNRULE-RECORD
                    END-REWRITE
            END-EVALUATE.
            IF WS-CATALOG-FILE-STATUS NOT = "00"
            AND WS-CATALOG-FILE-STATUS NOT = "02" THEN
                SET IO-TROUBLE TO TRUE
            END-IF.
            EXIT.

        7600-DELETE-IMAGE.
            EVALUATE WS-CUR-TAG
                WHEN "01"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCREEN-RECORD
                    DELETE SCREEN-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "BG"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBG-RECORD
                    DELETE SCRNBG-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "BH"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBGH-RECORD
                    DELETE SCRNBGH-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "BL"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNBGL-RECORD
                    DELETE SCRNBGL-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "FD"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFDEF-RECORD
                    DELETE SCRFDEF-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "FS"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRFSTA-RECORD
                    DELETE SCRFSTA-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                WHEN "RU"
                    MOVE WS-REC-IMAGE(1:WS-REC-LEN) TO SCRNRULE-RECORD
                    DELETE SCRNRULE-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
            END-EVALUATE.
            EXIT.
