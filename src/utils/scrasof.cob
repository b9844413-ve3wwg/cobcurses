        IDENTIFICATION DIVISION.
        PROGRAM-ID. SCRASOF.
      *>
      *> SCRASOF REBUILDS ONE SCREEN AS IT STOOD AT A GIVEN MOMENT --
      *> "WHAT DID ORDENTRY LOOK LIKE LAST TUESDAY AT NOON" -- WITHOUT
      *> A DATABKUP RESTORE AND ROLLFWD INTO A SCRATCH DIRECTORY. IT
      *> WORKS BACKWARD FROM THE LIVE RECORDS :
      *>
      *>     SCREEN-FILE      (HEADER)
      *>     SCRNBG-FILE      (BACKGROUND SEGMENTS)
      *>     SCRFDEF-FILE     (FIELD DEFINITIONS)
      *>     SCRFSTA-FILE     (FIELD STATES)
      *>     SCRNRULE-FILE    (CROSS-FIELD RULES)
      *>
      *> A RECORD NOT TOUCHED SINCE THE AS-OF TIME IS TAKEN AS IT IS
      *> NOW. A RECORD CHANGED SINCE IS WOUND BACK, IN THIS ORDER OF
      *> PREFERENCE :
      *>
      *>     1. THE BEFORE-IMAGE OF ITS FIRST DTLAUDIT.LOG EVENT AFTER
      *>        THE AS-OF TIME (AN ADD MEANS IT DID NOT YET EXIST);
      *>     2. THE LAST AFTERIMG-YYYYMMDD.JRN IMAGE AT OR BEFORE THE
      *>        AS-OF TIME (A DELETE MEANS IT DID NOT EXIST);
      *>     3. A FIRST JOURNALLED WRITE AFTER THE AS-OF TIME MEANS IT
      *>        DID NOT YET EXIST.
      *>
      *> ANYTHING ELSE (A REWRITE OR DELETE AFTER THE AS-OF TIME WITH
      *> NO EARLIER IMAGE INSIDE THE LOOKBACK) IS REPORTED UNRESOLVED
      *> AND THE RUN ENDS WITH RETURN CODE 4.
      *>
      *> THE AS-OF DEFINITION IS PRINTED, THEN DIFFED AGAINST TODAY.
      *> GIVEN A PACKAGE FILE NAME, THE AS-OF VERSION IS ALSO WRITTEN
      *> AS A SCRPKEXP-FORMAT PACKAGE (SEE SCRNPKG.cbl) THAT SCRPKIMP
      *> CAN RE-IMPORT WITH COBCURSES_PACKAGE_REPLACE=Y. LANGUAGE
      *> SEGMENTS AND MENU REFERENCES ARE NOT JOURNALLED FOR THIS
      *> PURPOSE AND TRAVEL AS THEY STAND TODAY.
      *>
      *> USAGE:  scrasof SCREEN ASOF [PACKAGEFILE]
      *>     ASOF IS YYYYMMDD[HHMMSS]; A BARE DATE MEANS THE END OF
      *>     THAT DAY.
      *>
      *> INPUTS (ENVIRONMENT) :
      *>     COBCURSES_ASOF_LOOKBACK   DAYS OF JOURNALS READ BEFORE
      *>                               THE AS-OF DATE (DEFAULT 90)
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME.

            SELECT OPTIONAL SCRNBG-FILE
                ASSIGN TO SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY.

            SELECT OPTIONAL SCRNBGL-FILE
                ASSIGN TO SCRNBGL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBL-KEY.

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
                    WITH DUPLICATES.

            SELECT OPTIONAL SCRFSTA-FILE
                ASSIGN TO SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY.

            SELECT OPTIONAL MENUREF-FILE
                ASSIGN TO MENUREF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY.

            SELECT JOURNAL-FILE
                ASSIGN TO JOURNAL-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-FILE-STATUS.

            SELECT DTLAUDIT-FILE
                ASSIGN TO DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DTLAUDIT-FILE-STATUS.

            SELECT PACKAGE-FILE
                ASSIGN TO PACKAGE-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PACKAGE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  SCRNBGL-FILE.
        01  SCRNBGL-RECORD.
            COPY SCREEN-BL.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  MENUREF-FILE.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  JOURNAL-FILE.
        01  AFTERIMG-RECORD.
            COPY AFTERIMG.

        FD  DTLAUDIT-FILE.
        01  DTLAUDIT-RECORD.
            COPY DTLAUDIT.

        FD  PACKAGE-FILE.
        01  PACKAGE-RECORD.
            COPY SCRNPKG.

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRNBG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
            10  SCRNBGL-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGL.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  SCRFSTA-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  DTLAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG".
            10  JOURNAL-STEM                    PIC X(256)
                VALUE "${COBCURSES_DATADIR}/AFTERIMG-".
            10  JOURNAL-FILE-NAME               PIC X(256).
            10  PACKAGE-FILE-NAME               PIC X(256).

        01  WS-JOURNAL-FILE-STATUS              PIC XX.
        01  WS-DTLAUDIT-FILE-STATUS             PIC XX.
        01  WS-PACKAGE-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-TARGET-SCREEN                    PIC X(16).
        01  WS-ASOF                             PIC X(14).
        01  WS-PACKAGE-FLAG                     PIC X VALUE 'N'.
            88  PACKAGE-REQUESTED               VALUE 'Y'.
        01  WS-LOOKBACK-DAYS                    PIC 9(4) VALUE 90.

        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-FROM-INT                         PIC 9(8).
        01  WS-TODAY-INT                        PIC 9(8).
        01  WS-DAY-INT                          PIC 9(8).
        01  WS-JOURNAL-DATE                     PIC 9(8).

        01  SCAN-COUNTS.
            10  WS-JOURNALS-READ                PIC 9(4) VALUE 0.
            10  WS-JOURNALS-MISSING             PIC 9(4) VALUE 0.
            10  WS-JOURNAL-EVENTS               PIC 9(6) VALUE 0.
            10  WS-AUDIT-EVENTS                 PIC 9(6) VALUE 0.

        01  RESULT-COUNTS.
            10  WS-UNCHANGED-COUNT              PIC 9(6) VALUE 0.
            10  WS-CHANGED-COUNT                PIC 9(6) VALUE 0.
            10  WS-ADDED-COUNT                  PIC 9(6) VALUE 0.
            10  WS-DELETED-COUNT                PIC 9(6) VALUE 0.
            10  WS-UNRESOLVED-COUNT             PIC 9(6) VALUE 0.
            10  WS-TABLE-FULL-COUNT             PIC 9(6) VALUE 0.

        01  PACKAGE-COUNTS.
            10  WS-HDR-COUNT                    PIC 9(6) VALUE 0.
            10  WS-BG-COUNT                     PIC 9(6) VALUE 0.
            10  WS-BL-COUNT                     PIC 9(6) VALUE 0.
            10  WS-FD-COUNT                     PIC 9(6) VALUE 0.
            10  WS-FS-COUNT                     PIC 9(6) VALUE 0.
            10  WS-MR-COUNT                     PIC 9(6) VALUE 0.
            10  WS-RU-COUNT                     PIC 9(6) VALUE 0.

      *>
      *> ONE EVENT (LIVE RECORD, JOURNAL IMAGE OR AUDIT IMAGE) BEING
      *> FILED INTO THE RECONSTRUCTION TABLE.
      *>
        01  WS-EVT-TAG                          PIC XX.
        01  WS-EVT-KEY                          PIC X(20).
        01  WS-EVT-STAMP                        PIC X(14).
        01  WS-EVT-IMAGE                        PIC X(600).
        01  WS-KEY-LEN                          PIC 99 COMP.
        01  WS-REC-LEN                          PIC 999 COMP.
        01  WS-TAG-RANK                         PIC 9.
        01  WS-TAG-OK-FLAG                      PIC X.
            88  TAG-RECONSTRUCTED               VALUE 'Y'.

      *>
      *> THE RECONSTRUCTION TABLE -- ONE ENTRY PER RECORD KEY THAT IS
      *> LIVE NOW OR WAS TOUCHED INSIDE THE JOURNAL WINDOW. A SCREEN
      *> WITH MORE RECORDS THAN THIS IS REPORTED, NOT TRUNCATED
      *> SILENTLY.
      *>
        01  ASOF-TABLE.
            10  AE-USED                         PIC 9(4) COMP VALUE 0.
            10  AE-ENTRY OCCURS 1500 TIMES.
                15  AE-TAG                      PIC XX.
                15  AE-RANK                     PIC 9.
                15  AE-KEY                      PIC X(20).
                15  AE-LIVE-FLAG                PIC X.
                    88  AE-IN-LIVE              VALUE 'Y'.
                15  AE-PRE-ACTION               PIC X.
                15  AE-POST-ACTION              PIC X.
                15  AE-POST-STAMP               PIC X(14).
                15  AE-AUD-ACTION               PIC X.
                15  AE-AUD-STAMP                PIC X(14).
                15  AE-SOURCE                   PIC X.
                    88  AE-FROM-LIVE            VALUE 'L'.
                    88  AE-FROM-JOURNAL         VALUE 'J'.
                    88  AE-FROM-AUDIT           VALUE 'A'.
                    88  AE-NOT-PRESENT          VALUE 'N'.
                    88  AE-UNRESOLVED           VALUE '?'.
                15  AE-RESULT                   PIC X.
                    88  AE-RES-UNCHANGED        VALUE 'U'.
                    88  AE-RES-CHANGED          VALUE 'C'.
                    88  AE-RES-ADDED            VALUE 'A'.
                    88  AE-RES-DELETED          VALUE 'D'.
                    88  AE-RES-UNRESOLVED       VALUE '?'.
                    88  AE-RES-NEVER            VALUE ' '.
                15  AE-LIVE-IMAGE               PIC X(600).
                15  AE-PRE-IMAGE                PIC X(600).
                15  AE-AUD-IMAGE                PIC X(600).
        01  AE-ORDER-TABLE.
            10  AE-ORDER OCCURS 1500 TIMES      PIC 9(4) COMP.

        01  AE-X                                PIC 9(4) COMP.
        01  AE-Y                                PIC 9(4) COMP.
        01  AE-Z                                PIC 9(4) COMP.
        01  WS-HOLD-X                           PIC 9(4) COMP.
        01  WS-WANT-RANK                        PIC 9.
        01  WS-FOUND-FLAG                       PIC X.
            88  ENTRY-FOUND                     VALUE 'Y'.
        01  WS-SWAP-FLAG                        PIC X.
            88  KEEP-SHIFTING                   VALUE 'Y'.

        01  WS-ASOF-IMAGE                       PIC X(600).
        01  WS-LIVE-COMPARE                     PIC X(600).
        01  WS-ASOF-COMPARE                     PIC X(600).

      *>
      *> THE AS-OF (AO-) AND LIVE (LV-) IMAGES UNPACKED INTO THE
      *> RECORD LAYOUTS FOR PRINTING AND THE ATTRIBUTE-LEVEL DIFFS.
      *>
        01  AO-SCREEN-RECORD.
            COPY SCREEN-01
                REPLACING LEADING ==SCN== BY ==AO-SCN==.
        01  LV-SCREEN-RECORD.
            COPY SCREEN-01
                REPLACING LEADING ==SCN== BY ==LV-SCN==.
        01  AO-SCRNBG-RECORD.
            COPY SCREEN-BG
                REPLACING LEADING ==SCRBG== BY ==AO-BG==.
        01  LV-SCRNBG-RECORD.
            COPY SCREEN-BG
                REPLACING LEADING ==SCRBG== BY ==LV-BG==.
        01  AO-FDEF-RECORD.
            COPY SCREEN-FD
                REPLACING LEADING ==SCR-FDEF== BY ==AO-FD==.
        01  LV-FDEF-RECORD.
            COPY SCREEN-FD
                REPLACING LEADING ==SCR-FDEF== BY ==LV-FD==.
        01  AO-FSTA-RECORD.
            COPY SCREEN-FS
                REPLACING LEADING ==SCR-FST== BY ==AO-FS==.
        01  LV-FSTA-RECORD.
            COPY SCREEN-FS
                REPLACING LEADING ==SCR-FST== BY ==LV-FS==.
        01  AO-RULE-RECORD.
            COPY SCRNRULE
                REPLACING LEADING ==RUL== BY ==AO-RU==.
        01  LV-RULE-RECORD.
            COPY SCRNRULE
                REPLACING LEADING ==RUL== BY ==LV-RU==.

        01  WS-ED-1                             PIC 9(4).
        01  WS-ED-2                             PIC 9(4).
        01  WS-ED-3                             PIC 9(4).
        01  WS-ED-4                             PIC 9(4).
        01  WS-OLD-TEXT                         PIC X(60).
        01  WS-NEW-TEXT                         PIC X(60).
        01  WS-ATTR-NAME                        PIC X(14).
        01  WS-DIFFS-THIS-RECORD                PIC 9(4).
        01  WS-ITEM-LABEL                       PIC X(24).
        01  WS-CLASS-TEXT                       PIC X(14).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            DISPLAY "SCREEN AS-OF RECONSTRUCTION".
            DISPLAY "  SCREEN  : ", WS-TARGET-SCREEN.
            DISPLAY "  AS OF   : ", WS-ASOF.
            DISPLAY " ".

            PERFORM 2000-LOAD-LIVE.
            PERFORM 3000-SCAN-JOURNALS.
            PERFORM 3500-SCAN-AUDIT.
            PERFORM 4000-RESOLVE.

            DISPLAY "  JOURNALS READ      : ", WS-JOURNALS-READ,
                " (", WS-JOURNALS-MISSING, " DAYS WITH NONE)".
            DISPLAY "  JOURNAL EVENTS     : ", WS-JOURNAL-EVENTS.
            DISPLAY "  AUDIT EVENTS       : ", WS-AUDIT-EVENTS.
            DISPLAY " ".

            PERFORM 5000-PRINT-ASOF.
            IF WS-HDR-COUNT = 0 THEN
                DISPLAY " "
                DISPLAY "SCREEN ", WS-TARGET-SCREEN,
                    " DID NOT EXIST AT ", WS-ASOF, "."
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 6000-PRINT-DIFF.
            IF PACKAGE-REQUESTED THEN
                PERFORM 7000-WRITE-PACKAGE
            END-IF.
            PERFORM 9000-FINALIZE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            MOVE WS-ENV-VAR(1:16) TO WS-TARGET-SCREEN.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            MOVE WS-ENV-VAR(1:14) TO WS-ASOF.
            IF WS-TARGET-SCREEN = SPACES
            OR WS-ASOF(1:8) IS NOT NUMERIC THEN
                DISPLAY "USAGE: scrasof SCREEN YYYYMMDD[HHMMSS] ",
                    "[PACKAGEFILE]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      *>
      *>     A BARE DATE MEANS THE END OF THAT DAY; A PARTIAL TIME IS
      *>     PADDED WITH ZEROS.
      *>
            IF WS-ASOF(9:6) = SPACES THEN
                MOVE "235959" TO WS-ASOF(9:6)
            END-IF.
            INSPECT WS-ASOF REPLACING ALL SPACE BY ZERO.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO PACKAGE-FILE-NAME
                SET PACKAGE-REQUESTED TO TRUE
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_ASOF_LOOKBACK".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR)
                    TO WS-LOOKBACK-DAYS
            END-IF.
            IF WS-LOOKBACK-DAYS = 0 THEN
                MOVE 90 TO WS-LOOKBACK-DAYS
            END-IF.

      *>
      *>     JOURNAL WINDOW: LOOKBACK DAYS BEFORE THE AS-OF DATE
      *>     THROUGH TODAY.
      *>
            MOVE WS-ASOF(1:8) TO WS-DATE-NUM.
            COMPUTE WS-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                - WS-LOOKBACK-DAYS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-NUM.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNBGL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE DTLAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE JOURNAL-STEM, FILE-NAME-LENGTH.
            IF PACKAGE-REQUESTED THEN
                CALL "COBCURSES-INIT-PATHNAME" USING
                    BY REFERENCE PACKAGE-FILE-NAME, FILE-NAME-LENGTH
            END-IF.

            OPEN INPUT SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                SCRNRULE-FILE.
            EXIT.

        2000-LOAD-LIVE.
      *>
      *>     EVERY LIVE RECORD OF THE SCREEN GOES INTO THE TABLE
      *>     FIRST; THE JOURNAL AND AUDIT SCANS THEN ANNOTATE IT.
      *>
            MOVE WS-TARGET-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "01" TO WS-EVT-TAG
                    MOVE SCREEN-RECORD TO WS-EVT-IMAGE
                    PERFORM 2900-ADD-LIVE-ENTRY
            END-READ.
            PERFORM 2020-LOAD-LIVE-BG.
            PERFORM 2030-LOAD-LIVE-FDEF.
            PERFORM 2040-LOAD-LIVE-FSTA.
            PERFORM 2050-LOAD-LIVE-RULES.
            EXIT.

        2020-LOAD-LIVE-BG.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNBG-RECORD.
            MOVE WS-TARGET-SCREEN TO SCRBG-NAME.
            START SCRNBG-FILE KEY IS >= SCRBG-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCRBG-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE "BG" TO WS-EVT-TAG
                            MOVE SCRNBG-RECORD TO WS-EVT-IMAGE
                            PERFORM 2900-ADD-LIVE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2030-LOAD-LIVE-FDEF.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME
                           NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE "FD" TO WS-EVT-TAG
                            MOVE SCRFDEF-RECORD TO WS-EVT-IMAGE
                            PERFORM 2900-ADD-LIVE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2040-LOAD-LIVE-FSTA.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRFSTA-RECORD.
            MOVE WS-TARGET-SCREEN TO SCR-FST-SCREEN-NAME.
            START SCRFSTA-FILE KEY IS >= SCR-FST-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFSTA-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FST-SCREEN-NAME
                           NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE "FS" TO WS-EVT-TAG
                            MOVE SCRFSTA-RECORD TO WS-EVT-IMAGE
                            PERFORM 2900-ADD-LIVE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2050-LOAD-LIVE-RULES.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNRULE-RECORD.
            MOVE WS-TARGET-SCREEN TO RUL-SCREEN-NAME.
            START SCRNRULE-FILE KEY IS >= RUL-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RUL-SCREEN-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE "RU" TO WS-EVT-TAG
                            MOVE SCRNRULE-RECORD TO WS-EVT-IMAGE
                            PERFORM 2900-ADD-LIVE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2900-ADD-LIVE-ENTRY.
            PERFORM 3950-SET-TAG-SHAPE.
            PERFORM 3900-FIND-OR-ADD-ENTRY.
            IF ENTRY-FOUND THEN
                MOVE 'Y' TO AE-LIVE-FLAG(AE-X)
                MOVE SPACES TO AE-LIVE-IMAGE(AE-X)
                MOVE WS-EVT-IMAGE(1:WS-REC-LEN)
                    TO AE-LIVE-IMAGE(AE-X)(1:WS-REC-LEN)
            END-IF.
            EXIT.

        3000-SCAN-JOURNALS.
      *>
      *>     ONE AFTERIMG JOURNAL PER DAY, OLDEST FIRST, SO THE LAST
      *>     IMAGE SEEN AT OR BEFORE THE AS-OF TIME IS THE ONE KEPT.
      *>     DAYS WITH NO JOURNAL (NO MAINTENANCE, OR ALREADY
      *>     ARCHIVED) ARE COUNTED AND SKIPPED.
      *>
            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                UNTIL WS-DAY-INT > WS-TODAY-INT
                COMPUTE WS-JOURNAL-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE SPACES TO JOURNAL-FILE-NAME
                STRING FUNCTION TRIM(JOURNAL-STEM)
                    WS-JOURNAL-DATE ".JRN"
                    DELIMITED BY SIZE INTO JOURNAL-FILE-NAME
                OPEN INPUT JOURNAL-FILE
                IF WS-JOURNAL-FILE-STATUS = "00" THEN
                    ADD 1 TO WS-JOURNALS-READ
                    PERFORM 3100-SCAN-ONE-JOURNAL
                    CLOSE JOURNAL-FILE
                ELSE
                    ADD 1 TO WS-JOURNALS-MISSING
                END-IF
            END-PERFORM.
            EXIT.

        3100-SCAN-ONE-JOURNAL.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ JOURNAL-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AJR-DATA(1:16) = WS-TARGET-SCREEN THEN
                            PERFORM 3200-JOURNAL-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3200-JOURNAL-EVENT.
            MOVE AJR-FILE-TAG TO WS-EVT-TAG.
            PERFORM 3950-SET-TAG-SHAPE.
            IF NOT TAG-RECONSTRUCTED THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE AJR-DATA TO WS-EVT-IMAGE.
            PERFORM 3900-FIND-OR-ADD-ENTRY.
            IF NOT ENTRY-FOUND THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-JOURNAL-EVENTS.
            MOVE AJR-TIMESTAMP(1:14) TO WS-EVT-STAMP.
            IF WS-EVT-STAMP NOT > WS-ASOF THEN
                MOVE AJR-ACTION TO AE-PRE-ACTION(AE-X)
                MOVE SPACES TO AE-PRE-IMAGE(AE-X)
                MOVE AJR-DATA(1:WS-REC-LEN)
                    TO AE-PRE-IMAGE(AE-X)(1:WS-REC-LEN)
            ELSE
                IF AE-POST-ACTION(AE-X) = SPACE THEN
                    MOVE AJR-ACTION TO AE-POST-ACTION(AE-X)
                    MOVE WS-EVT-STAMP TO AE-POST-STAMP(AE-X)
                END-IF
            END-IF.
            EXIT.

        3500-SCAN-AUDIT.
      *>
      *>     ONLY THE FIRST AUDIT EVENT AFTER THE AS-OF TIME MATTERS
      *>     PER RECORD: ITS BEFORE-IMAGE IS THE AS-OF STATE.
      *>
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT DTLAUDIT-FILE.
            IF WS-DTLAUDIT-FILE-STATUS NOT = "00" THEN
                DISPLAY "  NO DETAIL AUDIT ON FILE (STATUS ",
                    WS-DTLAUDIT-FILE-STATUS, ") -- JOURNALS ONLY."
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ DTLAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF DTA-DATE-TIME(1:14) > WS-ASOF THEN
                            PERFORM 3600-AUDIT-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DTLAUDIT-FILE.
            EXIT.

        3600-AUDIT-EVENT.
            MOVE DTA-FILE-TAG TO WS-EVT-TAG.
            PERFORM 3950-SET-TAG-SHAPE.
            IF NOT TAG-RECONSTRUCTED THEN
                EXIT PARAGRAPH
            END-IF.
            IF DTA-ACTION-ADD THEN
                MOVE DTA-AFTER-IMAGE TO WS-EVT-IMAGE
            ELSE
                MOVE DTA-BEFORE-IMAGE TO WS-EVT-IMAGE
            END-IF.
            IF WS-EVT-IMAGE(1:16) NOT = WS-TARGET-SCREEN THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3900-FIND-OR-ADD-ENTRY.
            IF NOT ENTRY-FOUND THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-AUDIT-EVENTS.
            IF AE-AUD-ACTION(AE-X) = SPACE THEN
                MOVE DTA-ACTION TO AE-AUD-ACTION(AE-X)
                MOVE DTA-DATE-TIME(1:14) TO AE-AUD-STAMP(AE-X)
                MOVE SPACES TO AE-AUD-IMAGE(AE-X)
                MOVE DTA-BEFORE-IMAGE(1:WS-REC-LEN)
                    TO AE-AUD-IMAGE(AE-X)(1:WS-REC-LEN)
            END-IF.
            EXIT.

        3900-FIND-OR-ADD-ENTRY.
      *>
      *>     LOCATE WS-EVT-TAG/KEY IN THE TABLE (AE-X), ADDING A NEW
      *>     ENTRY WHEN IT IS NOT THERE YET.
      *>
            MOVE SPACES TO WS-EVT-KEY.
            MOVE WS-EVT-IMAGE(1:WS-KEY-LEN)
                TO WS-EVT-KEY(1:WS-KEY-LEN).
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING AE-X FROM 1 BY 1
                UNTIL AE-X > AE-USED OR ENTRY-FOUND
                IF AE-TAG(AE-X) = WS-EVT-TAG
                AND AE-KEY(AE-X) = WS-EVT-KEY THEN
                    SET ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF ENTRY-FOUND THEN
                SUBTRACT 1 FROM AE-X
                EXIT PARAGRAPH
            END-IF.
            IF AE-USED >= 1500 THEN
                ADD 1 TO WS-TABLE-FULL-COUNT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO AE-USED.
            MOVE AE-USED TO AE-X.
            MOVE WS-EVT-TAG TO AE-TAG(AE-X).
            MOVE WS-TAG-RANK TO AE-RANK(AE-X).
            MOVE WS-EVT-KEY TO AE-KEY(AE-X).
            MOVE 'N' TO AE-LIVE-FLAG(AE-X).
            MOVE SPACES TO AE-PRE-ACTION(AE-X), AE-POST-ACTION(AE-X),
                AE-POST-STAMP(AE-X), AE-AUD-ACTION(AE-X),
                AE-AUD-STAMP(AE-X), AE-SOURCE(AE-X),
                AE-RESULT(AE-X).
            SET ENTRY-FOUND TO TRUE.
            EXIT.

        3950-SET-TAG-SHAPE.
      *>
      *>     KEY LENGTH, RECORD LENGTH AND PRINT ORDER PER FILE TAG.
      *>
            MOVE 'Y' TO WS-TAG-OK-FLAG.
            EVALUATE WS-EVT-TAG
                WHEN "01"
                    MOVE 16 TO WS-KEY-LEN
                    MOVE LENGTH OF SCREEN-RECORD TO WS-REC-LEN
                    MOVE 1 TO WS-TAG-RANK
                WHEN "BG"
                    MOVE LENGTH OF SCRBG-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNBG-RECORD TO WS-REC-LEN
                    MOVE 2 TO WS-TAG-RANK
                WHEN "FD"
                    MOVE LENGTH OF SCR-FDEF-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRFDEF-RECORD TO WS-REC-LEN
                    MOVE 3 TO WS-TAG-RANK
                WHEN "FS"
                    MOVE LENGTH OF SCR-FST-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRFSTA-RECORD TO WS-REC-LEN
                    MOVE 4 TO WS-TAG-RANK
                WHEN "RU"
                    MOVE LENGTH OF RUL-KEY TO WS-KEY-LEN
                    MOVE LENGTH OF SCRNRULE-RECORD TO WS-REC-LEN
                    MOVE 5 TO WS-TAG-RANK
                WHEN OTHER
                    MOVE 'N' TO WS-TAG-OK-FLAG
            END-EVALUATE.
            EXIT.

        4000-RESOLVE.
            PERFORM VARYING AE-X FROM 1 BY 1 UNTIL AE-X > AE-USED
                PERFORM 4100-RESOLVE-ONE
                PERFORM 4300-CLASSIFY-ONE
            END-PERFORM.
            PERFORM 4500-ORDER-ENTRIES.
            EXIT.

        4100-RESOLVE-ONE.
      *>
      *>     NOTHING JOURNALLED OR AUDITED SINCE THE AS-OF TIME: THE
      *>     RECORD STOOD THEN AS IT STANDS NOW (OR WAS ALREADY GONE).
      *>
            IF AE-POST-ACTION(AE-X) = SPACE
            AND AE-AUD-ACTION(AE-X) = SPACE THEN
                IF AE-IN-LIVE(AE-X) THEN
                    SET AE-FROM-LIVE(AE-X) TO TRUE
                ELSE
                    SET AE-NOT-PRESENT(AE-X) TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     THE FIRST AUDIT EVENT SINCE, UNLESS AN EARLIER JOURNALLED
      *>     CHANGE (FROM A PATH THAT DOES NOT AUDIT) CAME BEFORE IT.
      *>
            IF AE-AUD-ACTION(AE-X) NOT = SPACE
            AND (AE-POST-ACTION(AE-X) = SPACE
                 OR AE-AUD-STAMP(AE-X) NOT > AE-POST-STAMP(AE-X)) THEN
                IF AE-AUD-ACTION(AE-X) = 'A' THEN
                    SET AE-NOT-PRESENT(AE-X) TO TRUE
                ELSE
                    SET AE-FROM-AUDIT(AE-X) TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF AE-PRE-ACTION(AE-X) NOT = SPACE THEN
                IF AE-PRE-ACTION(AE-X) = 'D' THEN
                    SET AE-NOT-PRESENT(AE-X) TO TRUE
                ELSE
                    SET AE-FROM-JOURNAL(AE-X) TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF AE-POST-ACTION(AE-X) = 'W' THEN
                SET AE-NOT-PRESENT(AE-X) TO TRUE
            ELSE
                SET AE-UNRESOLVED(AE-X) TO TRUE
            END-IF.
            EXIT.

        4200-LOAD-ASOF-IMAGE.
            EVALUATE TRUE
                WHEN AE-FROM-LIVE(AE-X)
                    MOVE AE-LIVE-IMAGE(AE-X) TO WS-ASOF-IMAGE
                WHEN AE-FROM-JOURNAL(AE-X)
                    MOVE AE-PRE-IMAGE(AE-X) TO WS-ASOF-IMAGE
                WHEN AE-FROM-AUDIT(AE-X)
                    MOVE AE-AUD-IMAGE(AE-X) TO WS-ASOF-IMAGE
                WHEN OTHER
                    MOVE SPACES TO WS-ASOF-IMAGE
            END-EVALUATE.
            EXIT.

        4300-CLASSIFY-ONE.
            EVALUATE TRUE
                WHEN AE-UNRESOLVED(AE-X)
                    SET AE-RES-UNRESOLVED(AE-X) TO TRUE
                    ADD 1 TO WS-UNRESOLVED-COUNT
                WHEN AE-NOT-PRESENT(AE-X)
                    IF AE-IN-LIVE(AE-X) THEN
                        SET AE-RES-ADDED(AE-X) TO TRUE
                        ADD 1 TO WS-ADDED-COUNT
                    ELSE
                        SET AE-RES-NEVER(AE-X) TO TRUE
                    END-IF
                WHEN NOT AE-IN-LIVE(AE-X)
                    SET AE-RES-DELETED(AE-X) TO TRUE
                    ADD 1 TO WS-DELETED-COUNT
                WHEN OTHER
                    PERFORM 4200-LOAD-ASOF-IMAGE
                    MOVE WS-ASOF-IMAGE TO WS-ASOF-COMPARE
                    MOVE AE-LIVE-IMAGE(AE-X) TO WS-LIVE-COMPARE
      *>
      *>             A DESIGNER'S LOCK IS NOT PART OF THE DEFINITION.
      *>
                    IF AE-TAG(AE-X) = "01" THEN
                        MOVE WS-ASOF-COMPARE TO AO-SCREEN-RECORD
                        MOVE SPACES TO AO-SCN-LOCKED-BY,
                            AO-SCN-LOCK-TIME
                        MOVE AO-SCREEN-RECORD TO WS-ASOF-COMPARE
                        MOVE WS-LIVE-COMPARE TO LV-SCREEN-RECORD
                        MOVE SPACES TO LV-SCN-LOCKED-BY,
                            LV-SCN-LOCK-TIME
                        MOVE LV-SCREEN-RECORD TO WS-LIVE-COMPARE
                    END-IF
                    IF WS-ASOF-COMPARE = WS-LIVE-COMPARE THEN
                        SET AE-RES-UNCHANGED(AE-X) TO TRUE
                        ADD 1 TO WS-UNCHANGED-COUNT
                    ELSE
                        SET AE-RES-CHANGED(AE-X) TO TRUE
                        ADD 1 TO WS-CHANGED-COUNT
                    END-IF
            END-EVALUATE.
            EXIT.

        4500-ORDER-ENTRIES.
      *>
      *>     INSERTION SORT OF THE ENTRY NUMBERS BY FILE (HEADER,
      *>     SEGMENTS, FIELDS, STATES, RULES) AND THEN BY KEY.
      *>
            PERFORM VARYING AE-X FROM 1 BY 1 UNTIL AE-X > AE-USED
                MOVE AE-X TO AE-ORDER(AE-X)
            END-PERFORM.
            PERFORM VARYING AE-X FROM 2 BY 1 UNTIL AE-X > AE-USED
                MOVE AE-ORDER(AE-X) TO WS-HOLD-X
                MOVE AE-X TO AE-Y
                MOVE 'Y' TO WS-SWAP-FLAG
                PERFORM UNTIL AE-Y < 2 OR NOT KEEP-SHIFTING
                    COMPUTE AE-Z = AE-Y - 1
                    MOVE AE-ORDER(AE-Z) TO AE-Z
                    IF AE-RANK(AE-Z) > AE-RANK(WS-HOLD-X)
                    OR (AE-RANK(AE-Z) = AE-RANK(WS-HOLD-X)
                        AND AE-KEY(AE-Z) > AE-KEY(WS-HOLD-X)) THEN
                        MOVE AE-Z TO AE-ORDER(AE-Y)
                        SUBTRACT 1 FROM AE-Y
                    ELSE
                        MOVE 'N' TO WS-SWAP-FLAG
                    END-IF
                END-PERFORM
                MOVE WS-HOLD-X TO AE-ORDER(AE-Y)
            END-PERFORM.
            EXIT.

        5000-PRINT-ASOF.
            DISPLAY "DEFINITION AS OF ", WS-ASOF, " :".
            PERFORM VARYING AE-Y FROM 1 BY 1 UNTIL AE-Y > AE-USED
                MOVE AE-ORDER(AE-Y) TO AE-X
                IF AE-FROM-LIVE(AE-X) OR AE-FROM-JOURNAL(AE-X)
                OR AE-FROM-AUDIT(AE-X) THEN
                    PERFORM 4200-LOAD-ASOF-IMAGE
                    PERFORM 5100-PRINT-ONE
                END-IF
            END-PERFORM.
            EXIT.

        5100-PRINT-ONE.
            EVALUATE AE-TAG(AE-X)
                WHEN "01"
                    ADD 1 TO WS-HDR-COUNT
                    MOVE WS-ASOF-IMAGE TO AO-SCREEN-RECORD
                    DISPLAY "  DESCRIPTION : ",
                        FUNCTION TRIM(AO-SCN-DESCRIPTION)
                    DISPLAY "  TITLE       : ",
                        FUNCTION TRIM(AO-SCN-TITLE)
                    DISPLAY "  AUTHOR      : ",
                        FUNCTION TRIM(AO-SCN-AUTHOR),
                        "  APPLICATION: ", AO-SCN-APPLICATION,
                        "  LANGUAGE: ", AO-SCN-LANGUAGE
                    DISPLAY "  MINIMUM     : ", AO-SCN-COLUMNS-MIN,
                        " COLUMNS X ", AO-SCN-LINES-MIN, " LINES",
                        "  LAST MODIFIED: ", AO-SCN-LAST-MODIFIED(1:14)
                WHEN "BG"
                    MOVE WS-ASOF-IMAGE TO AO-SCRNBG-RECORD
                    MOVE AO-BG-SEGMENT-NO TO WS-ED-1
                    MOVE AO-BG-LINE TO WS-ED-2
                    MOVE AO-BG-COLUMN TO WS-ED-3
                    DISPLAY "  BG #", WS-ED-1, " AT ", WS-ED-2, "/",
                        WS-ED-3, " [",
                        FUNCTION TRIM(AO-BG-SEGMENT TRAILING), "]"
                WHEN "FD"
                    MOVE WS-ASOF-IMAGE TO AO-FDEF-RECORD
                    MOVE AO-FD-LINE TO WS-ED-2
                    MOVE AO-FD-COLUMN TO WS-ED-3
                    MOVE AO-FD-BUFFER-LENGTH TO WS-ED-4
                    DISPLAY "  FD #", AO-FD-NO, " ", AO-FD-COBOL-NAME,
                        " AT ", WS-ED-2, "/", WS-ED-3, " LEN ",
                        WS-ED-4, " ",
                        FUNCTION TRIM(AO-FD-DESCRIPTION)
                WHEN "FS"
                    MOVE WS-ASOF-IMAGE TO AO-FSTA-RECORD
                    MOVE AO-FS-STATE-NO TO WS-ED-1
                    DISPLAY "  FS #", WS-ED-1, " ",
                        AO-FS-STATE-COBOL-NAME, " FIELD ",
                        AO-FS-FIELD-NO
                WHEN "RU"
                    MOVE WS-ASOF-IMAGE TO AO-RULE-RECORD
                    DISPLAY "  RU #", AO-RU-SEQ, " #", AO-RU-LHS-FIELD,
                        " ", AO-RU-OPERATOR, " #", AO-RU-RHS-FIELD,
                        " [", FUNCTION TRIM(AO-RU-RHS-LITERAL), "] ",
                        FUNCTION TRIM(AO-RU-DESCRIPTION)
            END-EVALUATE.
            EXIT.

        6000-PRINT-DIFF.
            DISPLAY " ".
            DISPLAY "CHANGES SINCE ", WS-ASOF, " :".
            PERFORM VARYING AE-Y FROM 1 BY 1 UNTIL AE-Y > AE-USED
                MOVE AE-ORDER(AE-Y) TO AE-X
                IF NOT AE-RES-UNCHANGED(AE-X)
                AND NOT AE-RES-NEVER(AE-X) THEN
                    PERFORM 6100-DIFF-ONE
                END-IF
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "  UNCHANGED     ", WS-UNCHANGED-COUNT.
            DISPLAY "  CHANGED       ", WS-CHANGED-COUNT.
            DISPLAY "  ADDED SINCE   ", WS-ADDED-COUNT.
            DISPLAY "  DELETED SINCE ", WS-DELETED-COUNT.
            DISPLAY "  UNRESOLVED    ", WS-UNRESOLVED-COUNT.
            IF WS-TABLE-FULL-COUNT > 0 THEN
                DISPLAY "  NOT TRACKED   ", WS-TABLE-FULL-COUNT,
                    " (MORE THAN 1500 RECORDS)"
            END-IF.
            EXIT.

        6100-DIFF-ONE.
            PERFORM 6150-BUILD-LABEL.
            EVALUATE TRUE
                WHEN AE-RES-CHANGED(AE-X)
                    MOVE "CHANGED" TO WS-CLASS-TEXT
                WHEN AE-RES-ADDED(AE-X)
                    MOVE "ADDED SINCE" TO WS-CLASS-TEXT
                WHEN AE-RES-DELETED(AE-X)
                    MOVE "DELETED SINCE" TO WS-CLASS-TEXT
                WHEN OTHER
                    MOVE "UNRESOLVED" TO WS-CLASS-TEXT
            END-EVALUATE.
            DISPLAY "  ", WS-CLASS-TEXT, " ", WS-ITEM-LABEL.
            IF AE-RES-UNRESOLVED(AE-X) THEN
                DISPLAY "    (CHANGED ", AE-POST-STAMP(AE-X),
                    " WITH NO EARLIER IMAGE IN THE LOOKBACK)"
                EXIT PARAGRAPH
            END-IF.
            IF NOT AE-RES-CHANGED(AE-X) THEN
                EXIT PARAGRAPH
            END-IF.

            PERFORM 4200-LOAD-ASOF-IMAGE.
            MOVE 0 TO WS-DIFFS-THIS-RECORD.
            EVALUATE AE-TAG(AE-X)
                WHEN "01"
                    PERFORM 6200-DIFF-HEADER
                WHEN "BG"
                    PERFORM 6300-DIFF-BG
                WHEN "FD"
                    PERFORM 6400-DIFF-FDEF
                WHEN "FS"
                    PERFORM 6500-DIFF-FSTA
                WHEN "RU"
                    PERFORM 6600-DIFF-RULE
            END-EVALUATE.
            IF WS-DIFFS-THIS-RECORD = 0 THEN
                DISPLAY "    (OTHER ATTRIBUTES ONLY)"
            END-IF.
            EXIT.

        6150-BUILD-LABEL.
            MOVE SPACES TO WS-ITEM-LABEL.
            MOVE AE-LIVE-IMAGE(AE-X) TO WS-EVT-IMAGE.
            IF NOT AE-IN-LIVE(AE-X) THEN
                PERFORM 4200-LOAD-ASOF-IMAGE
                MOVE WS-ASOF-IMAGE TO WS-EVT-IMAGE
            END-IF.
            EVALUATE AE-TAG(AE-X)
                WHEN "01"
                    MOVE "SCREEN HEADER" TO WS-ITEM-LABEL
                WHEN "BG"
                    MOVE WS-EVT-IMAGE TO LV-SCRNBG-RECORD
                    MOVE LV-BG-SEGMENT-NO TO WS-ED-1
                    STRING "SEGMENT #" WS-ED-1
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
                WHEN "FD"
                    MOVE WS-EVT-IMAGE TO LV-FDEF-RECORD
                    STRING "FIELD #" LV-FD-NO
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
                WHEN "FS"
                    MOVE WS-EVT-IMAGE TO LV-FSTA-RECORD
                    MOVE LV-FS-STATE-NO TO WS-ED-1
                    STRING "STATE #" WS-ED-1
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
                WHEN "RU"
                    MOVE WS-EVT-IMAGE TO LV-RULE-RECORD
                    STRING "RULE #" LV-RU-SEQ
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
            END-EVALUATE.
            EXIT.

        6200-DIFF-HEADER.
            MOVE WS-ASOF-IMAGE TO AO-SCREEN-RECORD.
            MOVE AE-LIVE-IMAGE(AE-X) TO LV-SCREEN-RECORD.
            IF AO-SCN-DESCRIPTION NOT = LV-SCN-DESCRIPTION THEN
                MOVE "DESCRIPTION" TO WS-ATTR-NAME
                MOVE AO-SCN-DESCRIPTION TO WS-OLD-TEXT
                MOVE LV-SCN-DESCRIPTION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-TITLE NOT = LV-SCN-TITLE THEN
                MOVE "TITLE" TO WS-ATTR-NAME
                MOVE AO-SCN-TITLE TO WS-OLD-TEXT
                MOVE LV-SCN-TITLE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-AUTHOR NOT = LV-SCN-AUTHOR THEN
                MOVE "AUTHOR" TO WS-ATTR-NAME
                MOVE AO-SCN-AUTHOR TO WS-OLD-TEXT
                MOVE LV-SCN-AUTHOR TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-NOTES NOT = LV-SCN-NOTES THEN
                MOVE "NOTES" TO WS-ATTR-NAME
                MOVE AO-SCN-NOTES TO WS-OLD-TEXT
                MOVE LV-SCN-NOTES TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-COLUMNS-MIN NOT = LV-SCN-COLUMNS-MIN
            OR AO-SCN-LINES-MIN NOT = LV-SCN-LINES-MIN THEN
                MOVE "COLS/LINES" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                STRING AO-SCN-COLUMNS-MIN "/" AO-SCN-LINES-MIN
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                STRING LV-SCN-COLUMNS-MIN "/" LV-SCN-LINES-MIN
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-WS-SECTION NOT = LV-SCN-WS-SECTION THEN
                MOVE "WS-SECTION" TO WS-ATTR-NAME
                MOVE AO-SCN-WS-SECTION TO WS-OLD-TEXT
                MOVE LV-SCN-WS-SECTION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-PROCEDURE-DIVISION
               NOT = LV-SCN-PROCEDURE-DIVISION THEN
                MOVE "PROC-DIVISION" TO WS-ATTR-NAME
                MOVE AO-SCN-PROCEDURE-DIVISION TO WS-OLD-TEXT
                MOVE LV-SCN-PROCEDURE-DIVISION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-LANGUAGE NOT = LV-SCN-LANGUAGE THEN
                MOVE "LANGUAGE" TO WS-ATTR-NAME
                MOVE AO-SCN-LANGUAGE TO WS-OLD-TEXT
                MOVE LV-SCN-LANGUAGE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-APPLICATION NOT = LV-SCN-APPLICATION THEN
                MOVE "APPLICATION" TO WS-ATTR-NAME
                MOVE AO-SCN-APPLICATION TO WS-OLD-TEXT
                MOVE LV-SCN-APPLICATION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-MAKER-CHECKER NOT = LV-SCN-MAKER-CHECKER THEN
                MOVE "MAKER-CHECKER" TO WS-ATTR-NAME
                MOVE AO-SCN-MAKER-CHECKER TO WS-OLD-TEXT
                MOVE LV-SCN-MAKER-CHECKER TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-LIFECYCLE NOT = LV-SCN-LIFECYCLE THEN
                MOVE "LIFECYCLE" TO WS-ATTR-NAME
                MOVE AO-SCN-LIFECYCLE TO WS-OLD-TEXT
                MOVE LV-SCN-LIFECYCLE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-MASTER-LAYOUT NOT = LV-SCN-MASTER-LAYOUT THEN
                MOVE "MASTER-LAYOUT" TO WS-ATTR-NAME
                MOVE AO-SCN-MASTER-LAYOUT TO WS-OLD-TEXT
                MOVE LV-SCN-MASTER-LAYOUT TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-MASTER-FLAG NOT = LV-SCN-MASTER-FLAG THEN
                MOVE "MASTER-FLAG" TO WS-ATTR-NAME
                MOVE AO-SCN-MASTER-FLAG TO WS-OLD-TEXT
                MOVE LV-SCN-MASTER-FLAG TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-SCN-LAST-MODIFIED NOT = LV-SCN-LAST-MODIFIED THEN
                MOVE "LAST-MODIFIED" TO WS-ATTR-NAME
                MOVE AO-SCN-LAST-MODIFIED(1:14) TO WS-OLD-TEXT
                MOVE LV-SCN-LAST-MODIFIED(1:14) TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            EXIT.

        6300-DIFF-BG.
            MOVE WS-ASOF-IMAGE TO AO-SCRNBG-RECORD.
            MOVE AE-LIVE-IMAGE(AE-X) TO LV-SCRNBG-RECORD.
            IF AO-BG-LINE NOT = LV-BG-LINE
            OR AO-BG-COLUMN NOT = LV-BG-COLUMN THEN
                MOVE "LINE/COLUMN" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-BG-LINE TO WS-ED-1
                MOVE AO-BG-COLUMN TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-BG-LINE TO WS-ED-1
                MOVE LV-BG-COLUMN TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-BG-ATTRIBUTE NOT = LV-BG-ATTRIBUTE
            OR AO-BG-COLOUR-PAIR NOT = LV-BG-COLOUR-PAIR THEN
                MOVE "ATTR/PAIR" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-BG-COLOUR-PAIR TO WS-ED-1
                STRING AO-BG-ATTRIBUTE "/" WS-ED-1
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-BG-COLOUR-PAIR TO WS-ED-1
                STRING LV-BG-ATTRIBUTE "/" WS-ED-1
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-BG-SEGMENT NOT = LV-BG-SEGMENT
            OR AO-BG-LENGTH NOT = LV-BG-LENGTH THEN
                MOVE "TEXT" TO WS-ATTR-NAME
                MOVE AO-BG-SEGMENT TO WS-OLD-TEXT
                MOVE LV-BG-SEGMENT TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-BG-PAGE NOT NUMERIC THEN
                MOVE ZERO TO AO-BG-PAGE
            END-IF.
            IF LV-BG-PAGE NOT NUMERIC THEN
                MOVE ZERO TO LV-BG-PAGE
            END-IF.
            IF AO-BG-PAGE NOT = LV-BG-PAGE THEN
                MOVE "PAGE" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-BG-PAGE TO WS-ED-1
                MOVE WS-ED-1 TO WS-OLD-TEXT
                MOVE LV-BG-PAGE TO WS-ED-1
                MOVE WS-ED-1 TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            EXIT.

        6400-DIFF-FDEF.
            MOVE WS-ASOF-IMAGE TO AO-FDEF-RECORD.
            MOVE AE-LIVE-IMAGE(AE-X) TO LV-FDEF-RECORD.
            IF AO-FD-COBOL-NAME NOT = LV-FD-COBOL-NAME THEN
                MOVE "COBOL-NAME" TO WS-ATTR-NAME
                MOVE AO-FD-COBOL-NAME TO WS-OLD-TEXT
                MOVE LV-FD-COBOL-NAME TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-DESCRIPTION NOT = LV-FD-DESCRIPTION THEN
                MOVE "DESCRIPTION" TO WS-ATTR-NAME
                MOVE AO-FD-DESCRIPTION TO WS-OLD-TEXT
                MOVE LV-FD-DESCRIPTION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-LINE NOT = LV-FD-LINE
            OR AO-FD-COLUMN NOT = LV-FD-COLUMN THEN
                MOVE "LINE/COLUMN" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FD-LINE TO WS-ED-1
                MOVE AO-FD-COLUMN TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-FD-LINE TO WS-ED-1
                MOVE LV-FD-COLUMN TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-BUFFER-LENGTH NOT = LV-FD-BUFFER-LENGTH
            OR AO-FD-WINDOW-LENGTH NOT = LV-FD-WINDOW-LENGTH THEN
                MOVE "BUF/WIN LEN" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FD-BUFFER-LENGTH TO WS-ED-1
                MOVE AO-FD-WINDOW-LENGTH TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-FD-BUFFER-LENGTH TO WS-ED-1
                MOVE LV-FD-WINDOW-LENGTH TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-RES-CHARSET NOT = LV-FD-RES-CHARSET THEN
                MOVE "CHARSET" TO WS-ATTR-NAME
                MOVE AO-FD-RES-CHARSET TO WS-OLD-TEXT
                MOVE LV-FD-RES-CHARSET TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-MENU-REF NOT = LV-FD-MENU-REF THEN
                MOVE "MENU-REF" TO WS-ATTR-NAME
                MOVE AO-FD-MENU-REF TO WS-OLD-TEXT
                MOVE LV-FD-MENU-REF TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-VIEW-ROLE NOT = LV-FD-VIEW-ROLE THEN
                MOVE "VIEW-ROLE" TO WS-ATTR-NAME
                MOVE AO-FD-VIEW-ROLE TO WS-OLD-TEXT
                MOVE LV-FD-VIEW-ROLE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-UPDATE-ROLE NOT = LV-FD-UPDATE-ROLE THEN
                MOVE "UPDATE-ROLE" TO WS-ATTR-NAME
                MOVE AO-FD-UPDATE-ROLE TO WS-OLD-TEXT
                MOVE LV-FD-UPDATE-ROLE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-PAGE NOT NUMERIC THEN
                MOVE ZERO TO AO-FD-PAGE
            END-IF.
            IF LV-FD-PAGE NOT NUMERIC THEN
                MOVE ZERO TO LV-FD-PAGE
            END-IF.
            IF AO-FD-PAGE NOT = LV-FD-PAGE THEN
                MOVE "PAGE" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FD-PAGE TO WS-ED-1
                MOVE WS-ED-1 TO WS-OLD-TEXT
                MOVE LV-FD-PAGE TO WS-ED-1
                MOVE WS-ED-1 TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-NOT-BLANK NOT = LV-FD-NOT-BLANK
            OR AO-FD-UPPERCASE NOT = LV-FD-UPPERCASE
            OR AO-FD-PASSWORD NOT = LV-FD-PASSWORD
            OR AO-FD-YN NOT = LV-FD-YN
            OR AO-FD-READ-ONLY NOT = LV-FD-READ-ONLY
            OR AO-FD-MASKED NOT = LV-FD-MASKED
            OR AO-FD-SIGNED NOT = LV-FD-SIGNED
            OR AO-FD-VERIFY-TWICE NOT = LV-FD-VERIFY-TWICE
            OR AO-FD-AUTO-SKIP NOT = LV-FD-AUTO-SKIP
            OR AO-FD-BUSINESS-DAY NOT = LV-FD-BUSINESS-DAY
            OR AO-FD-OPEN-PERIOD NOT = LV-FD-OPEN-PERIOD THEN
                MOVE "FLAGS" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                STRING "NB=" AO-FD-NOT-BLANK " UC="
                    AO-FD-UPPERCASE " PW=" AO-FD-PASSWORD
                    " YN=" AO-FD-YN " RO=" AO-FD-READ-ONLY
                    " MK=" AO-FD-MASKED " SG=" AO-FD-SIGNED
                    " V2=" AO-FD-VERIFY-TWICE
                    " AS=" AO-FD-AUTO-SKIP
                    " BD=" AO-FD-BUSINESS-DAY
                    " OP=" AO-FD-OPEN-PERIOD
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                STRING "NB=" LV-FD-NOT-BLANK " UC="
                    LV-FD-UPPERCASE " PW=" LV-FD-PASSWORD
                    " YN=" LV-FD-YN " RO=" LV-FD-READ-ONLY
                    " MK=" LV-FD-MASKED " SG=" LV-FD-SIGNED
                    " V2=" LV-FD-VERIFY-TWICE
                    " AS=" LV-FD-AUTO-SKIP
                    " BD=" LV-FD-BUSINESS-DAY
                    " OP=" LV-FD-OPEN-PERIOD
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-DIGITS NOT = LV-FD-DIGITS
            OR AO-FD-DECIMALS NOT = LV-FD-DECIMALS THEN
                MOVE "DIGITS/DEC" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FD-DIGITS TO WS-ED-1
                MOVE AO-FD-DECIMALS TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-FD-DIGITS TO WS-ED-1
                MOVE LV-FD-DECIMALS TO WS-ED-2
                STRING WS-ED-1 "/" WS-ED-2
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-VALID-MIN NOT = LV-FD-VALID-MIN THEN
                MOVE "VALID-MIN" TO WS-ATTR-NAME
                MOVE AO-FD-VALID-MIN TO WS-OLD-TEXT
                MOVE LV-FD-VALID-MIN TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-VALID-MAX NOT = LV-FD-VALID-MAX THEN
                MOVE "VALID-MAX" TO WS-ATTR-NAME
                MOVE AO-FD-VALID-MAX TO WS-OLD-TEXT
                MOVE LV-FD-VALID-MAX TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-VALID-LIST NOT = LV-FD-VALID-LIST THEN
                MOVE "VALID-LIST" TO WS-ATTR-NAME
                MOVE AO-FD-VALID-LIST TO WS-OLD-TEXT
                MOVE LV-FD-VALID-LIST TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-EDIT-MASK NOT = LV-FD-EDIT-MASK THEN
                MOVE "EDIT-MASK" TO WS-ATTR-NAME
                MOVE AO-FD-EDIT-MASK TO WS-OLD-TEXT
                MOVE LV-FD-EDIT-MASK TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-DEFAULT NOT = LV-FD-DEFAULT THEN
                MOVE "DEFAULT" TO WS-ATTR-NAME
                MOVE AO-FD-DEFAULT TO WS-OLD-TEXT
                MOVE LV-FD-DEFAULT TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-COMPUTE-EXPR NOT = LV-FD-COMPUTE-EXPR THEN
                MOVE "COMPUTE" TO WS-ATTR-NAME
                MOVE AO-FD-COMPUTE-EXPR TO WS-OLD-TEXT
                MOVE LV-FD-COMPUTE-EXPR TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-VALUE-FILE NOT = LV-FD-VALUE-FILE THEN
                MOVE "VALUE-FILE" TO WS-ATTR-NAME
                MOVE AO-FD-VALUE-FILE TO WS-OLD-TEXT
                MOVE LV-FD-VALUE-FILE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-GROUP-NAME NOT = LV-FD-GROUP-NAME THEN
                MOVE "GROUP" TO WS-ATTR-NAME
                MOVE AO-FD-GROUP-NAME TO WS-OLD-TEXT
                MOVE LV-FD-GROUP-NAME TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FD-HELP NOT = LV-FD-HELP THEN
                MOVE "HELP" TO WS-ATTR-NAME
                MOVE AO-FD-HELP TO WS-OLD-TEXT
                MOVE LV-FD-HELP TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            EXIT.

        6500-DIFF-FSTA.
            MOVE WS-ASOF-IMAGE TO AO-FSTA-RECORD.
            MOVE AE-LIVE-IMAGE(AE-X) TO LV-FSTA-RECORD.
            IF AO-FS-STATE-COBOL-NAME NOT =
               LV-FS-STATE-COBOL-NAME THEN
                MOVE "STATE-NAME" TO WS-ATTR-NAME
                MOVE AO-FS-STATE-COBOL-NAME TO WS-OLD-TEXT
                MOVE LV-FS-STATE-COBOL-NAME TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FS-FIELD-NO NOT = LV-FS-FIELD-NO THEN
                MOVE "FIELD-NO" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FS-FIELD-NO TO WS-OLD-TEXT(1:4)
                MOVE LV-FS-FIELD-NO TO WS-NEW-TEXT(1:4)
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-FS-FORWARD-TO NOT = LV-FS-FORWARD-TO
            OR AO-FS-BACK-TO NOT = LV-FS-BACK-TO
            OR AO-FS-ESCAPE-TO NOT = LV-FS-ESCAPE-TO
            OR AO-FS-SLASH-TO NOT = LV-FS-SLASH-TO THEN
                MOVE "FWD/BCK/ESC/S" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-FS-FORWARD-TO TO WS-ED-1
                MOVE AO-FS-BACK-TO TO WS-ED-2
                MOVE AO-FS-ESCAPE-TO TO WS-ED-3
                MOVE AO-FS-SLASH-TO TO WS-ED-4
                STRING WS-ED-1 "/" WS-ED-2 "/" WS-ED-3 "/"
                    WS-ED-4
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                MOVE LV-FS-FORWARD-TO TO WS-ED-1
                MOVE LV-FS-BACK-TO TO WS-ED-2
                MOVE LV-FS-ESCAPE-TO TO WS-ED-3
                MOVE LV-FS-SLASH-TO TO WS-ED-4
                STRING WS-ED-1 "/" WS-ED-2 "/" WS-ED-3 "/"
                    WS-ED-4
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            EXIT.

        6600-DIFF-RULE.
            MOVE WS-ASOF-IMAGE TO AO-RULE-RECORD.
            MOVE AE-LIVE-IMAGE(AE-X) TO LV-RULE-RECORD.
            IF AO-RU-DESCRIPTION NOT = LV-RU-DESCRIPTION THEN
                MOVE "DESCRIPTION" TO WS-ATTR-NAME
                MOVE AO-RU-DESCRIPTION TO WS-OLD-TEXT
                MOVE LV-RU-DESCRIPTION TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-RU-WHEN-FIELD NOT = LV-RU-WHEN-FIELD
            OR AO-RU-WHEN-VALUE NOT = LV-RU-WHEN-VALUE THEN
                MOVE "WHEN" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                STRING "#" AO-RU-WHEN-FIELD " = " AO-RU-WHEN-VALUE
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                STRING "#" LV-RU-WHEN-FIELD " = " LV-RU-WHEN-VALUE
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-RU-LHS-FIELD NOT = LV-RU-LHS-FIELD
            OR AO-RU-OPERATOR NOT = LV-RU-OPERATOR
            OR AO-RU-RHS-FIELD NOT = LV-RU-RHS-FIELD
            OR AO-RU-RHS-LITERAL NOT = LV-RU-RHS-LITERAL
            OR AO-RU-NUMERIC NOT = LV-RU-NUMERIC THEN
                MOVE "CONDITION" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                STRING "#" AO-RU-LHS-FIELD " " AO-RU-OPERATOR
                    " #" AO-RU-RHS-FIELD " " AO-RU-RHS-LITERAL
                    " N=" AO-RU-NUMERIC
                    DELIMITED BY SIZE INTO WS-OLD-TEXT
                STRING "#" LV-RU-LHS-FIELD " " LV-RU-OPERATOR
                    " #" LV-RU-RHS-FIELD " " LV-RU-RHS-LITERAL
                    " N=" LV-RU-NUMERIC
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-RU-ERROR-FIELD NOT = LV-RU-ERROR-FIELD THEN
                MOVE "ERROR-FIELD" TO WS-ATTR-NAME
                MOVE SPACES TO WS-OLD-TEXT, WS-NEW-TEXT
                MOVE AO-RU-ERROR-FIELD TO WS-OLD-TEXT(1:4)
                MOVE LV-RU-ERROR-FIELD TO WS-NEW-TEXT(1:4)
                PERFORM 6900-SHOW-DIFF
            END-IF.
            IF AO-RU-MESSAGE NOT = LV-RU-MESSAGE THEN
                MOVE "MESSAGE" TO WS-ATTR-NAME
                MOVE AO-RU-MESSAGE TO WS-OLD-TEXT
                MOVE LV-RU-MESSAGE TO WS-NEW-TEXT
                PERFORM 6900-SHOW-DIFF
            END-IF.
            EXIT.

        6900-SHOW-DIFF.
            ADD 1 TO WS-DIFFS-THIS-RECORD.
            DISPLAY "    ", WS-ATTR-NAME, " [",
                FUNCTION TRIM(WS-OLD-TEXT TRAILING), "] -> [",
                FUNCTION TRIM(WS-NEW-TEXT TRAILING), "]".
            EXIT.

        7000-WRITE-PACKAGE.
      *>
      *>     SAME RECORD ORDER AS SCRPKEXP: HEADER, SEGMENTS,
      *>     LANGUAGE SEGMENTS, FIELDS, STATES, MENU REFERENCES,
      *>     RULES, TRAILER.
      *>
            OPEN OUTPUT PACKAGE-FILE.
            IF WS-PACKAGE-FILE-STATUS NOT = "00" THEN
                DISPLAY "SCRASOF: CANNOT CREATE PACKAGE ",
                    FUNCTION TRIM(PACKAGE-FILE-NAME), " (STATUS ",
                    WS-PACKAGE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 0 TO WS-HDR-COUNT.
            MOVE SPACES TO PACKAGE-RECORD.
            MOVE "H*" TO PKG-TYPE.
            SET PKG-HDR-V3 TO TRUE.
            MOVE WS-TARGET-SCREEN TO PKG-HDR-SCREEN-NAME.
            MOVE FUNCTION CURRENT-DATE TO PKG-HDR-EXPORTED.
            WRITE PACKAGE-RECORD.

            MOVE 1 TO WS-WANT-RANK.
            PERFORM 7100-WRITE-RANK.
            MOVE 2 TO WS-WANT-RANK.
            PERFORM 7100-WRITE-RANK.
            PERFORM 7200-WRITE-LIVE-BL.
            MOVE 3 TO WS-WANT-RANK.
            PERFORM 7100-WRITE-RANK.
            MOVE 4 TO WS-WANT-RANK.
            PERFORM 7100-WRITE-RANK.
            PERFORM 7300-WRITE-LIVE-MR.
            MOVE 5 TO WS-WANT-RANK.
            PERFORM 7100-WRITE-RANK.

            MOVE SPACES TO PACKAGE-RECORD.
            MOVE "T*" TO PKG-TYPE.
            MOVE WS-HDR-COUNT TO PKG-TRL-HDR-COUNT.
            MOVE WS-BG-COUNT TO PKG-TRL-BG-COUNT.
            MOVE WS-BL-COUNT TO PKG-TRL-BL-COUNT.
            MOVE WS-FD-COUNT TO PKG-TRL-FD-COUNT.
            MOVE WS-FS-COUNT TO PKG-TRL-FS-COUNT.
            MOVE WS-MR-COUNT TO PKG-TRL-MR-COUNT.
            MOVE WS-RU-COUNT TO PKG-TRL-RU-COUNT.
            WRITE PACKAGE-RECORD.
            CLOSE PACKAGE-FILE.

            DISPLAY " ".
            DISPLAY "AS-OF PACKAGE WRITTEN : ",
                FUNCTION TRIM(PACKAGE-FILE-NAME).
            DISPLAY "  HEADER RECORDS         ", WS-HDR-COUNT.
            DISPLAY "  BACKGROUND SEGMENTS    ", WS-BG-COUNT.
            DISPLAY "  LANGUAGE SEGMENTS      ", WS-BL-COUNT,
                " (AS TODAY)".
            DISPLAY "  FIELD DEFINITIONS      ", WS-FD-COUNT.
            DISPLAY "  FIELD STATES           ", WS-FS-COUNT.
            DISPLAY "  MENU REFERENCES        ", WS-MR-COUNT,
                " (AS TODAY)".
            DISPLAY "  CROSS-FIELD RULES      ", WS-RU-COUNT.
            EXIT.

        7100-WRITE-RANK.
            PERFORM VARYING AE-Y FROM 1 BY 1 UNTIL AE-Y > AE-USED
                MOVE AE-ORDER(AE-Y) TO AE-X
                IF AE-RANK(AE-X) = WS-WANT-RANK
                AND (AE-FROM-LIVE(AE-X) OR AE-FROM-JOURNAL(AE-X)
                     OR AE-FROM-AUDIT(AE-X)) THEN
                    PERFORM 4200-LOAD-ASOF-IMAGE
                    MOVE SPACES TO PACKAGE-RECORD
                    MOVE AE-TAG(AE-X) TO PKG-TYPE
                    MOVE WS-ASOF-IMAGE TO PKG-DATA
                    EVALUATE AE-TAG(AE-X)
                        WHEN "01"
      *>
      *>                     THE PACKAGED SCREEN TRAVELS UNLOCKED.
      *>
                            MOVE WS-ASOF-IMAGE TO AO-SCREEN-RECORD
                            MOVE SPACES TO AO-SCN-LOCKED-BY,
                                AO-SCN-LOCK-TIME
                            MOVE AO-SCREEN-RECORD TO PKG-DATA
                            ADD 1 TO WS-HDR-COUNT
                        WHEN "BG"
                            ADD 1 TO WS-BG-COUNT
                        WHEN "FD"
                            ADD 1 TO WS-FD-COUNT
                        WHEN "FS"
                            ADD 1 TO WS-FS-COUNT
                        WHEN "RU"
                            ADD 1 TO WS-RU-COUNT
                    END-EVALUATE
                    WRITE PACKAGE-RECORD
                END-IF
            END-PERFORM.
            EXIT.

        7200-WRITE-LIVE-BL.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRNBGL-RECORD.
            MOVE WS-TARGET-SCREEN TO SCRBL-NAME.
            START SCRNBGL-FILE KEY IS >= SCRBL-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBGL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCRBL-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE SPACES TO PACKAGE-RECORD
                            MOVE "BL" TO PKG-TYPE
                            MOVE SCRNBGL-RECORD TO PKG-DATA
                            WRITE PACKAGE-RECORD
                            ADD 1 TO WS-BL-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        7300-WRITE-LIVE-MR.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE MENUREF-RECORD.
            MOVE WS-TARGET-SCREEN TO MREF-SCREEN-NAME.
            START MENUREF-FILE KEY IS >= MREF-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ MENUREF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MREF-SCREEN-NAME NOT = WS-TARGET-SCREEN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE SPACES TO PACKAGE-RECORD
                            MOVE "MR" TO PKG-TYPE
                            MOVE MENUREF-RECORD TO PKG-DATA
                            WRITE PACKAGE-RECORD
                            ADD 1 TO WS-MR-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        9000-FINALIZE.
            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                SCRNRULE-FILE.
            IF WS-UNRESOLVED-COUNT > 0
            OR WS-TABLE-FULL-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        END PROGRAM SCRASOF.
