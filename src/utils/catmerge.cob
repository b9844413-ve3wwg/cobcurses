        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATMERGE.
      *>
      *> CATMERGE IS THE THREE-WAY MERGE FOR TWO CATALOGS THAT HAVE
      *> MOVED APART SINCE A COMMON POINT -- TYPICALLY PROD, WHICH
      *> TOOK AN EMERGENCY FIX, AND DEV, WHICH CARRIED ON. ENVDRIFT
      *> SHOWS THAT TWO CATALOGS DIFFER; CATMERGE USES THE DATABKUP
      *> SET BOTH STARTED FROM AS THE COMMON ANCESTOR TO TELL WHICH
      *> SIDE MADE EACH CHANGE. EVERY RECORD OF
      *>
      *>     SCREEN-FILE, SCRFDEF-FILE, SCRFSTA-FILE,
      *>     MENU-FILE, ITEM-FILE AND CHARSET-FILE
      *>
      *> IS CLASSIFIED AS
      *>
      *>     UNCHANGED     THE SAME ON BOTH SIDES AS IN THE ANCESTOR
      *>     A ONLY        CHANGED (ADDED, ALTERED, DELETED) ON SIDE A
      *>     B ONLY        CHANGED ON SIDE B
      *>     IDENTICAL     CHANGED THE SAME WAY ON BOTH SIDES
      *>     CONFLICT      CHANGED DIFFERENTLY ON BOTH SIDES
      *>
      *> THE MERGED RESULT OF EVERYTHING BUT THE CONFLICTS IS WRITTEN
      *> AS A RELEASE PACKAGE (RELPKG.cbl) THAT RELINST CAN APPLY TO
      *> EITHER SIDE -- EACH SIDE'S OWN CHANGES ARE NO-OPS THERE, THE
      *> OTHER SIDE'S ARE BROUGHT ACROSS. CONFLICTS ARE LISTED
      *> ATTRIBUTE BY ATTRIBUTE (ANCESTOR, A AND B VALUES) FOR A
      *> HUMAN TO DECIDE. A RELEASE PACKAGE CANNOT CARRY A DELETE, SO
      *> A MERGED DELETION IS LISTED AS A DELETE TO MAKE BY HAND ON
      *> THE SIDE THAT STILL HAS THE RECORD.
      *>
      *> THE EDIT LOCK AND LAST-MODIFIED STAMPS OF A SCREEN HEADER ARE
      *> NOT CHANGES FOR THIS PURPOSE, AND A PACKAGED HEADER CARRIES
      *> NO LOCK.
      *>
      *> USAGE:  catmerge SETNUMBER [PACKAGEFILE] [RELEASENAME]
      *>
      *>     SETNUMBER     THE ANCESTOR: BACKUP SET GEN-NNNN IN
      *>                   ${COBCURSES_BACKUPDIR} (DEFAULT
      *>                   ${COBCURSES_DATADIR}/BACKUPS)
      *>     PACKAGEFILE   DEFAULT MERGE.DAT
      *>     RELEASENAME   DEFAULT MERGE-NNNN
      *>
      *> INPUTS (ENVIRONMENT) :
      *>     COBCURSES_DATADIR       SIDE "A" DATA DIRECTORY
      *>     COBCURSES_DATADIR2      SIDE "B" DATA DIRECTORY
      *>
      *> EACH OF THE THREE CATALOGS IS FIRST UNLOADED, IN KEY ORDER,
      *> TO A WORK FILE THROUGH THE SAME FILE DEFINITIONS (ONLY THE
      *> ASSIGNED NAMES CHANGE), AND THE THREE WORK FILES ARE THEN
      *> MATCHED KEY BY KEY.
      *>
      *> RETURN-CODE:
      *>     0   MERGED CLEAN (NO CONFLICTS)
      *>     1   CONFLICTS WERE LISTED (THE PACKAGE LEAVES THEM OUT)
      *>     8   A CATALOG OR THE PACKAGE COULD NOT BE OPENED
      *>    16   USAGE
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME OF SCREEN-RECORD
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT OPTIONAL SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY OF SCRFDEF-RECORD
                ALTERNATE RECORD KEY IS
                    SCR-FDEF-COBOL-NAME OF SCRFDEF-RECORD
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS
                    SCR-FDEF-RES-CHARSET OF SCRFDEF-RECORD
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS
                    SCR-FDEF-MENU-REF OF SCRFDEF-RECORD
                    WITH DUPLICATES
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL SCRFSTA-FILE
                ASSIGN TO SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY OF SCRFSTA-RECORD
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL MENU-FILE
                ASSIGN TO MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY OF MENU-RECORD
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL ITEM-FILE
                ASSIGN TO ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY OF ITEM-RECORD
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT OPTIONAL CHARSET-FILE
                ASSIGN TO CHARSET-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CHARSET-NAME OF CHARSET-RECORD
                FILE STATUS IS WS-CATALOG-FILE-STATUS.

            SELECT UNLOAD-FILE
                ASSIGN TO UNLOAD-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT MERGE-A-FILE
                ASSIGN TO MERGE-A-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT MERGE-B-FILE
                ASSIGN TO MERGE-B-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT MERGE-O-FILE
                ASSIGN TO MERGE-O-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT RELEASE-FILE
                ASSIGN TO RELEASE-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RELEASE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  CHARSET-FILE.
        01  CHARSET-RECORD.
            COPY SCREEN-CS.

      *>
      *> ONE UNLOADED CATALOG RECORD: ITS RELPKG TYPE CODE, ITS KEY
      *> (LEFT-JUSTIFIED, SPACE-FILLED) AND ITS IMAGE. THE TYPES ARE
      *> UNLOADED IN TYPE-CODE ORDER AND EACH FILE IN KEY ORDER, SO
      *> EVERY WORK FILE IS IN MERGE-KEY ORDER.
      *>
        FD  UNLOAD-FILE.
        01  UNLOAD-RECORD.
            05  UNL-MERGE-KEY.
                10  UNL-TYPE                    PIC XX.
                10  UNL-KEY                     PIC X(20).
            05  UNL-DATA                        PIC X(600).

        FD  MERGE-A-FILE.
        01  MERGE-A-RECORD.
            05  MRA-MERGE-KEY                   PIC X(22).
            05  MRA-DATA                        PIC X(600).

        FD  MERGE-B-FILE.
        01  MERGE-B-RECORD.
            05  MRB-MERGE-KEY                   PIC X(22).
            05  MRB-DATA                        PIC X(600).

        FD  MERGE-O-FILE.
        01  MERGE-O-RECORD.
            05  MRO-MERGE-KEY                   PIC X(22).
            05  MRO-DATA                        PIC X(600).

        FD  RELEASE-FILE.
        01  RELPKG-RECORD.
            COPY RELPKG.

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-RELEASE-NAME                     PIC X(16).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-DIR-A                        PIC X(256)
                VALUE "${COBCURSES_DATADIR}".
            10  WS-DIR-B                        PIC X(256)
                VALUE "${COBCURSES_DATADIR2}".
            10  WS-BACKUPDIR                    PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BACKUPS".
            10  WS-DIR-O                        PIC X(256).
            10  WS-UNLOAD-DIR                   PIC X(256).
            10  SCREEN-FILE-NAME                PIC X(256).
            10  SCRFDEF-FILE-NAME               PIC X(256).
            10  SCRFSTA-FILE-NAME               PIC X(256).
            10  MENU-FILE-NAME                  PIC X(256).
            10  ITEM-FILE-NAME                  PIC X(256).
            10  CHARSET-FILE-NAME               PIC X(256).
            10  UNLOAD-FILE-NAME                PIC X(256).
            10  MERGE-A-FILE-NAME               PIC X(256)
                VALUE "/tmp/catmerge-a.tmp".
            10  MERGE-B-FILE-NAME               PIC X(256)
                VALUE "/tmp/catmerge-b.tmp".
            10  MERGE-O-FILE-NAME               PIC X(256)
                VALUE "/tmp/catmerge-o.tmp".
            10  RELEASE-FILE-NAME               PIC X(256)
                VALUE "MERGE.DAT".

        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-CATALOG-FILE-STATUS              PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.
        01  WS-RELEASE-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-SET-NUMBER                       PIC 9(4) VALUE 0.
        01  WS-SET-EDIT                         PIC 9(4).
        01  WS-SIDE-NAME                        PIC X(8).

      *>
      *> THE RECORD IMAGES OF ONE MERGE KEY ON EACH SIDE (O IS THE
      *> ANCESTOR), WHETHER EACH SIDE HAS IT, AND THE VERDICT.
      *>
        01  MERGE-STATE.
            10  WS-LOW-KEY.
                15  WS-LOW-TYPE                 PIC XX.
                15  WS-LOW-KEY-DATA             PIC X(20).
            10  WS-HAVE-O-FLAG                  PIC X.
                88  HAVE-O                      VALUE 'Y'.
            10  WS-HAVE-A-FLAG                  PIC X.
                88  HAVE-A                      VALUE 'Y'.
            10  WS-HAVE-B-FLAG                  PIC X.
                88  HAVE-B                      VALUE 'Y'.
            10  WS-CHANGED-A-FLAG               PIC X.
                88  CHANGED-ON-A                VALUE 'Y'.
            10  WS-CHANGED-B-FLAG               PIC X.
                88  CHANGED-ON-B                VALUE 'Y'.
            10  WS-SAME-AB-FLAG                 PIC X.
                88  A-SAME-AS-B                 VALUE 'Y'.
            10  WS-IMAGE-O                      PIC X(600).
            10  WS-IMAGE-A                      PIC X(600).
            10  WS-IMAGE-B                      PIC X(600).
            10  WS-CMP-1                        PIC X(600).
            10  WS-CMP-2                        PIC X(600).
            10  WS-RESULT-IMAGE                 PIC X(600).
            10  WS-RESULT-FLAG                  PIC X.
                88  RESULT-PRESENT              VALUE 'Y'.
            10  WS-CLASS-TEXT                   PIC X(10).
            10  WS-KEY-TEXT                     PIC X(60).
            10  WS-NUMBER-EDIT                  PIC 9(4).

      *>
      *> THE SAME RECORD ON EACH SIDE, OVERLAID WITH THE CATALOG
      *> LAYOUTS FOR THE ATTRIBUTE LISTING (QUALIFIED REFERENCES
      *> TELL THEM APART).
      *>
        01  WS-SCREEN-REC-O.
            COPY SCREEN-01.
        01  WS-SCREEN-REC-A.
            COPY SCREEN-01.
        01  WS-SCREEN-REC-B.
            COPY SCREEN-01.
        01  WS-SCRFDEF-REC-O.
            COPY SCREEN-FD.
        01  WS-SCRFDEF-REC-A.
            COPY SCREEN-FD.
        01  WS-SCRFDEF-REC-B.
            COPY SCREEN-FD.
        01  WS-SCRFSTA-REC-O.
            COPY SCREEN-FS.
        01  WS-SCRFSTA-REC-A.
            COPY SCREEN-FS.
        01  WS-SCRFSTA-REC-B.
            COPY SCREEN-FS.
        01  WS-MENU-REC-O.
            COPY MENURECD.
        01  WS-MENU-REC-A.
            COPY MENURECD.
        01  WS-MENU-REC-B.
            COPY MENURECD.
        01  WS-ITEM-REC-O.
            COPY ITEMRECD.
        01  WS-ITEM-REC-A.
            COPY ITEMRECD.
        01  WS-ITEM-REC-B.
            COPY ITEMRECD.
        01  WS-CHARSET-REC-O.
            COPY SCREEN-CS.
        01  WS-CHARSET-REC-A.
            COPY SCREEN-CS.
        01  WS-CHARSET-REC-B.
            COPY SCREEN-CS.

        01  WS-FIELD-NAME                       PIC X(28).
        01  WS-O-VALUE                          PIC X(60).
        01  WS-A-VALUE                          PIC X(60).
        01  WS-B-VALUE                          PIC X(60).
        01  WS-O-NUM                            PIC 9(9).
        01  WS-A-NUM                            PIC 9(9).
        01  WS-B-NUM                            PIC 9(9).
        01  WS-ATTR-CLASS                       PIC X(10).

        01  MERGE-COUNTS.
            10  WS-COMPARED-COUNT               PIC 9(9) VALUE 0.
            10  WS-UNCHANGED-COUNT              PIC 9(9) VALUE 0.
            10  WS-A-ONLY-COUNT                 PIC 9(6) VALUE 0.
            10  WS-B-ONLY-COUNT                 PIC 9(6) VALUE 0.
            10  WS-IDENTICAL-COUNT              PIC 9(6) VALUE 0.
            10  WS-CONFLICT-COUNT               PIC 9(6) VALUE 0.
            10  WS-PACKAGED-COUNT               PIC 9(8) VALUE 0.
            10  WS-HAND-DELETE-COUNT            PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            MOVE "A" TO WS-SIDE-NAME.
            MOVE WS-DIR-A TO WS-UNLOAD-DIR.
            MOVE MERGE-A-FILE-NAME TO UNLOAD-FILE-NAME.
            PERFORM 2000-UNLOAD-CATALOG.
            MOVE "B" TO WS-SIDE-NAME.
            MOVE WS-DIR-B TO WS-UNLOAD-DIR.
            MOVE MERGE-B-FILE-NAME TO UNLOAD-FILE-NAME.
            PERFORM 2000-UNLOAD-CATALOG.
            MOVE "ANCESTOR" TO WS-SIDE-NAME.
            MOVE WS-DIR-O TO WS-UNLOAD-DIR.
            MOVE MERGE-O-FILE-NAME TO UNLOAD-FILE-NAME.
            PERFORM 2000-UNLOAD-CATALOG.

            DISPLAY "THREE-WAY CATALOG MERGE".
            DISPLAY "  ANCESTOR = SET GEN-", WS-SET-EDIT, " (",
                FUNCTION TRIM(WS-DIR-O), ")".
            DISPLAY "  SIDE A   = ", FUNCTION TRIM(WS-DIR-A).
            DISPLAY "  SIDE B   = ", FUNCTION TRIM(WS-DIR-B).
            DISPLAY " ".

            PERFORM 3000-MERGE-CATALOGS.

            CALL "CBL_DELETE_FILE" USING MERGE-A-FILE-NAME.
            CALL "CBL_DELETE_FILE" USING MERGE-B-FILE-NAME.
            CALL "CBL_DELETE_FILE" USING MERGE-O-FILE-NAME.

            DISPLAY " ".
            DISPLAY "SUMMARY :".
            DISPLAY "  RECORDS COMPARED     ", WS-COMPARED-COUNT.
            DISPLAY "  UNCHANGED            ", WS-UNCHANGED-COUNT.
            DISPLAY "  CHANGED ON A ONLY    ", WS-A-ONLY-COUNT.
            DISPLAY "  CHANGED ON B ONLY    ", WS-B-ONLY-COUNT.
            DISPLAY "  CHANGED IDENTICALLY  ", WS-IDENTICAL-COUNT.
            DISPLAY "  CONFLICTING          ", WS-CONFLICT-COUNT.
            DISPLAY "  DELETES TO MAKE      ", WS-HAND-DELETE-COUNT.
            DISPLAY "PACKAGE ", FUNCTION TRIM(RELEASE-FILE-NAME),
                " (", FUNCTION TRIM(WS-RELEASE-NAME), ") : ",
                WS-PACKAGED-COUNT, " RECORD(S) -- APPLY WITH RELINST.".

            IF WS-CONFLICT-COUNT > 0 THEN
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

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR(1:8))
                    TO WS-SET-NUMBER
            END-IF.
            IF WS-SET-NUMBER = 0 THEN
                DISPLAY "USAGE: catmerge SETNUMBER [PACKAGEFILE] "
                    "[RELEASENAME]"
                DISPLAY "       (SIDE A = COBCURSES_DATADIR, "
                    "SIDE B = COBCURSES_DATADIR2)"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-SET-NUMBER TO WS-SET-EDIT.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO RELEASE-FILE-NAME
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:16) TO WS-RELEASE-NAME
            ELSE
                MOVE SPACES TO WS-RELEASE-NAME
                STRING "MERGE-" WS-SET-EDIT
                    DELIMITED BY SIZE INTO WS-RELEASE-NAME
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_DATADIR2".
            IF WS-ENV-VAR = SPACES THEN
                DISPLAY "CATMERGE: COBCURSES_DATADIR2 (SIDE B) IS ",
                    "NOT SET."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_BACKUPDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-BACKUPDIR
            END-IF.

            MOVE LENGTH OF WS-DIR-A TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-DIR-A, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-DIR-B, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-BACKUPDIR, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE RELEASE-FILE-NAME, FILE-NAME-LENGTH.

      *>
      *>     THE ANCESTOR IS A DATABKUP SET, LAID OUT LIKE A DATA
      *>     DIRECTORY (SEE DATAREST).
      *>
            MOVE SPACES TO WS-DIR-O.
            STRING FUNCTION TRIM(WS-BACKUPDIR) "/GEN-" WS-SET-EDIT
                DELIMITED BY SIZE INTO WS-DIR-O.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            EXIT.

      *>
      *> 2000-UNLOAD-CATALOG :
      *>     COPY THE SIX CATALOG FILES OF WS-UNLOAD-DIR, IN MERGE-KEY
      *>     ORDER, TO THE WORK FILE UNLOAD-FILE-NAME. A CATALOG WITH
      *>     NO SCREEN FILE AT ALL IS A WRONG DIRECTORY, NOT AN EMPTY
      *>     CATALOG.
      *>
        2000-UNLOAD-CATALOG.
            MOVE SPACES TO SCREEN-FILE-NAME, SCRFDEF-FILE-NAME,
                SCRFSTA-FILE-NAME, MENU-FILE-NAME, ITEM-FILE-NAME,
                CHARSET-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/SCREENS.X"
                DELIMITED BY SIZE INTO SCREEN-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/SCRFDEF.X"
                DELIMITED BY SIZE INTO SCRFDEF-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/SCRFSTA.X"
                DELIMITED BY SIZE INTO SCRFSTA-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/MENUS.X"
                DELIMITED BY SIZE INTO MENU-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/ITEMS.X"
                DELIMITED BY SIZE INTO ITEM-FILE-NAME.
            STRING FUNCTION TRIM(WS-UNLOAD-DIR) "/SCRCHRSET.X"
                DELIMITED BY SIZE INTO CHARSET-FILE-NAME.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "CATMERGE: CANNOT OPEN THE ",
                    FUNCTION TRIM(WS-SIDE-NAME), " CATALOG ",
                    FUNCTION TRIM(SCREEN-FILE-NAME), " (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SCRFDEF-FILE, SCRFSTA-FILE, MENU-FILE,
                ITEM-FILE, CHARSET-FILE.
            OPEN OUTPUT UNLOAD-FILE.
            IF WS-WORK-FILE-STATUS NOT = "00" THEN
                DISPLAY "CATMERGE: CANNOT CREATE WORK FILE ",
                    FUNCTION TRIM(UNLOAD-FILE-NAME), " (STATUS ",
                    WS-WORK-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 2100-UNLOAD-SCREENS.
            PERFORM 2600-UNLOAD-CHARSETS.
            PERFORM 2200-UNLOAD-FIELDS.
            PERFORM 2300-UNLOAD-STATES.
            PERFORM 2500-UNLOAD-ITEMS.
            PERFORM 2400-UNLOAD-MENUS.

            CLOSE UNLOAD-FILE.
            CLOSE SCREEN-FILE, SCRFDEF-FILE, SCRFSTA-FILE,
                MENU-FILE, ITEM-FILE, CHARSET-FILE.
            EXIT.

        2100-UNLOAD-SCREENS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCREEN-RECORD.
            START SCREEN-FILE KEY IS >= SCN-NAME OF SCREEN-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "01" TO UNL-TYPE
                        MOVE SCN-NAME OF SCREEN-RECORD TO UNL-KEY
                        MOVE SCREEN-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        2200-UNLOAD-FIELDS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            START SCRFDEF-FILE
                KEY IS >= SCR-FDEF-KEY OF SCRFDEF-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "FD" TO UNL-TYPE
                        MOVE SCR-FDEF-KEY OF SCRFDEF-RECORD TO UNL-KEY
                        MOVE SCRFDEF-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        2300-UNLOAD-STATES.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE SCRFSTA-RECORD.
            START SCRFSTA-FILE
                KEY IS >= SCR-FST-KEY OF SCRFSTA-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFSTA-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "FS" TO UNL-TYPE
                        MOVE SCR-FST-KEY OF SCRFSTA-RECORD TO UNL-KEY
                        MOVE SCRFSTA-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        2400-UNLOAD-MENUS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE MENU-RECORD.
            START MENU-FILE KEY IS >= MNU-KEY OF MENU-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ MENU-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "MN" TO UNL-TYPE
                        MOVE MNU-KEY OF MENU-RECORD TO UNL-KEY
                        MOVE MENU-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        2500-UNLOAD-ITEMS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE ITEM-RECORD.
            START ITEM-FILE KEY IS >= ITM-KEY OF ITEM-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ ITEM-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "IT" TO UNL-TYPE
                        MOVE ITM-KEY OF ITEM-RECORD TO UNL-KEY
                        MOVE ITEM-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        2600-UNLOAD-CHARSETS.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE CHARSET-RECORD.
            START CHARSET-FILE
                KEY IS >= CHARSET-NAME OF CHARSET-RECORD
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ CHARSET-FILE NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE SPACES TO UNLOAD-RECORD
                        MOVE "CS" TO UNL-TYPE
                        MOVE CHARSET-NAME OF CHARSET-RECORD
                            TO UNL-KEY
                        MOVE CHARSET-RECORD TO UNL-DATA
                        WRITE UNLOAD-RECORD
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *> 3000-MERGE-CATALOGS :
      *>     MATCH THE THREE WORK FILES KEY BY KEY. AN EXHAUSTED FILE
      *>     HOLDS HIGH-VALUES AS ITS KEY.
      *>
        3000-MERGE-CATALOGS.
            OPEN OUTPUT RELEASE-FILE.
            IF WS-RELEASE-FILE-STATUS NOT = "00" THEN
                DISPLAY "CATMERGE: CANNOT CREATE PACKAGE ",
                    FUNCTION TRIM(RELEASE-FILE-NAME), " (STATUS ",
                    WS-RELEASE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO RELPKG-RECORD.
            SET REL-TYPE-HEADER TO TRUE.
            SET REL-HDR-V3 TO TRUE.
            MOVE WS-RELEASE-NAME TO REL-HDR-RELEASE-NAME.
            MOVE FUNCTION CURRENT-DATE TO REL-HDR-BUILT.
            MOVE WS-OPERATOR-ID TO REL-HDR-BUILT-BY.
            WRITE RELPKG-RECORD.

            OPEN INPUT MERGE-A-FILE, MERGE-B-FILE, MERGE-O-FILE.
            PERFORM 3710-READ-A.
            PERFORM 3720-READ-B.
            PERFORM 3730-READ-O.

            PERFORM UNTIL MRA-MERGE-KEY = HIGH-VALUES
                      AND MRB-MERGE-KEY = HIGH-VALUES
                      AND MRO-MERGE-KEY = HIGH-VALUES
                MOVE MRA-MERGE-KEY TO WS-LOW-KEY
                IF MRB-MERGE-KEY < WS-LOW-KEY THEN
                    MOVE MRB-MERGE-KEY TO WS-LOW-KEY
                END-IF
                IF MRO-MERGE-KEY < WS-LOW-KEY THEN
                    MOVE MRO-MERGE-KEY TO WS-LOW-KEY
                END-IF

                MOVE 'N' TO WS-HAVE-O-FLAG, WS-HAVE-A-FLAG,
                    WS-HAVE-B-FLAG
                MOVE SPACES TO WS-IMAGE-O, WS-IMAGE-A, WS-IMAGE-B
                IF MRA-MERGE-KEY = WS-LOW-KEY THEN
                    SET HAVE-A TO TRUE
                    MOVE MRA-DATA TO WS-IMAGE-A
                    PERFORM 3710-READ-A
                END-IF
                IF MRB-MERGE-KEY = WS-LOW-KEY THEN
                    SET HAVE-B TO TRUE
                    MOVE MRB-DATA TO WS-IMAGE-B
                    PERFORM 3720-READ-B
                END-IF
                IF MRO-MERGE-KEY = WS-LOW-KEY THEN
                    SET HAVE-O TO TRUE
                    MOVE MRO-DATA TO WS-IMAGE-O
                    PERFORM 3730-READ-O
                END-IF

                PERFORM 3100-CLASSIFY-RECORD
            END-PERFORM.

            CLOSE MERGE-A-FILE, MERGE-B-FILE, MERGE-O-FILE.

            MOVE SPACES TO RELPKG-RECORD.
            SET REL-TYPE-TRAILER TO TRUE.
            MOVE WS-PACKAGED-COUNT TO REL-TRL-RECORD-COUNT.
            WRITE RELPKG-RECORD.
            CLOSE RELEASE-FILE.
            EXIT.

      *>
      *> 3100-CLASSIFY-RECORD :
      *>     A SIDE CHANGED THE RECORD IF IT ADDED, DELETED OR ALTERED
      *>     IT RELATIVE TO THE ANCESTOR.
      *>
        3100-CLASSIFY-RECORD.
            ADD 1 TO WS-COMPARED-COUNT.

            MOVE 'N' TO WS-CHANGED-A-FLAG, WS-CHANGED-B-FLAG,
                WS-SAME-AB-FLAG.
            MOVE WS-IMAGE-O TO WS-CMP-1.
            MOVE WS-IMAGE-A TO WS-CMP-2.
            PERFORM 3200-NORMALIZE-PAIR.
            IF WS-HAVE-A-FLAG NOT = WS-HAVE-O-FLAG
            OR WS-CMP-1 NOT = WS-CMP-2 THEN
                SET CHANGED-ON-A TO TRUE
            END-IF.
            MOVE WS-IMAGE-O TO WS-CMP-1.
            MOVE WS-IMAGE-B TO WS-CMP-2.
            PERFORM 3200-NORMALIZE-PAIR.
            IF WS-HAVE-B-FLAG NOT = WS-HAVE-O-FLAG
            OR WS-CMP-1 NOT = WS-CMP-2 THEN
                SET CHANGED-ON-B TO TRUE
            END-IF.
            MOVE WS-IMAGE-A TO WS-CMP-1.
            MOVE WS-IMAGE-B TO WS-CMP-2.
            PERFORM 3200-NORMALIZE-PAIR.
            IF WS-HAVE-A-FLAG = WS-HAVE-B-FLAG
            AND WS-CMP-1 = WS-CMP-2 THEN
                SET A-SAME-AS-B TO TRUE
            END-IF.

            IF NOT CHANGED-ON-A AND NOT CHANGED-ON-B THEN
                ADD 1 TO WS-UNCHANGED-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM 6000-DESCRIBE-KEY.
            EVALUATE TRUE
                WHEN CHANGED-ON-A AND NOT CHANGED-ON-B
                    ADD 1 TO WS-A-ONLY-COUNT
                    MOVE "A ONLY" TO WS-CLASS-TEXT
                    MOVE WS-HAVE-A-FLAG TO WS-RESULT-FLAG
                    MOVE WS-IMAGE-A TO WS-RESULT-IMAGE
                WHEN CHANGED-ON-B AND NOT CHANGED-ON-A
                    ADD 1 TO WS-B-ONLY-COUNT
                    MOVE "B ONLY" TO WS-CLASS-TEXT
                    MOVE WS-HAVE-B-FLAG TO WS-RESULT-FLAG
                    MOVE WS-IMAGE-B TO WS-RESULT-IMAGE
                WHEN A-SAME-AS-B
                    ADD 1 TO WS-IDENTICAL-COUNT
                    MOVE "IDENTICAL" TO WS-CLASS-TEXT
                    MOVE WS-HAVE-A-FLAG TO WS-RESULT-FLAG
                    MOVE WS-IMAGE-A TO WS-RESULT-IMAGE
                WHEN OTHER
                    ADD 1 TO WS-CONFLICT-COUNT
                    DISPLAY "  CONFLICT  : ",
                        FUNCTION TRIM(WS-KEY-TEXT)
                    PERFORM 5000-LIST-CONFLICT
                    EXIT PARAGRAPH
            END-EVALUATE.

            IF RESULT-PRESENT THEN
                DISPLAY "  ", WS-CLASS-TEXT, ": ",
                    FUNCTION TRIM(WS-KEY-TEXT)
                PERFORM 3300-PACKAGE-RESULT
            ELSE
                PERFORM 3400-LIST-DELETION
            END-IF.
            EXIT.

      *>
      *> 3200-NORMALIZE-PAIR :
      *>     BLANK THE STAMPS THAT CHANGE ON EVERY SAVE IN BOTH
      *>     COMPARISON IMAGES : A SCREEN HEADER'S LOCK AND
      *>     LAST-MODIFIED STAMPS, AND THE RECORD VERSION STAMP OF
      *>     A FIELD, FIELD STATE, MENU OR MENU ITEM. OTHERWISE THE
      *>     SAME EDIT MADE ON BOTH SIDES WOULD COMPARE AS A CONFLICT.
      *>
        3200-NORMALIZE-PAIR.
            EVALUATE WS-LOW-TYPE
                WHEN "01"
                    PERFORM 3210-NORMALIZE-SCREEN
                WHEN "FD"
                    PERFORM 3220-NORMALIZE-FDEF
                WHEN "FS"
                    PERFORM 3230-NORMALIZE-FSTA
                WHEN "MN"
                    PERFORM 3240-NORMALIZE-MENU
                WHEN "IT"
                    PERFORM 3250-NORMALIZE-ITEM
            END-EVALUATE.
            EXIT.

        3210-NORMALIZE-SCREEN.
            MOVE WS-CMP-1(1:LENGTH OF SCREEN-RECORD)
                TO SCREEN-RECORD.
            MOVE SPACES TO SCN-LOCKED-BY OF SCREEN-RECORD,
                SCN-LOCK-TIME OF SCREEN-RECORD,
                SCN-LAST-MODIFIED OF SCREEN-RECORD.
            MOVE SPACES TO WS-CMP-1.
            MOVE SCREEN-RECORD TO WS-CMP-1.
            MOVE WS-CMP-2(1:LENGTH OF SCREEN-RECORD)
                TO SCREEN-RECORD.
            MOVE SPACES TO SCN-LOCKED-BY OF SCREEN-RECORD,
                SCN-LOCK-TIME OF SCREEN-RECORD,
                SCN-LAST-MODIFIED OF SCREEN-RECORD.
            MOVE SPACES TO WS-CMP-2.
            MOVE SCREEN-RECORD TO WS-CMP-2.
            EXIT.

        3220-NORMALIZE-FDEF.
            MOVE WS-CMP-1(1:LENGTH OF SCRFDEF-RECORD)
                TO SCRFDEF-RECORD.
            MOVE SPACES TO SCR-FDEF-REC-STAMP OF SCRFDEF-RECORD.
            MOVE SPACES TO WS-CMP-1.
            MOVE SCRFDEF-RECORD TO WS-CMP-1.
            MOVE WS-CMP-2(1:LENGTH OF SCRFDEF-RECORD)
                TO SCRFDEF-RECORD.
            MOVE SPACES TO SCR-FDEF-REC-STAMP OF SCRFDEF-RECORD.
            MOVE SPACES TO WS-CMP-2.
            MOVE SCRFDEF-RECORD TO WS-CMP-2.
            EXIT.

        3230-NORMALIZE-FSTA.
            MOVE WS-CMP-1(1:LENGTH OF SCRFSTA-RECORD)
                TO SCRFSTA-RECORD.
            MOVE SPACES TO SCR-FST-REC-STAMP OF SCRFSTA-RECORD.
            MOVE SPACES TO WS-CMP-1.
            MOVE SCRFSTA-RECORD TO WS-CMP-1.
            MOVE WS-CMP-2(1:LENGTH OF SCRFSTA-RECORD)
                TO SCRFSTA-RECORD.
            MOVE SPACES TO SCR-FST-REC-STAMP OF SCRFSTA-RECORD.
            MOVE SPACES TO WS-CMP-2.
            MOVE SCRFSTA-RECORD TO WS-CMP-2.
            EXIT.

        3240-NORMALIZE-MENU.
            MOVE WS-CMP-1(1:LENGTH OF MENU-RECORD)
                TO MENU-RECORD.
            MOVE SPACES TO MNU-REC-STAMP OF MENU-RECORD.
            MOVE SPACES TO WS-CMP-1.
            MOVE MENU-RECORD TO WS-CMP-1.
            MOVE WS-CMP-2(1:LENGTH OF MENU-RECORD)
                TO MENU-RECORD.
            MOVE SPACES TO MNU-REC-STAMP OF MENU-RECORD.
            MOVE SPACES TO WS-CMP-2.
            MOVE MENU-RECORD TO WS-CMP-2.
            EXIT.

        3250-NORMALIZE-ITEM.
            MOVE WS-CMP-1(1:LENGTH OF ITEM-RECORD)
                TO ITEM-RECORD.
            MOVE SPACES TO ITM-REC-STAMP OF ITEM-RECORD.
            MOVE SPACES TO WS-CMP-1.
            MOVE ITEM-RECORD TO WS-CMP-1.
            MOVE WS-CMP-2(1:LENGTH OF ITEM-RECORD)
                TO ITEM-RECORD.
            MOVE SPACES TO ITM-REC-STAMP OF ITEM-RECORD.
            MOVE SPACES TO WS-CMP-2.
            MOVE ITEM-RECORD TO WS-CMP-2.
            EXIT.

        3300-PACKAGE-RESULT.
            MOVE SPACES TO RELPKG-RECORD.
            MOVE WS-LOW-TYPE TO REL-TYPE.
            MOVE WS-RESULT-IMAGE TO REL-DATA.
      *>
      *>     AN EDIT LOCK BELONGS TO THE ENVIRONMENT IT WAS TAKEN IN.
      *>
            IF REL-TYPE-SCREEN THEN
                MOVE REL-DATA(1:LENGTH OF SCREEN-RECORD)
                    TO SCREEN-RECORD
                MOVE SPACES TO SCN-LOCKED-BY OF SCREEN-RECORD,
                    SCN-LOCK-TIME OF SCREEN-RECORD
                MOVE SPACES TO REL-DATA
                MOVE SCREEN-RECORD TO REL-DATA
            END-IF.
            WRITE RELPKG-RECORD.
            ADD 1 TO WS-PACKAGED-COUNT.
            EXIT.

      *>
      *> 3400-LIST-DELETION :
      *>     THE MERGED RESULT IS "NO RECORD". A DELETE MADE ON BOTH
      *>     SIDES NEEDS NOTHING; A ONE-SIDED DELETE MUST BE REPEATED
      *>     BY HAND ON THE OTHER SIDE.
      *>
        3400-LIST-DELETION.
            EVALUATE TRUE
                WHEN HAVE-B
                    ADD 1 TO WS-HAND-DELETE-COUNT
                    DISPLAY "  ", WS-CLASS-TEXT, ": ",
                        FUNCTION TRIM(WS-KEY-TEXT),
                        " DELETED ON A -- DELETE IT ON B BY HAND"
                WHEN HAVE-A
                    ADD 1 TO WS-HAND-DELETE-COUNT
                    DISPLAY "  ", WS-CLASS-TEXT, ": ",
                        FUNCTION TRIM(WS-KEY-TEXT),
                        " DELETED ON B -- DELETE IT ON A BY HAND"
                WHEN OTHER
                    DISPLAY "  ", WS-CLASS-TEXT, ": ",
                        FUNCTION TRIM(WS-KEY-TEXT),
                        " DELETED ON BOTH SIDES"
            END-EVALUATE.
            EXIT.

        3710-READ-A.
            READ MERGE-A-FILE
                AT END MOVE HIGH-VALUES TO MRA-MERGE-KEY
            END-READ.
            EXIT.

        3720-READ-B.
            READ MERGE-B-FILE
                AT END MOVE HIGH-VALUES TO MRB-MERGE-KEY
            END-READ.
            EXIT.

        3730-READ-O.
            READ MERGE-O-FILE
                AT END MOVE HIGH-VALUES TO MRO-MERGE-KEY
            END-READ.
            EXIT.

      *>
      *> 5000-LIST-CONFLICT :
      *>     SHOW A HUMAN WHAT EACH SIDE DID. A RECORD ADDED OR
      *>     DELETED ON ONE SIDE HAS NO ATTRIBUTES TO WEIGH AGAINST
      *>     THE OTHER; OTHERWISE EVERY ATTRIBUTE EITHER SIDE CHANGED
      *>     IS LISTED WITH ITS ANCESTOR, A AND B VALUES.
      *>
        5000-LIST-CONFLICT.
            EVALUATE TRUE
                WHEN NOT HAVE-A
                    DISPLAY "      DELETED ON A, CHANGED ON B"
                WHEN NOT HAVE-B
                    DISPLAY "      DELETED ON B, CHANGED ON A"
                WHEN NOT HAVE-O
                    DISPLAY "      ADDED ON BOTH SIDES, DIFFERENTLY"
            END-EVALUATE.
            IF NOT HAVE-A OR NOT HAVE-B THEN
                EXIT PARAGRAPH
            END-IF.

            EVALUATE WS-LOW-TYPE
                WHEN "01"
                    PERFORM 5010-LOAD-SCREEN-OVERLAYS
                    PERFORM 5110-LIST-SCREEN-ATTRS
                WHEN "FD"
                    PERFORM 5020-LOAD-FDEF-OVERLAYS
                    PERFORM 5120-LIST-FDEF-ATTRS
                WHEN "FS"
                    PERFORM 5030-LOAD-FSTA-OVERLAYS
                    PERFORM 5130-LIST-FSTA-ATTRS
                WHEN "MN"
                    PERFORM 5040-LOAD-MENU-OVERLAYS
                    PERFORM 5140-LIST-MENU-ATTRS
                WHEN "IT"
                    PERFORM 5050-LOAD-ITEM-OVERLAYS
                    PERFORM 5150-LIST-ITEM-ATTRS
                WHEN "CS"
                    PERFORM 5060-LOAD-CHARSET-OVERLAYS
                    PERFORM 5160-LIST-CHARSET-ATTRS
            END-EVALUATE.
            EXIT.

        5010-LOAD-SCREEN-OVERLAYS.
            INITIALIZE WS-SCREEN-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-SCREEN-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-SCREEN-REC-A.
            MOVE WS-IMAGE-B TO WS-SCREEN-REC-B.
            EXIT.

        5020-LOAD-FDEF-OVERLAYS.
            INITIALIZE WS-SCRFDEF-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-SCRFDEF-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-SCRFDEF-REC-A.
            MOVE WS-IMAGE-B TO WS-SCRFDEF-REC-B.
            EXIT.

        5030-LOAD-FSTA-OVERLAYS.
            INITIALIZE WS-SCRFSTA-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-SCRFSTA-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-SCRFSTA-REC-A.
            MOVE WS-IMAGE-B TO WS-SCRFSTA-REC-B.
            EXIT.

        5040-LOAD-MENU-OVERLAYS.
            INITIALIZE WS-MENU-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-MENU-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-MENU-REC-A.
            MOVE WS-IMAGE-B TO WS-MENU-REC-B.
            EXIT.

        5050-LOAD-ITEM-OVERLAYS.
            INITIALIZE WS-ITEM-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-ITEM-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-ITEM-REC-A.
            MOVE WS-IMAGE-B TO WS-ITEM-REC-B.
            EXIT.

        5060-LOAD-CHARSET-OVERLAYS.
            INITIALIZE WS-CHARSET-REC-O.
            IF HAVE-O THEN
                MOVE WS-IMAGE-O TO WS-CHARSET-REC-O
            END-IF.
            MOVE WS-IMAGE-A TO WS-CHARSET-REC-A.
            MOVE WS-IMAGE-B TO WS-CHARSET-REC-B.
            EXIT.

        5110-LIST-SCREEN-ATTRS.
            MOVE "SCN-DESCRIPTION" TO WS-FIELD-NAME.
            MOVE SCN-DESCRIPTION OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-DESCRIPTION OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-DESCRIPTION OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-AUTHOR" TO WS-FIELD-NAME.
            MOVE SCN-AUTHOR OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-AUTHOR OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-AUTHOR OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-NOTES" TO WS-FIELD-NAME.
            MOVE SCN-NOTES OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-NOTES OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-NOTES OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-TITLE" TO WS-FIELD-NAME.
            MOVE SCN-TITLE OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-TITLE OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-TITLE OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-SHOW-DATE" TO WS-FIELD-NAME.
            MOVE SCN-SHOW-DATE OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-SHOW-DATE OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-SHOW-DATE OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-SHOW-TIME" TO WS-FIELD-NAME.
            MOVE SCN-SHOW-TIME OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-SHOW-TIME OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-SHOW-TIME OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-ACTION-REQUIRED" TO WS-FIELD-NAME.
            MOVE SCN-ACTION-REQUIRED OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-ACTION-REQUIRED OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-ACTION-REQUIRED OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-COLUMNS-MIN" TO WS-FIELD-NAME.
            MOVE SCN-COLUMNS-MIN OF WS-SCREEN-REC-O TO WS-O-NUM.
            MOVE SCN-COLUMNS-MIN OF WS-SCREEN-REC-A TO WS-A-NUM.
            MOVE SCN-COLUMNS-MIN OF WS-SCREEN-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCN-LINES-MIN" TO WS-FIELD-NAME.
            MOVE SCN-LINES-MIN OF WS-SCREEN-REC-O TO WS-O-NUM.
            MOVE SCN-LINES-MIN OF WS-SCREEN-REC-A TO WS-A-NUM.
            MOVE SCN-LINES-MIN OF WS-SCREEN-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCN-PAIRS" TO WS-FIELD-NAME.
            MOVE SCN-PAIRS OF WS-SCREEN-REC-O TO WS-O-NUM.
            MOVE SCN-PAIRS OF WS-SCREEN-REC-A TO WS-A-NUM.
            MOVE SCN-PAIRS OF WS-SCREEN-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCN-WS-SECTION" TO WS-FIELD-NAME.
            MOVE SCN-WS-SECTION OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-WS-SECTION OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-WS-SECTION OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-PROCEDURE-DIVISION" TO WS-FIELD-NAME.
            MOVE SCN-PROCEDURE-DIVISION OF WS-SCREEN-REC-O
                TO WS-O-VALUE.
            MOVE SCN-PROCEDURE-DIVISION OF WS-SCREEN-REC-A
                TO WS-A-VALUE.
            MOVE SCN-PROCEDURE-DIVISION OF WS-SCREEN-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-STRIP-CHARACTER" TO WS-FIELD-NAME.
            MOVE SCN-STRIP-CHARACTER OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-STRIP-CHARACTER OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-STRIP-CHARACTER OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-LANGUAGE" TO WS-FIELD-NAME.
            MOVE SCN-LANGUAGE OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-LANGUAGE OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-LANGUAGE OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-APPLICATION" TO WS-FIELD-NAME.
            MOVE SCN-APPLICATION OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-APPLICATION OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-APPLICATION OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-MAKER-CHECKER" TO WS-FIELD-NAME.
            MOVE SCN-MAKER-CHECKER OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-MAKER-CHECKER OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-MAKER-CHECKER OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-LIFECYCLE" TO WS-FIELD-NAME.
            MOVE SCN-LIFECYCLE OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-LIFECYCLE OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-LIFECYCLE OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-MASTER-LAYOUT" TO WS-FIELD-NAME.
            MOVE SCN-MASTER-LAYOUT OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-MASTER-LAYOUT OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-MASTER-LAYOUT OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCN-MASTER-FLAG" TO WS-FIELD-NAME.
            MOVE SCN-MASTER-FLAG OF WS-SCREEN-REC-O TO WS-O-VALUE.
            MOVE SCN-MASTER-FLAG OF WS-SCREEN-REC-A TO WS-A-VALUE.
            MOVE SCN-MASTER-FLAG OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            EXIT.

        5120-LIST-FDEF-ATTRS.
            MOVE "SCR-FDEF-COBOL-NAME" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-COBOL-NAME OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-COBOL-NAME OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-COBOL-NAME OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-DESCRIPTION" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-DESCRIPTION OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-DESCRIPTION OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-DESCRIPTION OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-LINE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-LINE OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-LINE OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-LINE OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-COLUMN" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-COLUMN OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-COLUMN OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-COLUMN OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-BUFFER-LENGTH" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-BUFFER-LENGTH OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-BUFFER-LENGTH OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-BUFFER-LENGTH OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-WINDOW-LENGTH" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-WINDOW-LENGTH OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-WINDOW-LENGTH OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-WINDOW-LENGTH OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-CLEAR" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-CLEAR OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-CLEAR OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-CLEAR OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-UPPERCASE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-UPPERCASE OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-UPPERCASE OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-UPPERCASE OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-PASSWORD" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-PASSWORD OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-PASSWORD OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-PASSWORD OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-NOT-BLANK" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-NOT-BLANK OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-NOT-BLANK OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-NOT-BLANK OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-YN" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-YN OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-YN OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-YN OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-RES-CHARSET" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-RES-CHARSET OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-RES-CHARSET OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-RES-CHARSET OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-SIGNED" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-SIGNED OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-SIGNED OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-SIGNED OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-DIGITS" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-DIGITS OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-DIGITS OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-DIGITS OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-DECIMALS" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-DECIMALS OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-DECIMALS OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-DECIMALS OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-VERIFY" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VERIFY OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VERIFY OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VERIFY OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VISIBLE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VISIBLE OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VISIBLE OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VISIBLE OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-IGNORE-CHANGES" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-IGNORE-CHANGES OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-IGNORE-CHANGES OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-IGNORE-CHANGES OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-INPUT-SEQ" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-INPUT-SEQ OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-INPUT-SEQ OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-INPUT-SEQ OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-ACTION" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-ACTION OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-ACTION OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-ACTION OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-HELP" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-HELP OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-HELP OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-HELP OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-READ-ONLY" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-READ-ONLY OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-READ-ONLY OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-READ-ONLY OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-COMP-TYPE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-COMP-TYPE OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-COMP-TYPE OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-COMP-TYPE OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-MENU-REF" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-MENU-REF OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-MENU-REF OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-MENU-REF OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-ACTION-EDIT" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-ACTION-EDIT OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-ACTION-EDIT OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-ACTION-EDIT OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-MASKED" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-MASKED OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-MASKED OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-MASKED OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-TAB-ORDER" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-TAB-ORDER OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-TAB-ORDER OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-TAB-ORDER OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-GROUP-NAME" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-GROUP-NAME OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-GROUP-NAME OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-GROUP-NAME OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VALID-MIN" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VALID-MIN OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VALID-MIN OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VALID-MIN OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VALID-MAX" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VALID-MAX OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VALID-MAX OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VALID-MAX OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VALID-LIST" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VALID-LIST OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VALID-LIST OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VALID-LIST OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VALID-REQUIRED" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VALID-REQUIRED OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-VALID-REQUIRED OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-VALID-REQUIRED OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-OCCURS" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-OCCURS OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-OCCURS OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-OCCURS OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-SCROLL" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-SCROLL OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-SCROLL OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-SCROLL OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-EDIT-MASK" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-EDIT-MASK OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-EDIT-MASK OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-EDIT-MASK OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-DEFAULT" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-DEFAULT OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-DEFAULT OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-DEFAULT OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-COMPUTE-EXPR" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-COMPUTE-EXPR OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-COMPUTE-EXPR OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-COMPUTE-EXPR OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VERIFY-TWICE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VERIFY-TWICE OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-VERIFY-TWICE OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-VERIFY-TWICE OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-AUTO-SKIP" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-AUTO-SKIP OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-AUTO-SKIP OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-AUTO-SKIP OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VALUE-FILE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VALUE-FILE OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VALUE-FILE OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VALUE-FILE OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-BUSINESS-DAY" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-BUSINESS-DAY OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-BUSINESS-DAY OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-BUSINESS-DAY OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-VIEW-ROLE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-VIEW-ROLE OF WS-SCRFDEF-REC-O TO WS-O-VALUE.
            MOVE SCR-FDEF-VIEW-ROLE OF WS-SCRFDEF-REC-A TO WS-A-VALUE.
            MOVE SCR-FDEF-VIEW-ROLE OF WS-SCRFDEF-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-UPDATE-ROLE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-UPDATE-ROLE OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-UPDATE-ROLE OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-UPDATE-ROLE OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FDEF-PAGE" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-PAGE OF WS-SCRFDEF-REC-O TO WS-O-NUM.
            MOVE SCR-FDEF-PAGE OF WS-SCRFDEF-REC-A TO WS-A-NUM.
            MOVE SCR-FDEF-PAGE OF WS-SCRFDEF-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FDEF-OPEN-PERIOD" TO WS-FIELD-NAME.
            MOVE SCR-FDEF-OPEN-PERIOD OF WS-SCRFDEF-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FDEF-OPEN-PERIOD OF WS-SCRFDEF-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FDEF-OPEN-PERIOD OF WS-SCRFDEF-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            EXIT.

        5130-LIST-FSTA-ATTRS.
            MOVE "SCR-FST-STATE-COBOL-NAME" TO WS-FIELD-NAME.
            MOVE SCR-FST-STATE-COBOL-NAME OF WS-SCRFSTA-REC-O
                TO WS-O-VALUE.
            MOVE SCR-FST-STATE-COBOL-NAME OF WS-SCRFSTA-REC-A
                TO WS-A-VALUE.
            MOVE SCR-FST-STATE-COBOL-NAME OF WS-SCRFSTA-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FST-FIELD-NO" TO WS-FIELD-NAME.
            MOVE SCR-FST-FIELD-NO OF WS-SCRFSTA-REC-O TO WS-O-NUM.
            MOVE SCR-FST-FIELD-NO OF WS-SCRFSTA-REC-A TO WS-A-NUM.
            MOVE SCR-FST-FIELD-NO OF WS-SCRFSTA-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FST-GROUP-HEADER" TO WS-FIELD-NAME.
            MOVE SCR-FST-GROUP-HEADER OF WS-SCRFSTA-REC-O TO WS-O-VALUE.
            MOVE SCR-FST-GROUP-HEADER OF WS-SCRFSTA-REC-A TO WS-A-VALUE.
            MOVE SCR-FST-GROUP-HEADER OF WS-SCRFSTA-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "SCR-FST-FORWARD-TO" TO WS-FIELD-NAME.
            MOVE SCR-FST-FORWARD-TO OF WS-SCRFSTA-REC-O TO WS-O-NUM.
            MOVE SCR-FST-FORWARD-TO OF WS-SCRFSTA-REC-A TO WS-A-NUM.
            MOVE SCR-FST-FORWARD-TO OF WS-SCRFSTA-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FST-BACK-TO" TO WS-FIELD-NAME.
            MOVE SCR-FST-BACK-TO OF WS-SCRFSTA-REC-O TO WS-O-NUM.
            MOVE SCR-FST-BACK-TO OF WS-SCRFSTA-REC-A TO WS-A-NUM.
            MOVE SCR-FST-BACK-TO OF WS-SCRFSTA-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FST-ESCAPE-TO" TO WS-FIELD-NAME.
            MOVE SCR-FST-ESCAPE-TO OF WS-SCRFSTA-REC-O TO WS-O-NUM.
            MOVE SCR-FST-ESCAPE-TO OF WS-SCRFSTA-REC-A TO WS-A-NUM.
            MOVE SCR-FST-ESCAPE-TO OF WS-SCRFSTA-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "SCR-FST-SLASH-TO" TO WS-FIELD-NAME.
            MOVE SCR-FST-SLASH-TO OF WS-SCRFSTA-REC-O TO WS-O-NUM.
            MOVE SCR-FST-SLASH-TO OF WS-SCRFSTA-REC-A TO WS-A-NUM.
            MOVE SCR-FST-SLASH-TO OF WS-SCRFSTA-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            EXIT.

        5140-LIST-MENU-ATTRS.
            MOVE "MNU-MODULE-NAME" TO WS-FIELD-NAME.
            MOVE MNU-MODULE-NAME OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-MODULE-NAME OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-MODULE-NAME OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-MENU-TYPE" TO WS-FIELD-NAME.
            MOVE MNU-MENU-TYPE OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-MENU-TYPE OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-MENU-TYPE OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-TITLE" TO WS-FIELD-NAME.
            MOVE MNU-TITLE OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-TITLE OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-TITLE OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-TOP-LEFT-LINE-NO" TO WS-FIELD-NAME.
            MOVE MNU-TOP-LEFT-LINE-NO OF WS-MENU-REC-O TO WS-O-NUM.
            MOVE MNU-TOP-LEFT-LINE-NO OF WS-MENU-REC-A TO WS-A-NUM.
            MOVE MNU-TOP-LEFT-LINE-NO OF WS-MENU-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "MNU-TOP-LEFT-COLUMN-NO" TO WS-FIELD-NAME.
            MOVE MNU-TOP-LEFT-COLUMN-NO OF WS-MENU-REC-O TO WS-O-NUM.
            MOVE MNU-TOP-LEFT-COLUMN-NO OF WS-MENU-REC-A TO WS-A-NUM.
            MOVE MNU-TOP-LEFT-COLUMN-NO OF WS-MENU-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "MNU-ITEM-LIMIT" TO WS-FIELD-NAME.
            MOVE MNU-ITEM-LIMIT OF WS-MENU-REC-O TO WS-O-NUM.
            MOVE MNU-ITEM-LIMIT OF WS-MENU-REC-A TO WS-A-NUM.
            MOVE MNU-ITEM-LIMIT OF WS-MENU-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "MNU-OPT-ROWS" TO WS-FIELD-NAME.
            MOVE MNU-OPT-ROWS OF WS-MENU-REC-O TO WS-O-NUM.
            MOVE MNU-OPT-ROWS OF WS-MENU-REC-A TO WS-A-NUM.
            MOVE MNU-OPT-ROWS OF WS-MENU-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "MNU-OPT-COLS" TO WS-FIELD-NAME.
            MOVE MNU-OPT-COLS OF WS-MENU-REC-O TO WS-O-NUM.
            MOVE MNU-OPT-COLS OF WS-MENU-REC-A TO WS-A-NUM.
            MOVE MNU-OPT-COLS OF WS-MENU-REC-B TO WS-B-NUM.
            PERFORM 8100-REPORT-NUMERIC-ATTR.
            MOVE "MNU-OPT-ROWMAJOR" TO WS-FIELD-NAME.
            MOVE MNU-OPT-ROWMAJOR OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-ROWMAJOR OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-ROWMAJOR OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-OPT-NONCYCLIC" TO WS-FIELD-NAME.
            MOVE MNU-OPT-NONCYCLIC OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-NONCYCLIC OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-NONCYCLIC OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-OPT-ONEVALUE" TO WS-FIELD-NAME.
            MOVE MNU-OPT-ONEVALUE OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-ONEVALUE OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-ONEVALUE OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-OPT-SHOWDESC" TO WS-FIELD-NAME.
            MOVE MNU-OPT-SHOWDESC OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-SHOWDESC OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-SHOWDESC OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-OPT-SHOWMATCH" TO WS-FIELD-NAME.
            MOVE MNU-OPT-SHOWMATCH OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-SHOWMATCH OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-SHOWMATCH OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-OPT-IGNORECASE" TO WS-FIELD-NAME.
            MOVE MNU-OPT-IGNORECASE OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-OPT-IGNORECASE OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-OPT-IGNORECASE OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "MNU-SECURITY-ROLE" TO WS-FIELD-NAME.
            MOVE MNU-SECURITY-ROLE OF WS-MENU-REC-O TO WS-O-VALUE.
            MOVE MNU-SECURITY-ROLE OF WS-MENU-REC-A TO WS-A-VALUE.
            MOVE MNU-SECURITY-ROLE OF WS-MENU-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            EXIT.

        5150-LIST-ITEM-ATTRS.
            MOVE "ITM-ITEM-NAME" TO WS-FIELD-NAME.
            MOVE ITM-ITEM-NAME OF WS-ITEM-REC-O TO WS-O-VALUE.
            MOVE ITM-ITEM-NAME OF WS-ITEM-REC-A TO WS-A-VALUE.
            MOVE ITM-ITEM-NAME OF WS-ITEM-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "ITM-TEXT" TO WS-FIELD-NAME.
            MOVE ITM-TEXT OF WS-ITEM-REC-O TO WS-O-VALUE.
            MOVE ITM-TEXT OF WS-ITEM-REC-A TO WS-A-VALUE.
            MOVE ITM-TEXT OF WS-ITEM-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "ITM-SELECTABLE" TO WS-FIELD-NAME.
            MOVE ITM-SELECTABLE OF WS-ITEM-REC-O TO WS-O-VALUE.
            MOVE ITM-SELECTABLE OF WS-ITEM-REC-A TO WS-A-VALUE.
            MOVE ITM-SELECTABLE OF WS-ITEM-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "ITM-SECURITY-ROLE" TO WS-FIELD-NAME.
            MOVE ITM-SECURITY-ROLE OF WS-ITEM-REC-O TO WS-O-VALUE.
            MOVE ITM-SECURITY-ROLE OF WS-ITEM-REC-A TO WS-A-VALUE.
            MOVE ITM-SECURITY-ROLE OF WS-ITEM-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "ITM-SUBMENU-NAME" TO WS-FIELD-NAME.
            MOVE ITM-SUBMENU-NAME OF WS-ITEM-REC-O TO WS-O-VALUE.
            MOVE ITM-SUBMENU-NAME OF WS-ITEM-REC-A TO WS-A-VALUE.
            MOVE ITM-SUBMENU-NAME OF WS-ITEM-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            EXIT.

        5160-LIST-CHARSET-ATTRS.
            MOVE "CHARSET-FLAG" TO WS-FIELD-NAME.
            MOVE CHARSET-FLAG OF WS-CHARSET-REC-O TO WS-O-VALUE.
            MOVE CHARSET-FLAG OF WS-CHARSET-REC-A TO WS-A-VALUE.
            MOVE CHARSET-FLAG OF WS-CHARSET-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            MOVE "CHARSET-STATE" TO WS-FIELD-NAME.
            MOVE CHARSET-STATE OF WS-CHARSET-REC-O TO WS-O-VALUE.
            MOVE CHARSET-STATE OF WS-CHARSET-REC-A TO WS-A-VALUE.
            MOVE CHARSET-STATE OF WS-CHARSET-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            IF CHARSET-DATA OF WS-CHARSET-REC-A NOT =
               CHARSET-DATA OF WS-CHARSET-REC-O
            OR CHARSET-DATA OF WS-CHARSET-REC-B NOT =
               CHARSET-DATA OF WS-CHARSET-REC-O THEN
                EVALUATE TRUE
                    WHEN CHARSET-DATA OF WS-CHARSET-REC-B =
                         CHARSET-DATA OF WS-CHARSET-REC-O
                        MOVE "A ONLY" TO WS-ATTR-CLASS
                    WHEN CHARSET-DATA OF WS-CHARSET-REC-A =
                         CHARSET-DATA OF WS-CHARSET-REC-O
                        MOVE "B ONLY" TO WS-ATTR-CLASS
                    WHEN CHARSET-DATA OF WS-CHARSET-REC-A =
                         CHARSET-DATA OF WS-CHARSET-REC-B
                        MOVE "IDENTICAL" TO WS-ATTR-CLASS
                    WHEN OTHER
                        MOVE "CONFLICT" TO WS-ATTR-CLASS
                END-EVALUATE
                DISPLAY "      CHARSET-DATA                 ",
                    WS-ATTR-CLASS, " (GLYPH TABLES)"
            END-IF.
            EXIT.

      *>
      *> 6000-DESCRIBE-KEY :
      *>     THE MERGE KEY AS THE ENVDRIFT REPORT WOULD NAME IT.
      *>
        6000-DESCRIBE-KEY.
            MOVE SPACES TO WS-KEY-TEXT.
            EVALUATE WS-LOW-TYPE
                WHEN "01"
                    STRING "SCREEN " WS-LOW-KEY-DATA(1:16)
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
                WHEN "FD"
                    MOVE WS-LOW-KEY-DATA
                        TO SCR-FDEF-KEY OF SCRFDEF-RECORD
                    MOVE SCR-FDEF-NO OF SCRFDEF-RECORD
                        TO WS-NUMBER-EDIT
                    STRING "FIELD  SCREEN="
                        SCR-FDEF-SCREEN-NAME OF SCRFDEF-RECORD
                        "  NO=" WS-NUMBER-EDIT
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
                WHEN "FS"
                    MOVE WS-LOW-KEY-DATA(1:LENGTH OF SCR-FST-KEY
                        OF SCRFSTA-RECORD)
                        TO SCR-FST-KEY OF SCRFSTA-RECORD
                    MOVE SCR-FST-STATE-NO OF SCRFSTA-RECORD
                        TO WS-NUMBER-EDIT
                    STRING "STATE  SCREEN="
                        SCR-FST-SCREEN-NAME OF SCRFSTA-RECORD
                        "  NO=" WS-NUMBER-EDIT
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
                WHEN "MN"
                    STRING "MENU " WS-LOW-KEY-DATA(1:16)
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
                WHEN "IT"
                    MOVE WS-LOW-KEY-DATA TO ITM-KEY OF ITEM-RECORD
                    STRING "ITEM  MENU=" ITM-MENU-NAME OF ITEM-RECORD
                        "  NO=" ITM-NUMBER OF ITEM-RECORD
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
                WHEN "CS"
                    STRING "CHARSET " WS-LOW-KEY-DATA(1:16)
                        DELIMITED BY SIZE INTO WS-KEY-TEXT
            END-EVALUATE.
            EXIT.

      *>
      *> COMMON ATTRIBUTE REPORTERS: AN ATTRIBUTE EITHER SIDE
      *> CHANGED IS SHOWN WITH WHO CHANGED IT.
      *>
        8000-REPORT-ALPHA-ATTR.
            IF WS-A-VALUE = WS-O-VALUE AND WS-B-VALUE = WS-O-VALUE THEN
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN WS-B-VALUE = WS-O-VALUE
                    MOVE "A ONLY" TO WS-ATTR-CLASS
                WHEN WS-A-VALUE = WS-O-VALUE
                    MOVE "B ONLY" TO WS-ATTR-CLASS
                WHEN WS-A-VALUE = WS-B-VALUE
                    MOVE "IDENTICAL" TO WS-ATTR-CLASS
                WHEN OTHER
                    MOVE "CONFLICT" TO WS-ATTR-CLASS
            END-EVALUATE.
            DISPLAY "      ", WS-FIELD-NAME, " ", WS-ATTR-CLASS.
            DISPLAY "          ANCESTOR=[", FUNCTION TRIM(WS-O-VALUE),
                "]  A=[", FUNCTION TRIM(WS-A-VALUE),
                "]  B=[", FUNCTION TRIM(WS-B-VALUE), "]".
            EXIT.

        8100-REPORT-NUMERIC-ATTR.
            MOVE WS-O-NUM TO WS-O-VALUE.
            MOVE WS-A-NUM TO WS-A-VALUE.
            MOVE WS-B-NUM TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-ATTR.
            EXIT.
