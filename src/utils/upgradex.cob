      *> OLDER RECORDS ARE READ AT THEIR OWN LENGTH AND REWRITTEN AT
      *> FULL LENGTH WITH THE NEW TRAILING FIELDS DEFAULTED TO
      *> SPACES. TODAY THAT IS SCREENS.X (V1 273, V2 319 WITH
      *> LOCKED-BY/LOCK-TIME, V3 348 WITH LAST-MODIFIED/APPLICATION,
      *> V4 349 WITH MAKER-CHECKER, V5 391 WITH LIFECYCLE, V6 408
      *> WITH MASTER LAYOUT)
      *> AND SCRFDEF.X (V2 ADDS COMPUTE-EXPR, V3 VERIFY-TWICE,
      *> V4 AUTO-SKIP, V5 VALUE-FILE, V6 BUSINESS-DAY, V7
      *> VIEW-ROLE/UPDATE-ROLE, V8 PAGE) AND SCRNBG.X (V2 114 -> 116
      *> WITH PAGE; ITS HISTORY FILE SCRNBGH.X IS WIDENED TO MATCH
      *> IN THE SAME RUN). A BLANK PAGE READS AS PAGE 1. THE
      *> RECORD STAMP (BELOW) GROWS SCRFSTA.X, MENUS.X AND ITEMS.X
      *> THE SAME WAY.
      *>
      *> V7 PUSHED SCRFDEF PAST THE 550-BYTE RECORD IMAGES THE
      *> ARCHIVE, AUDIT AND JOURNAL FILES CARRIED, SO THOSE NOW
      *> CARRY 600. THE SAME UPGRADE WIDENS THE ARCHIVE (SCRARCH.X)
      *> AND THE DETAIL AUDIT LOG (DTLAUDIT.LOG) IN PLACE. AFTER-
      *> IMAGE JOURNALS WRITTEN BEFORE THE UPGRADE KEEP THE OLD
      *> WIDTH AND CANNOT BE REPLAYED BY ROLLFWD: TAKE A DATABKUP
      *> STRAIGHT AFTER UPGRADING.
      *>
      *> DTLAUDIT.LOG V2 ADDS THE CHANGE TICKET TO EVERY ENTRY (1284
      *> -> 1296 BYTES; OLD ENTRIES SHOW NO TICKET). THE AFTER-IMAGE
      *> JOURNALS GREW BY THE SAME TICKET, SO AGAIN: TAKE A DATABKUP
      *> STRAIGHT AFTER UPGRADING. A STAMPED DIRECTORY WITH NO ENTRY
      *> FOR A FILE IS ASSUMED TO HOLD IT AT VERSION 1.
      *>
      *> VFYSTAT.X V2 ADDS THE TRAINING MODE TO THE KEY (51 -> 52
      *> BYTES); EXISTING COUNTERS BECOME PRODUCTION COUNTERS.
      *>
      *> DTLAUDIT.LOG V3 ADDS THE AUDIT CHAIN LINK (SEQUENCE AND
      *> DIGEST, SEE AUDCHAIN.cbl) TO EVERY ENTRY (1296 -> 1321
      *> BYTES). ENTRIES CARRIED FORWARD ARE UNCHAINED; THE CHAIN
      *> STARTS WITH THE FIRST ENTRY WRITTEN AFTER THE UPGRADE. THE
      *> AFTER-IMAGE JOURNALS GREW BY THE SAME LINK: TAKE A DATABKUP
      *> STRAIGHT AFTER UPGRADING.
      *>
      *> SCRFDEF.X V9, AND SCRFSTA.X, MENUS.X AND ITEMS.X V2, APPEND
      *> THE 26-BYTE RECORD STAMP (VERSION AND CHANGED-BY, SEE
      *> COBCURSES-RECORD-STAMP) THE DETAIL SCREENS USE TO CATCH A
      *> LOST UPDATE. RECORDS CARRIED FORWARD GET A BLANK STAMP,
      *> WHICH READS AS VERSION 0.
      *>
      *> APPREG.X V2 APPENDS THE APPLICATION'S CONCURRENT SESSION
      *> CAP (APR-MAX-SESSIONS, 68 -> 72 BYTES). APPLICATIONS
      *> CARRIED FORWARD GET A CAP OF ZERO, WHICH MEANS NO CAP.
      *>
      *> SCRFDEF.X V10 APPENDS THE OPEN FISCAL PERIOD FLAG (595 ->
      *> 596 BYTES, SEE FISCAL.cbl). FIELDS CARRIED FORWARD GET A
      *> BLANK FLAG, WHICH LEAVES THEIR DATES UNCHECKED.
      *>

        ENVIRONMENT DIVISION.
                    WITH DUPLICATES
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-SCRFSTA-FILE
                ASSIGN TO OLD-SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-FS-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-SCRFSTA-FILE
                ASSIGN TO NEW-SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-MENU-FILE
                ASSIGN TO OLD-MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-MN-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-MENU-FILE
                ASSIGN TO NEW-MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-ITEM-FILE
                ASSIGN TO OLD-ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-IT-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-ITEM-FILE
                ASSIGN TO NEW-ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-SCRNBG-FILE
                ASSIGN TO OLD-SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-BG-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-SCRNBG-FILE
                ASSIGN TO NEW-SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-SCRNBGH-FILE
                ASSIGN TO OLD-SCRNBGH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-BH-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-SCRNBGH-FILE
                ASSIGN TO NEW-SCRNBGH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBH-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-SCRARCH-FILE
                ASSIGN TO OLD-SCRARCH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-ARC-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-SCRARCH-FILE
                ASSIGN TO NEW-SCRARCH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ARC-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-DTLAUDIT-FILE
                ASSIGN TO OLD-DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT V1-DTLAUDIT-FILE
                ASSIGN TO OLD-DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT V2-DTLAUDIT-FILE
                ASSIGN TO OLD-DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-DTLAUDIT-FILE
                ASSIGN TO NEW-DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-VFYSTAT-FILE
                ASSIGN TO OLD-VFYSTAT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-VFS-KEY
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-VFYSTAT-FILE
                ASSIGN TO NEW-VFYSTAT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS VFS-KEY
                FILE STATUS IS WS-NEW-FILE-STATUS.

            SELECT OLD-APPREG-FILE
                ASSIGN TO OLD-APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS OLD-APR-CODE
                FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT NEW-APPREG-FILE
                ASSIGN TO NEW-APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APR-CODE
                FILE STATUS IS WS-NEW-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

            COPY SCHEMVER.

        FD  OLD-SCREEN-FILE
            RECORD IS VARYING IN SIZE FROM 273 TO 408 CHARACTERS
            DEPENDING ON WS-OLD-REC-LEN.
        01  OLD-SCREEN-RECORD.
            05  OLD-SCN-NAME                PIC X(16).
            05  OLD-SCN-REST                PIC X(392).

        FD  NEW-SCREEN-FILE.
        01  SCREEN-RECORD.
      *>
      *>  THE V1 SCRFDEF LAYOUT IS 456 BYTES, V2 (COMPUTE-EXPR)
      *>  516, V3 (VERIFY-TWICE) 517, V4 (AUTO-SKIP) 518, V5
      *>  (VALUE-FILE) 534, V6 (BUSINESS-DAY) 535, V7 (VIEW-ROLE/
      *>  UPDATE-ROLE) 567, V8 (PAGE) 569, V9 (RECORD STAMP) 595,
      *>  V10 (OPEN-PERIOD) 596. THE NAMED ITEMS BELOW SIT AT THE SAME
      *>  OFFSETS AS THE REAL KEYS SO THE INDEXED OPEN MATCHES THE
      *>  FILE; ANY SHORTER LAYOUT PADS WITH SPACES.
      *>
        FD  OLD-SCRFDEF-FILE
            RECORD IS VARYING IN SIZE FROM 456 TO 596 CHARACTERS
            DEPENDING ON WS-OLD2-REC-LEN.
        01  OLD-SCRFDEF-RECORD.
            05  OLD-FD-KEY                  PIC X(20).
            05  FILLER                      PIC XX.
            05  FILLER                      PIC X(16).
            05  FILLER                      PIC X.
            05  FILLER                      PIC X(32).
            05  FILLER                      PIC XX.
            05  FILLER                      PIC X(26).
            05  FILLER                      PIC X.

        FD  NEW-SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

      *>
      *>  THE V1 SCRFSTA, MENU AND ITEM LAYOUTS ARE 63, 97 AND 113
      *>  BYTES; V2 APPENDS THE RECORD STAMP (89, 123 AND 139).
      *>
        FD  OLD-SCRFSTA-FILE
            RECORD IS VARYING IN SIZE FROM 63 TO 89 CHARACTERS
            DEPENDING ON WS-OLD5-REC-LEN.
        01  OLD-SCRFSTA-RECORD.
            05  OLD-FS-KEY                  PIC X(18).
            05  FILLER                      PIC X(71).

        FD  NEW-SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  OLD-MENU-FILE
            RECORD IS VARYING IN SIZE FROM 97 TO 123 CHARACTERS
            DEPENDING ON WS-OLD6-REC-LEN.
        01  OLD-MENU-RECORD.
            05  OLD-MN-KEY                  PIC X(16).
            05  FILLER                      PIC X(107).

        FD  NEW-MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  OLD-ITEM-FILE
            RECORD IS VARYING IN SIZE FROM 113 TO 139 CHARACTERS
            DEPENDING ON WS-OLD7-REC-LEN.
        01  OLD-ITEM-RECORD.
            05  OLD-IT-KEY                  PIC X(20).
            05  FILLER                      PIC X(119).

        FD  NEW-ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

      *>
      *>  THE V1 SCRNBG LAYOUT IS 114 BYTES, V2 (PAGE) 116; ITS
      *>  HISTORY RECORD (SCRNBGH) GROWS FROM 137 TO 139 WITH IT.
      *>
        FD  OLD-SCRNBG-FILE
            RECORD IS VARYING IN SIZE FROM 114 TO 116 CHARACTERS
            DEPENDING ON WS-OLD3-REC-LEN.
        01  OLD-SCRNBG-RECORD.
            05  OLD-BG-KEY                  PIC X(18).
            05  FILLER                      PIC X(98).

        FD  NEW-SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  OLD-SCRNBGH-FILE
            RECORD IS VARYING IN SIZE FROM 137 TO 139 CHARACTERS
            DEPENDING ON WS-OLD4-REC-LEN.
        01  OLD-SCRNBGH-RECORD.
            05  OLD-BH-KEY                  PIC X(20).
            05  FILLER                      PIC X(119).

        FD  NEW-SCRNBGH-FILE.
        01  SCRNBGH-RECORD.
            COPY SCREEN-BH.

      *>
      *>  THE ARCHIVE AND DETAIL AUDIT LAYOUTS AS THEY WERE WITH
      *>  550-BYTE RECORD IMAGES (BEFORE SCRFDEF V7).
      *>
        FD  OLD-SCRARCH-FILE.
        01  OLD-SCRARCH-RECORD.
            05  OLD-ARC-KEY                 PIC X(36).
            05  OLD-ARC-DATA                PIC X(550).

        FD  NEW-SCRARCH-FILE.
        01  SCRARCH-RECORD.
            COPY SCRARCH.

        FD  OLD-DTLAUDIT-FILE.
        01  OLD-DTLAUDIT-RECORD.
            05  OLD-DTA-HEADING             PIC X(84).
            05  OLD-DTA-BEFORE-IMAGE        PIC X(550).
            05  OLD-DTA-AFTER-IMAGE         PIC X(550).

      *>
      *>  THE DETAIL AUDIT LAYOUT BEFORE THE CHANGE TICKET (V1,
      *>  1284 BYTES).
      *>
        FD  V1-DTLAUDIT-FILE.
        01  V1-DTLAUDIT-RECORD.
            05  V1-DTA-BODY                 PIC X(1284).

      *>
      *>  THE DETAIL AUDIT LAYOUT BEFORE THE CHAIN LINK (V2, 1296
      *>  BYTES).
      *>
        FD  V2-DTLAUDIT-FILE.
        01  V2-DTLAUDIT-RECORD.
            05  V2-DTA-BODY                 PIC X(1296).

        FD  NEW-DTLAUDIT-FILE.
        01  DTLAUDIT-RECORD.
            COPY DTLAUDIT.

      *>
      *>  THE VALIDATION STATISTICS LAYOUT BEFORE THE TRAINING MODE
      *>  (V1, 51 BYTES).
      *>
        FD  OLD-VFYSTAT-FILE.
        01  OLD-VFYSTAT-RECORD.
            05  OLD-VFS-KEY                 PIC X(21).
            05  OLD-VFS-DATA                PIC X(30).

        FD  NEW-VFYSTAT-FILE.
        01  VFYSTAT-RECORD.
            COPY VFYSTAT.

      *>
      *>  THE APPLICATION REGISTRY BEFORE THE SESSION CAP (V1, 68
      *>  BYTES).
      *>
        FD  OLD-APPREG-FILE.
        01  OLD-APPREG-RECORD.
            05  OLD-APR-CODE                PIC X(8).
            05  OLD-APR-DATA                PIC X(60).

        FD  NEW-APPREG-FILE.
        01  APPREG-RECORD.
            COPY APPREG.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  NEW-SCRFDEF-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X.NEW".
            10  OLD-SCRFSTA-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  NEW-SCRFSTA-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X.NEW".
            10  OLD-MENU-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X".
            10  NEW-MENU-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X.NEW".
            10  OLD-ITEM-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  NEW-ITEM-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X.NEW".
            10  OLD-SCRNBG-FILE-NAME            PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
            10  NEW-SCRNBG-FILE-NAME            PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X.NEW".
            10  OLD-SCRNBGH-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGH.X".
            10  NEW-SCRNBGH-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGH.X.NEW".
            10  OLD-SCRARCH-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRARCH.X".
            10  NEW-SCRARCH-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRARCH.X.NEW".
            10  OLD-DTLAUDIT-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG".
            10  NEW-DTLAUDIT-FILE-NAME          PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG.NEW".
            10  OLD-VFYSTAT-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/VFYSTAT.X".
            10  NEW-VFYSTAT-FILE-NAME           PIC X(256)
                VALUE "${COBCURSES_DATADIR}/VFYSTAT.X.NEW".
            10  OLD-APPREG-FILE-NAME            PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPREG.X".
            10  NEW-APPREG-FILE-NAME            PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPREG.X.NEW".

        01  WS-SCHEMVER-FILE-STATUS             PIC XX.
        01  WS-OLD-FILE-STATUS                  PIC XX.
        01  WS-NEW-FILE-STATUS                  PIC XX.
        01  WS-OLD-REC-LEN                      PIC 9(4) COMP-5.
        01  WS-OLD2-REC-LEN                     PIC 9(4) COMP-5.
        01  WS-OLD3-REC-LEN                     PIC 9(4) COMP-5.
        01  WS-OLD4-REC-LEN                     PIC 9(4) COMP-5.
        01  WS-OLD5-REC-LEN                     PIC 9(4) COMP-5.
        01  WS-OLD6-REC-LEN                     PIC 9(4) COMP-5.
        01  WS-OLD7-REC-LEN                     PIC 9(4) COMP-5.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
      *>
        01  CATALOG-VERSIONS.
            10  FILLER                          PIC X(19)
                VALUE "SCREENS.X       006".
            10  FILLER                          PIC X(19)
                VALUE "SCRNBG.X        002".
            10  FILLER                          PIC X(19)
                VALUE "SCRNBGL.X       001".
            10  FILLER                          PIC X(19)
                VALUE "SCRFDEF.X       010".
            10  FILLER                          PIC X(19)
                VALUE "SCRFSTA.X       002".
            10  FILLER                          PIC X(19)
                VALUE "MENUS.X         002".
            10  FILLER                          PIC X(19)
                VALUE "ITEMS.X         002".
            10  FILLER                          PIC X(19)
                VALUE "MENUREFS.X      001".
            10  FILLER                          PIC X(19)
                VALUE "FIELDDIC.X      001".
            10  FILLER                          PIC X(19)
                VALUE "RPTLAY.X        001".
            10  FILLER                          PIC X(19)
                VALUE "DTLAUDIT.LOG    003".
            10  FILLER                          PIC X(19)
                VALUE "VFYSTAT.X       002".
            10  FILLER                          PIC X(19)
                VALUE "APPREG.X        002".
        01  CATALOG-VERSION-TABLE
                REDEFINES CATALOG-VERSIONS.
            10  WS-CAT-ENTRY OCCURS 14 TIMES.
                15  WS-CAT-FILE                 PIC X(16).
                15  WS-CAT-VERSION              PIC 9(3).
        01  WS-CAT-X                            PIC 99 COMP.

        01  WS-SHELL-CMD                        PIC X(600).

        01  WS-DTLAUDIT-TAG                     PIC X(16).
        01  WS-DTLAUDIT-VERSION                 PIC 9(3).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
                OLD-SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-MENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-MENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-SCRARCH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-SCRARCH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-DTLAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-DTLAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-VFYSTAT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-VFYSTAT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OLD-APPREG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                NEW-APPREG-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.

        1100-READ-STAMP.
      *>
      *>     FETCH THE STAMPED VERSION OF WS-CAT-FILE(WS-CAT-X). A
      *>     STAMPED DIRECTORY THAT HAS NO ENTRY FOR THE FILE (ONE
      *>     ADDED TO THE TABLE SINCE) HOLDS IT AT VERSION 1.
      *>
            MOVE 'N' TO WS-STAMPED-FLAG.
            MOVE 0 TO WS-STAMPED-VERSION.
                MOVE WS-CAT-FILE(WS-CAT-X) TO SVR-FILE-NAME
                READ SCHEMVER-FILE
                    INVALID KEY
                        SET FILE-IS-STAMPED TO TRUE
                        MOVE 1 TO WS-STAMPED-VERSION
                    NOT INVALID KEY
                        SET FILE-IS-STAMPED TO TRUE
                        MOVE SVR-LAYOUT-VERSION
        2000-SHOW-STATUS.
            DISPLAY "FILE             STAMPED  CURRENT".
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                PERFORM 1100-READ-STAMP
                IF FILE-IS-STAMPED THEN
                    DISPLAY WS-CAT-FILE(WS-CAT-X), " ",

        3000-STAMP-ALL.
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                CALL "COBCURSES-SCHEMA-STAMP" USING
                    WS-CAT-FILE(WS-CAT-X),
                    WS-CAT-VERSION(WS-CAT-X)

        4000-UPGRADE-ALL.
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                PERFORM 1100-READ-STAMP
                IF FILE-IS-STAMPED
                AND WS-STAMPED-VERSION <
                    PERFORM 5000-UPGRADE-SCREENS
                WHEN "SCRFDEF.X"
                    PERFORM 5500-UPGRADE-SCRFDEF
                WHEN "SCRNBG.X"
                    PERFORM 5600-UPGRADE-SCRNBG
                WHEN "DTLAUDIT.LOG"
                    PERFORM 5850-UPGRADE-DTLAUDIT
                WHEN "VFYSTAT.X"
                    PERFORM 5900-UPGRADE-VFYSTAT
                WHEN "SCRFSTA.X"
                    PERFORM 5910-UPGRADE-SCRFSTA
                WHEN "MENUS.X"
                    PERFORM 5920-UPGRADE-MENUS
                WHEN "ITEMS.X"
                    PERFORM 5930-UPGRADE-ITEMS
                WHEN "APPREG.X"
                    PERFORM 5940-UPGRADE-APPREG
                WHEN OTHER
                    DISPLAY "UPGRADEX: NO MIGRATION DEFINED FOR ",
                        WS-CAT-FILE(WS-CAT-X), " -- LEFT AS IS."
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: SCRFDEF.X MIGRATED AND RESTAMPED.".
            IF WS-STAMPED-VERSION < 7 THEN
                PERFORM 5700-WIDEN-SCRARCH
                PERFORM 5800-WIDEN-DTLAUDIT
            END-IF.
            EXIT.

        5600-UPGRADE-SCRNBG.
      *>
      *>     SAME VARYING-LENGTH TREATMENT: A V1 SEGMENT IS 2 BYTES
      *>     SHORT OF V2 AND ITS PAGE COMES OUT BLANK (PAGE 1).
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-SCRNBG-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: CANNOT OPEN SCRNBG.X (STATUS ",
                    WS-OLD-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-SCRNBG-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO SCRNBG-RECORD
                        MOVE OLD-SCRNBG-RECORD(1:WS-OLD3-REC-LEN)
                            TO SCRNBG-RECORD(1:WS-OLD3-REC-LEN)
                        WRITE SCRNBG-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-SCRNBG-FILE.
            CLOSE NEW-SCRNBG-FILE.

            DISPLAY "UPGRADEX SCRNBG.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-SCRNBG-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-SCRNBG-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-SCRNBG-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: SCRNBG.X MIGRATED AND RESTAMPED.".
            IF WS-STAMPED-VERSION < 2 THEN
                PERFORM 5650-WIDEN-SCRNBGH
            END-IF.
            EXIT.

        5650-WIDEN-SCRNBGH.
      *>
      *>     THE BACKGROUND HISTORY CARRIES THE SAME PAGE, SO A
      *>     ROLLED-BACK SAVE RESTORES ITS PAGES. A SHOP THAT NEVER
      *>     SAVED OVER A SCREEN HAS NO HISTORY.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-SCRNBGH-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO SCRNBGH.X (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-SCRNBGH-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-SCRNBGH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO SCRNBGH-RECORD
                        MOVE OLD-SCRNBGH-RECORD(1:WS-OLD4-REC-LEN)
                            TO SCRNBGH-RECORD(1:WS-OLD4-REC-LEN)
                        WRITE SCRNBGH-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-SCRNBGH-FILE.
            CLOSE NEW-SCRNBGH-FILE.

            DISPLAY "UPGRADEX SCRNBGH.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (WITH PAGE).".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-SCRNBGH-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-SCRNBGH-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-SCRNBGH-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5700-WIDEN-SCRARCH.
      *>
      *>     RECOPY THE ARCHIVE WITH EACH 550-BYTE IMAGE PADDED TO
      *>     600. A SHOP THAT NEVER DELETED A SCREEN HAS NO ARCHIVE.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-SCRARCH-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO SCRARCH.X (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-SCRARCH-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-SCRARCH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO SCRARCH-RECORD
                        MOVE OLD-ARC-KEY TO ARC-KEY
                        MOVE OLD-ARC-DATA TO ARC-DATA
                        WRITE SCRARCH-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-SCRARCH-FILE.
            CLOSE NEW-SCRARCH-FILE.

            DISPLAY "UPGRADEX SCRARCH.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (600-BYTE IMAGES).".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-SCRARCH-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-SCRARCH-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-SCRARCH-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5800-WIDEN-DTLAUDIT.
      *>
      *>     THE SAME FOR THE DETAIL AUDIT LOG: BOTH THE BEFORE AND
      *>     THE AFTER IMAGE OF EVERY ENTRY ARE PADDED TO 600. THE
      *>     LOG IS WRITTEN STRAIGHT IN THE CURRENT LAYOUT (NO
      *>     TICKET), SO ITS OWN ENTRY IS STAMPED CURRENT HERE AND
      *>     5850 LEAVES IT ALONE.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-DTLAUDIT-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO DTLAUDIT.LOG (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                PERFORM 5890-STAMP-DTLAUDIT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-DTLAUDIT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-DTLAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO DTLAUDIT-RECORD
                        MOVE OLD-DTA-HEADING
                            TO DTLAUDIT-RECORD(1:84)
                        MOVE OLD-DTA-BEFORE-IMAGE
                            TO DTA-BEFORE-IMAGE
                        MOVE OLD-DTA-AFTER-IMAGE
                            TO DTA-AFTER-IMAGE
                        WRITE DTLAUDIT-RECORD
                        ADD 1 TO WS-AFTER-COUNT
                END-READ
            END-PERFORM.
            CLOSE OLD-DTLAUDIT-FILE.
            CLOSE NEW-DTLAUDIT-FILE.

            DISPLAY "UPGRADEX DTLAUDIT.LOG: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (600-BYTE IMAGES).".

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-DTLAUDIT-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-DTLAUDIT-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.
            PERFORM 5890-STAMP-DTLAUDIT.
            EXIT.

        5850-UPGRADE-DTLAUDIT.
      *>
      *>     V1 -> V3: RECOPY THE DETAIL AUDIT LOG WITH A BLANK
      *>     CHANGE TICKET AND NO CHAIN LINK ON EVERY ENTRY (V2 ->
      *>     V3 IS 5860). A SHOP THAT NEVER SAVED A DETAIL CHANGE
      *>     HAS NO LOG, AND IS SIMPLY RESTAMPED.
      *>
            IF WS-STAMPED-VERSION = 2 THEN
                PERFORM 5860-UPGRADE-DTLAUDIT-V2
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT V1-DTLAUDIT-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO DTLAUDIT.LOG (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                PERFORM 5890-STAMP-DTLAUDIT
                ADD 1 TO WS-UPGRADED-COUNT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-DTLAUDIT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ V1-DTLAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO DTLAUDIT-RECORD
                        MOVE V1-DTA-BODY TO DTLAUDIT-RECORD(1:1284)
                        WRITE DTLAUDIT-RECORD
                        ADD 1 TO WS-AFTER-COUNT
                END-READ
            END-PERFORM.
            CLOSE V1-DTLAUDIT-FILE.
            CLOSE NEW-DTLAUDIT-FILE.

            DISPLAY "UPGRADEX DTLAUDIT.LOG: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-DTLAUDIT-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-DTLAUDIT-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-DTLAUDIT-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            PERFORM 5890-STAMP-DTLAUDIT.
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: DTLAUDIT.LOG MIGRATED AND RESTAMPED.".
            EXIT.

        5860-UPGRADE-DTLAUDIT-V2.
      *>
      *>     V2 -> V3: THE SAME RECOPY, ADDING ONLY THE (BLANK)
      *>     CHAIN LINK.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT V2-DTLAUDIT-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO DTLAUDIT.LOG (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                PERFORM 5890-STAMP-DTLAUDIT
                ADD 1 TO WS-UPGRADED-COUNT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-DTLAUDIT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ V2-DTLAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO DTLAUDIT-RECORD
                        MOVE V2-DTA-BODY TO DTLAUDIT-RECORD(1:1296)
                        WRITE DTLAUDIT-RECORD
                        ADD 1 TO WS-AFTER-COUNT
                END-READ
            END-PERFORM.
            CLOSE V2-DTLAUDIT-FILE.
            CLOSE NEW-DTLAUDIT-FILE.

            DISPLAY "UPGRADEX DTLAUDIT.LOG: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-DTLAUDIT-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-DTLAUDIT-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-DTLAUDIT-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            PERFORM 5890-STAMP-DTLAUDIT.
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: DTLAUDIT.LOG MIGRATED AND RESTAMPED.".
            EXIT.

        5890-STAMP-DTLAUDIT.
            MOVE "DTLAUDIT.LOG" TO WS-DTLAUDIT-TAG.
            MOVE 3 TO WS-DTLAUDIT-VERSION.
            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-DTLAUDIT-TAG, WS-DTLAUDIT-VERSION.
            EXIT.

        5900-UPGRADE-VFYSTAT.
      *>
      *>     V1 -> V2: RECOPY THE VALIDATION STATISTICS WITH A BLANK
      *>     (PRODUCTION) MODE IN EVERY KEY. A SHOP THAT NEVER
      *>     COUNTED FAILURES HAS NO FILE, AND IS SIMPLY RESTAMPED.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-VFYSTAT-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: NO VFYSTAT.X (STATUS ",
                    WS-OLD-FILE-STATUS, ") -- NOTHING TO WIDEN."
                CALL "COBCURSES-SCHEMA-STAMP" USING
                    WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X)
                ADD 1 TO WS-UPGRADED-COUNT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-VFYSTAT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-VFYSTAT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO VFYSTAT-RECORD
                        MOVE OLD-VFS-KEY TO VFYSTAT-RECORD(1:21)
                        MOVE OLD-VFS-DATA TO VFYSTAT-RECORD(23:30)
                        WRITE VFYSTAT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-VFYSTAT-FILE.
            CLOSE NEW-VFYSTAT-FILE.

            DISPLAY "UPGRADEX VFYSTAT.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-VFYSTAT-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-VFYSTAT-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-VFYSTAT-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: VFYSTAT.X MIGRATED AND RESTAMPED.".
            EXIT.

        5910-UPGRADE-SCRFSTA.
      *>
      *>     SAME VARYING-LENGTH TREATMENT: A V1 STATE RECORD IS
      *>     26 BYTES SHORT OF V2 AND ITS STAMP COMES OUT BLANK.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-SCRFSTA-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: CANNOT OPEN SCRFSTA.X (STATUS ",
                    WS-OLD-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-SCRFSTA-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-SCRFSTA-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO SCRFSTA-RECORD
                        MOVE OLD-SCRFSTA-RECORD(1:WS-OLD5-REC-LEN)
                            TO SCRFSTA-RECORD(1:WS-OLD5-REC-LEN)
                        WRITE SCRFSTA-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-SCRFSTA-FILE.
            CLOSE NEW-SCRFSTA-FILE.

            DISPLAY "UPGRADEX SCRFSTA.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-SCRFSTA-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-SCRFSTA-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-SCRFSTA-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: SCRFSTA.X MIGRATED AND RESTAMPED.".
            EXIT.

        5920-UPGRADE-MENUS.
      *>
      *>     SAME VARYING-LENGTH TREATMENT: A V1 MENU RECORD IS
      *>     26 BYTES SHORT OF V2 AND ITS STAMP COMES OUT BLANK.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-MENU-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: CANNOT OPEN MENUS.X (STATUS ",
                    WS-OLD-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-MENU-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-MENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO MENU-RECORD
                        MOVE OLD-MENU-RECORD(1:WS-OLD6-REC-LEN)
                            TO MENU-RECORD(1:WS-OLD6-REC-LEN)
                        WRITE MENU-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-MENU-FILE.
            CLOSE NEW-MENU-FILE.

            DISPLAY "UPGRADEX MENUS.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-MENU-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-MENU-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-MENU-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: MENUS.X MIGRATED AND RESTAMPED.".
            EXIT.

        5930-UPGRADE-ITEMS.
      *>
      *>     SAME VARYING-LENGTH TREATMENT: A V1 ITEM RECORD IS
      *>     26 BYTES SHORT OF V2 AND ITS STAMP COMES OUT BLANK.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-ITEM-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: CANNOT OPEN ITEMS.X (STATUS ",
                    WS-OLD-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-ITEM-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-ITEM-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO ITEM-RECORD
                        MOVE OLD-ITEM-RECORD(1:WS-OLD7-REC-LEN)
                            TO ITEM-RECORD(1:WS-OLD7-REC-LEN)
                        WRITE ITEM-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-ITEM-FILE.
            CLOSE NEW-ITEM-FILE.

            DISPLAY "UPGRADEX ITEMS.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-ITEM-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-ITEM-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-ITEM-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: ITEMS.X MIGRATED AND RESTAMPED.".
            EXIT.

        5940-UPGRADE-APPREG.
      *>
      *>     EACH V1 APPLICATION IS CARRIED FORWARD WITH A SESSION
      *>     CAP OF ZERO (NO CAP) UNTIL SD002097 SETS ONE.
      *>
            MOVE 0 TO WS-BEFORE-COUNT, WS-AFTER-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OLD-APPREG-FILE.
            IF WS-OLD-FILE-STATUS NOT = "00" THEN
                DISPLAY "UPGRADEX: CANNOT OPEN APPREG.X (STATUS ",
                    WS-OLD-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NEW-APPREG-FILE.
            PERFORM UNTIL END-OF-FILE
                READ OLD-APPREG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BEFORE-COUNT
                        MOVE SPACES TO APPREG-RECORD
                        MOVE OLD-APPREG-RECORD
                            TO APPREG-RECORD(1:68)
                        MOVE 0 TO APR-MAX-SESSIONS
                        WRITE APPREG-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE OLD-APPREG-FILE.
            CLOSE NEW-APPREG-FILE.

            DISPLAY "UPGRADEX APPREG.X: ", WS-BEFORE-COUNT,
                " RECORDS BEFORE, ", WS-AFTER-COUNT,
                " RECORDS AFTER (V", WS-STAMPED-VERSION,
                " -> V", WS-CAT-VERSION(WS-CAT-X), ").".
            IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT THEN
                DISPLAY "UPGRADEX: COUNTS DISAGREE -- THE NEW "
                    "FILE WAS NOT SWAPPED IN."
                CALL "CBL_DELETE_FILE" USING NEW-APPREG-FILE-NAME
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mv " DELIMITED BY SIZE,
                NEW-APPREG-FILE-NAME DELIMITED BY SPACE,
                " " DELIMITED BY SIZE,
                OLD-APPREG-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            CALL "COBCURSES-SCHEMA-STAMP" USING
                WS-CAT-FILE(WS-CAT-X), WS-CAT-VERSION(WS-CAT-X).
            ADD 1 TO WS-UPGRADED-COUNT.
            DISPLAY "UPGRADEX: APPREG.X MIGRATED AND RESTAMPED.".
            EXIT.
