        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPLICA.
      *>
      *> REPLICA KEEPS A WARM STANDBY OF THE DATA DIRECTORY ON
      *> ANOTHER HOST, SO RECOVERY IS A SWITCHOVER INSTEAD OF LAST
      *> NIGHT'S DATABKUP PLUS ROLLFWD BY HAND.
      *>
      *> SHIP (THE DEFAULT) TAILS THE AFTER-IMAGE JOURNAL
      *> (AFTERIMG-YYYYMMDD.JRN, SEE AFTERIMG.cbl) LIKE LOGSHIP
      *> TAILS THE LOGS: EVERY RECORD WHOSE CHAIN SEQUENCE IS PAST
      *> THE APPLIED POSITION IN REPLICA.CKP (SEE REPLSTAT.cbl) GOES,
      *> IN ORDER, INTO A BATCH FILE IN JOURNAL FORMAT, AND THE BATCH
      *> IS HANDED TO THE SITE'S APPLY COMMAND. THAT COMMAND COPIES
      *> THE BATCH TO THE STANDBY AND RUNS "rollfwd BATCHFILE" IN ITS
      *> DATA DIRECTORY, ENDING WITH ROLLFWD'S RETURN CODE. THE
      *> POSITION ADVANCES ONLY WHEN THE STANDBY CONFIRMS (RC 0, OR
      *> 4 = APPLIED WITH TROUBLE, WHICH ALSO RAISES A WARNING).
      *> EVERY RECORD IS A FULL AFTER-IMAGE, SO A BATCH THAT IS SENT
      *> TWICE LEAVES THE STANDBY EXACTLY AS ONCE. THE SWEEP STARTS
      *> AT THE JOURNAL DAY OF THE LAST APPLIED RECORD AND READS
      *> FORWARD TO TODAY, SO IT CARRIES ACROSS MIDNIGHT. WITH NO
      *> CHECKPOINT IT STARTS AT TODAY'S JOURNAL: SEED THE STANDBY
      *> FROM A DATABKUP SET TAKEN TODAY BEFORE THE FIRST SHIP.
      *>
      *> EACH SWEEP RECORDS THE LAG -- RECORDS NOT YET APPLIED AND
      *> THE AGE OF THE OLDEST OF THEM -- IN REPLICA.CKP FOR OPSDASH,
      *> AND RAISES A CRITICAL ALERT (REPLICA-LAG) WHEN THE AGE
      *> PASSES THE THRESHOLD.
      *>
      *> COUNTS [OUTFILE] PRINTS THE RECORD COUNT OF EVERY CATALOG
      *> FILE ROLLFWD MAINTAINS, AND WRITES THEM TO OUTFILE WHEN
      *> GIVEN. THE SWITCHOVER RUNS IT ON THE STANDBY.
      *>
      *> SWITCHOVER [REASON] (SECADMIN ONLY) MOVES THE LIVE SYSTEM
      *> TO THE STANDBY:
      *>     1. QUIESCES THIS SYSTEM THROUGH SYSSTATE (QUIESCING,
      *>        THEN BATCH, SO NO SAVE CAN REACH THE JOURNAL)
      *>     2. DRAINS THE JOURNAL: SHIPS UNTIL A SWEEP FINDS NOTHING
      *>     3. VERIFIES THE RECORD COUNTS OF EVERY CATALOG FILE ON
      *>        BOTH SIDES
      *>     4. RUNS THE PROMOTE COMMAND TO BRING THE STANDBY ONLINE
      *> ANY FAILURE BEFORE THE PROMOTE PUTS THIS SYSTEM BACK ONLINE
      *> AND ENDS RC 8. AFTER A SUCCESSFUL SWITCHOVER THIS SYSTEM IS
      *> LEFT IN BATCH AND REPLICA.CKP SAYS SWITCHED.
      *>
      *> OPTIONS (ENVIRONMENT):
      *>     COBCURSES_REPL_CMD          APPLY COMMAND; THE BATCH
      *>                                 FILE'S NAME IS APPENDED
      *>     COBCURSES_REPL_LOOP_SECS    0 = ONE PASS; N = KEEP
      *>                                 RUNNING, SWEEPING EVERY N
      *>                                 SECONDS
      *>     COBCURSES_REPL_LAG_ALERT    LAG IN SECONDS THAT RAISES
      *>                                 THE ALERT (DEFAULT 300)
      *>     COBCURSES_REPL_COUNT_CMD    RUNS "replica COUNTS" ON THE
      *>                                 STANDBY; THE FILE TO LEAVE
      *>                                 ITS OUTPUT IN IS APPENDED
      *>     COBCURSES_REPL_PROMOTE_CMD  BRINGS THE STANDBY ONLINE
      *>                                 (E.G. RUNS "sysstate ONLINE"
      *>                                 THERE AND MOVES THE SERVICE
      *>                                 ADDRESS)
      *>
      *> RETURN-CODE: 0 DONE (OR NOTHING NEW), 8 APPLY COMMAND
      *> FAILED (POSITION NOT ADVANCED) OR SWITCHOVER ABANDONED,
      *> 16 BAD REQUEST OR MISSING COMMAND.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL JOURNAL-FILE
                ASSIGN TO JOURNAL-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-FILE-STATUS.

            SELECT BATCH-FILE
                ASSIGN TO BATCH-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BATCH-FILE-STATUS.

            SELECT OPTIONAL CKPT-FILE
                ASSIGN TO CKPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-FILE-STATUS.

            SELECT OPTIONAL COUNT-FILE
                ASSIGN TO COUNT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COUNT-FILE-STATUS.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRNBG-FILE
                ASSIGN TO SCRNBG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBG-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRNBGL-FILE
                ASSIGN TO SCRNBGL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBL-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRNBGH-FILE
                ASSIGN TO SCRNBGH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCRBH-KEY
                FILE STATUS IS WS-TARGET-STATUS.

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
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRFSTA-FILE
                ASSIGN TO SCRFSTA-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FST-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL MENUREF-FILE
                ASSIGN TO MENUREF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL MENU-FILE
                ASSIGN TO MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL ITEM-FILE
                ASSIGN TO ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL CHARSET-FILE
                ASSIGN TO CHARSET-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CHARSET-NAME
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL FIELDDIC-FILE
                ASSIGN TO FIELDDIC-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FDC-NAME
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL RPTLAY-FILE
                ASSIGN TO RPTLAY-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RPT-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL SCRNRULE-FILE
                ASSIGN TO SCRNRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY
                FILE STATUS IS WS-TARGET-STATUS.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY
                FILE STATUS IS WS-TARGET-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  JOURNAL-FILE.
        01  AFTERIMG-RECORD.
            COPY AFTERIMG.

        FD  BATCH-FILE.
        01  BATCH-RECORD.
            COPY AFTERIMG.

        FD  CKPT-FILE.
        01  REPLSTAT-RECORD.
            COPY REPLSTAT.

        FD  COUNT-FILE.
        01  COUNT-RECORD.
            05  CNT-FILE-TAG                PIC X(12).
            05  FILLER                      PIC X.
            05  CNT-RECORDS                 PIC 9(9).

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SCRNBG-FILE.
        01  SCRNBG-RECORD.
            COPY SCREEN-BG.

        FD  SCRNBGL-FILE.
        01  SCRNBGL-RECORD.
            COPY SCREEN-BL.

        FD  SCRNBGH-FILE.
        01  SCRNBGH-RECORD.
            COPY SCREEN-BH.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  SCRFSTA-FILE.
        01  SCRFSTA-RECORD.
            COPY SCREEN-FS.

        FD  MENUREF-FILE.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  CHARSET-FILE.
        01  CHARSET-RECORD.
            COPY SCREEN-CS.

        FD  FIELDDIC-FILE.
        01  FIELDDIC-RECORD.
            COPY FIELDDIC.

        FD  RPTLAY-FILE.
        01  RPTLAY-RECORD.
            COPY RPTLAY.

        FD  SCRNRULE-FILE.
        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-TRAINING-DETAIL                  PIC X(40)
            VALUE "REPLICA".

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  JOURNAL-FILE-NAME               PIC X(256).
            10  CKPT-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/REPLICA.CKP".
            10  BATCH-FILE-NAME                 PIC X(256)
                VALUE "/tmp/replica.batch".
            10  COUNT-FILE-NAME                 PIC X(256).
            10  STANDBY-COUNT-FILE-NAME         PIC X(256)
                VALUE "/tmp/replica.counts".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SCRNBG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBG.X".
            10  SCRNBGL-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGL.X".
            10  SCRNBGH-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNBGH.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  SCRFSTA-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFSTA.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  MENU-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  CHARSET-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRCHRSET.X".
            10  FIELDDIC-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FIELDDIC.X".
            10  RPTLAY-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RPTLAY.X".
            10  SCRNRULE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
            10  DECTAB-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DECTAB.X".

        01  WS-JOURNAL-FILE-STATUS              PIC XX.
        01  WS-BATCH-FILE-STATUS                PIC XX.
        01  WS-CKPT-FILE-STATUS                 PIC XX.
        01  WS-COUNT-FILE-STATUS                PIC XX.
        01  WS-TARGET-STATUS                    PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(10).
        01  WS-ARG-VALUE                        PIC X(40).
        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".
        01  WS-STATE-WORD                       PIC X(10).
        01  WS-STATE-REASON                     PIC X(40).

      *>
      *> THE APPLIED POSITION (FROM REPLICA.CKP) AND THE FURTHEST
      *> POSITION SEEN BY THE SWEEP IN HAND.
      *>
        01  APPLIED-POSITION.
            10  WS-APPLIED-DATE                 PIC X(8).
            10  WS-APPLIED-COUNT                PIC 9(9) VALUE 0.
            10  WS-APPLIED-SEQ                  PIC 9(9) VALUE 0.
            10  WS-APPLIED-DIGEST               PIC X(16).
            10  WS-APPLIED-TIME                 PIC X(14).
        01  SEEN-POSITION.
            10  WS-SEEN-DATE                    PIC X(8).
            10  WS-SEEN-SEQ                     PIC 9(9).
            10  WS-SEEN-DIGEST                  PIC X(16).
            10  WS-SEEN-TIME                    PIC X(14).
        01  WS-OLDEST-TIME                      PIC X(14).

        01  WS-TODAY                            PIC X(8).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-DATE-X REDEFINES WS-DATE-NUM     PIC X(8).
        01  WS-DAY-INT                          PIC 9(7).
        01  WS-START-INT                        PIC 9(7).
        01  WS-TODAY-INT                        PIC 9(7).

      *>
      *> TIMESTAMP (YYYYMMDDHHMMSS) TO SECONDS, FOR THE LAG.
      *>
        01  WS-TS-IN                            PIC X(14).
        01  WS-TS-PARTS REDEFINES WS-TS-IN.
            10  WS-TS-DATE                      PIC 9(8).
            10  WS-TS-HH                        PIC 99.
            10  WS-TS-MM                        PIC 99.
            10  WS-TS-SS                        PIC 99.
        01  WS-TS-SECS                          PIC 9(12).
        01  WS-NOW-SECS                         PIC 9(12).

        01  WS-REPL-CMD                         PIC X(256).
        01  WS-COUNT-CMD                        PIC X(256).
        01  WS-PROMOTE-CMD                      PIC X(256).
        01  WS-LOOP-SECS                        PIC 9(6) VALUE 0.
        01  WS-LAG-ALERT-SECS                   PIC 9(9) VALUE 300.
        01  WS-SLEEP-SECS                       PIC 9(8) COMP-5.
        01  WS-SHELL-CMD                        PIC X(700).
        01  WS-SHELL-RC                         PIC S9(9) COMP-5.

        01  WS-NEW-RECORDS                      PIC 9(9).
        01  WS-TOTAL-SHIPPED                    PIC 9(9) VALUE 0.
        01  WS-LAG-RECORDS                      PIC 9(9) VALUE 0.
        01  WS-LAG-SECONDS                      PIC 9(9) VALUE 0.
        01  WS-LAG-EDIT                         PIC Z(8)9.
        01  WS-SECS-EDIT                        PIC Z(8)9.
        01  WS-SHIP-FAILED-FLAG                 PIC X VALUE 'N'.
            88  SHIP-FAILED                     VALUE 'Y'.
        01  WS-KEEP-RUNNING-FLAG                PIC X VALUE 'Y'.
            88  KEEP-RUNNING                    VALUE 'Y'.
        01  WS-SWITCHED-FLAG                    PIC X VALUE 'N'.
            88  SWITCH-COMPLETED                VALUE 'Y'.

        01  WS-ALERT-PROGRAM                    PIC X(12)
            VALUE "REPLICA".
        01  WS-ALERT-SEVERITY                   PIC X.
        01  WS-ALERT-KEY                        PIC X(32).
        01  WS-ALERT-TEXT                       PIC X(70).

      *>
      *> RECORD COUNTS OF THE CATALOG FILES, HERE AND ON THE STANDBY.
      *>
        01  CATALOG-TABLE.
            10  WS-CAT-ENTRY OCCURS 14 TIMES.
                15  WS-CAT-TAG                  PIC X(12).
                15  WS-CAT-LOCAL                PIC 9(9).
                15  WS-CAT-STANDBY              PIC 9(9).
                15  WS-CAT-REPORTED             PIC X.
        01  WS-CAT-X                            PIC 99 COMP.
        01  WS-MISMATCH-COUNT                   PIC 99 VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "SHIP"
                    PERFORM 2000-SHIP
                WHEN "COUNTS"
                    PERFORM 4000-COUNTS
                WHEN "SWITCHOVER"
                    PERFORM 5000-SWITCHOVER
                WHEN OTHER
                    DISPLAY "REPLICA: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    DISPLAY "USAGE: replica [SHIP | COUNTS [OUTFILE]"
                        " | SWITCHOVER [REASON]]"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-VERB, WS-ARG-VALUE.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

            MOVE LENGTH OF CKPT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                CKPT-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNBGL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNBGH-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                MENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                CHARSET-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                FIELDDIC-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                RPTLAY-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                DECTAB-FILE-NAME, FILE-NAME-LENGTH.

            MOVE "SCREENS" TO WS-CAT-TAG(1).
            MOVE "SCRNBG" TO WS-CAT-TAG(2).
            MOVE "SCRNBGL" TO WS-CAT-TAG(3).
            MOVE "SCRNBGH" TO WS-CAT-TAG(4).
            MOVE "SCRFDEF" TO WS-CAT-TAG(5).
            MOVE "SCRFSTA" TO WS-CAT-TAG(6).
            MOVE "MENUREFS" TO WS-CAT-TAG(7).
            MOVE "MENUS" TO WS-CAT-TAG(8).
            MOVE "ITEMS" TO WS-CAT-TAG(9).
            MOVE "SCRCHRSET" TO WS-CAT-TAG(10).
            MOVE "FIELDDIC" TO WS-CAT-TAG(11).
            MOVE "RPTLAY" TO WS-CAT-TAG(12).
            MOVE "SCRNRULE" TO WS-CAT-TAG(13).
            MOVE "DECTAB" TO WS-CAT-TAG(14).
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                MOVE 0 TO WS-CAT-LOCAL(WS-CAT-X)
                MOVE 0 TO WS-CAT-STANDBY(WS-CAT-X)
                MOVE 'N' TO WS-CAT-REPORTED(WS-CAT-X)
            END-PERFORM.

            IF WS-VERB = "COUNTS" THEN
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     THE STANDBY IS A PRODUCTION COPY: TRAINING CHANGES
      *>     ARE NEVER REPLICATED.
      *>
            CALL "COBCURSES-TRAINING-REFUSE"
                USING WS-TRAINING-DETAIL.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "REPLICA: TRAINING MODE -- NOTHING IS "
                    "REPLICATED TO THE STANDBY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-VERB = "SWITCHOVER" THEN
                MOVE SPACES TO WS-ADMIN-ID
                CALL "C$GETENV" USING "USER", WS-ADMIN-ID
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "REPLICA: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_REPL_CMD".
            MOVE WS-ENV-VAR(1:256) TO WS-REPL-CMD.
            IF WS-REPL-CMD = SPACES THEN
                DISPLAY "REPLICA: COBCURSES_REPL_CMD IS NOT SET -- "
                    "NO WAY TO REACH THE STANDBY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_REPL_LOOP_SECS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-LOOP-SECS
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_REPL_LAG_ALERT".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-LAG-ALERT-SECS
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_REPL_COUNT_CMD".
            MOVE WS-ENV-VAR(1:256) TO WS-COUNT-CMD.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_REPL_PROMOTE_CMD".
            MOVE WS-ENV-VAR(1:256) TO WS-PROMOTE-CMD.

            PERFORM 1100-LOAD-CHECKPOINT.
            EXIT.

        1100-LOAD-CHECKPOINT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APPLIED-DATE.
            MOVE SPACES TO WS-APPLIED-DIGEST, WS-APPLIED-TIME.
            OPEN INPUT CKPT-FILE.
            IF WS-CKPT-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            READ CKPT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RPL-JOURNAL-DATE IS NUMERIC THEN
                        MOVE RPL-JOURNAL-DATE TO WS-APPLIED-DATE
                    END-IF
                    IF RPL-APPLIED IS NUMERIC THEN
                        MOVE RPL-APPLIED TO WS-APPLIED-COUNT
                    END-IF
                    IF RPL-LAST-SEQ IS NUMERIC THEN
                        MOVE RPL-LAST-SEQ TO WS-APPLIED-SEQ
                        MOVE RPL-LAST-DIGEST TO WS-APPLIED-DIGEST
                    END-IF
                    MOVE RPL-LAST-APPLIED-TIME TO WS-APPLIED-TIME
                    IF RPL-SWITCHED THEN
      *>
      *>                 THE STANDBY IS THE LIVE SYSTEM NOW; SHIPPING
      *>                 FROM HERE WOULD OVERWRITE ITS WORK.
      *>
                        DISPLAY "REPLICA: THIS DATA DIRECTORY WAS "
                            "SWITCHED OVER AT ", RPL-SWEEP-TIME,
                            " -- REMOVE REPLICA.CKP AND RESEED"
                        DISPLAY "         BEFORE REPLICATING FROM "
                            "IT AGAIN."
                        CLOSE CKPT-FILE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ.
            CLOSE CKPT-FILE.
            EXIT.

        1200-SAVE-CHECKPOINT.
            OPEN OUTPUT CKPT-FILE.
            MOVE SPACES TO REPLSTAT-RECORD.
            EVALUATE TRUE
                WHEN SWITCH-COMPLETED
                    SET RPL-SWITCHED TO TRUE
                WHEN SHIP-FAILED
                    SET RPL-FAILING TO TRUE
                WHEN OTHER
                    SET RPL-STREAMING TO TRUE
            END-EVALUATE.
            MOVE WS-APPLIED-DATE TO RPL-JOURNAL-DATE.
            MOVE WS-APPLIED-COUNT TO RPL-APPLIED.
            MOVE WS-APPLIED-SEQ TO RPL-LAST-SEQ.
            MOVE WS-APPLIED-DIGEST TO RPL-LAST-DIGEST.
            MOVE WS-APPLIED-TIME TO RPL-LAST-APPLIED-TIME.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RPL-SWEEP-TIME.
            MOVE WS-LAG-RECORDS TO RPL-LAG-RECORDS.
            MOVE WS-LAG-SECONDS TO RPL-LAG-SECONDS.
            WRITE REPLSTAT-RECORD.
            CLOSE CKPT-FILE.
            EXIT.

        2000-SHIP.
            PERFORM UNTIL NOT KEEP-RUNNING
                PERFORM 2100-ONE-SWEEP
                IF WS-LOOP-SECS = 0 THEN
                    MOVE 'N' TO WS-KEEP-RUNNING-FLAG
                ELSE
                    MOVE WS-LOOP-SECS TO WS-SLEEP-SECS
                    CALL "C$SLEEP" USING WS-SLEEP-SECS
                END-IF
            END-PERFORM.
            DISPLAY "REPLICA: ", WS-TOTAL-SHIPPED,
                " JOURNAL RECORDS APPLIED ON THE STANDBY THIS RUN.".
            IF SHIP-FAILED THEN
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        2100-ONE-SWEEP.
            MOVE 0 TO WS-NEW-RECORDS.
            MOVE 'N' TO WS-SHIP-FAILED-FLAG.
            MOVE WS-APPLIED-DATE TO WS-SEEN-DATE.
            MOVE WS-APPLIED-SEQ TO WS-SEEN-SEQ.
            MOVE WS-APPLIED-DIGEST TO WS-SEEN-DIGEST.
            MOVE WS-APPLIED-TIME TO WS-SEEN-TIME.
            MOVE SPACES TO WS-OLDEST-TIME.

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE WS-TODAY TO WS-DATE-X.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            MOVE WS-APPLIED-DATE TO WS-DATE-X.
            COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            IF WS-START-INT > WS-TODAY-INT THEN
                MOVE WS-TODAY-INT TO WS-START-INT
            END-IF.

            OPEN OUTPUT BATCH-FILE.
            PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                UNTIL WS-DAY-INT > WS-TODAY-INT
                PERFORM 2200-SWEEP-ONE-DAY
            END-PERFORM.
            CLOSE BATCH-FILE.

            IF WS-NEW-RECORDS = 0 THEN
                CALL "CBL_DELETE_FILE" USING BATCH-FILE-NAME
                MOVE 0 TO WS-LAG-RECORDS, WS-LAG-SECONDS
                PERFORM 1200-SAVE-CHECKPOINT
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING FUNCTION TRIM(WS-REPL-CMD) DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                BATCH-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.

            IF WS-SHELL-RC = 0 OR WS-SHELL-RC = 4 THEN
      *>
      *>         ONLY A BATCH THE STANDBY APPLIED ADVANCES THE
      *>         POSITION.
      *>
                MOVE WS-SEEN-DATE TO WS-APPLIED-DATE
                MOVE WS-SEEN-SEQ TO WS-APPLIED-SEQ
                MOVE WS-SEEN-DIGEST TO WS-APPLIED-DIGEST
                MOVE WS-SEEN-TIME TO WS-APPLIED-TIME
                ADD WS-NEW-RECORDS TO WS-APPLIED-COUNT
                ADD WS-NEW-RECORDS TO WS-TOTAL-SHIPPED
                MOVE 0 TO WS-LAG-RECORDS, WS-LAG-SECONDS
                IF WS-SHELL-RC = 4 THEN
                    DISPLAY "REPLICA: STANDBY REPORTED TROUBLE "
                        "APPLYING THE BATCH -- SEE ITS ROLLFWD OUTPUT."
                    MOVE 'W' TO WS-ALERT-SEVERITY
                    MOVE "REPLICA-APPLY-TROUBLE" TO WS-ALERT-KEY
                    MOVE "STANDBY APPLIED A REPLICA BATCH WITH TROUBLE"
                        TO WS-ALERT-TEXT
                    PERFORM 2900-RAISE-ALERT
                END-IF
            ELSE
                DISPLAY "REPLICA: APPLY COMMAND FAILED (RC ",
                    WS-SHELL-RC, ") -- POSITION NOT ADVANCED."
                SET SHIP-FAILED TO TRUE
                MOVE WS-NEW-RECORDS TO WS-LAG-RECORDS
                PERFORM 2800-MEASURE-LAG
                MOVE 'W' TO WS-ALERT-SEVERITY
                MOVE "REPLICA-APPLY-FAILED" TO WS-ALERT-KEY
                MOVE "REPLICA APPLY FAILED -- STANDBY FALLING BEHIND"
                    TO WS-ALERT-TEXT
                PERFORM 2900-RAISE-ALERT
            END-IF.
            CALL "CBL_DELETE_FILE" USING BATCH-FILE-NAME.
            PERFORM 1200-SAVE-CHECKPOINT.

            IF WS-LAG-SECONDS > WS-LAG-ALERT-SECS THEN
                MOVE WS-LAG-RECORDS TO WS-LAG-EDIT
                MOVE WS-LAG-SECONDS TO WS-SECS-EDIT
                MOVE 'C' TO WS-ALERT-SEVERITY
                MOVE "REPLICA-LAG" TO WS-ALERT-KEY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING "STANDBY IS " DELIMITED BY SIZE,
                    FUNCTION TRIM(WS-LAG-EDIT) DELIMITED BY SIZE,
                    " RECORDS / " DELIMITED BY SIZE,
                    FUNCTION TRIM(WS-SECS-EDIT) DELIMITED BY SIZE,
                    " SECONDS BEHIND" DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                PERFORM 2900-RAISE-ALERT
            END-IF.
            EXIT.

        2200-SWEEP-ONE-DAY.
            COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
            MOVE SPACES TO JOURNAL-FILE-NAME.
            STRING "${COBCURSES_DATADIR}/AFTERIMG-" DELIMITED BY SIZE,
                WS-DATE-X DELIMITED BY SIZE,
                ".JRN" DELIMITED BY SIZE
                INTO JOURNAL-FILE-NAME.
            MOVE LENGTH OF JOURNAL-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                JOURNAL-FILE-NAME, FILE-NAME-LENGTH.

            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
                IF WS-JOURNAL-FILE-STATUS = "05" THEN
                    CLOSE JOURNAL-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ JOURNAL-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 2300-SELECT-RECORD
                END-READ
            END-PERFORM.
            CLOSE JOURNAL-FILE.
            EXIT.

        2300-SELECT-RECORD.
      *>
      *>     A CHAINED RECORD IS NEW WHEN ITS SEQUENCE IS PAST THE
      *>     APPLIED POSITION. ONE THE CHAIN COULD NOT STAMP (AUDVRFY
      *>     REPORTS THE HOLE) GOES BY ITS TIMESTAMP INSTEAD.
      *>
            IF AJR-CHAIN-SEQ OF AFTERIMG-RECORD IS NUMERIC THEN
                IF AJR-CHAIN-SEQ OF AFTERIMG-RECORD
                   NOT > WS-APPLIED-SEQ THEN
                    EXIT PARAGRAPH
                END-IF
                IF AJR-CHAIN-SEQ OF AFTERIMG-RECORD > WS-SEEN-SEQ
                THEN
                    MOVE AJR-CHAIN-SEQ OF AFTERIMG-RECORD
                        TO WS-SEEN-SEQ
                    MOVE AJR-CHAIN-DIGEST OF AFTERIMG-RECORD
                        TO WS-SEEN-DIGEST
                END-IF
            ELSE
                IF AJR-TIMESTAMP OF AFTERIMG-RECORD(1:14)
                   NOT > WS-APPLIED-TIME THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            WRITE BATCH-RECORD FROM AFTERIMG-RECORD.
            ADD 1 TO WS-NEW-RECORDS.
            MOVE WS-DATE-X TO WS-SEEN-DATE.
            IF AJR-TIMESTAMP OF AFTERIMG-RECORD(1:14) > WS-SEEN-TIME
            THEN
                MOVE AJR-TIMESTAMP OF AFTERIMG-RECORD(1:14)
                    TO WS-SEEN-TIME
            END-IF.
            IF WS-OLDEST-TIME = SPACES THEN
                MOVE AJR-TIMESTAMP OF AFTERIMG-RECORD(1:14)
                    TO WS-OLDEST-TIME
            END-IF.
            EXIT.

        2800-MEASURE-LAG.
      *>
      *>     AGE OF THE OLDEST RECORD THE STANDBY HAS NOT APPLIED.
      *>
            MOVE 0 TO WS-LAG-SECONDS.
            IF WS-OLDEST-TIME = SPACES
            OR WS-OLDEST-TIME IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-IN.
            PERFORM 2850-TIMESTAMP-SECONDS.
            MOVE WS-TS-SECS TO WS-NOW-SECS.
            MOVE WS-OLDEST-TIME TO WS-TS-IN.
            PERFORM 2850-TIMESTAMP-SECONDS.
            IF WS-NOW-SECS > WS-TS-SECS THEN
                COMPUTE WS-LAG-SECONDS = WS-NOW-SECS - WS-TS-SECS
            END-IF.
            EXIT.

        2850-TIMESTAMP-SECONDS.
            COMPUTE WS-TS-SECS =
                FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
            EXIT.

        2900-RAISE-ALERT.
            CALL "COBCURSES-RAISE-ALERT" USING WS-ALERT-PROGRAM,
                WS-ALERT-SEVERITY, WS-ALERT-KEY, WS-ALERT-TEXT.
            EXIT.

        4000-COUNTS.
            PERFORM 4100-COUNT-CATALOG.
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                DISPLAY "  ", WS-CAT-TAG(WS-CAT-X), " ",
                    WS-CAT-LOCAL(WS-CAT-X)
            END-PERFORM.
            IF WS-ARG-VALUE = SPACES THEN
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-VALUE TO COUNT-FILE-NAME.
            OPEN OUTPUT COUNT-FILE.
            IF WS-COUNT-FILE-STATUS NOT = "00" THEN
                DISPLAY "REPLICA: CANNOT WRITE ",
                    FUNCTION TRIM(COUNT-FILE-NAME), " (STATUS ",
                    WS-COUNT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                MOVE SPACES TO COUNT-RECORD
                MOVE WS-CAT-TAG(WS-CAT-X) TO CNT-FILE-TAG
                MOVE WS-CAT-LOCAL(WS-CAT-X) TO CNT-RECORDS
                WRITE COUNT-RECORD
            END-PERFORM.
            CLOSE COUNT-FILE.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        4100-COUNT-CATALOG.
            OPEN INPUT SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRNBGH-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                MENU-FILE, ITEM-FILE, CHARSET-FILE,
                FIELDDIC-FILE, RPTLAY-FILE, SCRNRULE-FILE,
                DECTAB-FILE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(1)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBG-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(2)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBGL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(3)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRNBGH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(4)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(5)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRFSTA-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(6)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MENUREF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(7)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(8)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(9)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ CHARSET-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(10)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ FIELDDIC-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(11)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RPTLAY-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(12)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRNRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(13)
                END-READ
            END-PERFORM.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ DECTAB-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CAT-LOCAL(14)
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE, SCRNBG-FILE, SCRNBGL-FILE,
                SCRNBGH-FILE,
                SCRFDEF-FILE, SCRFSTA-FILE, MENUREF-FILE,
                MENU-FILE, ITEM-FILE, CHARSET-FILE,
                FIELDDIC-FILE, RPTLAY-FILE, SCRNRULE-FILE,
                DECTAB-FILE.
            EXIT.

        5000-SWITCHOVER.
            IF WS-COUNT-CMD = SPACES OR WS-PROMOTE-CMD = SPACES THEN
                DISPLAY "REPLICA: SWITCHOVER NEEDS BOTH "
                    "COBCURSES_REPL_COUNT_CMD AND"
                DISPLAY "         COBCURSES_REPL_PROMOTE_CMD."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ARG-VALUE TO WS-STATE-REASON.
            IF WS-STATE-REASON = SPACES THEN
                MOVE "SWITCHOVER TO THE WARM STANDBY"
                    TO WS-STATE-REASON
            END-IF.

      *>
      *>     1. QUIESCE: NO NEW SIGN-ONS, THEN NO OPENS AT ALL, SO
      *>        NOTHING MORE CAN REACH THE JOURNAL.
      *>
            MOVE "QUIESCING" TO WS-STATE-WORD.
            PERFORM 5800-SET-STATE.
            MOVE "BATCH" TO WS-STATE-WORD.
            PERFORM 5800-SET-STATE.
            DISPLAY "REPLICA: PRIMARY QUIESCED.".

      *>
      *>     2. DRAIN: SWEEP UNTIL A SWEEP FINDS NOTHING NEW.
      *>
            MOVE 1 TO WS-NEW-RECORDS.
            PERFORM UNTIL WS-NEW-RECORDS = 0 OR SHIP-FAILED
                PERFORM 2100-ONE-SWEEP
            END-PERFORM.
            IF SHIP-FAILED THEN
                DISPLAY "REPLICA: JOURNAL COULD NOT BE DRAINED."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.
            DISPLAY "REPLICA: JOURNAL DRAINED AT SEQUENCE ",
                WS-APPLIED-SEQ, ".".

      *>
      *>     3. VERIFY: THE SAME RECORD COUNTS ON BOTH SIDES.
      *>
            PERFORM 5100-VERIFY-COUNTS.
            IF WS-MISMATCH-COUNT > 0 THEN
                DISPLAY "REPLICA: ", WS-MISMATCH-COUNT,
                    " CATALOG FILES DIFFER FROM THE STANDBY."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.
            DISPLAY "REPLICA: RECORD COUNTS AGREE ON BOTH SIDES.".

      *>
      *>     4. PROMOTE THE STANDBY. THIS SIDE STAYS IN BATCH.
      *>
            MOVE SPACES TO WS-SHELL-CMD.
            STRING FUNCTION TRIM(WS-PROMOTE-CMD) DELIMITED BY SIZE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-SHELL-RC NOT = 0 THEN
                DISPLAY "REPLICA: PROMOTE COMMAND FAILED (RC ",
                    WS-SHELL-RC, ")."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.

            SET SWITCH-COMPLETED TO TRUE.
            PERFORM 1200-SAVE-CHECKPOINT.
            MOVE 'I' TO WS-ALERT-SEVERITY.
            MOVE "REPLICA-SWITCHOVER" TO WS-ALERT-KEY.
            MOVE SPACES TO WS-ALERT-TEXT.
            STRING "SWITCHOVER TO THE STANDBY COMPLETED BY "
                DELIMITED BY SIZE,
                WS-ADMIN-ID DELIMITED BY SPACE
                INTO WS-ALERT-TEXT.
            PERFORM 2900-RAISE-ALERT.
            DISPLAY "REPLICA: SWITCHOVER COMPLETE -- THE STANDBY IS "
                "ONLINE; THIS SYSTEM STAYS IN BATCH.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5100-VERIFY-COUNTS.
            PERFORM 4100-COUNT-CATALOG.
            CALL "CBL_DELETE_FILE" USING STANDBY-COUNT-FILE-NAME.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING FUNCTION TRIM(WS-COUNT-CMD) DELIMITED BY SIZE,
                " " DELIMITED BY SIZE,
                STANDBY-COUNT-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-SHELL-RC NOT = 0 THEN
                DISPLAY "REPLICA: COUNT COMMAND FAILED (RC ",
                    WS-SHELL-RC, ")."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.

            MOVE STANDBY-COUNT-FILE-NAME TO COUNT-FILE-NAME.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT COUNT-FILE.
            IF WS-COUNT-FILE-STATUS NOT = "00" THEN
                DISPLAY "REPLICA: NO COUNTS CAME BACK FROM THE "
                    "STANDBY."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ COUNT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-CAT-X FROM 1 BY 1
                            UNTIL WS-CAT-X > 14
                            IF WS-CAT-TAG(WS-CAT-X) = CNT-FILE-TAG
                            AND CNT-RECORDS IS NUMERIC THEN
                                MOVE CNT-RECORDS
                                    TO WS-CAT-STANDBY(WS-CAT-X)
                                MOVE 'Y'
                                    TO WS-CAT-REPORTED(WS-CAT-X)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE COUNT-FILE.
            CALL "CBL_DELETE_FILE" USING STANDBY-COUNT-FILE-NAME.

            MOVE 0 TO WS-MISMATCH-COUNT.
            DISPLAY " ".
            DISPLAY "  FILE             PRIMARY     STANDBY".
            PERFORM VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > 14
                IF WS-CAT-REPORTED(WS-CAT-X) NOT = 'Y' THEN
                    DISPLAY "  ", WS-CAT-TAG(WS-CAT-X), "  ",
                        WS-CAT-LOCAL(WS-CAT-X), "   (NOT REPORTED)"
                    ADD 1 TO WS-MISMATCH-COUNT
                ELSE
                    IF WS-CAT-LOCAL(WS-CAT-X) =
                       WS-CAT-STANDBY(WS-CAT-X) THEN
                        DISPLAY "  ", WS-CAT-TAG(WS-CAT-X), "  ",
                            WS-CAT-LOCAL(WS-CAT-X), "   ",
                            WS-CAT-STANDBY(WS-CAT-X)
                    ELSE
                        DISPLAY "  ", WS-CAT-TAG(WS-CAT-X), "  ",
                            WS-CAT-LOCAL(WS-CAT-X), "   ",
                            WS-CAT-STANDBY(WS-CAT-X), "  *** DIFFERS"
                        ADD 1 TO WS-MISMATCH-COUNT
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY " ".
            EXIT.

        5800-SET-STATE.
            CALL "COBCURSES-SYSSTATE-SET" USING
                WS-STATE-WORD, WS-ADMIN-ID, WS-STATE-REASON.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "REPLICA: COULD NOT SET THE SYSTEM STATE TO ",
                    FUNCTION TRIM(WS-STATE-WORD), "."
                PERFORM 5900-ABANDON-SWITCHOVER
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5900-ABANDON-SWITCHOVER.
      *>
      *>     NOTHING WAS PROMOTED: PUT THIS SYSTEM BACK IN SERVICE.
      *>
            MOVE "ONLINE" TO WS-STATE-WORD.
            MOVE "SWITCHOVER ABANDONED" TO WS-STATE-REASON.
            CALL "COBCURSES-SYSSTATE-SET" USING
                WS-STATE-WORD, WS-ADMIN-ID, WS-STATE-REASON.
            MOVE 'C' TO WS-ALERT-SEVERITY.
            MOVE "REPLICA-SWITCHOVER" TO WS-ALERT-KEY.
            MOVE "SWITCHOVER ABANDONED -- PRIMARY BACK ONLINE"
                TO WS-ALERT-TEXT.
            PERFORM 2900-RAISE-ALERT.
            DISPLAY "REPLICA: SWITCHOVER ABANDONED -- THIS SYSTEM IS "
                "ONLINE AGAIN.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
