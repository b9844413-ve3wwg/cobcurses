        PROGRAM-ID. OPSDASH.
      *>
      *> OPSDASH IS THE MORNING OPERATIONS DASHBOARD: THE FIRST-HOUR
      *> CHECKS THAT USED TO MEAN OPENING EIGHT TOOLS, ON ONE SCREEN
      *> OF OUTPUT. EACH SECTION NAMES THE TOOL THAT DRILLS INTO IT.
      *>
      *>     1. LAST NIGHT'S BATCH: NITERUN RESTART STATE AND ANY
      *>     4. SCREEN LOCKS CURRENTLY HELD        (-> LOCKADM)
      *>     5. LAST BACKUP SET TAKEN              (-> DATABKUP)
      *>     6. OUTSTANDING OPERATIONAL ALERTS     (-> ALERTDSP)
      *>     7. BUSINESS TRANSACTIONS AWAITING A   (-> PTXCHK)
      *>        CHECKER, WITH QUEUE AGE
      *>     8. DEPRECATED SCREENS OPENED SINCE    (-> SCREENINV,
      *>        THEY WERE DEPRECATED                   SCRLIFE)
      *>     9. WARM-STANDBY REPLICATION LAG       (-> REPLICA)
      *>

        ENVIRONMENT DIVISION.
                RECORD KEY IS ALT-ID
                FILE STATUS IS WS-ALERT-FILE-STATUS.

            SELECT PENDTXN-FILE
                ASSIGN TO PENDTXN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PTX-KEY
                ALTERNATE RECORD KEY IS PTX-SCREEN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-PENDTXN-FILE-STATUS.

            SELECT OPTIONAL TELEM-FILE
                ASSIGN TO TELEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TLM-SCREEN-NAME
                FILE STATUS IS WS-TELEM-FILE-STATUS.

            SELECT OPTIONAL REPLSTAT-FILE
                ASSIGN TO REPLSTAT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPLSTAT-FILE-STATUS.

            SELECT WORK-FILE
                ASSIGN TO WORK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
        01  ALERTREC-RECORD.
            COPY ALERTREC.

        FD  PENDTXN-FILE.
        01  PENDTXN-RECORD.
            COPY PENDTXN.

        FD  TELEM-FILE.
        01  SCRTELEM-RECORD.
            COPY SCRTELEM.

        FD  REPLSTAT-FILE.
        01  REPLSTAT-RECORD.
            COPY REPLSTAT.

        FD  WORK-FILE.
        01  WORK-RECORD                         PIC X(300).

                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  ALERT-FILE-NAME                 PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ALERTS.X".
            10  PENDTXN-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/PENDTXN.X".
            10  TELEM-FILE-NAME                 PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRTELEM.X".
            10  REPLSTAT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/REPLICA.CKP".
            10  WS-BACKUPDIR                    PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BACKUPS".
            10  WORK-FILE-NAME                  PIC X(256)
        01  WS-APPROVAL-FILE-STATUS             PIC XX.
        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-ALERT-FILE-STATUS                PIC XX.
        01  WS-PENDTXN-FILE-STATUS              PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.
        01  WS-TELEM-FILE-STATUS                PIC XX.
        01  WS-REPLSTAT-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-LOCK-COUNT                       PIC 9(4) VALUE 0.
        01  WS-ALERT-COUNT                      PIC 9(4) VALUE 0.

      *>
      *>     MAKER-CHECKER QUEUE (SECTION 7).
      *>
        01  WS-PTX-PENDING                      PIC 9(4) VALUE 0.
        01  WS-PTX-APPROVED                     PIC 9(4) VALUE 0.
        01  WS-PTX-RETURNED                     PIC 9(4) VALUE 0.
        01  WS-PTX-SHOWN                        PIC 9(4) VALUE 0.
        01  WS-PTX-OLDEST                       PIC 9(4) VALUE 0.
        01  WS-PTX-ID-EDIT                      PIC Z(7)9.

      *>
      *>     DEPRECATED SCREENS STILL IN USE (SECTION 8).
      *>
        01  WS-DEP-COUNT                        PIC 9(4) VALUE 0.

        01  WS-SHELL-CMD                        PIC X(600).

        PROCEDURE DIVISION.
            PERFORM 5000-LOCK-SECTION.
            PERFORM 6000-BACKUP-SECTION.
            PERFORM 7000-ALERT-SECTION.
            PERFORM 8000-PENDTXN-SECTION.
            PERFORM 9000-DEPRECATED-SECTION.
            PERFORM 9500-REPLICA-SECTION.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

                SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                ALERT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                PENDTXN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                TELEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                REPLSTAT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                WS-BACKUPDIR, FILE-NAME-LENGTH.

                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF ERR-DATE-TIME(1:8) >= WS-YESTERDAY
                            AND NOT ERR-MODE-TRAINING THEN
                                ADD 1 TO WS-NEW-ERRORS
                            END-IF
                    END-READ
                DISPLAY "  (NONE)"
            END-IF.
            EXIT.

        8000-PENDTXN-SECTION.
            DISPLAY " ".
            DISPLAY "TRANSACTIONS AWAITING A CHECKER ",
                "(DRILL IN: PTXCHK):".
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                DISPLAY "  (NO PENDTXN FILE -- MAKER-CHECKER NOT "
                    "IN USE)"
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     THE QUEUE IS IN TRANSACTION ORDER, SO THE OLDEST COME
      *>     FIRST; THE FIRST TEN ARE LISTED, THE REST ONLY COUNTED.
      *>
            PERFORM UNTIL END-OF-FILE
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PTX-ID > 0 AND PTX-FIELD-NO = 0 THEN
                            PERFORM 8100-PENDTXN-HEADER
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDTXN-FILE.
            IF WS-PTX-PENDING = 0 THEN
                DISPLAY "  (NONE)"
            ELSE
                DISPLAY "  ", WS-PTX-PENDING, " PENDING, OLDEST ",
                    WS-PTX-OLDEST, " DAYS"
            END-IF.
            IF WS-PTX-APPROVED > 0 THEN
                DISPLAY "  ", WS-PTX-APPROVED,
                    " APPROVED, AWAITING RELEASE BY THEIR CHECKER"
            END-IF.
            IF WS-PTX-RETURNED > 0 THEN
                DISPLAY "  ", WS-PTX-RETURNED,
                    " RETURNED, AWAITING CORRECTION BY THEIR MAKER"
            END-IF.
            EXIT.

        8100-PENDTXN-HEADER.
            EVALUATE TRUE
                WHEN PTX-APPROVED
                    ADD 1 TO WS-PTX-APPROVED
                WHEN PTX-RETURNED
                    ADD 1 TO WS-PTX-RETURNED
                WHEN PTX-PENDING
                    ADD 1 TO WS-PTX-PENDING
                    MOVE 0 TO WS-AGE-DAYS
                    IF PTX-MADE(1:8) IS NUMERIC THEN
                        MOVE PTX-MADE(1:8) TO WS-DATE-NUM
                        COMPUTE WS-DAY-INT = FUNCTION
                            INTEGER-OF-DATE(WS-DATE-NUM)
                        COMPUTE WS-AGE-DAYS =
                            WS-TODAY-INT - WS-DAY-INT
                    END-IF
                    IF WS-AGE-DAYS > WS-PTX-OLDEST THEN
                        MOVE WS-AGE-DAYS TO WS-PTX-OLDEST
                    END-IF
                    IF WS-PTX-SHOWN < 10 THEN
                        ADD 1 TO WS-PTX-SHOWN
                        MOVE PTX-ID TO WS-PTX-ID-EDIT
                        DISPLAY "  ", WS-PTX-ID-EDIT, " ",
                            PTX-SCREEN-NAME, " BY ", PTX-MAKER,
                            " (", WS-AGE-DAYS, " DAYS)"
                    END-IF
            END-EVALUATE.
            EXIT.

        9000-DEPRECATED-SECTION.
      *>
      *>     A DEPRECATED SCREEN (SEE SCRLIFE) THAT SCREEN TELEMETRY
      *>     SHOWS OPENED AFTER IT WAS DEPRECATED STILL HAS CALLERS
      *>     TO MOVE OFF IT BEFORE IT CAN BE RETIRED.
      *>
            DISPLAY " ".
            DISPLAY "DEPRECATED SCREENS STILL IN USE ",
                "(DRILL IN: SCREENINV, SCRLIFE):".
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                DISPLAY "  (NO SCREENS.X)"
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TELEM-FILE.
            IF WS-TELEM-FILE-STATUS NOT = "00" THEN
                IF WS-TELEM-FILE-STATUS = "05" THEN
                    CLOSE TELEM-FILE
                END-IF
                CLOSE SCREEN-FILE
                DISPLAY "  (NO SCRTELEM.X -- TELEMETRY NOT IN USE)"
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-LIFE-DEPRECATED THEN
                            PERFORM 9100-DEPRECATED-USAGE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE, TELEM-FILE.
            IF WS-DEP-COUNT = 0 THEN
                DISPLAY "  (NONE)"
            END-IF.
            EXIT.

        9100-DEPRECATED-USAGE.
            MOVE SCN-NAME TO TLM-SCREEN-NAME.
            READ TELEM-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF TLM-LAST-OPENED > SCN-LIFECYCLE-CHANGED THEN
                ADD 1 TO WS-DEP-COUNT
                DISPLAY "  ", SCN-NAME, " DEPRECATED ",
                    SCN-LIFECYCLE-CHANGED(1:8), ", LAST OPENED ",
                    TLM-LAST-OPENED(1:14)
            END-IF.
            EXIT.

        9500-REPLICA-SECTION.
      *>
      *>     REPLICA REWRITES ITS CHECKPOINT AFTER EVERY SWEEP WITH
      *>     THE RECORDS THE STANDBY HAS NOT YET APPLIED AND THE AGE
      *>     OF THE OLDEST OF THEM.
      *>
            DISPLAY " ".
            DISPLAY "WARM-STANDBY REPLICATION (DRILL IN: REPLICA):".
            OPEN INPUT REPLSTAT-FILE.
            IF WS-REPLSTAT-FILE-STATUS NOT = "00" THEN
                IF WS-REPLSTAT-FILE-STATUS = "05" THEN
                    CLOSE REPLSTAT-FILE
                END-IF
                DISPLAY "  (NO REPLICA.CKP -- NO STANDBY CONFIGURED)"
                EXIT PARAGRAPH
            END-IF.
            READ REPLSTAT-FILE
                AT END
                    DISPLAY "  CHECKPOINT PRESENT BUT EMPTY."
                NOT AT END
                    DISPLAY "  ", RPL-STATE, " LAST SWEEP ",
                        RPL-SWEEP-TIME, ", APPLIED THROUGH SEQUENCE ",
                        RPL-LAST-SEQ
                    IF RPL-LAG-RECORDS IS NUMERIC
                    AND RPL-LAG-RECORDS > 0 THEN
                        DISPLAY "  *** LAG: ", RPL-LAG-RECORDS,
                            " RECORDS, ", RPL-LAG-SECONDS,
                            " SECONDS BEHIND"
                    ELSE
                        DISPLAY "  LAG: NONE"
                    END-IF
            END-READ.
            CLOSE REPLSTAT-FILE.
            EXIT.
