        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPTARCH.
      *>
      *> RPTARCH IS THE ARCHIVE STAGE OF THE PRINT SPOOL. ONCE A
      *> REPORT HAS PRINTED, ITS SPNNNNNN.SPL DATA FILE NEED NOT SIT
      *> IN THE SPOOL DIRECTORY UNTIL SOMEBODY PURGES IT FOR GOOD:
      *> RPTARCH MOVES PRINTED OUTPUT INTO DATED, COMPRESSED ARCHIVE
      *> VOLUMES AND KEEPS AN INDEX OF IT (RPTARCH.X, SEE
      *> RPTARCH.cbl) KEYED BY REPORT NAME, RUN DATE, OPERATOR AND
      *> SPOOL ID, SO A REPORT CAN BE FOUND AND REPRINTED MONTHS
      *> LATER WITH RPTRETR OR THE ARCHIVE INQUIRY SCREEN.
      *>
      *> USAGE (ARGUMENTS):
      *>     ARCHIVE [NAME]      ARCHIVE EVERY PRINTED SPOOL REPORT
      *>                         (OR ONLY REPORT NAME) INTO A NEW
      *>                         VOLUME VOL-YYYYMMDD-NN.TGZ
      *>     RETAIN NAME DAYS [DESCRIPTION]
      *>                         KEEP REPORT NAME'S ARCHIVED COPIES
      *>                         DAYS DAYS FROM THE RUN DATE (0 =
      *>                         FOREVER; DEFAULT DROPS THE RULE)
      *>     RETENTION           LIST THE RETENTION RULES
      *>     EXPIRE              DROP INDEX ENTRIES PAST THEIR
      *>                         RETENTION AND DELETE VOLUMES WITH
      *>                         NOTHING LEFT IN THE INDEX
      *>
      *> THE ARCHIVE DIRECTORY IS COBCURSES_RPTARCHDIR, DEFAULTING TO
      *> ${COBCURSES_DATADIR}/RPTARCH. A REPORT NAME WITH NO RULE IS
      *> KEPT COBCURSES_RPTARCH_KEEP_DAYS DAYS (DEFAULT 365).
      *>
      *> A VOLUME IS WRITTEN BY SHELLING OUT TO TAR, THE SAME
      *> PRACTICE DATABKUP AND SPOOLADM ALREADY USE. NOTHING IN THE
      *> SPOOL IS TOUCHED UNTIL THE VOLUME HAS BEEN WRITTEN CLEANLY;
      *> THEN EACH REPORT IS INDEXED, ITS DATA FILE DELETED AND ITS
      *> SPOOL ENTRY MARKED ARCHIVED (SPOOLADM CLEAN REAPS IT LATER).
      *>
      *> RETURN-CODE: 0 DONE, 4 SOME REPORTS LEFT FOR THE NEXT RUN,
      *> 8 NOTHING ON FILE TO ACT ON, 16 USAGE OR FILE TROUBLE.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SPOOLCTL-FILE
                ASSIGN TO SPOOLCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SPL-ID
                FILE STATUS IS WS-SPOOLCTL-FILE-STATUS.

            SELECT OPTIONAL RPTARCH-FILE
                ASSIGN TO RPTARCH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ARC-KEY
                ALTERNATE RECORD KEY IS ARC-ARCHIVE-NO
                ALTERNATE RECORD KEY IS ARC-VOLUME WITH DUPLICATES
                FILE STATUS IS WS-RPTARCH-FILE-STATUS.

            SELECT OPTIONAL RPTRETN-FILE
                ASSIGN TO RPTRETN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RET-REPORT-NAME
                FILE STATUS IS WS-RPTRETN-FILE-STATUS.

            SELECT WORK-FILE
                ASSIGN TO WORK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SPOOLCTL-FILE.
        01  SPOOLCTL-RECORD.
            COPY SPOOLCTL.

        FD  RPTARCH-FILE.
        01  RPTARCH-RECORD.
            COPY RPTARCH.

        FD  RPTRETN-FILE.
        01  RPTRETN-RECORD.
            COPY RPTRETN.

        FD  WORK-FILE.
        01  WORK-RECORD                         PIC X(256).

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-SPOOLDIR                     PIC X(256).
            10  WS-ARCHDIR                      PIC X(256).
            10  SPOOLCTL-FILE-NAME              PIC X(512).
            10  RPTARCH-FILE-NAME               PIC X(512).
            10  RPTRETN-FILE-NAME               PIC X(512).
            10  WORK-FILE-NAME                  PIC X(512).
            10  DATA-FILE-NAME                  PIC X(512).

        01  WS-SPOOLCTL-FILE-STATUS             PIC XX.
        01  WS-RPTARCH-FILE-STATUS              PIC XX.
        01  WS-RPTRETN-FILE-STATUS              PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(12).
        01  WS-ARG-NAME                         PIC X(16).
        01  WS-ARG-DAYS                         PIC X(12).
        01  WS-ARG-DESCRIPTION                  PIC X(40).
        01  WS-OPERATOR-ID                      PIC X(20).

        01  WS-SHELL-CMD                        PIC X(1200).
        01  WS-SHELL-RC                         PIC S9(9) COMP-5.

        01  WS-CURRENT-DATE                     PIC X(21).
        01  WS-TODAY                            PIC 9(8).
        01  WS-TODAY-INT                        PIC 9(8).
        01  WS-EXPIRY-INT                       PIC 9(8).
        01  WS-DEFAULT-KEEP-DAYS                PIC 9(5) VALUE 365.
        01  WS-KEEP-DAYS                        PIC 9(5).
        01  WS-KEEP-NAME                        PIC X(16).
        01  WS-KEEP-ED                          PIC ZZZZ9.

      *>
      *> THE REPORTS GOING INTO THIS RUN'S VOLUME. A RUN TAKES AT
      *> MOST 500; ANY MORE WAIT FOR THE NEXT RUN.
      *>
        01  ARCHIVE-LIST.
            10  WS-ARC-USED                     PIC 9(4) COMP.
            10  WS-ARC-ENTRY OCCURS 500 TIMES.
                15  WS-ARC-SPL-ID               PIC 9(6).
        01  WS-ARC-X                            PIC 9(4) COMP.
        01  WS-LEFT-OVER-FLAG                   PIC X VALUE 'N'.
            88  REPORTS-LEFT-OVER               VALUE 'Y'.

        01  WS-VOLUME-NAME                      PIC X(32).
        01  WS-VOLUME-SEQ                       PIC 99.
        01  WS-NEXT-ARCHIVE-NO                  PIC 9(8).

      *>
      *> VOLUMES THAT LOST INDEX ENTRIES IN AN EXPIRE RUN; EACH IS
      *> DELETED IF NO ENTRY FOR IT REMAINS.
      *>
        01  VOLUME-LIST.
            10  WS-VOL-USED                     PIC 9(4) COMP.
            10  WS-VOL-ENTRY OCCURS 500 TIMES.
                15  WS-VOL-NAME                 PIC X(32).
        01  WS-VOL-X                            PIC 9(4) COMP.
        01  WS-VOL-FOUND-FLAG                   PIC X.
            88  VOLUME-NOTED                    VALUE 'Y'.
        01  WS-RETN-OPEN-FLAG                   PIC X VALUE 'N'.
            88  RETENTION-FILE-OPEN             VALUE 'Y'.
        01  WS-VOL-IN-USE-FLAG                  PIC X.
            88  VOLUME-IN-USE                   VALUE 'Y'.

        01  COUNTS.
            10  WS-ARCHIVED-COUNT               PIC 9(6) VALUE 0.
            10  WS-SKIPPED-COUNT                PIC 9(6) VALUE 0.
            10  WS-EXPIRED-COUNT                PIC 9(6) VALUE 0.
            10  WS-KEPT-COUNT                   PIC 9(6) VALUE 0.
            10  WS-VOLUMES-DELETED              PIC 9(6) VALUE 0.
            10  WS-RULE-COUNT                   PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "ARCHIVE"
                    PERFORM 2000-ARCHIVE
                WHEN "RETAIN"
                    PERFORM 4000-RETAIN
                WHEN "RETENTION"
                    PERFORM 5000-LIST-RETENTION
                WHEN "EXPIRE"
                    PERFORM 6000-EXPIRE
                WHEN OTHER
                    DISPLAY "USAGE: rptarch ARCHIVE [NAME]"
                    DISPLAY "       rptarch RETAIN NAME DAYS|DEFAULT "
                        "[DESCRIPTION]"
                    DISPLAY "       rptarch RETENTION"
                    DISPLAY "       rptarch EXPIRE"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_SPOOLDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-SPOOLDIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/SPOOL" TO WS-SPOOLDIR
                MOVE LENGTH OF WS-SPOOLDIR TO FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SPOOLDIR, FILE-NAME-LENGTH
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_RPTARCHDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-ARCHDIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/RPTARCH" TO WS-ARCHDIR
                MOVE LENGTH OF WS-ARCHDIR TO FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-ARCHDIR, FILE-NAME-LENGTH
            END-IF.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mkdir -p '" FUNCTION TRIM(WS-ARCHDIR) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            STRING WS-SPOOLDIR DELIMITED BY SPACE,
                "/SPOOLCTL.X" DELIMITED BY SIZE
                INTO SPOOLCTL-FILE-NAME.
            STRING WS-ARCHDIR DELIMITED BY SPACE,
                "/RPTARCH.X" DELIMITED BY SIZE
                INTO RPTARCH-FILE-NAME.
            STRING WS-ARCHDIR DELIMITED BY SPACE,
                "/RPTRETN.X" DELIMITED BY SIZE
                INTO RPTRETN-FILE-NAME.
            STRING WS-ARCHDIR DELIMITED BY SPACE,
                "/RPTARCH.LST" DELIMITED BY SIZE
                INTO WORK-FILE-NAME.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_RPTARCH_KEEP_DAYS".
            IF WS-ENV-VAR NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-VAR) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR)
                    TO WS-DEFAULT-KEEP-DAYS
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.

            MOVE SPACES TO WS-VERB, WS-ARG-NAME, WS-ARG-DAYS,
                WS-ARG-DESCRIPTION.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-NAME FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DESCRIPTION FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            EXIT.

      *>
      *> ARCHIVE: PICK UP THE PRINTED REPORTS, WRITE THEM ALL TO ONE
      *> NEW VOLUME, THEN INDEX THEM AND TAKE THEM OFF THE SPOOL.
      *>
        2000-ARCHIVE.
            OPEN I-O SPOOLCTL-FILE.
            IF WS-SPOOLCTL-FILE-STATUS NOT = "00"
            AND WS-SPOOLCTL-FILE-STATUS NOT = "05" THEN
                DISPLAY "RPTARCH: NO SPOOL QUEUE PRESENT (STATUS ",
                    WS-SPOOLCTL-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-COLLECT-PRINTED.
            IF WS-ARC-USED = 0 THEN
                CLOSE SPOOLCTL-FILE
                DISPLAY "RPTARCH: NO PRINTED REPORTS TO ARCHIVE."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            PERFORM 2200-PICK-VOLUME-NAME.
            PERFORM 2300-WRITE-VOLUME.
            IF WS-SHELL-RC NOT = 0 THEN
                CLOSE SPOOLCTL-FILE
                DISPLAY "RPTARCH: VOLUME ",
                    FUNCTION TRIM(WS-VOLUME-NAME),
                    " COULD NOT BE WRITTEN (RC ", WS-SHELL-RC,
                    "); NOTHING ARCHIVED."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O RPTARCH-FILE.
            IF WS-RPTARCH-FILE-STATUS NOT = "00"
            AND WS-RPTARCH-FILE-STATUS NOT = "05" THEN
                CLOSE SPOOLCTL-FILE
                DISPLAY "RPTARCH: ARCHIVE INDEX UNAVAILABLE (STATUS ",
                    WS-RPTARCH-FILE-STATUS, "); VOLUME ",
                    FUNCTION TRIM(WS-VOLUME-NAME), " NOT INDEXED."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2400-NEXT-ARCHIVE-NO.
            PERFORM 2500-INDEX-ONE-REPORT
                VARYING WS-ARC-X FROM 1 BY 1
                UNTIL WS-ARC-X > WS-ARC-USED.
            CLOSE RPTARCH-FILE.
            CLOSE SPOOLCTL-FILE.

            DISPLAY "RPTARCH: ", WS-ARCHIVED-COUNT,
                " REPORTS ARCHIVED TO ", FUNCTION TRIM(WS-VOLUME-NAME),
                ".".
            IF WS-SKIPPED-COUNT > 0 THEN
                DISPLAY "RPTARCH: ", WS-SKIPPED-COUNT,
                    " REPORTS COULD NOT BE INDEXED AND STAY PRINTED."
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF REPORTS-LEFT-OVER THEN
                DISPLAY "RPTARCH: MORE PRINTED REPORTS REMAIN; "
                    "RUN ARCHIVE AGAIN."
                MOVE 4 TO RETURN-CODE
            END-IF.
            EXIT.

        2100-COLLECT-PRINTED.
            MOVE 0 TO WS-ARC-USED.
            MOVE 'N' TO EOF-FLAG.
            MOVE 0 TO SPL-ID.
            START SPOOLCTL-FILE KEY IS >= SPL-ID
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SPOOLCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 2110-NOTE-PRINTED
                END-READ
            END-PERFORM.
            EXIT.

        2110-NOTE-PRINTED.
            IF NOT SPL-STATE-PRINTED THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-NAME NOT = SPACES
            AND SPL-REPORT-NAME NOT = WS-ARG-NAME THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARC-USED >= 500 THEN
                SET REPORTS-LEFT-OVER TO TRUE
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ARC-USED.
            MOVE SPL-ID TO WS-ARC-SPL-ID(WS-ARC-USED).
            EXIT.

      *>
      *> TODAY'S NEXT VOLUME: VOL-YYYYMMDD-NN.TGZ, NN ONE PAST THE
      *> HIGHEST ALREADY IN THE ARCHIVE DIRECTORY FOR TODAY.
      *>
        2200-PICK-VOLUME-NAME.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "ls '" FUNCTION TRIM(WS-ARCHDIR)
                "' 2>/dev/null | sed -n 's/^VOL-" WS-TODAY
                "-\([0-9]*\)\.TGZ$/\1/p' | sort -n | tail -1 > '"
                FUNCTION TRIM(WORK-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            MOVE 0 TO WS-VOLUME-SEQ.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS = "00" THEN
                READ WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF FUNCTION TEST-NUMVAL(WORK-RECORD) = 0 THEN
                            MOVE FUNCTION NUMVAL(WORK-RECORD)
                                TO WS-VOLUME-SEQ
                        END-IF
                END-READ
                CLOSE WORK-FILE
            END-IF.
            ADD 1 TO WS-VOLUME-SEQ.
            MOVE SPACES TO WS-VOLUME-NAME.
            STRING "VOL-" WS-TODAY "-" WS-VOLUME-SEQ ".TGZ"
                DELIMITED BY SIZE INTO WS-VOLUME-NAME.
            EXIT.

      *>
      *> LIST THE MEMBERS AND HAVE TAR WRITE THE VOLUME FROM THE
      *> SPOOL DIRECTORY. A FAILED VOLUME IS REMOVED.
      *>
        2300-WRITE-VOLUME.
            OPEN OUTPUT WORK-FILE.
            PERFORM VARYING WS-ARC-X FROM 1 BY 1
              UNTIL WS-ARC-X > WS-ARC-USED
                MOVE WS-ARC-SPL-ID(WS-ARC-X) TO SPL-ID
                READ SPOOLCTL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPL-DATA-FILE TO WORK-RECORD
                        WRITE WORK-RECORD
                END-READ
            END-PERFORM.
            CLOSE WORK-FILE.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "cd '" FUNCTION TRIM(WS-SPOOLDIR) "' && tar -czf '"
                FUNCTION TRIM(WS-ARCHDIR) "/"
                FUNCTION TRIM(WS-VOLUME-NAME) "' -T '"
                FUNCTION TRIM(WORK-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.
            CALL "CBL_DELETE_FILE" USING WORK-FILE-NAME.
            IF WS-SHELL-RC NOT = 0 THEN
                MOVE SPACES TO DATA-FILE-NAME
                STRING FUNCTION TRIM(WS-ARCHDIR) "/"
                    FUNCTION TRIM(WS-VOLUME-NAME)
                    DELIMITED BY SIZE INTO DATA-FILE-NAME
                CALL "CBL_DELETE_FILE" USING DATA-FILE-NAME
            END-IF.
            EXIT.

      *>
      *> NEXT ARCHIVE NUMBER = HIGHEST IN THE INDEX + 1, AS SPOOL IDS
      *> ARE ALLOCATED.
      *>
        2400-NEXT-ARCHIVE-NO.
            MOVE 0 TO WS-NEXT-ARCHIVE-NO.
            MOVE 99999999 TO ARC-ARCHIVE-NO.
            START RPTARCH-FILE KEY IS <= ARC-ARCHIVE-NO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ RPTARCH-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE ARC-ARCHIVE-NO TO WS-NEXT-ARCHIVE-NO
                    END-READ
            END-START.
            EXIT.

        2500-INDEX-ONE-REPORT.
            MOVE WS-ARC-SPL-ID(WS-ARC-X) TO SPL-ID.
            READ SPOOLCTL-FILE
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
                    EXIT PARAGRAPH
            END-READ.

            ADD 1 TO WS-NEXT-ARCHIVE-NO.
            MOVE SPACES TO RPTARCH-RECORD.
            MOVE SPL-REPORT-NAME TO ARC-REPORT-NAME.
            IF SPL-CREATED(1:8) IS NUMERIC THEN
                MOVE SPL-CREATED(1:8) TO ARC-RUN-DATE
            ELSE
                MOVE 0 TO ARC-RUN-DATE
            END-IF.
            MOVE SPL-OPERATOR TO ARC-OPERATOR.
            MOVE SPL-ID TO ARC-SPL-ID.
            MOVE WS-NEXT-ARCHIVE-NO TO ARC-ARCHIVE-NO.
            MOVE SPL-CREATED(9:6) TO ARC-RUN-TIME.
            MOVE SPL-PAGE-COUNT TO ARC-PAGE-COUNT.
            MOVE SPL-LINE-COUNT TO ARC-LINE-COUNT.
            MOVE SPL-DESTINATION TO ARC-DESTINATION.
            MOVE SPL-PRINTED-TIME TO ARC-PRINTED-TIME.
            MOVE WS-VOLUME-NAME TO ARC-VOLUME.
            MOVE SPL-DATA-FILE TO ARC-MEMBER.
            MOVE FUNCTION CURRENT-DATE TO ARC-ARCHIVED-TIME.
            WRITE RPTARCH-RECORD
                INVALID KEY
                    DISPLAY "RPTARCH: SPOOL ENTRY ", SPL-ID,
                        " IS ALREADY IN THE ARCHIVE INDEX; LEFT ON "
                        "THE SPOOL."
                    SUBTRACT 1 FROM WS-NEXT-ARCHIVE-NO
                    ADD 1 TO WS-SKIPPED-COUNT
                    EXIT PARAGRAPH
            END-WRITE.

            MOVE SPACES TO DATA-FILE-NAME.
            STRING WS-SPOOLDIR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                SPL-DATA-FILE DELIMITED BY SPACE
                INTO DATA-FILE-NAME.
            CALL "CBL_DELETE_FILE" USING DATA-FILE-NAME.
            SET SPL-STATE-ARCHIVED TO TRUE.
            REWRITE SPOOLCTL-RECORD.
            ADD 1 TO WS-ARCHIVED-COUNT.
            EXIT.

      *>
      *> RETAIN: SET (OR WITH DEFAULT, DROP) A REPORT NAME'S RULE.
      *>
        4000-RETAIN.
            IF WS-ARG-NAME = SPACES OR WS-ARG-DAYS = SPACES THEN
                DISPLAY "RPTARCH: RETAIN NEEDS A REPORT NAME AND A "
                    "NUMBER OF DAYS (OR DEFAULT)."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O RPTRETN-FILE.
            IF WS-RPTRETN-FILE-STATUS NOT = "00"
            AND WS-RPTRETN-FILE-STATUS NOT = "05" THEN
                DISPLAY "RPTARCH: RETENTION FILE UNAVAILABLE (STATUS ",
                    WS-RPTRETN-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-ARG-NAME TO RET-REPORT-NAME.
            IF FUNCTION UPPER-CASE(WS-ARG-DAYS) = "DEFAULT" THEN
                DELETE RPTRETN-FILE RECORD
                    INVALID KEY
                        DISPLAY "RPTARCH: ", FUNCTION TRIM(WS-ARG-NAME),
                            " HAS NO RETENTION RULE."
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        DISPLAY "RPTARCH: ", FUNCTION TRIM(WS-ARG-NAME),
                            " NOW KEPT THE DEFAULT ",
                            WS-DEFAULT-KEEP-DAYS, " DAYS."
                END-DELETE
                CLOSE RPTRETN-FILE
                EXIT PARAGRAPH
            END-IF.

            IF FUNCTION TEST-NUMVAL(WS-ARG-DAYS) NOT = 0
            OR FUNCTION NUMVAL(WS-ARG-DAYS) < 0
            OR FUNCTION NUMVAL(WS-ARG-DAYS) > 99999 THEN
                DISPLAY "RPTARCH: '", FUNCTION TRIM(WS-ARG-DAYS),
                    "' IS NOT A NUMBER OF DAYS (0 - 99999)."
                CLOSE RPTRETN-FILE
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ RPTRETN-FILE
                INVALID KEY
                    MOVE SPACES TO RPTRETN-RECORD
                    MOVE WS-ARG-NAME TO RET-REPORT-NAME
            END-READ.
            MOVE FUNCTION NUMVAL(WS-ARG-DAYS) TO RET-KEEP-DAYS.
            IF WS-ARG-DESCRIPTION NOT = SPACES THEN
                MOVE WS-ARG-DESCRIPTION TO RET-DESCRIPTION
            END-IF.
            MOVE WS-OPERATOR-ID TO RET-SET-BY.
            MOVE FUNCTION CURRENT-DATE TO RET-SET-TIME.
            WRITE RPTRETN-RECORD
                INVALID KEY
                    REWRITE RPTRETN-RECORD
            END-WRITE.
            CLOSE RPTRETN-FILE.
            IF RET-KEEP-DAYS = 0 THEN
                DISPLAY "RPTARCH: ", FUNCTION TRIM(WS-ARG-NAME),
                    " NOW KEPT FOREVER."
            ELSE
                DISPLAY "RPTARCH: ", FUNCTION TRIM(WS-ARG-NAME),
                    " NOW KEPT ", RET-KEEP-DAYS, " DAYS."
            END-IF.
            EXIT.

        5000-LIST-RETENTION.
            MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-ED.
            DISPLAY "REPORT ARCHIVE RETENTION (DEFAULT ", WS-KEEP-ED,
                " DAYS)".
            DISPLAY "REPORT            DAYS DESCRIPTION"
                "                              SET BY".
            OPEN INPUT RPTRETN-FILE.
            IF WS-RPTRETN-FILE-STATUS NOT = "00" THEN
                IF WS-RPTRETN-FILE-STATUS = "05" THEN
                    CLOSE RPTRETN-FILE
                END-IF
                DISPLAY "  (NO RULES; EVERY REPORT TAKES THE DEFAULT)"
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO RET-REPORT-NAME.
            START RPTRETN-FILE KEY IS >= RET-REPORT-NAME
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ RPTRETN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE RET-KEEP-DAYS TO WS-KEEP-ED
                        IF RET-KEEP-DAYS = 0 THEN
                            DISPLAY RET-REPORT-NAME, "  EVER ",
                                RET-DESCRIPTION, " ", RET-SET-BY
                        ELSE
                            DISPLAY RET-REPORT-NAME, " ", WS-KEEP-ED,
                                " ", RET-DESCRIPTION, " ", RET-SET-BY
                        END-IF
                        ADD 1 TO WS-RULE-COUNT
                END-READ
            END-PERFORM.
            CLOSE RPTRETN-FILE.
            DISPLAY " ".
            DISPLAY "RULES LISTED: ", WS-RULE-COUNT.
            EXIT.

      *>
      *> EXPIRE: AN ENTRY EXPIRES WHEN ITS RUN DATE PLUS ITS REPORT
      *> NAME'S RETENTION IS BEFORE TODAY. THE RULE IS LOOKED UP ONCE
      *> PER REPORT NAME (THE INDEX IS IN REPORT-NAME ORDER).
      *>
        6000-EXPIRE.
            OPEN I-O RPTARCH-FILE.
            IF WS-RPTARCH-FILE-STATUS NOT = "00" THEN
                IF WS-RPTARCH-FILE-STATUS = "05" THEN
                    CLOSE RPTARCH-FILE
                    DISPLAY "RPTARCH: NOTHING HAS BEEN ARCHIVED YET."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "RPTARCH: ARCHIVE INDEX UNAVAILABLE "
                        "(STATUS ", WS-RPTARCH-FILE-STATUS, ")."
                    MOVE 16 TO RETURN-CODE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT RPTRETN-FILE.
            IF WS-RPTRETN-FILE-STATUS = "00" THEN
                SET RETENTION-FILE-OPEN TO TRUE
            END-IF.
            MOVE 0 TO WS-VOL-USED.
            MOVE HIGH-VALUES TO WS-KEEP-NAME.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO ARC-KEY.
            START RPTARCH-FILE KEY IS >= ARC-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ RPTARCH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 6100-EXPIRE-ONE
                END-READ
            END-PERFORM.
            IF RETENTION-FILE-OPEN THEN
                CLOSE RPTRETN-FILE
            END-IF.

            PERFORM 6300-DROP-EMPTY-VOLUME
                VARYING WS-VOL-X FROM 1 BY 1
                UNTIL WS-VOL-X > WS-VOL-USED.
            CLOSE RPTARCH-FILE.

            DISPLAY "RPTARCH: ", WS-EXPIRED-COUNT,
                " ARCHIVED REPORTS EXPIRED, ", WS-KEPT-COUNT, " KEPT.".
            DISPLAY "RPTARCH: ", WS-VOLUMES-DELETED,
                " EMPTY VOLUMES DELETED.".
            EXIT.

        6100-EXPIRE-ONE.
            IF ARC-REPORT-NAME NOT = WS-KEEP-NAME THEN
                PERFORM 6150-LOOKUP-RETENTION
            END-IF.
            IF WS-KEEP-DAYS = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(ARC-RUN-DATE) NOT = 0 THEN
                ADD 1 TO WS-KEPT-COUNT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EXPIRY-INT =
                FUNCTION INTEGER-OF-DATE(ARC-RUN-DATE) + WS-KEEP-DAYS.
            IF WS-EXPIRY-INT >= WS-TODAY-INT THEN
                ADD 1 TO WS-KEPT-COUNT
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6200-NOTE-VOLUME.
            DELETE RPTARCH-FILE RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-EXPIRED-COUNT
            END-DELETE.
            EXIT.

        6150-LOOKUP-RETENTION.
            MOVE ARC-REPORT-NAME TO WS-KEEP-NAME.
            MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-DAYS.
            IF RETENTION-FILE-OPEN THEN
                MOVE ARC-REPORT-NAME TO RET-REPORT-NAME
                READ RPTRETN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RET-KEEP-DAYS TO WS-KEEP-DAYS
                END-READ
            END-IF.
            EXIT.

        6200-NOTE-VOLUME.
            MOVE 'N' TO WS-VOL-FOUND-FLAG.
            PERFORM VARYING WS-VOL-X FROM 1 BY 1
              UNTIL WS-VOL-X > WS-VOL-USED OR VOLUME-NOTED
                IF WS-VOL-NAME(WS-VOL-X) = ARC-VOLUME THEN
                    SET VOLUME-NOTED TO TRUE
                END-IF
            END-PERFORM.
            IF NOT VOLUME-NOTED AND WS-VOL-USED < 500 THEN
                ADD 1 TO WS-VOL-USED
                MOVE ARC-VOLUME TO WS-VOL-NAME(WS-VOL-USED)
            END-IF.
            EXIT.

        6300-DROP-EMPTY-VOLUME.
            MOVE WS-VOL-NAME(WS-VOL-X) TO ARC-VOLUME.
            MOVE 'N' TO WS-VOL-IN-USE-FLAG.
            START RPTARCH-FILE KEY IS = ARC-VOLUME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET VOLUME-IN-USE TO TRUE
            END-START.
            IF VOLUME-IN-USE THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DATA-FILE-NAME.
            STRING FUNCTION TRIM(WS-ARCHDIR) "/"
                FUNCTION TRIM(WS-VOL-NAME(WS-VOL-X))
                DELIMITED BY SIZE INTO DATA-FILE-NAME.
            CALL "CBL_DELETE_FILE" USING DATA-FILE-NAME.
            IF RETURN-CODE = 0 THEN
                ADD 1 TO WS-VOLUMES-DELETED
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.
