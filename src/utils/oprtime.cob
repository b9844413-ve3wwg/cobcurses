        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPRTIME.
      *>
      *> OPRTIME ASSEMBLES ONE OPERATOR'S ACTIVITY OVER A DATE RANGE
      *> INTO A SINGLE CHRONOLOGICAL TIMELINE FOR AN INVESTIGATION,
      *> INSTEAD OF SOMEONE HAND-STITCHING A DOZEN LOGS TOGETHER:
      *>
      *>     SESSION    SESSACCT.LOG SIGN-ONS, SIGN-OFFS AND SCREENS
      *>                ENTERED (WITH THE TRANSACTION CODE(S) ROUTER.X
      *>                MAPS TO THE PROGRAM)
      *>     SECURITY   SIGNON.LOG EVENTS (FAILURES, LOCKS, PASSWORD
      *>                CHANGES, HR FEED ACTIONS, ...)
      *>     OVERRIDE   OVERRIDE.LOG, BOTH OVERRIDES THE OPERATOR WAS
      *>                GIVEN AND OVERRIDES THEY GRANTED AS SUPERVISOR
      *>     SCREEN     SCRAUDIT.LOG, ITS MONTHLY AUDARCH ARCHIVES
      *>                (SCRAUDIT-YYYYMM.LOG) FIRST
      *>     CATALOG    DTLAUDIT.LOG DETAIL CHANGES MADE BY THE
      *>                OPERATOR, WITH THE CHANGED BYTE SPANS
      *>     ACCESS     DTLAUDIT.LOG USERROLE/USERCRED CHANGES MADE TO
      *>                THE OPERATOR'S ACCESS BY SOMEONE ELSE
      *>     ERROR      ERRORLOG.LOG EVENTS RAISED UNDER THE OPERATOR
      *>     RECORDING  KEYSTROKE RECORDINGS (RECINDEX.LOG), WITH THE
      *>                KEY COUNT AND LENGTH OF THE SCRIPT
      *>     REPORT     REPORTS THE OPERATOR SPOOLED (SPOOLCTL.X)
      *>
      *> EVERY LOG IS WRITTEN IN TIME ORDER, SO THE TIMELINE IS A
      *> MERGE: EACH SOURCE HOLDS ITS NEXT MATCHING ENTRY AND THE
      *> EARLIEST ONE IS PRINTED NEXT. EVENTS LOGGED AFTER THE RUN
      *> STARTED ARE LEFT OUT.
      *>
      *> THE TIMELINE GOES TO THE PRINT SPOOL (REPORT OPRTIME) AND
      *> ENDS WITH A SEAL LINE: A KEYED DIGEST (COBCURSES-AUDIT-DIGEST,
      *> COBCURSES_SHOP_KEY) CHAINED OVER EVERY PRINTED LINE, AND THE
      *> LINE COUNT. OPRTIME VERIFY RECOMPUTES IT FROM THE SPOOL DATA
      *> FILE (FETCH AN ARCHIVED ONE BACK WITH RPTRETR FIRST), SO AN
      *> EDITED COPY OF THE EVIDENCE IS DETECTED.
      *>
      *> EVERY TIMELINE PRODUCED IS ITSELF AUDITED: A DTLAUDIT.LOG
      *> ENTRY ('IV', KEY = SUBJECT, FROM, TO; AFTER IMAGE = THE
      *> PARAMETERS AND THE SEAL) AND AN INVESTIGATION EVENT IN
      *> SIGNON.LOG UNDER THE ACTING USER.
      *>
      *> USAGE (ARGUMENTS):
      *>     OPERATOR [FROM [TO]]    TIMELINE FOR OPERATOR, DATES
      *>                             YYYYMMDD (DEFAULT: THE LAST 30
      *>                             DAYS THROUGH TODAY)
      *>     VERIFY SPOOL-DATA-FILE  CHECK A TIMELINE'S SEAL
      *>
      *> BOTH NEED THE SECADMIN ROLE.
      *>
      *> RETURN-CODE:
      *>     0   DONE (VERIFY: SEAL MATCHES)
      *>     8   FILE PROBLEM (VERIFY: SEAL MISSING OR MISMATCHED)
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SESSACCT-FILE
                ASSIGN TO SESSACCT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSACCT-FILE-STATUS.

            SELECT OPTIONAL SIGNON-FILE
                ASSIGN TO SIGNON-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIGNON-FILE-STATUS.

            SELECT OPTIONAL OVERRIDE-FILE
                ASSIGN TO OVERRIDE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

            SELECT OPTIONAL SCRAUDIT-FILE
                ASSIGN TO SCRAUDIT-SOURCE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCRAUDIT-FILE-STATUS.

            SELECT OPTIONAL DTLAUDIT-FILE
                ASSIGN TO DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DTLAUDIT-FILE-STATUS.

            SELECT OPTIONAL ERRORLOG-FILE
                ASSIGN TO ERRORLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERRORLOG-FILE-STATUS.

            SELECT OPTIONAL RECINDEX-FILE
                ASSIGN TO RECINDEX-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECINDEX-FILE-STATUS.

            SELECT OPTIONAL RECORDING-FILE
                ASSIGN TO RECORDING-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECORDING-FILE-STATUS.

            SELECT OPTIONAL SPOOLCTL-FILE
                ASSIGN TO SPOOLCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SPL-ID
                FILE STATUS IS WS-SPOOLCTL-FILE-STATUS.

            SELECT OPTIONAL ROUTER-FILE
                ASSIGN TO ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT OPTIONAL VERIFY-FILE
                ASSIGN TO VERIFY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VERIFY-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SESSACCT-FILE.
        01  SESSACCT-RECORD.
            COPY SESSACCT.

        FD  SIGNON-FILE.
        01  SIGNON-RECORD.
            05  SGN-DATE-TIME               PIC X(21).
            05  SGN-OPERATOR                PIC X(20).
            05  SGN-EVENT                   PIC X(20).
            05  SGN-DETAIL                  PIC X(40).
            05  SGN-CHAIN-SEQ               PIC 9(9).
            05  SGN-CHAIN-DIGEST            PIC X(16).

        FD  OVERRIDE-FILE.
        01  OVERRIDE-RECORD.
            COPY OVERRIDE.

        FD  SCRAUDIT-FILE.
        01  SCRAUDIT-RECORD.
            COPY SCRAUDIT.

        FD  DTLAUDIT-FILE.
        01  DTLAUDIT-RECORD.
            COPY DTLAUDIT.

        FD  ERRORLOG-FILE.
        01  ERRORLOG-RECORD.
            COPY ERRORLOG.

        FD  RECINDEX-FILE.
        01  RECINDEX-RECORD.
            COPY RECINDEX.

        FD  RECORDING-FILE.
        01  RECORDING-RECORD.
            05  RCD-FLAG                    PIC X.
            05  FILLER                      PIC X.
            05  RCD-CODE                    PIC 9(4).
            05  FILLER                      PIC X.
            05  RCD-CHAR-ORD                PIC 9(3).
            05  FILLER                      PIC X.
            05  RCD-ELAPSED                 PIC 9(6).

        FD  SPOOLCTL-FILE.
        01  SPOOLCTL-RECORD.
            COPY SPOOLCTL.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  VERIFY-FILE.
        01  VERIFY-RECORD                   PIC X(160).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SESSACCT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SESSACCT.LOG".
            10  SIGNON-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SIGNON.LOG".
            10  OVERRIDE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/OVERRIDE.LOG".
            10  SCRAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT.LOG".
            10  ARCHIVE-NAME-STEM               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT-".
            10  SCRAUDIT-SOURCE-NAME            PIC X(256).
            10  DTLAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG".
            10  ERRORLOG-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ERRORLOG.LOG".
            10  RECINDEX-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RECINDEX.LOG".
            10  RECORDING-FILE-NAME             PIC X(256).
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  WS-SPOOLDIR                     PIC X(256).
            10  SPOOLCTL-FILE-NAME              PIC X(512).
            10  VERIFY-FILE-NAME                PIC X(256).

        01  WS-SESSACCT-FILE-STATUS             PIC XX.
        01  WS-SIGNON-FILE-STATUS               PIC XX.
        01  WS-OVERRIDE-FILE-STATUS             PIC XX.
        01  WS-SCRAUDIT-FILE-STATUS             PIC XX.
        01  WS-DTLAUDIT-FILE-STATUS             PIC XX.
        01  WS-ERRORLOG-FILE-STATUS             PIC XX.
        01  WS-RECINDEX-FILE-STATUS             PIC XX.
        01  WS-RECORDING-FILE-STATUS            PIC XX.
        01  WS-SPOOLCTL-FILE-STATUS             PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.
        01  WS-VERIFY-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

      *>
      *>     WHICH SOURCES ARE STILL OPEN.
      *>
        01  WS-SOURCE-FILES.
            05  WS-SESSACCT-OPEN-FLAG           PIC X VALUE 'N'.
                88  SESSACCT-OPEN               VALUE 'Y'.
            05  WS-SIGNON-OPEN-FLAG             PIC X VALUE 'N'.
                88  SIGNON-OPEN                 VALUE 'Y'.
            05  WS-OVERRIDE-OPEN-FLAG           PIC X VALUE 'N'.
                88  OVERRIDE-OPEN               VALUE 'Y'.
            05  WS-SCRAUDIT-OPEN-FLAG           PIC X VALUE 'N'.
                88  SCRAUDIT-OPEN               VALUE 'Y'.
            05  WS-DTLAUDIT-OPEN-FLAG           PIC X VALUE 'N'.
                88  DTLAUDIT-OPEN               VALUE 'Y'.
            05  WS-ERRORLOG-OPEN-FLAG           PIC X VALUE 'N'.
                88  ERRORLOG-OPEN               VALUE 'Y'.
            05  WS-RECINDEX-OPEN-FLAG           PIC X VALUE 'N'.
                88  RECINDEX-OPEN               VALUE 'Y'.
            05  WS-SPOOLCTL-OPEN-FLAG           PIC X VALUE 'N'.
                88  SPOOLCTL-OPEN               VALUE 'Y'.

      *>
      *>     SCRAUDIT IS READ AS ITS ARCHIVES FROM THE FROM-MONTH TO
      *>     THIS MONTH, THEN THE LIVE LOG. AN ARCHIVE NEVER HOLDS AN
      *>     ENTRY DATED AFTER ITS MONTH, SO EARLIER ONES ARE SKIPPED.
      *>
        01  WS-AUD-PHASE                        PIC X VALUE 'A'.
            88  AUD-PHASE-ARCHIVES              VALUE 'A'.
            88  AUD-PHASE-LIVE                  VALUE 'L'.
            88  AUD-PHASE-DONE                  VALUE 'X'.
        01  WS-AUD-MONTH                        PIC 9(6).
        01  WS-AUD-MONTH-PARTS REDEFINES WS-AUD-MONTH.
            05  WS-AUD-YEAR                     PIC 9(4).
            05  WS-AUD-MM                       PIC 99.
        01  WS-THIS-MONTH                       PIC 9(6).

      *>
      *>     THE MERGE: EACH SOURCE'S NEXT MATCHING ENTRY TIME
      *>     (HIGH-VALUES ONCE IT IS EXHAUSTED) AND ITS EVENT COUNT.
      *>
        01  SOURCE-TABLE.
            05  WS-SRC-ENTRY OCCURS 8 TIMES.
                10  WS-SRC-TIME                 PIC X(21).
                10  WS-SRC-EVENTS               PIC 9(6).
        01  SOURCE-NAME-VALUES.
            05  FILLER  PIC X(10) VALUE "SESSION".
            05  FILLER  PIC X(10) VALUE "SECURITY".
            05  FILLER  PIC X(10) VALUE "OVERRIDE".
            05  FILLER  PIC X(10) VALUE "SCREEN".
            05  FILLER  PIC X(10) VALUE "CATALOG".
            05  FILLER  PIC X(10) VALUE "ERROR".
            05  FILLER  PIC X(10) VALUE "RECORDING".
            05  FILLER  PIC X(10) VALUE "REPORT".
        01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
            05  WS-SRC-NAME OCCURS 8 TIMES      PIC X(10).
        01  WS-SRC-X                            PIC 9(4) COMP.
        01  WS-PICK                             PIC 9(4) COMP.
        01  WS-TOTAL-EVENTS                     PIC 9(6) VALUE 0.

        01  WS-EVENT-TIME                       PIC X(21).
        01  WS-RANGE-FLAG                       PIC X.
            88  EVENT-IN-RANGE                  VALUE 'Y'.

      *>
      *>     TRANSACTION CODES BY PROGRAM (ROUTER.X), FOR SESSACCT
      *>     ENTER EVENTS, WHICH CARRY ONLY THE PROGRAM.
      *>
        01  ROUTER-TABLE.
            10  WS-RT-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-RT-ENTRY OCCURS 500 TIMES.
                15  WS-RT-CODE                  PIC X(8).
                15  WS-RT-PROGRAM               PIC X(8).
        01  WS-RT-X                             PIC 9(4) COMP.
        01  WS-RT-HITS                          PIC 9(4) COMP.
        01  WS-CODE-LIST                        PIC X(40).
        01  WS-CODE-PTR                         PIC 9(4) COMP.

        01  WS-ARG-1                            PIC X(20).
        01  WS-ARG-2                            PIC X(256).
        01  WS-ARG-3                            PIC X(20).

        01  WS-SUBJECT                          PIC X(20).
        01  WS-FROM-DATE                        PIC X(8).
        01  WS-TO-DATE                          PIC X(8).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-DATE-INT                         PIC 9(8).

        01  WS-ACTING-ID                        PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-NOW                              PIC X(21).
        01  WS-TODAY                            PIC X(8).

      *>
      *>     SPOOL OUTPUT (SEE COBCURSES-SPOOL).
      *>
        01  WS-SPOOL-OP                         PIC X.
        01  WS-REPORT-NAME                      PIC X(16)
            VALUE "OPRTIME".
        01  WS-DESTINATION                      PIC X(16)
            VALUE SPACES.
        01  WS-PRINT-LINE                       PIC X(160).

        01  WS-OUT-CATEGORY                     PIC X(10).
        01  WS-OUT-TEXT                         PIC X(128).
        01  WS-OUT-PTR                          PIC 9(4) COMP.
        01  WS-STAMP                            PIC X(19).
        01  WS-ACTION-WORD                      PIC X(8).
        01  WS-ED-COUNT                         PIC Z(5)9.
        01  WS-ED-SECONDS                       PIC Z(5)9.
        01  WS-ED-RETC                          PIC -(9)9.
        01  WS-ED-SPAN                          PIC ZZ9.
        01  WS-SCAN-X                           PIC 9(4) COMP.
        01  WS-SPAN-START                       PIC 9(4) COMP.
        01  WS-SPAN-LEN                         PIC 9(4) COMP.
        01  WS-SPAN-SHOWN                       PIC 9(4) COMP.
        01  WS-IN-SPAN-FLAG                     PIC X.
            88  IN-CHANGED-SPAN                 VALUE 'Y'.
        01  WS-MAX-SPANS                        PIC 9(4) COMP VALUE 8.
        01  WS-KEY-COUNT                        PIC 9(6).
        01  WS-LAST-ELAPSED                     PIC 9(6).

      *>
      *>     THE SEAL: A DIGEST CHAINED OVER EVERY PRINTED LINE.
      *>
        01  WS-RUN-DIGEST                       PIC X(16).
        01  WS-NEW-DIGEST                       PIC X(16).
        01  WS-GENESIS-DIGEST                   PIC X(16)
            VALUE "0000000000000000".
        01  WS-LINE-SEQ                         PIC 9(9) VALUE 0.
        01  WS-DIGEST-BODY                      PIC X(1400).
        01  WS-DIGEST-LEN                       PIC 9999 VALUE 160.
        01  WS-KEYING-FLAG                      PIC X VALUE 'Y'.
            88  DIGEST-IS-KEYED                 VALUE 'Y'.
        01  WS-SEAL-LINE.
            05  WS-SEAL-TAG                     PIC X(9)
                VALUE "*** SEAL ".
            05  WS-SEAL-DIGEST                  PIC X(16).
            05  FILLER                          PIC X(7)
                VALUE " LINES ".
            05  WS-SEAL-LINES                   PIC 9(9).
            05  FILLER                          PIC X VALUE SPACE.
            05  WS-SEAL-KEYING                  PIC X(7).
            05  FILLER                          PIC X(111)
                VALUE SPACES.
        01  WS-BANNER-FLAG                      PIC X.
            88  PAST-BANNER                     VALUE 'Y'.
        01  WS-SEAL-FLAG                        PIC X.
            88  SEAL-WAS-FOUND                  VALUE 'Y'.

      *>
      *>     DETAIL AUDIT AND SIGN-ON LOG OF THE RUN ITSELF.
      *>
        01  WS-DTL-BEFORE                       PIC X(600) VALUE SPACES.
        01  WS-DTL-AFTER                        PIC X(600).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-LOG-EVENT                        PIC X(20)
            VALUE "INVESTIGATION".
        01  WS-LOG-DETAIL                       PIC X(40).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            IF FUNCTION UPPER-CASE(WS-ARG-1) = "VERIFY" THEN
                PERFORM 8000-VERIFY-SEAL
            ELSE
                PERFORM 2000-BUILD-TIMELINE
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF SESSACCT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SESSACCT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SIGNON-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING OVERRIDE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ARCHIVE-NAME-STEM, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING DTLAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ERRORLOG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING RECINDEX-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ROUTER-FILE-NAME, FILE-NAME-LENGTH.

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
            MOVE SPACES TO SPOOLCTL-FILE-NAME.
            STRING WS-SPOOLDIR DELIMITED BY SPACE,
                "/SPOOLCTL.X" DELIMITED BY SIZE
                INTO SPOOLCTL-FILE-NAME.

            MOVE SPACES TO WS-ARG-1, WS-ARG-2, WS-ARG-3.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.

            MOVE SPACES TO WS-ACTING-ID.
            CALL "C$GETENV" USING "USER", WS-ACTING-ID.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-ADMIN-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "OPRTIME: ",
                    FUNCTION TRIM(WS-ACTING-ID),
                    " DOES NOT HOLD THE SECADMIN ROLE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *>     BUILD, SPOOL, SEAL AND AUDIT ONE TIMELINE.
      *>
        2000-BUILD-TIMELINE.
            PERFORM 2100-CHECK-ARGUMENTS.
            PERFORM 2200-LOAD-ROUTER.

            MOVE 'O' TO WS-SPOOL-OP.
            MOVE SPACES TO WS-PRINT-LINE.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-ACTING-ID, WS-DESTINATION, WS-PRINT-LINE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "OPRTIME: CANNOT OPEN THE PRINT SPOOL."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-GENESIS-DIGEST TO WS-RUN-DIGEST.

            PERFORM 2300-PRINT-HEADING.
            PERFORM 3000-OPEN-SOURCES.

            PERFORM 4000-PICK-EARLIEST.
            PERFORM UNTIL WS-PICK = 0
                ADD 1 TO WS-SRC-EVENTS(WS-PICK)
                ADD 1 TO WS-TOTAL-EVENTS
                PERFORM 5000-PRINT-EVENT
                PERFORM 4100-ADVANCE-SOURCE
                PERFORM 4000-PICK-EARLIEST
            END-PERFORM.

            PERFORM 2400-PRINT-SUMMARY.
            PERFORM 2500-PRINT-SEAL.

            MOVE 'C' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-ACTING-ID, WS-DESTINATION, WS-PRINT-LINE.

            PERFORM 2600-AUDIT-RUN.

            MOVE WS-TOTAL-EVENTS TO WS-ED-COUNT.
            DISPLAY "OPRTIME: ", FUNCTION TRIM(WS-ED-COUNT),
                " EVENTS FOR ", FUNCTION TRIM(WS-SUBJECT),
                " SPOOLED AS REPORT OPRTIME, SEAL ", WS-RUN-DIGEST,
                ".".
            IF NOT DIGEST-IS-KEYED THEN
                DISPLAY "OPRTIME: COBCURSES_SHOP_KEY IS NOT SET --",
                    " THE SEAL IS UNKEYED."
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2100-CHECK-ARGUMENTS.
            IF WS-ARG-1 = SPACES THEN
                DISPLAY "OPRTIME: USAGE: OPRTIME OPERATOR",
                    " [FROM [TO]] | VERIFY SPOOL-DATA-FILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ARG-1 TO WS-SUBJECT.

            IF WS-ARG-2 = SPACES THEN
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-TODAY)) - 30
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                MOVE WS-DATE-NUM TO WS-FROM-DATE
            ELSE
                MOVE WS-ARG-2(1:8) TO WS-FROM-DATE
            END-IF.
            IF WS-ARG-3 = SPACES THEN
                MOVE WS-TODAY TO WS-TO-DATE
            ELSE
                MOVE WS-ARG-3(1:8) TO WS-TO-DATE
            END-IF.

            IF WS-FROM-DATE IS NOT NUMERIC
            OR WS-TO-DATE IS NOT NUMERIC THEN
                DISPLAY "OPRTIME: DATES ARE YYYYMMDD."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-FROM-DATE TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                NOT = 0 THEN
                DISPLAY "OPRTIME: ", WS-FROM-DATE,
                    " IS NOT A VALID DATE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TO-DATE TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                NOT = 0 THEN
                DISPLAY "OPRTIME: ", WS-TO-DATE,
                    " IS NOT A VALID DATE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-FROM-DATE > WS-TO-DATE THEN
                DISPLAY "OPRTIME: ", WS-FROM-DATE,
                    " IS AFTER ", WS-TO-DATE, "."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

        2200-LOAD-ROUTER.
            MOVE 0 TO WS-RT-COUNT.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS = "05" THEN
                CLOSE ROUTER-FILE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ROUTER-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-RT-COUNT < 500 THEN
                            ADD 1 TO WS-RT-COUNT
                            MOVE RTR-CODE TO WS-RT-CODE(WS-RT-COUNT)
                            MOVE RTR-PROGRAM-NAME
                                TO WS-RT-PROGRAM(WS-RT-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROUTER-FILE.
            EXIT.

        2300-PRINT-HEADING.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE "OPERATOR ACTIVITY TIMELINE" TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "SUBJECT:   " WS-SUBJECT
                DELIMITED BY SIZE INTO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "PERIOD:    "
                WS-FROM-DATE(1:4) "-" WS-FROM-DATE(5:2) "-"
                WS-FROM-DATE(7:2) " TO "
                WS-TO-DATE(1:4) "-" WS-TO-DATE(5:2) "-"
                WS-TO-DATE(7:2)
                DELIMITED BY SIZE INTO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE WS-NOW TO WS-EVENT-TIME.
            PERFORM 5900-FORMAT-STAMP.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "PREPARED:  " WS-STAMP " BY "
                FUNCTION TRIM(WS-ACTING-ID)
                DELIMITED BY SIZE INTO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "DATE       TIME      SOURCE     EVENT"
                DELIMITED BY SIZE INTO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE ALL "-" TO WS-PRINT-LINE(1:100).
            PERFORM 6000-PRINT-LINE.
            EXIT.

        2400-PRINT-SUMMARY.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE "EVENTS BY SOURCE:" TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            PERFORM VARYING WS-SRC-X FROM 1 BY 1
                UNTIL WS-SRC-X > 8
                MOVE WS-SRC-EVENTS(WS-SRC-X) TO WS-ED-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "    " WS-SRC-NAME(WS-SRC-X) " " WS-ED-COUNT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                PERFORM 6000-PRINT-LINE
            END-PERFORM.
            MOVE WS-TOTAL-EVENTS TO WS-ED-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "    TOTAL      " WS-ED-COUNT
                DELIMITED BY SIZE INTO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            MOVE "END OF TIMELINE" TO WS-PRINT-LINE.
            PERFORM 6000-PRINT-LINE.
            EXIT.

        2500-PRINT-SEAL.
      *>
      *>     THE SEAL LINE ITSELF IS NOT DIGESTED.
      *>
            MOVE WS-RUN-DIGEST TO WS-SEAL-DIGEST.
            MOVE WS-LINE-SEQ TO WS-SEAL-LINES.
            IF DIGEST-IS-KEYED THEN
                MOVE "KEYED" TO WS-SEAL-KEYING
            ELSE
                MOVE "UNKEYED" TO WS-SEAL-KEYING
            END-IF.
            MOVE WS-SEAL-LINE TO WS-PRINT-LINE.
            MOVE 'W' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-ACTING-ID, WS-DESTINATION, WS-PRINT-LINE.
            EXIT.

        2600-AUDIT-RUN.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE WS-SUBJECT TO WS-DTL-KEY(1:20).
            MOVE WS-FROM-DATE TO WS-DTL-KEY(22:8).
            MOVE WS-TO-DATE TO WS-DTL-KEY(31:8).
            MOVE SPACES TO WS-DTL-AFTER.
            MOVE WS-TOTAL-EVENTS TO WS-ED-COUNT.
            STRING "SUBJECT " FUNCTION TRIM(WS-SUBJECT)
                " FROM " WS-FROM-DATE " TO " WS-TO-DATE
                " EVENTS " FUNCTION TRIM(WS-ED-COUNT)
                " LINES " WS-SEAL-LINES
                " SEAL " WS-RUN-DIGEST " " WS-SEAL-KEYING
                DELIMITED BY SIZE INTO WS-DTL-AFTER.
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "IV", "A", WS-DTL-KEY, WS-DTL-BEFORE, WS-DTL-AFTER.

            MOVE SPACES TO WS-LOG-DETAIL.
            STRING WS-SUBJECT " " WS-FROM-DATE "-" WS-TO-DATE
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-ACTING-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

      *>
      *>     OPEN EVERY SOURCE AND POSITION IT ON ITS FIRST MATCHING
      *>     ENTRY. A LOG THAT DOES NOT EXIST YET SIMPLY HAS NONE.
      *>
        3000-OPEN-SOURCES.
            OPEN INPUT SESSACCT-FILE.
            IF WS-SESSACCT-FILE-STATUS = "00" THEN
                SET SESSACCT-OPEN TO TRUE
            ELSE
                IF WS-SESSACCT-FILE-STATUS = "05" THEN
                    CLOSE SESSACCT-FILE
                END-IF
            END-IF.
            PERFORM 3100-NEXT-SESSACCT.

            OPEN INPUT SIGNON-FILE.
            IF WS-SIGNON-FILE-STATUS = "00" THEN
                SET SIGNON-OPEN TO TRUE
            ELSE
                IF WS-SIGNON-FILE-STATUS = "05" THEN
                    CLOSE SIGNON-FILE
                END-IF
            END-IF.
            PERFORM 3200-NEXT-SIGNON.

            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-FILE-STATUS = "00" THEN
                SET OVERRIDE-OPEN TO TRUE
            ELSE
                IF WS-OVERRIDE-FILE-STATUS = "05" THEN
                    CLOSE OVERRIDE-FILE
                END-IF
            END-IF.
            PERFORM 3300-NEXT-OVERRIDE.

            MOVE WS-FROM-DATE(1:6) TO WS-AUD-MONTH.
            MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
            SET AUD-PHASE-ARCHIVES TO TRUE.
            PERFORM 3400-NEXT-SCRAUDIT.

            OPEN INPUT DTLAUDIT-FILE.
            IF WS-DTLAUDIT-FILE-STATUS = "00" THEN
                SET DTLAUDIT-OPEN TO TRUE
            ELSE
                IF WS-DTLAUDIT-FILE-STATUS = "05" THEN
                    CLOSE DTLAUDIT-FILE
                END-IF
            END-IF.
            PERFORM 3500-NEXT-DTLAUDIT.

            OPEN INPUT ERRORLOG-FILE.
            IF WS-ERRORLOG-FILE-STATUS = "00" THEN
                SET ERRORLOG-OPEN TO TRUE
            ELSE
                IF WS-ERRORLOG-FILE-STATUS = "05" THEN
                    CLOSE ERRORLOG-FILE
                END-IF
            END-IF.
            PERFORM 3600-NEXT-ERRORLOG.

            OPEN INPUT RECINDEX-FILE.
            IF WS-RECINDEX-FILE-STATUS = "00" THEN
                SET RECINDEX-OPEN TO TRUE
            ELSE
                IF WS-RECINDEX-FILE-STATUS = "05" THEN
                    CLOSE RECINDEX-FILE
                END-IF
            END-IF.
            PERFORM 3700-NEXT-RECINDEX.

            OPEN INPUT SPOOLCTL-FILE.
            IF WS-SPOOLCTL-FILE-STATUS = "00" THEN
                SET SPOOLCTL-OPEN TO TRUE
            ELSE
                IF WS-SPOOLCTL-FILE-STATUS = "05" THEN
                    CLOSE SPOOLCTL-FILE
                END-IF
            END-IF.
            PERFORM 3800-NEXT-SPOOLCTL.
            EXIT.

        3100-NEXT-SESSACCT.
            MOVE HIGH-VALUES TO WS-SRC-TIME(1).
            PERFORM UNTIL NOT SESSACCT-OPEN
            OR WS-SRC-TIME(1) NOT = HIGH-VALUES
                READ SESSACCT-FILE
                    AT END
                        CLOSE SESSACCT-FILE
                        MOVE 'N' TO WS-SESSACCT-OPEN-FLAG
                    NOT AT END
                        IF SAC-OPERATOR = WS-SUBJECT THEN
                            MOVE SAC-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE SAC-DATE-TIME TO WS-SRC-TIME(1)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3200-NEXT-SIGNON.
            MOVE HIGH-VALUES TO WS-SRC-TIME(2).
            PERFORM UNTIL NOT SIGNON-OPEN
            OR WS-SRC-TIME(2) NOT = HIGH-VALUES
                READ SIGNON-FILE
                    AT END
                        CLOSE SIGNON-FILE
                        MOVE 'N' TO WS-SIGNON-OPEN-FLAG
                    NOT AT END
                        IF SGN-OPERATOR = WS-SUBJECT THEN
                            MOVE SGN-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE SGN-DATE-TIME TO WS-SRC-TIME(2)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3300-NEXT-OVERRIDE.
            MOVE HIGH-VALUES TO WS-SRC-TIME(3).
            PERFORM UNTIL NOT OVERRIDE-OPEN
            OR WS-SRC-TIME(3) NOT = HIGH-VALUES
                READ OVERRIDE-FILE
                    AT END
                        CLOSE OVERRIDE-FILE
                        MOVE 'N' TO WS-OVERRIDE-OPEN-FLAG
                    NOT AT END
                        IF OVR-OPERATOR = WS-SUBJECT
                        OR OVR-SUPERVISOR = WS-SUBJECT THEN
                            MOVE OVR-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE OVR-DATE-TIME TO WS-SRC-TIME(3)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3400-NEXT-SCRAUDIT.
            MOVE HIGH-VALUES TO WS-SRC-TIME(4).
            PERFORM UNTIL WS-SRC-TIME(4) NOT = HIGH-VALUES
            OR (AUD-PHASE-DONE AND NOT SCRAUDIT-OPEN)
                IF SCRAUDIT-OPEN THEN
                    PERFORM 3410-READ-SCRAUDIT
                ELSE
                    PERFORM 3450-OPEN-NEXT-SCRAUDIT
                END-IF
            END-PERFORM.
            EXIT.

        3410-READ-SCRAUDIT.
            READ SCRAUDIT-FILE
                AT END
                    CLOSE SCRAUDIT-FILE
                    MOVE 'N' TO WS-SCRAUDIT-OPEN-FLAG
                NOT AT END
                    IF AUD-OPERATOR = WS-SUBJECT THEN
                        MOVE AUD-DATE-TIME TO WS-EVENT-TIME
                        PERFORM 3900-CHECK-RANGE
                        IF EVENT-IN-RANGE THEN
                            MOVE AUD-DATE-TIME TO WS-SRC-TIME(4)
                        END-IF
                    END-IF
            END-READ.
            EXIT.

        3450-OPEN-NEXT-SCRAUDIT.
            EVALUATE TRUE
                WHEN AUD-PHASE-ARCHIVES
                    IF WS-AUD-MONTH > WS-THIS-MONTH THEN
                        SET AUD-PHASE-LIVE TO TRUE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE SPACES TO SCRAUDIT-SOURCE-NAME
                    STRING FUNCTION TRIM(ARCHIVE-NAME-STEM)
                        WS-AUD-MONTH ".LOG"
                        DELIMITED BY SIZE INTO SCRAUDIT-SOURCE-NAME
                    IF WS-AUD-MM = 12 THEN
                        ADD 1 TO WS-AUD-YEAR
                        MOVE 1 TO WS-AUD-MM
                    ELSE
                        ADD 1 TO WS-AUD-MM
                    END-IF
                WHEN AUD-PHASE-LIVE
                    MOVE SCRAUDIT-FILE-NAME TO SCRAUDIT-SOURCE-NAME
                    SET AUD-PHASE-DONE TO TRUE
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            OPEN INPUT SCRAUDIT-FILE.
            IF WS-SCRAUDIT-FILE-STATUS = "00" THEN
                SET SCRAUDIT-OPEN TO TRUE
            ELSE
                IF WS-SCRAUDIT-FILE-STATUS = "05" THEN
                    CLOSE SCRAUDIT-FILE
                END-IF
            END-IF.
            EXIT.

        3500-NEXT-DTLAUDIT.
      *>
      *>     THE OPERATOR'S OWN CHANGES, AND CHANGES TO THEIR GRANTS
      *>     ('UR') OR CREDENTIAL ('UC') -- KEYED BY OPERATOR -- MADE
      *>     BY ANYONE.
      *>
            MOVE HIGH-VALUES TO WS-SRC-TIME(5).
            PERFORM UNTIL NOT DTLAUDIT-OPEN
            OR WS-SRC-TIME(5) NOT = HIGH-VALUES
                READ DTLAUDIT-FILE
                    AT END
                        CLOSE DTLAUDIT-FILE
                        MOVE 'N' TO WS-DTLAUDIT-OPEN-FLAG
                    NOT AT END
                        IF DTA-OPERATOR = WS-SUBJECT
                        OR ((DTA-FILE-TAG = "UR"
                             OR DTA-FILE-TAG = "UC")
                            AND DTA-OBJECT-KEY(1:20) = WS-SUBJECT)
                        THEN
                            MOVE DTA-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE DTA-DATE-TIME TO WS-SRC-TIME(5)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3600-NEXT-ERRORLOG.
            MOVE HIGH-VALUES TO WS-SRC-TIME(6).
            PERFORM UNTIL NOT ERRORLOG-OPEN
            OR WS-SRC-TIME(6) NOT = HIGH-VALUES
                READ ERRORLOG-FILE
                    AT END
                        CLOSE ERRORLOG-FILE
                        MOVE 'N' TO WS-ERRORLOG-OPEN-FLAG
                    NOT AT END
                        IF ERR-OPERATOR = WS-SUBJECT THEN
                            MOVE ERR-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE ERR-DATE-TIME TO WS-SRC-TIME(6)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3700-NEXT-RECINDEX.
            MOVE HIGH-VALUES TO WS-SRC-TIME(7).
            PERFORM UNTIL NOT RECINDEX-OPEN
            OR WS-SRC-TIME(7) NOT = HIGH-VALUES
                READ RECINDEX-FILE
                    AT END
                        CLOSE RECINDEX-FILE
                        MOVE 'N' TO WS-RECINDEX-OPEN-FLAG
                    NOT AT END
                        IF RCX-OPERATOR = WS-SUBJECT THEN
                            MOVE RCX-DATE-TIME TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE RCX-DATE-TIME TO WS-SRC-TIME(7)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3800-NEXT-SPOOLCTL.
            MOVE HIGH-VALUES TO WS-SRC-TIME(8).
            PERFORM UNTIL NOT SPOOLCTL-OPEN
            OR WS-SRC-TIME(8) NOT = HIGH-VALUES
                READ SPOOLCTL-FILE NEXT RECORD
                    AT END
                        CLOSE SPOOLCTL-FILE
                        MOVE 'N' TO WS-SPOOLCTL-OPEN-FLAG
                    NOT AT END
                        IF SPL-OPERATOR = WS-SUBJECT THEN
                            MOVE SPL-CREATED TO WS-EVENT-TIME
                            PERFORM 3900-CHECK-RANGE
                            IF EVENT-IN-RANGE THEN
                                MOVE SPL-CREATED TO WS-SRC-TIME(8)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3900-CHECK-RANGE.
            MOVE 'N' TO WS-RANGE-FLAG.
            IF WS-EVENT-TIME(1:8) NOT < WS-FROM-DATE
            AND WS-EVENT-TIME(1:8) NOT > WS-TO-DATE
            AND WS-EVENT-TIME(1:16) < WS-NOW(1:16) THEN
                SET EVENT-IN-RANGE TO TRUE
            END-IF.
            EXIT.

      *>
      *>     THE SOURCE WITH THE EARLIEST PENDING ENTRY (0 = ALL
      *>     EXHAUSTED). ON A TIE THE EARLIER SOURCE IN THE TABLE
      *>     GOES FIRST, SO A SIGN-ON PRECEDES WHAT IT LED TO.
      *>
        4000-PICK-EARLIEST.
            MOVE 0 TO WS-PICK.
            PERFORM VARYING WS-SRC-X FROM 1 BY 1
                UNTIL WS-SRC-X > 8
                IF WS-SRC-TIME(WS-SRC-X) NOT = HIGH-VALUES THEN
                    IF WS-PICK = 0 THEN
                        MOVE WS-SRC-X TO WS-PICK
                    ELSE
                        IF WS-SRC-TIME(WS-SRC-X)(1:16) <
                           WS-SRC-TIME(WS-PICK)(1:16) THEN
                            MOVE WS-SRC-X TO WS-PICK
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        4100-ADVANCE-SOURCE.
            EVALUATE WS-PICK
                WHEN 1
                    PERFORM 3100-NEXT-SESSACCT
                WHEN 2
                    PERFORM 3200-NEXT-SIGNON
                WHEN 3
                    PERFORM 3300-NEXT-OVERRIDE
                WHEN 4
                    PERFORM 3400-NEXT-SCRAUDIT
                WHEN 5
                    PERFORM 3500-NEXT-DTLAUDIT
                WHEN 6
                    PERFORM 3600-NEXT-ERRORLOG
                WHEN 7
                    PERFORM 3700-NEXT-RECINDEX
                WHEN 8
                    PERFORM 3800-NEXT-SPOOLCTL
            END-EVALUATE.
            EXIT.

      *>
      *>     FORMAT THE PICKED SOURCE'S CURRENT RECORD.
      *>
        5000-PRINT-EVENT.
            MOVE WS-SRC-TIME(WS-PICK) TO WS-EVENT-TIME.
            PERFORM 5900-FORMAT-STAMP.
            MOVE WS-SRC-NAME(WS-PICK) TO WS-OUT-CATEGORY.
            MOVE SPACES TO WS-OUT-TEXT.
            EVALUATE WS-PICK
                WHEN 1
                    PERFORM 5100-SHOW-SESSACCT
                WHEN 2
                    PERFORM 5200-SHOW-SIGNON
                WHEN 3
                    PERFORM 5300-SHOW-OVERRIDE
                WHEN 4
                    PERFORM 5400-SHOW-SCRAUDIT
                WHEN 5
                    PERFORM 5500-SHOW-DTLAUDIT
                WHEN 6
                    PERFORM 5600-SHOW-ERRORLOG
                WHEN 7
                    PERFORM 5700-SHOW-RECINDEX
                WHEN 8
                    PERFORM 5800-SHOW-SPOOLCTL
            END-EVALUATE.
            EXIT.

        5100-SHOW-SESSACCT.
            EVALUATE TRUE
                WHEN SAC-EVENT-SIGNON
                    MOVE "SIGNED ON" TO WS-OUT-TEXT
                WHEN SAC-EVENT-SIGNOFF
                    MOVE "SIGNED OFF" TO WS-OUT-TEXT
                WHEN SAC-EVENT-ENTER
                    PERFORM 5150-LOOKUP-CODES
                    STRING "ENTERED "
                        FUNCTION TRIM(SAC-SCREEN(1:8))
                        " VIA " FUNCTION TRIM(WS-CODE-LIST)
                        DELIMITED BY SIZE INTO WS-OUT-TEXT
                WHEN OTHER
                    STRING FUNCTION TRIM(SAC-EVENT) " "
                        FUNCTION TRIM(SAC-SCREEN)
                        DELIMITED BY SIZE INTO WS-OUT-TEXT
            END-EVALUATE.
            IF SAC-MODE-TRAINING THEN
                MOVE SPACES TO WS-OUT-TEXT(100:)
                MOVE "(TRAINING)" TO WS-OUT-TEXT(100:10)
            END-IF.
            PERFORM 5950-PRINT-EVENT-LINE.
            EXIT.

        5150-LOOKUP-CODES.
            MOVE SPACES TO WS-CODE-LIST.
            MOVE 1 TO WS-CODE-PTR.
            MOVE 0 TO WS-RT-HITS.
            PERFORM VARYING WS-RT-X FROM 1 BY 1
                UNTIL WS-RT-X > WS-RT-COUNT
                IF WS-RT-PROGRAM(WS-RT-X) = SAC-SCREEN(1:8) THEN
                    ADD 1 TO WS-RT-HITS
                    IF WS-RT-HITS > 1 AND WS-CODE-PTR < 40 THEN
                        STRING "," DELIMITED BY SIZE
                            INTO WS-CODE-LIST
                            WITH POINTER WS-CODE-PTR
                    END-IF
                    IF WS-CODE-PTR < 40 THEN
                        STRING WS-RT-CODE(WS-RT-X)
                            DELIMITED BY SPACE
                            INTO WS-CODE-LIST
                            WITH POINTER WS-CODE-PTR
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-RT-HITS = 0 THEN
                MOVE "(NO TRANSACTION CODE)" TO WS-CODE-LIST
            END-IF.
            EXIT.

        5200-SHOW-SIGNON.
            STRING FUNCTION TRIM(SGN-EVENT) " "
                FUNCTION TRIM(SGN-DETAIL)
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5950-PRINT-EVENT-LINE.
            EXIT.

        5300-SHOW-OVERRIDE.
            IF OVR-OPERATOR = WS-SUBJECT THEN
                STRING "OVERRIDDEN BY "
                    FUNCTION TRIM(OVR-SUPERVISOR) " ON "
                    FUNCTION TRIM(OVR-SCREEN-NAME) ": "
                    FUNCTION TRIM(OVR-WHAT)
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
            ELSE
                STRING "GRANTED OVERRIDE TO "
                    FUNCTION TRIM(OVR-OPERATOR) " ON "
                    FUNCTION TRIM(OVR-SCREEN-NAME) ": "
                    FUNCTION TRIM(OVR-WHAT)
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
            END-IF.
            PERFORM 5950-PRINT-EVENT-LINE.
            MOVE SPACES TO WS-OUT-TEXT.
            STRING "VALUE [" FUNCTION TRIM(OVR-VALUE TRAILING)
                "] " FUNCTION TRIM(OVR-EDIT-MESSAGE)
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5960-PRINT-DETAIL-LINE.
            EXIT.

        5400-SHOW-SCRAUDIT.
            EVALUATE TRUE
                WHEN AUD-ACTION-ADD
                    MOVE "ADDED" TO WS-ACTION-WORD
                WHEN AUD-ACTION-CHANGE
                    MOVE "CHANGED" TO WS-ACTION-WORD
                WHEN AUD-ACTION-DELETE
                    MOVE "DELETED" TO WS-ACTION-WORD
                WHEN AUD-ACTION-CLONE
                    MOVE "CLONED" TO WS-ACTION-WORD
                WHEN OTHER
                    MOVE AUD-ACTION TO WS-ACTION-WORD
            END-EVALUATE.
            STRING FUNCTION TRIM(WS-ACTION-WORD) " SCREEN "
                FUNCTION TRIM(AUD-SCREEN-NAME) " "
                FUNCTION TRIM(AUD-DESCRIPTION)
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5950-PRINT-EVENT-LINE.
            IF AUD-TICKET NOT = SPACES THEN
                MOVE SPACES TO WS-OUT-TEXT
                STRING "TICKET " AUD-TICKET
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
                PERFORM 5960-PRINT-DETAIL-LINE
            END-IF.
            EXIT.

        5500-SHOW-DTLAUDIT.
            EVALUATE TRUE
                WHEN DTA-ACTION-ADD
                    MOVE "ADDED" TO WS-ACTION-WORD
                WHEN DTA-ACTION-CHANGE
                    MOVE "CHANGED" TO WS-ACTION-WORD
                WHEN DTA-ACTION-DELETE
                    MOVE "DELETED" TO WS-ACTION-WORD
                WHEN OTHER
                    MOVE DTA-ACTION TO WS-ACTION-WORD
            END-EVALUATE.
            IF DTA-OPERATOR NOT = WS-SUBJECT THEN
                MOVE "ACCESS" TO WS-OUT-CATEGORY
                IF DTA-FILE-TAG = "UR" THEN
                    STRING "ROLE "
                        FUNCTION TRIM(DTA-OBJECT-KEY(22:16)) " "
                        FUNCTION TRIM(WS-ACTION-WORD) " BY "
                        FUNCTION TRIM(DTA-OPERATOR)
                        DELIMITED BY SIZE INTO WS-OUT-TEXT
                ELSE
                    STRING "CREDENTIAL "
                        FUNCTION TRIM(WS-ACTION-WORD) " BY "
                        FUNCTION TRIM(DTA-OPERATOR)
                        DELIMITED BY SIZE INTO WS-OUT-TEXT
                END-IF
            ELSE
                STRING FUNCTION TRIM(WS-ACTION-WORD) " "
                    DTA-FILE-TAG " "
                    FUNCTION TRIM(DTA-OBJECT-KEY)
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
            END-IF.
            IF DTA-TICKET NOT = SPACES THEN
                MOVE SPACES TO WS-OUT-TEXT(100:)
                STRING "TICKET " DTA-TICKET
                    DELIMITED BY SIZE INTO WS-OUT-TEXT(100:)
            END-IF.
            PERFORM 5950-PRINT-EVENT-LINE.
            IF DTA-ACTION-CHANGE THEN
                PERFORM 5550-SHOW-SPANS
            END-IF.
            EXIT.

        5550-SHOW-SPANS.
      *>
      *>     EACH CHANGED BYTE SPAN BY POSITION, AS AUDBROWS SHOWS
      *>     THEM (FIRST 40 BYTES OF EACH, AT MOST WS-MAX-SPANS).
      *>
            MOVE 0 TO WS-SPAN-SHOWN.
            MOVE 'N' TO WS-IN-SPAN-FLAG.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > 600
                IF DTA-BEFORE-IMAGE(WS-SCAN-X:1) NOT =
                   DTA-AFTER-IMAGE(WS-SCAN-X:1) THEN
                    IF NOT IN-CHANGED-SPAN THEN
                        MOVE WS-SCAN-X TO WS-SPAN-START
                        SET IN-CHANGED-SPAN TO TRUE
                    END-IF
                ELSE
                    IF IN-CHANGED-SPAN THEN
                        PERFORM 5560-SHOW-SPAN
                        MOVE 'N' TO WS-IN-SPAN-FLAG
                    END-IF
                END-IF
            END-PERFORM.
            IF IN-CHANGED-SPAN THEN
                MOVE 601 TO WS-SCAN-X
                PERFORM 5560-SHOW-SPAN
            END-IF.
            EXIT.

        5560-SHOW-SPAN.
            ADD 1 TO WS-SPAN-SHOWN.
            IF WS-SPAN-SHOWN > WS-MAX-SPANS THEN
                IF WS-SPAN-SHOWN = WS-MAX-SPANS + 1 THEN
                    MOVE "(MORE CHANGES -- SEE AUDBROWS)"
                        TO WS-OUT-TEXT
                    PERFORM 5960-PRINT-DETAIL-LINE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-SPAN-LEN = WS-SCAN-X - WS-SPAN-START.
            IF WS-SPAN-LEN > 40 THEN
                MOVE 40 TO WS-SPAN-LEN
            END-IF.
            MOVE SPACES TO WS-OUT-TEXT.
            MOVE WS-SPAN-START TO WS-ED-SPAN.
            MOVE 1 TO WS-OUT-PTR.
            STRING "BYTES " WS-ED-SPAN "-"
                DELIMITED BY SIZE INTO WS-OUT-TEXT
                WITH POINTER WS-OUT-PTR.
            COMPUTE WS-ED-SPAN = WS-SCAN-X - 1.
            STRING WS-ED-SPAN ": ["
                DTA-BEFORE-IMAGE(WS-SPAN-START:WS-SPAN-LEN)
                "] -> ["
                DTA-AFTER-IMAGE(WS-SPAN-START:WS-SPAN-LEN)
                "]"
                DELIMITED BY SIZE INTO WS-OUT-TEXT
                WITH POINTER WS-OUT-PTR.
            PERFORM 5960-PRINT-DETAIL-LINE.
            EXIT.

        5600-SHOW-ERRORLOG.
            MOVE ERR-RETC TO WS-ED-RETC.
            STRING FUNCTION TRIM(ERR-PROGRAM) " RC "
                FUNCTION TRIM(WS-ED-RETC) " STATUS "
                ERR-FILE-STATUS ": "
                FUNCTION TRIM(ERR-MESSAGE)
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5950-PRINT-EVENT-LINE.
            IF ERR-KEY NOT = SPACES THEN
                MOVE SPACES TO WS-OUT-TEXT
                STRING "KEY " ERR-KEY
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
                PERFORM 5960-PRINT-DETAIL-LINE
            END-IF.
            EXIT.

        5700-SHOW-RECINDEX.
            MOVE "STARTED A KEYSTROKE RECORDING" TO WS-OUT-TEXT.
            PERFORM 5950-PRINT-EVENT-LINE.
            MOVE RCX-FILE-NAME TO WS-OUT-TEXT.
            PERFORM 5960-PRINT-DETAIL-LINE.

            MOVE RCX-FILE-NAME TO RECORDING-FILE-NAME.
            MOVE 0 TO WS-KEY-COUNT, WS-LAST-ELAPSED.
            MOVE SPACES TO WS-OUT-TEXT.
            OPEN INPUT RECORDING-FILE.
            IF WS-RECORDING-FILE-STATUS NOT = "00" THEN
                IF WS-RECORDING-FILE-STATUS = "05" THEN
                    CLOSE RECORDING-FILE
                END-IF
                MOVE "(THE SCRIPT IS NO LONGER THERE)" TO WS-OUT-TEXT
                PERFORM 5960-PRINT-DETAIL-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RECORDING-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-KEY-COUNT
                        IF RCD-ELAPSED IS NUMERIC THEN
                            MOVE RCD-ELAPSED TO WS-LAST-ELAPSED
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECORDING-FILE.
            MOVE WS-KEY-COUNT TO WS-ED-COUNT.
            MOVE WS-LAST-ELAPSED TO WS-ED-SECONDS.
            STRING FUNCTION TRIM(WS-ED-COUNT) " KEYS OVER "
                FUNCTION TRIM(WS-ED-SECONDS) " SECONDS"
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5960-PRINT-DETAIL-LINE.
            EXIT.

        5800-SHOW-SPOOLCTL.
            MOVE SPL-ID TO WS-ED-COUNT.
            EVALUATE TRUE
                WHEN SPL-STATE-READY
                    MOVE "READY" TO WS-ACTION-WORD
                WHEN SPL-STATE-HELD
                    MOVE "HELD" TO WS-ACTION-WORD
                WHEN SPL-STATE-PRINTED
                    MOVE "PRINTED" TO WS-ACTION-WORD
                WHEN SPL-STATE-PURGED
                    MOVE "PURGED" TO WS-ACTION-WORD
                WHEN SPL-STATE-ARCHIVED
                    MOVE "ARCHIVED" TO WS-ACTION-WORD
                WHEN OTHER
                    MOVE SPL-STATE TO WS-ACTION-WORD
            END-EVALUATE.
            STRING "SPOOLED " FUNCTION TRIM(SPL-REPORT-NAME)
                " AS " FUNCTION TRIM(WS-ED-COUNT) ", "
                SPL-PAGE-COUNT " PAGES, NOW "
                FUNCTION TRIM(WS-ACTION-WORD)
                DELIMITED BY SIZE INTO WS-OUT-TEXT.
            PERFORM 5950-PRINT-EVENT-LINE.
            IF SPL-PRINTED-TIME NOT = SPACES THEN
                MOVE SPL-PRINTED-TIME TO WS-EVENT-TIME
                PERFORM 5900-FORMAT-STAMP
                MOVE SPACES TO WS-OUT-TEXT
                STRING "PRINTED " WS-STAMP " TO "
                    FUNCTION TRIM(SPL-DESTINATION)
                    DELIMITED BY SIZE INTO WS-OUT-TEXT
                PERFORM 5960-PRINT-DETAIL-LINE
            END-IF.
            EXIT.

        5900-FORMAT-STAMP.
            MOVE SPACES TO WS-STAMP.
            STRING WS-EVENT-TIME(1:4) "-" WS-EVENT-TIME(5:2) "-"
                WS-EVENT-TIME(7:2) " " WS-EVENT-TIME(9:2) ":"
                WS-EVENT-TIME(11:2) ":" WS-EVENT-TIME(13:2)
                DELIMITED BY SIZE INTO WS-STAMP.
            EXIT.

        5950-PRINT-EVENT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-STAMP TO WS-PRINT-LINE(1:19).
            MOVE WS-OUT-CATEGORY TO WS-PRINT-LINE(22:10).
            MOVE WS-OUT-TEXT TO WS-PRINT-LINE(33:128).
            PERFORM 6000-PRINT-LINE.
            EXIT.

        5960-PRINT-DETAIL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-OUT-TEXT TO WS-PRINT-LINE(35:126).
            PERFORM 6000-PRINT-LINE.
            EXIT.

      *>
      *>     PRINT ONE LINE AND CHAIN IT INTO THE SEAL. BINARY BYTES
      *>     (IMAGE SPANS) ARE SHOWN AS '.' SO THE LINE READS BACK
      *>     EXACTLY AS IT WAS DIGESTED.
      *>
        6000-PRINT-LINE.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > 160
                IF WS-PRINT-LINE(WS-SCAN-X:1) < SPACE
                OR WS-PRINT-LINE(WS-SCAN-X:1) > "~" THEN
                    MOVE "." TO WS-PRINT-LINE(WS-SCAN-X:1)
                END-IF
            END-PERFORM.
            PERFORM 6100-DIGEST-LINE.
            MOVE 'W' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-ACTING-ID, WS-DESTINATION, WS-PRINT-LINE.
            EXIT.

        6100-DIGEST-LINE.
            ADD 1 TO WS-LINE-SEQ.
            MOVE WS-PRINT-LINE TO WS-DIGEST-BODY.
            CALL "COBCURSES-AUDIT-DIGEST" USING
                WS-RUN-DIGEST, WS-LINE-SEQ, WS-DIGEST-BODY,
                WS-DIGEST-LEN, WS-NEW-DIGEST.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE 'N' TO WS-KEYING-FLAG
            END-IF.
            MOVE WS-NEW-DIGEST TO WS-RUN-DIGEST.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *>     VERIFY: SKIP THE SPOOL BANNER (UP TO ITS FORM FEED),
      *>     RE-DIGEST EVERY LINE UP TO THE SEAL AND COMPARE.
      *>
        8000-VERIFY-SEAL.
            IF WS-ARG-2 = SPACES THEN
                DISPLAY "OPRTIME: USAGE: OPRTIME VERIFY",
                    " SPOOL-DATA-FILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ARG-2 TO VERIFY-FILE-NAME.
            OPEN INPUT VERIFY-FILE.
            IF WS-VERIFY-FILE-STATUS NOT = "00" THEN
                IF WS-VERIFY-FILE-STATUS = "05" THEN
                    CLOSE VERIFY-FILE
                END-IF
                DISPLAY "OPRTIME: CANNOT OPEN ",
                    FUNCTION TRIM(VERIFY-FILE-NAME), "."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-GENESIS-DIGEST TO WS-RUN-DIGEST.
            MOVE 0 TO WS-LINE-SEQ.
            MOVE 'N' TO WS-BANNER-FLAG, WS-SEAL-FLAG, EOF-FLAG.
            PERFORM UNTIL END-OF-FILE OR SEAL-WAS-FOUND
                READ VERIFY-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 8100-VERIFY-RECORD
                END-READ
            END-PERFORM.
            CLOSE VERIFY-FILE.

            IF NOT SEAL-WAS-FOUND THEN
                DISPLAY "OPRTIME: NO SEAL LINE IN ",
                    FUNCTION TRIM(VERIFY-FILE-NAME),
                    " -- NOT A COMPLETE TIMELINE."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE VERIFY-RECORD TO WS-SEAL-LINE.
            IF WS-SEAL-DIGEST = WS-RUN-DIGEST
            AND WS-SEAL-LINES = WS-LINE-SEQ THEN
                DISPLAY "OPRTIME: SEAL ", WS-SEAL-DIGEST,
                    " VERIFIED OVER ", WS-LINE-SEQ, " LINES."
                MOVE 0 TO RETURN-CODE
            ELSE
                DISPLAY "OPRTIME: SEAL MISMATCH -- RECORDED ",
                    WS-SEAL-DIGEST, "/", WS-SEAL-LINES,
                    ", RECOMPUTED ", WS-RUN-DIGEST, "/",
                    WS-LINE-SEQ, "."
                IF NOT DIGEST-IS-KEYED
                OR WS-SEAL-KEYING NOT = "KEYED" THEN
                    DISPLAY "OPRTIME: (THE SEAL OR THIS CHECK IS",
                        " UNKEYED -- CHECK COBCURSES_SHOP_KEY.)"
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            EXIT.

        8100-VERIFY-RECORD.
            IF NOT PAST-BANNER THEN
                IF VERIFY-RECORD(1:1) = X"0C" THEN
                    SET PAST-BANNER TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF VERIFY-RECORD(1:9) = "*** SEAL " THEN
                SET SEAL-WAS-FOUND TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE VERIFY-RECORD TO WS-PRINT-LINE.
            PERFORM 6100-DIGEST-LINE.
            EXIT.

        END PROGRAM OPRTIME.
