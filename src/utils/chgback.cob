        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGBACK.
      *>
      *> CHGBACK IS THE MONTHLY USAGE CHARGEBACK RUN. IT ROLLS UP
      *> ONE PERIOD'S USE OF THE SYSTEM, ATTRIBUTES EACH PIECE OF IT
      *> TO AN APPLICATION (APPREG.X, SEE APPREG.cbl), PRICES IT FROM
      *> THE RATE TABLE, AND BILLS EACH APPLICATION OWNER
      *> (APR-OWNER). THE SOURCES AND HOW THEY ARE ATTRIBUTED:
      *>
      *>     HOURS    SIGNED-ON TIME FROM SESSACCT.LOG, MEASURED AS
      *>              USAGERPT DOES (GAP BETWEEN AN OPERATOR'S
      *>              EVENTS, CAPPED BY COBCURSES_USAGE_CAP_MINUTES)
      *>              AND CHARGED TO THE SCREEN'S SCN-APPLICATION.
      *>     ENTRIES  SCREEN ENTRIES (SESSACCT.LOG ENTER EVENTS).
      *>     OPENS    SCREEN OPENS AND
      *>     FILEIO   SCREEN FILINGS FROM SCRTELEM.X. TELEMETRY IS
      *>              CUMULATIVE, SO THE RUN CHARGES THE GROWTH SINCE
      *>              THE LAST PERIOD CHARGED AND APPENDS THIS
      *>              PERIOD'S COUNTS TO CHGBACK.TLM AS THE NEXT
      *>              PERIOD'S STARTING POINT.
      *>     PAGES    PRINTED PAGES AND
      *>     LINES    LINES FROM SPOOLCTL.X (REPORTS CREATED IN THE
      *>              PERIOD). A REPORT NAMED AFTER A SCREEN IS THAT
      *>              SCREEN'S APPLICATION'S; OTHERS BY REPORT RULE.
      *>     GENRUNS  SCREENS GENERATED (GENRUN.MAN) AND
      *>     BUILDS   SCREEN PROGRAMS COMPILED (THE GENBUILD RUNS
      *>              LOGGED IN GENBUILD.RPT), BY THE SCREEN.
      *>     MBYTES   STORAGE: EACH DATA FILE'S LAST GROWSTAT.LOG
      *>              SIZE IN THE PERIOD, BY FILE RULE.
      *>
      *> USAGE THAT CANNOT BE TIED TO AN APPLICATION (TIME SIGNED ON
      *> BUT IN NO SCREEN, A SCREEN WITH NO APPLICATION, A REPORT OR
      *> FILE NO RULE COVERS) IS PRICED AND SHOWN AS UNATTRIBUTED,
      *> NEVER DROPPED. AN APPLICATION CODE NOT ON APPREG.X IS BILLED
      *> UNDER THE OWNER "(UNREGISTERED)".
      *>
      *> RATE TABLE ${COBCURSES_DATADIR}/CHGRATE.CNF -- ONE ENTRY PER
      *> LINE, '*' COMMENTS AND BLANK LINES SKIPPED:
      *>
      *>     metric  rate            PRICE PER UNIT (HOURS, ENTRIES,
      *>                             OPENS, FILEIO, PAGES, LINES,
      *>                             GENRUNS, BUILDS, MBYTES)
      *>     FILE    prefix  appl    DATA FILES NAMED prefix... ARE
      *>                             appl'S STORAGE
      *>     REPORT  prefix  appl    SPOOLED REPORTS NAMED prefix...
      *>                             ARE appl'S PRINTING
      *>
      *> THE LONGEST MATCHING PREFIX WINS. A METRIC WITH NO RATE IS
      *> PRICED AT ZERO.
      *>
      *> OUTPUT (DATA DIRECTORY):
      *>     CHGBACK-yyyymm.RPT   THE STATEMENT, ONE SECTION PER OWNER
      *>     CHGBACK-yyyymm.CSV   ONE ROW PER APPLICATION FOR FINANCE
      *>
      *> USAGE:  chgback [YYYYMM]     (DEFAULT: CURRENT MONTH)
      *>
      *> RETURN-CODE:
      *>     0   STATEMENT WRITTEN
      *>     4   WRITTEN, BUT THE RATE TABLE HAD BAD LINES, A TABLE
      *>         FILLED, OR TELEMETRY COULD NOT BE CHARGED (A LATER
      *>         PERIOD HAS ALREADY BEEN CHARGED)
      *>     8   NO RATE TABLE, OR AN OUTPUT FILE COULD NOT BE WRITTEN
      *>     16  BAD ARGUMENT
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT RATE-FILE
                ASSIGN TO RATE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RATE-FILE-STATUS.

            SELECT OPTIONAL APPREG-FILE
                ASSIGN TO APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APR-CODE
                FILE STATUS IS WS-APPREG-FILE-STATUS.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT OPTIONAL SESSACCT-FILE
                ASSIGN TO SESSACCT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSACCT-FILE-STATUS.

            SELECT OPTIONAL TELEM-FILE
                ASSIGN TO TELEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS TLM-SCREEN-NAME
                FILE STATUS IS WS-TELEM-FILE-STATUS.

            SELECT OPTIONAL TLMBASE-FILE
                ASSIGN TO TLMBASE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TLMBASE-FILE-STATUS.

            SELECT OPTIONAL SPOOLCTL-FILE
                ASSIGN TO SPOOLCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SPL-ID
                FILE STATUS IS WS-SPOOLCTL-FILE-STATUS.

            SELECT OPTIONAL MANIFEST-FILE
                ASSIGN TO MANIFEST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-FILE-STATUS.

            SELECT OPTIONAL RESULTS-FILE
                ASSIGN TO RESULTS-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-FILE-STATUS.

            SELECT OPTIONAL HISTORY-FILE
                ASSIGN TO HISTORY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-FILE-STATUS.

            SELECT STATEMENT-FILE
                ASSIGN TO STATEMENT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-FILE-STATUS.

            SELECT CSV-FILE
                ASSIGN TO CSV-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  RATE-FILE.
        01  RATE-RECORD                         PIC X(132).

        FD  APPREG-FILE.
        01  APPREG-RECORD.
            COPY APPREG.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  SESSACCT-FILE.
        01  SESSACCT-RECORD.
            COPY SESSACCT.

        FD  TELEM-FILE.
        01  SCRTELEM-RECORD.
            COPY SCRTELEM.

        FD  TLMBASE-FILE.
        01  TLMBASE-RECORD.
            05  TLB-PERIOD                      PIC X(6).
            05  FILLER                          PIC X.
            05  TLB-SCREEN-NAME                 PIC X(16).
            05  FILLER                          PIC X.
            05  TLB-OPEN-COUNT                  PIC 9(9).
            05  FILLER                          PIC X.
            05  TLB-FILE-COUNT                  PIC 9(9).

        FD  SPOOLCTL-FILE.
        01  SPOOLCTL-RECORD.
            COPY SPOOLCTL.

        FD  MANIFEST-FILE.
        01  GENMAN-RECORD.
            COPY GENMAN.

        FD  RESULTS-FILE.
        01  RESULTS-RECORD                      PIC X(300).

        FD  HISTORY-FILE.
        01  HISTORY-RECORD.
            05  HST-DATE                        PIC X(8).
            05  FILLER                          PIC X.
            05  HST-FILE-NAME                   PIC X(32).
            05  FILLER                          PIC X.
            05  HST-BYTES                       PIC 9(12).
            05  FILLER                          PIC X.
            05  HST-RECORDS                     PIC 9(9).

        FD  STATEMENT-FILE.
        01  STATEMENT-RECORD                    PIC X(132).

        FD  CSV-FILE.
        01  CSV-RECORD                          PIC X(1024).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  RATE-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/CHGRATE.CNF".
            10  APPREG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPREG.X".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  SESSACCT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SESSACCT.LOG".
            10  TELEM-FILE-NAME                 PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRTELEM.X".
            10  TLMBASE-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/CHGBACK.TLM".
            10  MANIFEST-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/GENRUN.MAN".
            10  RESULTS-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/GENBUILD.RPT".
            10  HISTORY-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/GROWSTAT.LOG".
            10  WS-SPOOLDIR                     PIC X(256).
            10  SPOOLCTL-FILE-NAME              PIC X(512).
            10  STATEMENT-FILE-NAME             PIC X(256).
            10  CSV-FILE-NAME                   PIC X(256).

        01  WS-RATE-FILE-STATUS                 PIC XX.
        01  WS-APPREG-FILE-STATUS               PIC XX.
        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-SESSACCT-FILE-STATUS             PIC XX.
        01  WS-TELEM-FILE-STATUS                PIC XX.
        01  WS-TLMBASE-FILE-STATUS              PIC XX.
        01  WS-SPOOLCTL-FILE-STATUS             PIC XX.
        01  WS-MANIFEST-FILE-STATUS             PIC XX.
        01  WS-RESULTS-FILE-STATUS              PIC XX.
        01  WS-HISTORY-FILE-STATUS              PIC XX.
        01  WS-STATEMENT-FILE-STATUS            PIC XX.
        01  WS-CSV-FILE-STATUS                  PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-SCREEN-OPEN-FLAG                 PIC X VALUE 'N'.
            88  SCREEN-FILE-OPEN                VALUE 'Y'.

        01  WS-PERIOD                           PIC X(6).
        01  WS-CAP-SECONDS                      PIC 9(8)
            VALUE 14400.
        01  WS-RC                               PIC 99 VALUE 0.
        01  WS-NOW                              PIC X(21).

      *>
      *> THE METRICS, IN STATEMENT ORDER, AND THEIR RATES.
      *>
        01  METRIC-NAMES.
            10  FILLER                          PIC X(8)
                VALUE "HOURS".
            10  FILLER                          PIC X(8)
                VALUE "ENTRIES".
            10  FILLER                          PIC X(8)
                VALUE "OPENS".
            10  FILLER                          PIC X(8)
                VALUE "FILEIO".
            10  FILLER                          PIC X(8)
                VALUE "PAGES".
            10  FILLER                          PIC X(8)
                VALUE "LINES".
            10  FILLER                          PIC X(8)
                VALUE "GENRUNS".
            10  FILLER                          PIC X(8)
                VALUE "BUILDS".
            10  FILLER                          PIC X(8)
                VALUE "MBYTES".
        01  FILLER REDEFINES METRIC-NAMES.
            10  WS-METRIC-NAME                  PIC X(8)
                OCCURS 9 TIMES.

        01  METRIC-RATES.
            10  WS-METRIC-RATE                  PIC 9(5)V9(4)
                OCCURS 9 TIMES.
        01  WS-MET-X                            PIC 99 COMP.
        01  WS-MET-Y                            PIC 99 COMP.

        01  MET-HOURS                           PIC 99 VALUE 1.
        01  MET-ENTRIES                         PIC 99 VALUE 2.
        01  MET-OPENS                           PIC 99 VALUE 3.
        01  MET-FILEIO                          PIC 99 VALUE 4.
        01  MET-PAGES                           PIC 99 VALUE 5.
        01  MET-LINES                           PIC 99 VALUE 6.
        01  MET-GENRUNS                         PIC 99 VALUE 7.
        01  MET-BUILDS                          PIC 99 VALUE 8.
        01  MET-MBYTES                          PIC 99 VALUE 9.

      *>
      *> FILE AND REPORT ATTRIBUTION RULES FROM THE RATE TABLE.
      *>
        01  RULE-TABLE.
            10  WS-RUL-USED                     PIC 999 COMP VALUE 0.
            10  WS-RUL-ENTRY OCCURS 100 TIMES.
                15  WS-RUL-KIND                 PIC X(8).
                15  WS-RUL-PREFIX               PIC X(32).
                15  WS-RUL-PREFIX-LEN           PIC 99 COMP.
                15  WS-RUL-APPLICATION          PIC X(8).
        01  WS-RUL-X                            PIC 999 COMP.
        01  WS-RUL-BEST-LEN                     PIC 99 COMP.
        01  WS-RUL-KIND-WANTED                  PIC X(8).
        01  WS-RUL-SUBJECT                      PIC X(32).

        01  RATE-WORDS.
            10  WS-RATE-WORD                    PIC X(32)
                OCCURS 4 TIMES.
        01  WS-RATE-LINE-NO                     PIC 9(5) VALUE 0.
        01  WS-RATE-ERRORS                      PIC 9(5) VALUE 0.

      *>
      *> ONE ENTRY PER APPLICATION. ENTRY 1 IS THE UNATTRIBUTED
      *> BUCKET. SECONDS AND BYTES ARE HELD RAW AND TURNED INTO
      *> HOURS AND MEGABYTES WHEN THE ENTRY IS PRICED.
      *>
        01  APPLICATION-TABLE.
            10  WS-APP-USED                     PIC 999 COMP VALUE 0.
            10  WS-APP-ENTRY OCCURS 200 TIMES.
                15  WS-APP-CODE                 PIC X(8).
                15  WS-APP-DESCRIPTION          PIC X(40).
                15  WS-APP-OWNER                PIC X(20).
                15  WS-APP-SECS                 PIC 9(10) COMP.
                15  WS-APP-BYTES                PIC 9(15) COMP.
                15  WS-APP-QTY                  PIC 9(11)V9(4)
                    OCCURS 9 TIMES.
                15  WS-APP-CHARGE               PIC 9(11)V99
                    OCCURS 9 TIMES.
                15  WS-APP-TOTAL                PIC 9(11)V99.
        01  WS-APP-X                            PIC 999 COMP.
        01  WS-APP-Y                            PIC 999 COMP.
        01  WS-APP-HOLD                         PIC X(370).
        01  WS-APP-FULL-FLAG                    PIC X VALUE 'N'.
            88  APP-TABLE-FULL                  VALUE 'Y'.

        01  WS-CHARGE-APPLICATION               PIC X(8).
        01  WS-CHARGE-SCREEN                    PIC X(16).
        01  WS-CHARGE-METRIC                    PIC 99.
        01  WS-CHARGE-QTY                       PIC 9(11)V9(4).

      *>
      *> SESSION STATE PER OPERATOR (AS IN USAGERPT).
      *>
        01  OPERATOR-TABLE.
            10  WS-OPR-COUNT                    PIC 999 COMP VALUE 0.
            10  WS-OPR-ENTRY OCCURS 200 TIMES.
                15  WS-OPR-NAME                 PIC X(20).
                15  WS-OPR-LAST-SECS            PIC 9(12) COMP.
                15  WS-OPR-LAST-SCREEN          PIC X(16).
                15  WS-OPR-SIGNED-ON            PIC X.
        01  WS-OPR-X                            PIC 999 COMP.
        01  WS-OPR-Y                            PIC 999 COMP.

        01  WS-EVENT-SECS                       PIC 9(12) COMP.
        01  WS-GAP-SECS                         PIC 9(8) COMP.
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-DAY-NUM                          PIC 9(7).

      *>
      *> TELEMETRY COUNTS AT THE START OF THE PERIOD (THE LATEST
      *> CHGBACK.TLM ENTRY FOR AN EARLIER PERIOD).
      *>
        01  TELEMETRY-BASE.
            10  WS-TLB-USED                     PIC 999 COMP VALUE 0.
            10  WS-TLB-ENTRY OCCURS 500 TIMES.
                15  WS-TLB-SCREEN               PIC X(16).
                15  WS-TLB-OPENS                PIC 9(9).
                15  WS-TLB-FILES                PIC 9(9).
        01  WS-TLB-X                            PIC 999 COMP.
        01  WS-TLB-FOUND                        PIC 999 COMP.
        01  WS-TLB-LATER-FLAG                   PIC X VALUE 'N'.
            88  LATER-PERIOD-CHARGED            VALUE 'Y'.
        01  WS-TELEM-DELTA                      PIC 9(9).

      *>
      *> EACH DATA FILE'S LAST SIZE IN THE PERIOD.
      *>
        01  STORAGE-TABLE.
            10  WS-STO-USED                     PIC 999 COMP VALUE 0.
            10  WS-STO-ENTRY OCCURS 300 TIMES.
                15  WS-STO-FILE                 PIC X(32).
                15  WS-STO-BYTES                PIC 9(12).
        01  WS-STO-X                            PIC 999 COMP.

        01  WS-BUILD-RUN-PERIOD                 PIC X(6).

      *>
      *> SOURCE COUNTS FOR THE RUN SUMMARY.
      *>
        01  SOURCE-COUNTS.
            10  WS-CNT-EVENTS                   PIC 9(8) VALUE 0.
            10  WS-CNT-SCREENS                  PIC 9(8) VALUE 0.
            10  WS-CNT-REPORTS                  PIC 9(8) VALUE 0.
            10  WS-CNT-GENERATED                PIC 9(8) VALUE 0.
            10  WS-CNT-BUILDS                   PIC 9(8) VALUE 0.
            10  WS-CNT-FILES                    PIC 9(8) VALUE 0.

      *>
      *> STATEMENT PRINT LINES.
      *>
        01  WS-OWNER-BREAK                      PIC X(20).
        01  WS-OWNER-TOTAL                      PIC 9(11)V99.
        01  WS-GRAND-TOTAL                      PIC 9(11)V99.
        01  WS-UNATTRIBUTED-TOTAL               PIC 9(11)V99.

        01  WS-DETAIL-LINE.
            10  FILLER                          PIC X(6) VALUE SPACES.
            10  DL-METRIC                       PIC X(8).
            10  FILLER                          PIC X(2) VALUE SPACES.
            10  DL-QUANTITY                     PIC ZZZ,ZZZ,ZZ9.99.
            10  FILLER                          PIC X(2) VALUE SPACES.
            10  DL-RATE                         PIC ZZ,ZZ9.9999.
            10  FILLER                          PIC X(2) VALUE SPACES.
            10  DL-CHARGE                       PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-TOTAL-LINE.
            10  TL-LABEL                        PIC X(45).
            10  TL-AMOUNT                       PIC ZZZ,ZZZ,ZZ9.99.

      *>
      *> ONE CSV ROW PER APPLICATION.
      *>
        01  CSV-VALUES.
            10  CSV-PERIOD                      PIC X(6).
            10  CSV-OWNER                       PIC X(20).
            10  CSV-APPLICATION                 PIC X(12).
            10  CSV-QTY                         PIC X(16)
                OCCURS 9 TIMES.
            10  CSV-CHARGE                      PIC X(16).
        01  WS-CSV-EDIT                         PIC Z(10)9.99.

            COPY COBCEXTRA.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 1100-LOAD-RATES.
            PERFORM 1200-LOAD-APPLICATIONS.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS = "00" THEN
                SET SCREEN-FILE-OPEN TO TRUE
            END-IF.
            PERFORM 2000-SCAN-SESSIONS.
            PERFORM 3000-SCAN-TELEMETRY.
            PERFORM 4000-SCAN-SPOOL.
            PERFORM 5000-SCAN-GENERATION.
            PERFORM 5500-SCAN-BUILDS.
            IF SCREEN-FILE-OPEN THEN
                CLOSE SCREEN-FILE
            END-IF.
            PERFORM 6000-SCAN-STORAGE.

            PERFORM 7000-PRICE-USAGE.
            PERFORM 7500-SORT-BY-OWNER.
            PERFORM 8000-WRITE-STATEMENT.
            PERFORM 9000-WRITE-CSV.

            DISPLAY "CHGBACK: PERIOD ", WS-PERIOD.
            DISPLAY "  SESSION EVENTS  ", WS-CNT-EVENTS.
            DISPLAY "  SCREENS (TELEM) ", WS-CNT-SCREENS.
            DISPLAY "  REPORTS         ", WS-CNT-REPORTS.
            DISPLAY "  GENERATIONS     ", WS-CNT-GENERATED.
            DISPLAY "  BUILDS          ", WS-CNT-BUILDS.
            DISPLAY "  DATA FILES      ", WS-CNT-FILES.
            MOVE WS-GRAND-TOTAL TO TL-AMOUNT.
            DISPLAY "  TOTAL CHARGED   ", TL-AMOUNT.
            MOVE WS-UNATTRIBUTED-TOTAL TO TL-AMOUNT.
            DISPLAY "  UNATTRIBUTED    ", TL-AMOUNT.
            DISPLAY "  STATEMENT       ",
                FUNCTION TRIM(STATEMENT-FILE-NAME).
            DISPLAY "  CSV EXPORT      ",
                FUNCTION TRIM(CSV-FILE-NAME).
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-PERIOD.
            ACCEPT WS-PERIOD FROM ARGUMENT-VALUE.
            IF WS-PERIOD = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
            END-IF.
            IF WS-PERIOD IS NOT NUMERIC
            OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12" THEN
                DISPLAY "USAGE: CHGBACK [YYYYMM]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_USAGE_CAP_MINUTES".
            IF WS-ENV-VAR NOT = SPACES THEN
                COMPUTE WS-CAP-SECONDS =
                    FUNCTION NUMVAL(WS-ENV-VAR) * 60
            END-IF.
            IF WS-CAP-SECONDS = 0 THEN
                MOVE 14400 TO WS-CAP-SECONDS
            END-IF.

            MOVE LENGTH OF RATE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING RATE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING APPREG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SESSACCT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING TELEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING TLMBASE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING MANIFEST-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING RESULTS-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING HISTORY-FILE-NAME, FILE-NAME-LENGTH.

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

            MOVE SPACES TO STATEMENT-FILE-NAME, CSV-FILE-NAME.
            STRING "${COBCURSES_DATADIR}/CHGBACK-" WS-PERIOD ".RPT"
                DELIMITED BY SIZE INTO STATEMENT-FILE-NAME.
            STRING "${COBCURSES_DATADIR}/CHGBACK-" WS-PERIOD ".CSV"
                DELIMITED BY SIZE INTO CSV-FILE-NAME.
            MOVE LENGTH OF STATEMENT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING STATEMENT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING CSV-FILE-NAME, FILE-NAME-LENGTH.

            MOVE ZERO TO METRIC-RATES.
      *>
      *>     ENTRY 1 IS THE UNATTRIBUTED BUCKET.
      *>
            MOVE 1 TO WS-APP-USED.
            MOVE SPACES TO WS-APP-CODE(1), WS-APP-OWNER(1).
            MOVE "USAGE NOT TIED TO AN APPLICATION"
                TO WS-APP-DESCRIPTION(1).
            PERFORM 1300-CLEAR-APP-TOTALS.
            EXIT.

      *>
      *>     THE RATE TABLE. WITHOUT IT NOTHING CAN BE PRICED.
      *>
        1100-LOAD-RATES.
            OPEN INPUT RATE-FILE.
            IF WS-RATE-FILE-STATUS NOT = "00" THEN
                DISPLAY "CHGBACK: NO RATE TABLE ",
                    FUNCTION TRIM(RATE-FILE-NAME), " (STATUS ",
                    WS-RATE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RATE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RATE-LINE-NO
                        IF RATE-RECORD NOT = SPACES
                        AND RATE-RECORD(1:1) NOT = "*" THEN
                            PERFORM 1110-PARSE-RATE-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RATE-FILE.
            IF WS-RATE-ERRORS > 0 THEN
                MOVE 4 TO WS-RC
            END-IF.
            EXIT.

        1110-PARSE-RATE-LINE.
            MOVE SPACES TO RATE-WORDS.
            UNSTRING FUNCTION UPPER-CASE(RATE-RECORD)
                DELIMITED BY ALL " "
                INTO WS-RATE-WORD(1), WS-RATE-WORD(2),
                    WS-RATE-WORD(3), WS-RATE-WORD(4).
            IF WS-RATE-WORD(1) = "FILE" OR "REPORT" THEN
                PERFORM 1120-ADD-RULE
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-MET-X.
            PERFORM VARYING WS-MET-Y FROM 1 BY 1 UNTIL WS-MET-Y > 9
                IF WS-METRIC-NAME(WS-MET-Y) = WS-RATE-WORD(1) THEN
                    MOVE WS-MET-Y TO WS-MET-X
                END-IF
            END-PERFORM.
            IF WS-MET-X = 0 THEN
                DISPLAY "CHGBACK: RATE LINE ", WS-RATE-LINE-NO,
                    ": UNKNOWN METRIC '",
                    FUNCTION TRIM(WS-RATE-WORD(1)), "'."
                ADD 1 TO WS-RATE-ERRORS
                EXIT PARAGRAPH
            END-IF.
            IF WS-RATE-WORD(2) = SPACES
            OR FUNCTION TEST-NUMVAL(WS-RATE-WORD(2)) NOT = 0 THEN
                DISPLAY "CHGBACK: RATE LINE ", WS-RATE-LINE-NO,
                    ": ", FUNCTION TRIM(WS-RATE-WORD(1)),
                    " HAS NO VALID RATE."
                ADD 1 TO WS-RATE-ERRORS
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-METRIC-RATE(WS-MET-X) =
                FUNCTION NUMVAL(WS-RATE-WORD(2)).
            EXIT.

        1120-ADD-RULE.
            IF WS-RATE-WORD(2) = SPACES
            OR WS-RATE-WORD(3) = SPACES THEN
                DISPLAY "CHGBACK: RATE LINE ", WS-RATE-LINE-NO,
                    ": ", FUNCTION TRIM(WS-RATE-WORD(1)),
                    " NEEDS A PREFIX AND AN APPLICATION."
                ADD 1 TO WS-RATE-ERRORS
                EXIT PARAGRAPH
            END-IF.
            IF WS-RUL-USED NOT < 100 THEN
                DISPLAY "CHGBACK: RATE LINE ", WS-RATE-LINE-NO,
                    ": MORE THAN 100 FILE AND REPORT RULES."
                ADD 1 TO WS-RATE-ERRORS
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RUL-USED.
            MOVE WS-RATE-WORD(1) TO WS-RUL-KIND(WS-RUL-USED).
            MOVE WS-RATE-WORD(2) TO WS-RUL-PREFIX(WS-RUL-USED).
            MOVE WS-RATE-WORD(3) TO WS-RUL-APPLICATION(WS-RUL-USED).
            MOVE 0 TO WS-RUL-PREFIX-LEN(WS-RUL-USED).
            INSPECT WS-RATE-WORD(2) TALLYING
                WS-RUL-PREFIX-LEN(WS-RUL-USED)
                FOR CHARACTERS BEFORE INITIAL SPACE.
            EXIT.

      *>
      *>     EVERY REGISTERED APPLICATION GETS A STATEMENT LINE,
      *>     USED OR NOT.
      *>
        1200-LOAD-APPLICATIONS.
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
                        MOVE APR-CODE TO WS-CHARGE-APPLICATION
                        PERFORM 1400-FIND-APPLICATION
                        IF WS-APP-X > 1 THEN
                            MOVE APR-DESCRIPTION
                                TO WS-APP-DESCRIPTION(WS-APP-X)
                            MOVE APR-OWNER TO WS-APP-OWNER(WS-APP-X)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE APPREG-FILE.
            EXIT.

        1300-CLEAR-APP-TOTALS.
            MOVE 0 TO WS-APP-SECS(WS-APP-USED),
                WS-APP-BYTES(WS-APP-USED),
                WS-APP-TOTAL(WS-APP-USED).
            PERFORM VARYING WS-MET-X FROM 1 BY 1 UNTIL WS-MET-X > 9
                MOVE 0 TO WS-APP-QTY(WS-APP-USED, WS-MET-X),
                    WS-APP-CHARGE(WS-APP-USED, WS-MET-X)
            END-PERFORM.
            EXIT.

      *>
      *>     WS-CHARGE-APPLICATION TO ITS TABLE ENTRY (WS-APP-X),
      *>     ADDING IT IF NEW. A BLANK CODE, OR A FULL TABLE, IS
      *>     THE UNATTRIBUTED ENTRY 1.
      *>
        1400-FIND-APPLICATION.
            MOVE 1 TO WS-APP-X.
            IF WS-CHARGE-APPLICATION = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-APP-Y FROM 2 BY 1
                UNTIL WS-APP-Y > WS-APP-USED
                IF WS-APP-CODE(WS-APP-Y) = WS-CHARGE-APPLICATION THEN
                    MOVE WS-APP-Y TO WS-APP-X
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-APP-USED NOT < 200 THEN
                IF NOT APP-TABLE-FULL THEN
                    DISPLAY "CHGBACK: MORE THAN 199 APPLICATIONS; "
                        "THE REST ARE CHARGED AS UNATTRIBUTED."
                    SET APP-TABLE-FULL TO TRUE
                    MOVE 4 TO WS-RC
                END-IF
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-APP-USED.
            MOVE WS-APP-USED TO WS-APP-X.
            MOVE WS-CHARGE-APPLICATION TO WS-APP-CODE(WS-APP-X).
            MOVE SPACES TO WS-APP-DESCRIPTION(WS-APP-X).
            MOVE "(UNREGISTERED)" TO WS-APP-OWNER(WS-APP-X).
            PERFORM 1300-CLEAR-APP-TOTALS.
            EXIT.

      *>
      *>     WS-CHARGE-SCREEN TO ITS APPLICATION (SPACES WHEN THE
      *>     SCREEN IS UNKNOWN OR HAS NONE).
      *>
        1500-SCREEN-APPLICATION.
            MOVE SPACES TO WS-CHARGE-APPLICATION.
            IF NOT SCREEN-FILE-OPEN OR WS-CHARGE-SCREEN = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CHARGE-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE SCN-APPLICATION TO WS-CHARGE-APPLICATION.
            EXIT.

      *>
      *>     WS-RUL-SUBJECT TO THE APPLICATION OF THE LONGEST RULE
      *>     OF KIND WS-RUL-KIND-WANTED WHOSE PREFIX IT STARTS WITH.
      *>
        1600-RULE-APPLICATION.
            MOVE SPACES TO WS-CHARGE-APPLICATION.
            MOVE 0 TO WS-RUL-BEST-LEN.
            PERFORM VARYING WS-RUL-X FROM 1 BY 1
                UNTIL WS-RUL-X > WS-RUL-USED
                IF WS-RUL-KIND(WS-RUL-X) = WS-RUL-KIND-WANTED
                AND WS-RUL-PREFIX-LEN(WS-RUL-X) > WS-RUL-BEST-LEN
                AND WS-RUL-SUBJECT(1:WS-RUL-PREFIX-LEN(WS-RUL-X))
                    = WS-RUL-PREFIX(WS-RUL-X)
                      (1:WS-RUL-PREFIX-LEN(WS-RUL-X)) THEN
                    MOVE WS-RUL-PREFIX-LEN(WS-RUL-X)
                        TO WS-RUL-BEST-LEN
                    MOVE WS-RUL-APPLICATION(WS-RUL-X)
                        TO WS-CHARGE-APPLICATION
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     ADD WS-CHARGE-QTY OF METRIC WS-CHARGE-METRIC TO
      *>     WS-CHARGE-APPLICATION.
      *>
        1700-CHARGE.
            PERFORM 1400-FIND-APPLICATION.
            ADD WS-CHARGE-QTY
                TO WS-APP-QTY(WS-APP-X, WS-CHARGE-METRIC).
            EXIT.

      *>
      *>     SIGNED-ON TIME AND SCREEN ENTRIES. TRAINING SESSIONS
      *>     ARE NOT BILLED.
      *>
        2000-SCAN-SESSIONS.
            OPEN INPUT SESSACCT-FILE.
            IF WS-SESSACCT-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SESSACCT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SAC-DATE-TIME(1:6) = WS-PERIOD
                        AND NOT SAC-MODE-TRAINING THEN
                            ADD 1 TO WS-CNT-EVENTS
                            PERFORM 2100-APPLY-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SESSACCT-FILE.
            EXIT.

        2100-APPLY-EVENT.
            PERFORM 2200-FIND-OPERATOR.
            IF WS-OPR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2300-EVENT-SECONDS.

      *>
      *>     CLOSE OUT THE TIME SINCE THE OPERATOR'S LAST EVENT: TO
      *>     THE SCREEN THEY WERE IN, OR UNATTRIBUTED IF THEY WERE
      *>     SIGNED ON BUT IN NO SCREEN.
      *>
            IF WS-OPR-SIGNED-ON(WS-OPR-X) = 'Y'
            AND WS-EVENT-SECS > WS-OPR-LAST-SECS(WS-OPR-X) THEN
                COMPUTE WS-GAP-SECS = WS-EVENT-SECS
                    - WS-OPR-LAST-SECS(WS-OPR-X)
                IF WS-GAP-SECS > WS-CAP-SECONDS THEN
                    MOVE WS-CAP-SECONDS TO WS-GAP-SECS
                END-IF
                MOVE WS-OPR-LAST-SCREEN(WS-OPR-X)
                    TO WS-CHARGE-SCREEN
                PERFORM 1500-SCREEN-APPLICATION
                PERFORM 1400-FIND-APPLICATION
                ADD WS-GAP-SECS TO WS-APP-SECS(WS-APP-X)
            END-IF.

            MOVE WS-EVENT-SECS TO WS-OPR-LAST-SECS(WS-OPR-X).
            EVALUATE TRUE
                WHEN SAC-EVENT-SIGNON
                    MOVE 'Y' TO WS-OPR-SIGNED-ON(WS-OPR-X)
                    MOVE SPACES TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                WHEN SAC-EVENT-ENTER
                    MOVE 'Y' TO WS-OPR-SIGNED-ON(WS-OPR-X)
                    MOVE SAC-SCREEN
                        TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                    MOVE SAC-SCREEN TO WS-CHARGE-SCREEN
                    PERFORM 1500-SCREEN-APPLICATION
                    MOVE MET-ENTRIES TO WS-CHARGE-METRIC
                    MOVE 1 TO WS-CHARGE-QTY
                    PERFORM 1700-CHARGE
                WHEN SAC-EVENT-SIGNOFF
                    MOVE 'N' TO WS-OPR-SIGNED-ON(WS-OPR-X)
                    MOVE SPACES TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.

        2200-FIND-OPERATOR.
            MOVE 0 TO WS-OPR-X.
            PERFORM VARYING WS-OPR-Y FROM 1 BY 1
                UNTIL WS-OPR-Y > WS-OPR-COUNT
                OR WS-OPR-X > 0
                IF WS-OPR-NAME(WS-OPR-Y) = SAC-OPERATOR THEN
                    MOVE WS-OPR-Y TO WS-OPR-X
                END-IF
            END-PERFORM.
            IF WS-OPR-X = 0 AND WS-OPR-COUNT < 200 THEN
                ADD 1 TO WS-OPR-COUNT
                MOVE WS-OPR-COUNT TO WS-OPR-X
                MOVE SAC-OPERATOR TO WS-OPR-NAME(WS-OPR-X)
                MOVE 0 TO WS-OPR-LAST-SECS(WS-OPR-X)
                MOVE SPACES TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                MOVE 'N' TO WS-OPR-SIGNED-ON(WS-OPR-X)
            END-IF.
            EXIT.

        2300-EVENT-SECONDS.
            MOVE SAC-DATE-TIME(1:8) TO WS-DATE-NUM.
            COMPUTE WS-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            COMPUTE WS-EVENT-SECS = WS-DAY-NUM * 86400
                + FUNCTION NUMVAL(SAC-DATE-TIME(9:2)) * 3600
                + FUNCTION NUMVAL(SAC-DATE-TIME(11:2)) * 60
                + FUNCTION NUMVAL(SAC-DATE-TIME(13:2)).
            EXIT.

      *>
      *>     SCREEN OPENS AND FILINGS: THE GROWTH OF THE CUMULATIVE
      *>     TELEMETRY COUNTS SINCE THE LAST PERIOD CHARGED.
      *>
        3000-SCAN-TELEMETRY.
            PERFORM 3100-LOAD-TELEMETRY-BASE.
            IF LATER-PERIOD-CHARGED THEN
                DISPLAY "CHGBACK: A PERIOD AFTER ", WS-PERIOD,
                    " HAS BEEN CHARGED; SCREEN OPENS AND FILINGS "
                    "ARE NOT BILLED THIS RUN."
                MOVE 4 TO WS-RC
                EXIT PARAGRAPH
            END-IF.

            OPEN INPUT TELEM-FILE.
            IF WS-TELEM-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND TLMBASE-FILE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ TELEM-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CNT-SCREENS
                        PERFORM 3200-CHARGE-SCREEN-TELEMETRY
                END-READ
            END-PERFORM.
            CLOSE TELEM-FILE.
            CLOSE TLMBASE-FILE.
            EXIT.

      *>
      *>     CHGBACK.TLM IS APPENDED IN PERIOD ORDER, SO THE LAST
      *>     EARLIER-PERIOD LINE FOR A SCREEN IS ITS STARTING POINT.
      *>     A RE-RUN OF THE SAME PERIOD IGNORES ITS OWN LINES.
      *>
        3100-LOAD-TELEMETRY-BASE.
            OPEN INPUT TLMBASE-FILE.
            IF WS-TLMBASE-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ TLMBASE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF TLB-PERIOD > WS-PERIOD THEN
                            SET LATER-PERIOD-CHARGED TO TRUE
                        END-IF
                        IF TLB-PERIOD < WS-PERIOD THEN
                            PERFORM 3110-NOTE-BASE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TLMBASE-FILE.
            EXIT.

        3110-NOTE-BASE.
            MOVE TLB-SCREEN-NAME TO WS-CHARGE-SCREEN.
            PERFORM 3300-FIND-BASE.
            IF WS-TLB-FOUND = 0 THEN
                IF WS-TLB-USED NOT < 500 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TLB-USED
                MOVE WS-TLB-USED TO WS-TLB-FOUND
                MOVE TLB-SCREEN-NAME TO WS-TLB-SCREEN(WS-TLB-FOUND)
            END-IF.
            MOVE TLB-OPEN-COUNT TO WS-TLB-OPENS(WS-TLB-FOUND).
            MOVE TLB-FILE-COUNT TO WS-TLB-FILES(WS-TLB-FOUND).
            EXIT.

        3200-CHARGE-SCREEN-TELEMETRY.
            MOVE TLM-SCREEN-NAME TO WS-CHARGE-SCREEN.
            PERFORM 3300-FIND-BASE.
            PERFORM 1500-SCREEN-APPLICATION.

      *>
      *>     A COUNT BELOW ITS STARTING POINT MEANS THE TELEMETRY
      *>     WAS RESET; EVERYTHING ON FILE IS THEN THIS PERIOD'S.
      *>
            MOVE TLM-OPEN-COUNT TO WS-TELEM-DELTA.
            IF WS-TLB-FOUND > 0 THEN
                IF TLM-OPEN-COUNT NOT < WS-TLB-OPENS(WS-TLB-FOUND)
                THEN
                    SUBTRACT WS-TLB-OPENS(WS-TLB-FOUND)
                        FROM WS-TELEM-DELTA
                END-IF
            END-IF.
            MOVE MET-OPENS TO WS-CHARGE-METRIC.
            MOVE WS-TELEM-DELTA TO WS-CHARGE-QTY.
            PERFORM 1700-CHARGE.

            MOVE TLM-FILE-COUNT TO WS-TELEM-DELTA.
            IF WS-TLB-FOUND > 0 THEN
                IF TLM-FILE-COUNT NOT < WS-TLB-FILES(WS-TLB-FOUND)
                THEN
                    SUBTRACT WS-TLB-FILES(WS-TLB-FOUND)
                        FROM WS-TELEM-DELTA
                END-IF
            END-IF.
            MOVE MET-FILEIO TO WS-CHARGE-METRIC.
            MOVE WS-TELEM-DELTA TO WS-CHARGE-QTY.
            PERFORM 1700-CHARGE.

            MOVE SPACES TO TLMBASE-RECORD.
            MOVE WS-PERIOD TO TLB-PERIOD.
            MOVE TLM-SCREEN-NAME TO TLB-SCREEN-NAME.
            MOVE TLM-OPEN-COUNT TO TLB-OPEN-COUNT.
            MOVE TLM-FILE-COUNT TO TLB-FILE-COUNT.
            WRITE TLMBASE-RECORD.
            EXIT.

        3300-FIND-BASE.
            MOVE 0 TO WS-TLB-FOUND.
            PERFORM VARYING WS-TLB-X FROM 1 BY 1
                UNTIL WS-TLB-X > WS-TLB-USED
                OR WS-TLB-FOUND > 0
                IF WS-TLB-SCREEN(WS-TLB-X) = WS-CHARGE-SCREEN THEN
                    MOVE WS-TLB-X TO WS-TLB-FOUND
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     PRINTED PAGES AND LINES OF REPORTS CREATED IN THE
      *>     PERIOD, WHATEVER BECAME OF THEM SINCE.
      *>
        4000-SCAN-SPOOL.
            OPEN INPUT SPOOLCTL-FILE.
            IF WS-SPOOLCTL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SPOOLCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SPL-CREATED(1:6) = WS-PERIOD THEN
                            ADD 1 TO WS-CNT-REPORTS
                            PERFORM 4100-CHARGE-REPORT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SPOOLCTL-FILE.
            EXIT.

        4100-CHARGE-REPORT.
            MOVE SPL-REPORT-NAME TO WS-CHARGE-SCREEN.
            PERFORM 1500-SCREEN-APPLICATION.
            IF WS-CHARGE-APPLICATION = SPACES THEN
                MOVE "REPORT" TO WS-RUL-KIND-WANTED
                MOVE SPL-REPORT-NAME TO WS-RUL-SUBJECT
                PERFORM 1600-RULE-APPLICATION
            END-IF.
            MOVE MET-PAGES TO WS-CHARGE-METRIC.
            MOVE SPL-PAGE-COUNT TO WS-CHARGE-QTY.
            PERFORM 1700-CHARGE.
            MOVE MET-LINES TO WS-CHARGE-METRIC.
            MOVE SPL-LINE-COUNT TO WS-CHARGE-QTY.
            PERFORM 1700-CHARGE.
            EXIT.

      *>
      *>     SCREENS GENERATED IN THE PERIOD (THE MANIFEST HOLDS THE
      *>     LATEST SDGENERATE RUN).
      *>
        5000-SCAN-GENERATION.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MANIFEST-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MANIFEST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MAN-TIMESTAMP(1:6) = WS-PERIOD THEN
                            ADD 1 TO WS-CNT-GENERATED
                            MOVE MAN-SCREEN-NAME TO WS-CHARGE-SCREEN
                            PERFORM 1500-SCREEN-APPLICATION
                            MOVE MET-GENRUNS TO WS-CHARGE-METRIC
                            MOVE 1 TO WS-CHARGE-QTY
                            PERFORM 1700-CHARGE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MANIFEST-FILE.
            EXIT.

      *>
      *>     SCREEN PROGRAMS COMPILED IN THE PERIOD. GENBUILD.RPT IS
      *>     APPENDED BY EVERY GENBUILD RUN: A "**** GENBUILD RUN
      *>     yyyymmddhhmmss ****" BANNER, THEN ONE "==== screen RC
      *>     n ====" HEADING PER COMPILE.
      *>
        5500-SCAN-BUILDS.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-BUILD-RUN-PERIOD.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RESULTS-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 5510-NOTE-RESULTS-LINE
                END-READ
            END-PERFORM.
            CLOSE RESULTS-FILE.
            EXIT.

        5510-NOTE-RESULTS-LINE.
            IF RESULTS-RECORD(1:18) = "**** GENBUILD RUN " THEN
                MOVE RESULTS-RECORD(19:6) TO WS-BUILD-RUN-PERIOD
                EXIT PARAGRAPH
            END-IF.
            IF RESULTS-RECORD(1:5) = "==== "
            AND WS-BUILD-RUN-PERIOD = WS-PERIOD THEN
                ADD 1 TO WS-CNT-BUILDS
                MOVE RESULTS-RECORD(6:16) TO WS-CHARGE-SCREEN
                PERFORM 1500-SCREEN-APPLICATION
                MOVE MET-BUILDS TO WS-CHARGE-METRIC
                MOVE 1 TO WS-CHARGE-QTY
                PERFORM 1700-CHARGE
            END-IF.
            EXIT.

      *>
      *>     STORAGE: EACH FILE'S LAST GROWSTAT SIZE IN THE PERIOD
      *>     (THE LOG IS IN DATE ORDER, SO THE LAST ONE READ).
      *>
        6000-SCAN-STORAGE.
            OPEN INPUT HISTORY-FILE.
            IF WS-HISTORY-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ HISTORY-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF HST-DATE(1:6) = WS-PERIOD THEN
                            PERFORM 6100-NOTE-FILE-SIZE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HISTORY-FILE.

            PERFORM VARYING WS-STO-X FROM 1 BY 1
                UNTIL WS-STO-X > WS-STO-USED
                MOVE "FILE" TO WS-RUL-KIND-WANTED
                MOVE WS-STO-FILE(WS-STO-X) TO WS-RUL-SUBJECT
                PERFORM 1600-RULE-APPLICATION
                PERFORM 1400-FIND-APPLICATION
                ADD WS-STO-BYTES(WS-STO-X) TO WS-APP-BYTES(WS-APP-X)
            END-PERFORM.
            MOVE WS-STO-USED TO WS-CNT-FILES.
            EXIT.

        6100-NOTE-FILE-SIZE.
            PERFORM VARYING WS-STO-X FROM 1 BY 1
                UNTIL WS-STO-X > WS-STO-USED
                IF WS-STO-FILE(WS-STO-X) = HST-FILE-NAME THEN
                    MOVE HST-BYTES TO WS-STO-BYTES(WS-STO-X)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-STO-USED NOT < 300 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-STO-USED.
            MOVE HST-FILE-NAME TO WS-STO-FILE(WS-STO-USED).
            MOVE HST-BYTES TO WS-STO-BYTES(WS-STO-USED).
            EXIT.

      *>
      *>     QUANTITY TIMES RATE, PER APPLICATION AND METRIC.
      *>
        7000-PRICE-USAGE.
            MOVE 0 TO WS-GRAND-TOTAL.
            PERFORM VARYING WS-APP-X FROM 1 BY 1
                UNTIL WS-APP-X > WS-APP-USED
                COMPUTE WS-APP-QTY(WS-APP-X, MET-HOURS) ROUNDED =
                    WS-APP-SECS(WS-APP-X) / 3600
                COMPUTE WS-APP-QTY(WS-APP-X, MET-MBYTES) ROUNDED =
                    WS-APP-BYTES(WS-APP-X) / 1048576
                MOVE 0 TO WS-APP-TOTAL(WS-APP-X)
                PERFORM VARYING WS-MET-X FROM 1 BY 1
                    UNTIL WS-MET-X > 9
                    COMPUTE WS-APP-CHARGE(WS-APP-X, WS-MET-X)
                        ROUNDED = WS-APP-QTY(WS-APP-X, WS-MET-X)
                        * WS-METRIC-RATE(WS-MET-X)
                    ADD WS-APP-CHARGE(WS-APP-X, WS-MET-X)
                        TO WS-APP-TOTAL(WS-APP-X)
                END-PERFORM
                ADD WS-APP-TOTAL(WS-APP-X) TO WS-GRAND-TOTAL
            END-PERFORM.
            MOVE WS-APP-TOTAL(1) TO WS-UNATTRIBUTED-TOTAL.
            EXIT.

      *>
      *>     APPLICATIONS IN OWNER THEN CODE ORDER, LEAVING THE
      *>     UNATTRIBUTED ENTRY FIRST (A SIMPLE EXCHANGE SORT).
      *>
        7500-SORT-BY-OWNER.
            PERFORM VARYING WS-APP-X FROM 2 BY 1
                UNTIL WS-APP-X >= WS-APP-USED
                PERFORM VARYING WS-APP-Y FROM WS-APP-X BY 1
                    UNTIL WS-APP-Y > WS-APP-USED
                    IF WS-APP-OWNER(WS-APP-Y) < WS-APP-OWNER(WS-APP-X)
                    OR (WS-APP-OWNER(WS-APP-Y)
                          = WS-APP-OWNER(WS-APP-X)
                      AND WS-APP-CODE(WS-APP-Y)
                          < WS-APP-CODE(WS-APP-X)) THEN
                        MOVE WS-APP-ENTRY(WS-APP-X) TO WS-APP-HOLD
                        MOVE WS-APP-ENTRY(WS-APP-Y)
                            TO WS-APP-ENTRY(WS-APP-X)
                        MOVE WS-APP-HOLD TO WS-APP-ENTRY(WS-APP-Y)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.

      *>
      *>     THE STATEMENT: ONE SECTION PER OWNER, EACH APPLICATION
      *>     ITEMISED BY METRIC, THEN THE UNATTRIBUTED USAGE.
      *>
        8000-WRITE-STATEMENT.
            OPEN OUTPUT STATEMENT-FILE.
            IF WS-STATEMENT-FILE-STATUS NOT = "00" THEN
                DISPLAY "CHGBACK: CANNOT WRITE ",
                    FUNCTION TRIM(STATEMENT-FILE-NAME), " (STATUS ",
                    WS-STATEMENT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO STATEMENT-RECORD.
            STRING "USAGE CHARGEBACK STATEMENT FOR PERIOD "
                WS-PERIOD(1:4) "-" WS-PERIOD(5:2)
                "          PREPARED " WS-NOW(1:4) "-" WS-NOW(5:2)
                "-" WS-NOW(7:2)
                DELIMITED BY SIZE INTO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.

            MOVE HIGH-VALUES TO WS-OWNER-BREAK.
            MOVE 0 TO WS-OWNER-TOTAL.
            PERFORM VARYING WS-APP-X FROM 2 BY 1
                UNTIL WS-APP-X > WS-APP-USED
                IF WS-APP-OWNER(WS-APP-X) NOT = WS-OWNER-BREAK THEN
                    PERFORM 8200-OWNER-TOTAL
                    MOVE WS-APP-OWNER(WS-APP-X) TO WS-OWNER-BREAK
                    MOVE SPACES TO STATEMENT-RECORD
                    WRITE STATEMENT-RECORD
                    MOVE SPACES TO STATEMENT-RECORD
                    STRING "OWNER: " WS-OWNER-BREAK
                        DELIMITED BY SIZE INTO STATEMENT-RECORD
                    WRITE STATEMENT-RECORD
                END-IF
                PERFORM 8100-APPLICATION-SECTION
                ADD WS-APP-TOTAL(WS-APP-X) TO WS-OWNER-TOTAL
            END-PERFORM.
            PERFORM 8200-OWNER-TOTAL.

            MOVE SPACES TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            MOVE "UNATTRIBUTED USAGE:" TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            MOVE 1 TO WS-APP-X.
            PERFORM 8100-APPLICATION-SECTION.

            MOVE SPACES TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            MOVE "TOTAL CHARGED, ALL OWNERS AND UNATTRIBUTED"
                TO TL-LABEL.
            MOVE WS-GRAND-TOTAL TO TL-AMOUNT.
            MOVE WS-TOTAL-LINE TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            CLOSE STATEMENT-FILE.
            EXIT.

        8100-APPLICATION-SECTION.
            MOVE SPACES TO STATEMENT-RECORD.
            IF WS-APP-X = 1 THEN
                MOVE WS-APP-DESCRIPTION(1) TO STATEMENT-RECORD(3:)
            ELSE
                STRING "  APPLICATION " WS-APP-CODE(WS-APP-X) " "
                    WS-APP-DESCRIPTION(WS-APP-X)
                    DELIMITED BY SIZE INTO STATEMENT-RECORD
            END-IF.
            WRITE STATEMENT-RECORD.
            MOVE "      METRIC          QUANTITY         RATE"
                & "          CHARGE" TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            PERFORM VARYING WS-MET-X FROM 1 BY 1 UNTIL WS-MET-X > 9
                IF WS-APP-QTY(WS-APP-X, WS-MET-X) NOT = 0 THEN
                    MOVE WS-METRIC-NAME(WS-MET-X) TO DL-METRIC
                    MOVE WS-APP-QTY(WS-APP-X, WS-MET-X)
                        TO DL-QUANTITY
                    MOVE WS-METRIC-RATE(WS-MET-X) TO DL-RATE
                    MOVE WS-APP-CHARGE(WS-APP-X, WS-MET-X)
                        TO DL-CHARGE
                    MOVE WS-DETAIL-LINE TO STATEMENT-RECORD
                    WRITE STATEMENT-RECORD
                END-IF
            END-PERFORM.
            MOVE "      TOTAL" TO TL-LABEL.
            MOVE WS-APP-TOTAL(WS-APP-X) TO TL-AMOUNT.
            MOVE WS-TOTAL-LINE TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            EXIT.

        8200-OWNER-TOTAL.
            IF WS-OWNER-BREAK = HIGH-VALUES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO TL-LABEL.
            STRING "  OWNER TOTAL " WS-OWNER-BREAK
                DELIMITED BY SIZE INTO TL-LABEL.
            MOVE WS-OWNER-TOTAL TO TL-AMOUNT.
            MOVE WS-TOTAL-LINE TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            MOVE 0 TO WS-OWNER-TOTAL.
            EXIT.

      *>
      *>     THE FINANCE SUMMARY: ONE ROW PER APPLICATION, THE
      *>     UNATTRIBUTED ROW LAST.
      *>
        9000-WRITE-CSV.
            OPEN OUTPUT CSV-FILE.
            IF WS-CSV-FILE-STATUS NOT = "00" THEN
                DISPLAY "CHGBACK: CANNOT WRITE ",
                    FUNCTION TRIM(CSV-FILE-NAME), " (STATUS ",
                    WS-CSV-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM NC-CLEAR-CSV-OUT-HEADINGS.
            MOVE ',' TO NC-CSV-DELIMITER.
            SET NC-SINGLE-DELIMTER TO TRUE.
            SET NC-CSV-QUOTE TO TRUE.
            SET NC-CSV-OUT-TEXT TO ADDRESS OF CSV-RECORD.
            MOVE LENGTH OF CSV-RECORD TO NC-CSV-OUT-BUFLEN.

            MOVE "PERIOD" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-PERIOD.
            MOVE LENGTH OF CSV-PERIOD TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "OWNER" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-OWNER.
            MOVE LENGTH OF CSV-OWNER TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "APPLICATION" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-APPLICATION.
            MOVE LENGTH OF CSV-APPLICATION TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            PERFORM VARYING WS-MET-X FROM 1 BY 1 UNTIL WS-MET-X > 9
                MOVE WS-METRIC-NAME(WS-MET-X) TO NC-CSV-OUT-HEADING
                SET NC-CSV-OUT-COL-BUFFER
                    TO ADDRESS OF CSV-QTY(WS-MET-X)
                MOVE LENGTH OF CSV-QTY(WS-MET-X)
                    TO NC-CSV-OUT-COL-BUFLEN
                PERFORM NC-REGISTER-CSV-OUT-COLUMN
            END-PERFORM.
            MOVE "CHARGE" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-CHARGE.
            MOVE LENGTH OF CSV-CHARGE TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            PERFORM NC-FORMAT-CSV-OUT-HEADINGS.
            WRITE CSV-RECORD.

            PERFORM VARYING WS-APP-X FROM 2 BY 1
                UNTIL WS-APP-X > WS-APP-USED
                PERFORM 9100-CSV-ROW
            END-PERFORM.
            MOVE 1 TO WS-APP-X.
            PERFORM 9100-CSV-ROW.
            CLOSE CSV-FILE.
            EXIT.

        9100-CSV-ROW.
            MOVE WS-PERIOD TO CSV-PERIOD.
            IF WS-APP-X = 1 THEN
                MOVE "UNATTRIBUTED" TO CSV-OWNER, CSV-APPLICATION
            ELSE
                MOVE WS-APP-OWNER(WS-APP-X) TO CSV-OWNER
                MOVE WS-APP-CODE(WS-APP-X) TO CSV-APPLICATION
            END-IF.
            PERFORM VARYING WS-MET-X FROM 1 BY 1 UNTIL WS-MET-X > 9
                MOVE WS-APP-QTY(WS-APP-X, WS-MET-X) TO WS-CSV-EDIT
                MOVE FUNCTION TRIM(WS-CSV-EDIT) TO CSV-QTY(WS-MET-X)
            END-PERFORM.
            MOVE WS-APP-TOTAL(WS-APP-X) TO WS-CSV-EDIT.
            MOVE FUNCTION TRIM(WS-CSV-EDIT) TO CSV-CHARGE.
            PERFORM NC-FORMAT-CSV-RECORD.
            WRITE CSV-RECORD.
            EXIT.

      *>
      *>     CSV SUPPORT ROUTINES
      *>
            COPY COBCURSX.

        END PROGRAM CHGBACK.
