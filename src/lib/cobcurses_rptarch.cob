        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-RPTARCH.
      *>
      *>     REPORT ARCHIVE LOOKUP. FINDS ARCHIVED SPOOL REPORTS IN
      *>     THE RPTARCH.X INDEX BY REPORT NAME AND RUN-DATE RANGE OR
      *>     BY TEXT ON THEIR PAGES, COPIES ONE BACK OUT OF ITS
      *>     COMPRESSED VOLUME, OR SPOOLS IT AFRESH FOR A PRINTER
      *>     DESTINATION. SHARED BY RPTRETR AND THE INQUIRY SCREEN
      *>     (COBCURSES-SHOW-RPTARCH BELOW); SEE RPTARQ.cbl FOR THE
      *>     FUNCTIONS AND RPTARCH.cbl FOR THE INDEX.
      *>
      *>     THE ARCHIVE DIRECTORY IS COBCURSES_RPTARCHDIR, DEFAULTING
      *>     TO ${COBCURSES_DATADIR}/RPTARCH. A MEMBER IS READ BACK BY
      *>     SHELLING OUT TO TAR, AS RPTARCH WROTE IT.
      *>
      *> INPUTS/OUTPUTS:
      *>     RPTARQ-DATA             SEE RPTARQ.cbl
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE
      *>     NC-RET-NOTFOUND         NOTHING MATCHED / NOT ON FILE
      *>     NC-RET-BADPARM          BAD FUNCTION OR DATE
      *>     NC-RET-FAILED           FILE OR VOLUME TROUBLE
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL RPTARCH-FILE
                ASSIGN TO WS-RPTARCH-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ARC-KEY
                ALTERNATE RECORD KEY IS ARC-ARCHIVE-NO
                ALTERNATE RECORD KEY IS ARC-VOLUME WITH DUPLICATES
                FILE STATUS IS WS-RPTARCH-FILE-STATUS.

            SELECT PRINTDST-FILE
                ASSIGN TO WS-PRINTDST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DST-NAME
                FILE STATUS IS WS-PRINTDST-FILE-STATUS.

            SELECT OPTIONAL SPOOLCTL-FILE
                ASSIGN TO WS-SPOOLCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SPL-ID
                FILE STATUS IS WS-SPOOLCTL-FILE-STATUS.

            SELECT EXTRACT-FILE
                ASSIGN TO WS-EXTRACT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRACT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  RPTARCH-FILE.
        01  RPTARCH-RECORD.
            COPY RPTARCH.

        FD  PRINTDST-FILE.
        01  PRINTDST-RECORD.
            COPY PRINTDST.

        FD  SPOOLCTL-FILE.
        01  SPOOLCTL-RECORD.
            COPY SPOOLCTL.

        FD  EXTRACT-FILE.
        01  EXTRACT-RECORD                  PIC X(160).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                      PIC X(512).

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SPOOLDIR                     PIC X(256).
        01  WS-ARCHDIR                      PIC X(256).
        01  WS-RPTARCH-FILE-NAME            PIC X(512).
        01  WS-PRINTDST-FILE-NAME           PIC X(512).
        01  WS-SPOOLCTL-FILE-NAME           PIC X(512).
        01  WS-EXTRACT-FILE-NAME            PIC X(256).
        01  WS-RPTARCH-FILE-STATUS          PIC XX.
        01  WS-PRINTDST-FILE-STATUS         PIC XX.
        01  WS-SPOOLCTL-FILE-STATUS         PIC XX.
        01  WS-EXTRACT-FILE-STATUS          PIC XX.

        01  WS-SHELL-CMD                    PIC X(1200).
        01  WS-SHELL-RC                     PIC S9(9) COMP-5.
        01  WS-USER                         PIC X(20).

        01  WS-DIR-RESOLVED-FLAG            PIC X VALUE 'N'.
            88  DIR-RESOLVED                VALUE 'Y'.
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-ANY-NAME-FLAG                PIC X.
            88  ANY-REPORT-NAME             VALUE 'Y'.
        01  WS-FOUND-FLAG                   PIC X.
            88  TEXT-FOUND                  VALUE 'Y'.
        01  WS-BANNER-FLAG                  PIC X.
            88  PAST-BANNER                 VALUE 'Y'.
        01  WS-EXTRACTED-FLAG               PIC X.
            88  MEMBER-EXTRACTED            VALUE 'Y'.

      *>
      *>     THE RUN-DATE RANGE AS NUMBERS; A MONTH (YYYYMM) RUNS FROM
      *>     ITS FIRST TO ITS 31ST, WHICH COMPARES CORRECTLY FOR ANY
      *>     MONTH.
      *>
        01  WS-FROM-DATE                    PIC 9(8).
        01  WS-TO-DATE                      PIC 9(8).
        01  WS-DATE-TEXT                    PIC X(8).
        01  WS-DATE-NUM                     PIC 9(8).
        01  WS-DATE-BAD-FLAG                PIC X.
            88  DATE-IS-BAD                 VALUE 'Y'.

        01  WS-TEXT-UPPER                   PIC X(40).
        01  WS-TEXT-LEN                     PIC 99 COMP-5.
        01  WS-LINE-UPPER                   PIC X(160).
        01  WS-TALLY                        PIC 9(4) COMP-5.
        01  WS-PAGE-NO                      PIC 9(6).
        01  WS-PAGE-FOUND                   PIC 9(6).
        01  WS-EXCERPT                      PIC X(60).

        01  WS-SPOOL-OP                     PIC X.
        01  WS-PRINT-LINE                   PIC X(160).
        01  WS-SPOOL-RC                     PIC S9(9).
        01  WS-RESULT-RC                    PIC S9(9).
        01  WS-SPOOL-ID-ED                  PIC Z(5)9.

        LINKAGE SECTION.

        01  RPTARQ-DATA.
            COPY RPTARQ.

        PROCEDURE DIVISION USING RPTARQ-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO WS-RESULT-RC.
            MOVE SPACES TO ARQ-MESSAGE.
            IF NOT DIR-RESOLVED THEN
                PERFORM 150-RESOLVE-DIRECTORIES
            END-IF.
            EVALUATE TRUE
                WHEN ARQ-FIND
                    PERFORM 200-FIND
                WHEN ARQ-EXTRACT
                    PERFORM 400-EXTRACT-BY-NUMBER
                WHEN ARQ-RESPOOL
                    PERFORM 500-RESPOOL
                WHEN OTHER
                    MOVE "UNKNOWN ARCHIVE INQUIRY FUNCTION"
                        TO ARQ-MESSAGE
                    MOVE NC-RET-BADPARM TO WS-RESULT-RC
            END-EVALUATE.
            MOVE WS-RESULT-RC TO RETURN-CODE.
            GOBACK.

      *>
      *>     RESOLVE THE SPOOL AND ARCHIVE DIRECTORIES ON FIRST USE.
      *>
        150-RESOLVE-DIRECTORIES.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_SPOOLDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-SPOOLDIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/SPOOL" TO WS-SPOOLDIR
                MOVE LENGTH OF WS-SPOOLDIR TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SPOOLDIR, WS-FILE-NAME-LENGTH
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_RPTARCHDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-ARCHDIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/RPTARCH" TO WS-ARCHDIR
                MOVE LENGTH OF WS-ARCHDIR TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-ARCHDIR, WS-FILE-NAME-LENGTH
            END-IF.

            MOVE SPACES TO WS-RPTARCH-FILE-NAME.
            STRING WS-ARCHDIR DELIMITED BY SPACE,
                "/RPTARCH.X" DELIMITED BY SIZE
                INTO WS-RPTARCH-FILE-NAME.
            MOVE SPACES TO WS-PRINTDST-FILE-NAME.
            STRING WS-SPOOLDIR DELIMITED BY SPACE,
                "/PRINTDST.X" DELIMITED BY SIZE
                INTO WS-PRINTDST-FILE-NAME.
            MOVE SPACES TO WS-SPOOLCTL-FILE-NAME.
            STRING WS-SPOOLDIR DELIMITED BY SPACE,
                "/SPOOLCTL.X" DELIMITED BY SIZE
                INTO WS-SPOOLCTL-FILE-NAME.

            MOVE SPACES TO WS-USER.
            CALL "C$GETENV" USING "USER", WS-USER.
            IF WS-USER = SPACES THEN
                MOVE "BATCH" TO WS-USER
            END-IF.
            SET DIR-RESOLVED TO TRUE.
            EXIT.

      *>
      *>     ONE BATCH OF MATCHING INDEX ENTRIES. A NAMED REPORT IS A
      *>     KEYED RANGE STARTING AT ITS FIRST RUN DATE IN RANGE; ANY
      *>     NAME MEANS THE WHOLE INDEX IN KEY ORDER.
      *>
        200-FIND.
            MOVE ZERO TO ARQ-HIT-COUNT.
            MOVE ZERO TO ARQ-SCANNED.
            MOVE 'N' TO ARQ-MORE-FLAG.
            IF ARQ-MAX-HITS NOT NUMERIC
            OR ARQ-MAX-HITS < 1 OR ARQ-MAX-HITS > 100 THEN
                MOVE 100 TO ARQ-MAX-HITS
            END-IF.
            PERFORM 210-DATE-RANGE.
            IF DATE-IS-BAD THEN
                MOVE "DATES ARE YYYYMMDD OR YYYYMM" TO ARQ-MESSAGE
                MOVE NC-RET-BADPARM TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            IF ARQ-REPORT-NAME = SPACES OR ARQ-REPORT-NAME = "*" THEN
                SET ANY-REPORT-NAME TO TRUE
            ELSE
                MOVE 'N' TO WS-ANY-NAME-FLAG
            END-IF.
            MOVE FUNCTION UPPER-CASE(ARQ-TEXT) TO WS-TEXT-UPPER.
            MOVE 40 TO WS-TEXT-LEN.
            PERFORM UNTIL WS-TEXT-LEN = 0
              OR WS-TEXT-UPPER(WS-TEXT-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-TEXT-LEN
            END-PERFORM.

            OPEN INPUT RPTARCH-FILE.
            IF WS-RPTARCH-FILE-STATUS NOT = "00"
            AND WS-RPTARCH-FILE-STATUS NOT = "05" THEN
                MOVE "REPORT ARCHIVE INDEX UNAVAILABLE" TO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            IF ARQ-RESUME-KEY NOT = SPACES THEN
                MOVE ARQ-RESUME-KEY TO ARC-KEY
                START RPTARCH-FILE KEY IS > ARC-KEY
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
            ELSE
                MOVE LOW-VALUES TO ARC-KEY
                IF NOT ANY-REPORT-NAME THEN
                    MOVE ARQ-REPORT-NAME TO ARC-REPORT-NAME
                    MOVE WS-FROM-DATE TO ARC-RUN-DATE
                END-IF
                START RPTARCH-FILE KEY IS >= ARC-KEY
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ RPTARCH-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 220-CONSIDER-ENTRY
                END-READ
            END-PERFORM.
            CLOSE RPTARCH-FILE.

            IF ARQ-HIT-COUNT = 0 AND WS-RESULT-RC = NC-RET-OK THEN
                MOVE "NO ARCHIVED REPORT MATCHES" TO ARQ-MESSAGE
                MOVE NC-RET-NOTFOUND TO WS-RESULT-RC
            END-IF.
            EXIT.

        210-DATE-RANGE.
            MOVE 'N' TO WS-DATE-BAD-FLAG.
            MOVE ARQ-FROM-DATE TO WS-DATE-TEXT.
            IF WS-DATE-TEXT = SPACES THEN
                MOVE ZERO TO WS-FROM-DATE
            ELSE
                PERFORM 215-EDIT-DATE
                MOVE WS-DATE-NUM TO WS-FROM-DATE
            END-IF.
            MOVE ARQ-TO-DATE TO WS-DATE-TEXT.
            IF WS-DATE-TEXT = SPACES THEN
                MOVE 99999999 TO WS-TO-DATE
            ELSE
                PERFORM 215-EDIT-DATE
                IF WS-DATE-TEXT(7:2) = SPACES THEN
                    COMPUTE WS-TO-DATE = WS-DATE-NUM + 30
                ELSE
                    MOVE WS-DATE-NUM TO WS-TO-DATE
                END-IF
            END-IF.
            EXIT.

      *>
      *>     WS-DATE-TEXT (YYYYMMDD OR YYYYMM) TO WS-DATE-NUM; A MONTH
      *>     GIVES ITS FIRST DAY.
      *>
        215-EDIT-DATE.
            MOVE ZERO TO WS-DATE-NUM.
            IF WS-DATE-TEXT(7:2) = SPACES
            AND WS-DATE-TEXT(1:6) IS NUMERIC THEN
                MOVE WS-DATE-TEXT(1:6) TO WS-DATE-NUM(1:6)
                MOVE "01" TO WS-DATE-NUM(7:2)
            ELSE
                IF WS-DATE-TEXT IS NUMERIC THEN
                    MOVE WS-DATE-TEXT TO WS-DATE-NUM
                ELSE
                    SET DATE-IS-BAD TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                SET DATE-IS-BAD TO TRUE
            END-IF.
            EXIT.

        220-CONSIDER-ENTRY.
            IF NOT ANY-REPORT-NAME
            AND ARC-REPORT-NAME NOT = ARQ-REPORT-NAME THEN
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO ARQ-SCANNED.
            IF ARC-RUN-DATE < WS-FROM-DATE THEN
                EXIT PARAGRAPH
            END-IF.
            IF ARC-RUN-DATE > WS-TO-DATE THEN
                IF NOT ANY-REPORT-NAME THEN
                    SET END-OF-FILE TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF ARQ-HIT-COUNT >= ARQ-MAX-HITS THEN
                SET ARQ-MORE TO TRUE
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-PAGE-FOUND.
            MOVE SPACES TO WS-EXCERPT.
            IF WS-TEXT-LEN > 0 THEN
                PERFORM 300-SEARCH-MEMBER
                IF NOT TEXT-FOUND THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO ARQ-HIT-COUNT.
            PERFORM 230-NOTE-HIT.
            MOVE ARC-KEY TO ARQ-RESUME-KEY.
            EXIT.

        230-NOTE-HIT.
            MOVE ARC-ARCHIVE-NO TO ARQ-HIT-ARCHIVE-NO(ARQ-HIT-COUNT).
            MOVE ARC-REPORT-NAME
                TO ARQ-HIT-REPORT-NAME(ARQ-HIT-COUNT).
            MOVE ARC-RUN-DATE TO ARQ-HIT-RUN-DATE(ARQ-HIT-COUNT).
            MOVE ARC-RUN-TIME TO ARQ-HIT-RUN-TIME(ARQ-HIT-COUNT).
            MOVE ARC-OPERATOR TO ARQ-HIT-OPERATOR(ARQ-HIT-COUNT).
            MOVE ARC-SPL-ID TO ARQ-HIT-SPL-ID(ARQ-HIT-COUNT).
            MOVE ARC-PAGE-COUNT TO ARQ-HIT-PAGES(ARQ-HIT-COUNT).
            MOVE ARC-VOLUME TO ARQ-HIT-VOLUME(ARQ-HIT-COUNT).
            MOVE WS-PAGE-FOUND TO ARQ-HIT-PAGE-FOUND(ARQ-HIT-COUNT).
            MOVE WS-EXCERPT TO ARQ-HIT-EXCERPT(ARQ-HIT-COUNT).
            EXIT.

      *>
      *>     LOOK FOR WS-TEXT-UPPER ON THE PAGES OF THE CURRENT ENTRY.
      *>     THE BANNER (EVERYTHING BEFORE THE FIRST FORM FEED) IS NOT
      *>     SEARCHED; PAGES ARE COUNTED AS THE SPOOL COUNTS THEM. A
      *>     VOLUME THAT CANNOT BE READ IS NOTED BUT DOES NOT STOP THE
      *>     SEARCH OF THE OTHERS.
      *>
        300-SEARCH-MEMBER.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM 600-EXTRACT-MEMBER.
            IF NOT MEMBER-EXTRACTED THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXTRACT-FILE-STATUS NOT = "00" THEN
                CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-PAGE-NO.
            PERFORM UNTIL TEXT-FOUND
                READ EXTRACT-FILE
                    AT END
                        EXIT PERFORM
                    NOT AT END
                        PERFORM 310-SEARCH-LINE
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.
            CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME.
            EXIT.

        310-SEARCH-LINE.
            IF EXTRACT-RECORD = X"0C" THEN
                ADD 1 TO WS-PAGE-NO
                EXIT PARAGRAPH
            END-IF.
            IF WS-PAGE-NO = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(EXTRACT-RECORD) TO WS-LINE-UPPER.
            MOVE ZERO TO WS-TALLY.
            INSPECT WS-LINE-UPPER TALLYING WS-TALLY
                FOR ALL WS-TEXT-UPPER(1:WS-TEXT-LEN).
            IF WS-TALLY > 0 THEN
                SET TEXT-FOUND TO TRUE
                MOVE WS-PAGE-NO TO WS-PAGE-FOUND
                MOVE FUNCTION TRIM(EXTRACT-RECORD) TO WS-EXCERPT
            END-IF.
            EXIT.

        400-EXTRACT-BY-NUMBER.
            MOVE ZERO TO ARQ-HIT-COUNT.
            PERFORM 410-READ-BY-NUMBER.
            IF WS-RESULT-RC NOT = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 600-EXTRACT-MEMBER.
            IF NOT MEMBER-EXTRACTED THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-EXTRACT-FILE-NAME TO ARQ-EXTRACT-FILE.
            MOVE ZERO TO WS-PAGE-FOUND.
            MOVE SPACES TO WS-EXCERPT.
            MOVE 1 TO ARQ-HIT-COUNT.
            PERFORM 230-NOTE-HIT.
            EXIT.

        410-READ-BY-NUMBER.
            OPEN INPUT RPTARCH-FILE.
            IF WS-RPTARCH-FILE-STATUS = "05" THEN
                CLOSE RPTARCH-FILE
                MOVE "NO REPORTS HAVE BEEN ARCHIVED" TO ARQ-MESSAGE
                MOVE NC-RET-NOTFOUND TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            IF WS-RPTARCH-FILE-STATUS NOT = "00" THEN
                MOVE "REPORT ARCHIVE INDEX UNAVAILABLE" TO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE ARQ-ARCHIVE-NO TO ARC-ARCHIVE-NO.
            READ RPTARCH-FILE KEY IS ARC-ARCHIVE-NO
                INVALID KEY
                    STRING "NO ARCHIVED REPORT NUMBER " ARQ-ARCHIVE-NO
                        DELIMITED BY SIZE INTO ARQ-MESSAGE
                    MOVE NC-RET-NOTFOUND TO WS-RESULT-RC
            END-READ.
            CLOSE RPTARCH-FILE.
            EXIT.

      *>
      *>     SPOOL AN ARCHIVED REPORT AFRESH. ITS OWN BANNER PAGE IS
      *>     DROPPED (COBCURSES-SPOOL WRITES A NEW ONE NAMING WHO ASKED
      *>     FOR THE REPRINT); EVERY FORM FEED AFTER IT BECOMES A PAGE
      *>     ADVANCE SO THE NEW ENTRY'S PAGE COUNT IS RIGHT.
      *>
        500-RESPOOL.
            MOVE ZERO TO ARQ-SPOOL-ID.
            IF ARQ-DESTINATION = SPACES THEN
                MOVE "NO DESTINATION GIVEN" TO ARQ-MESSAGE
                MOVE NC-RET-BADPARM TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM 510-CHECK-DESTINATION.
            IF WS-RESULT-RC NOT = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 410-READ-BY-NUMBER.
            IF WS-RESULT-RC NOT = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 600-EXTRACT-MEMBER.
            IF NOT MEMBER-EXTRACTED THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXTRACT-FILE-STATUS NOT = "00" THEN
                MOVE "ARCHIVED REPORT COULD NOT BE READ BACK"
                    TO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME
                EXIT PARAGRAPH
            END-IF.

            MOVE 'O' TO WS-SPOOL-OP.
            MOVE SPACES TO WS-PRINT-LINE.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP,
                ARC-REPORT-NAME, ARQ-OPERATOR, ARQ-DESTINATION,
                WS-PRINT-LINE.
            MOVE RETURN-CODE TO WS-SPOOL-RC.
            IF WS-SPOOL-RC NOT = 0 THEN
                CLOSE EXTRACT-FILE
                CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME
                MOVE "SPOOL COULD NOT BE OPENED" TO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-BANNER-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ EXTRACT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 520-RESPOOL-LINE
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.
            CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME.
            MOVE 'C' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP,
                ARC-REPORT-NAME, ARQ-OPERATOR, ARQ-DESTINATION,
                WS-PRINT-LINE.

            PERFORM 530-NOTE-NEW-SPOOL-ID.
            MOVE ARQ-SPOOL-ID TO WS-SPOOL-ID-ED.
            STRING "RE-SPOOLED AS ENTRY "
                FUNCTION TRIM(WS-SPOOL-ID-ED) " FOR "
                FUNCTION TRIM(ARQ-DESTINATION)
                DELIMITED BY SIZE INTO ARQ-MESSAGE.
            EXIT.

        510-CHECK-DESTINATION.
            OPEN INPUT PRINTDST-FILE.
            IF WS-PRINTDST-FILE-STATUS NOT = "00" THEN
                MOVE "NO PRINTER DESTINATION FILE" TO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE ARQ-DESTINATION TO DST-NAME.
            READ PRINTDST-FILE
                INVALID KEY
                    STRING "UNKNOWN DESTINATION "
                        FUNCTION TRIM(ARQ-DESTINATION)
                        DELIMITED BY SIZE INTO ARQ-MESSAGE
                    MOVE NC-RET-NOTFOUND TO WS-RESULT-RC
            END-READ.
            CLOSE PRINTDST-FILE.
            EXIT.

        520-RESPOOL-LINE.
            IF NOT PAST-BANNER THEN
                IF EXTRACT-RECORD = X"0C" THEN
                    SET PAST-BANNER TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF EXTRACT-RECORD = X"0C" THEN
                MOVE 'P' TO WS-SPOOL-OP
            ELSE
                MOVE 'W' TO WS-SPOOL-OP
                MOVE EXTRACT-RECORD TO WS-PRINT-LINE
            END-IF.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP,
                ARC-REPORT-NAME, ARQ-OPERATOR, ARQ-DESTINATION,
                WS-PRINT-LINE.
            EXIT.

      *>
      *>     THE ENTRY JUST SPOOLED IS THE HIGHEST ID ON FILE (SEE
      *>     COBCURSES-SPOOL 250-ALLOCATE-SPOOL-ID).
      *>
        530-NOTE-NEW-SPOOL-ID.
            OPEN INPUT SPOOLCTL-FILE.
            IF WS-SPOOLCTL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 999999 TO SPL-ID.
            START SPOOLCTL-FILE KEY IS <= SPL-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ SPOOLCTL-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE SPL-ID TO ARQ-SPOOL-ID
                    END-READ
            END-START.
            CLOSE SPOOLCTL-FILE.
            EXIT.

      *>
      *>     COPY MEMBER ARC-MEMBER OF VOLUME ARC-VOLUME TO A WORK FILE
      *>     OF THE CALLER'S OWN (NAMED FOR THE USER AND THE ARCHIVE
      *>     NUMBER, SO TWO OPERATORS NEVER SHARE ONE).
      *>
        600-EXTRACT-MEMBER.
            MOVE 'N' TO WS-EXTRACTED-FLAG.
            MOVE SPACES TO WS-EXTRACT-FILE-NAME.
            STRING "/tmp/RPTARCH-" DELIMITED BY SIZE,
                WS-USER DELIMITED BY SPACE,
                "-" DELIMITED BY SIZE,
                ARC-ARCHIVE-NO DELIMITED BY SIZE,
                ".SPL" DELIMITED BY SIZE
                INTO WS-EXTRACT-FILE-NAME.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "tar -xzOf '" FUNCTION TRIM(WS-ARCHDIR) "/"
                FUNCTION TRIM(ARC-VOLUME) "' '"
                FUNCTION TRIM(ARC-MEMBER) "' > '"
                FUNCTION TRIM(WS-EXTRACT-FILE-NAME) "' 2>/dev/null"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-SHELL-RC NOT = 0 THEN
                CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME
                MOVE SPACES TO ARQ-MESSAGE
                STRING "ARCHIVE VOLUME " FUNCTION TRIM(ARC-VOLUME)
                    " MISSING OR UNREADABLE"
                    DELIMITED BY SIZE INTO ARQ-MESSAGE
                MOVE NC-RET-FAILED TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            SET MEMBER-EXTRACTED TO TRUE.
            EXIT.

        END PROGRAM COBCURSES-RPTARCH.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-RPTARCH.
      *>
      *>     REPORT ARCHIVE INQUIRY, OFFERED BY THE LAUNCHER. THE
      *>     OPERATOR GIVES A REPORT NAME (CR FOR ANY), A RUN-DATE
      *>     RANGE (YYYYMMDD OR YYYYMM; CR FOR OPEN-ENDED) AND
      *>     OPTIONALLY A TEXT STRING TO LOOK FOR ON THE PAGES. THE
      *>     ARCHIVED REPORTS THAT MATCH ARE LISTED FIFTEEN TO A PAGE;
      *>     THE OPERATOR KEYS (THEN CR):
      *>         Rn      RE-SPOOL REPORT n (A PRINTDST DESTINATION IS
      *>                 ASKED FOR)
      *>         S       SEARCH AGAIN
      *>         +       NEXT PAGE
      *>         CR      (ALONE) LEAVE
      *>
      *>     THE LOOKUP ITSELF IS COBCURSES-RPTARCH, SHARED WITH THE
      *>     RPTRETR UTILITY.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *> RETURN-CODE:
      *>     NC-RET-OK
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  RPTARQ-DATA.
            COPY RPTARQ.

        01  WS-OPERATOR-ID                  PIC X(20).

        01  WS-DONE-FLAG                    PIC X.
            88  LIST-DONE                   VALUE 'Y'.
        01  WS-MORE-FLAG                    PIC X.
            88  MORE-TO-LIST                VALUE 'Y'.

      *>
      *>     THE SEARCH ON SHOW. WS-PAGE-START IS THE INDEX KEY THE
      *>     PAGE STARTS AFTER (SPACES = THE FIRST PAGE); WS-NEXT-START
      *>     THAT OF THE NEXT PAGE.
      *>
        01  WS-REPORT-NAME                  PIC X(16).
        01  WS-FROM-DATE                    PIC X(8).
        01  WS-TO-DATE                      PIC X(8).
        01  WS-TEXT                         PIC X(40).
        01  WS-PAGE-START                   PIC X(50).
        01  WS-NEXT-START                   PIC X(50).
        01  WS-X                            PIC 999 COMP-5.

        01  WS-LINE-NO                      PIC 99.
        01  WS-MAX-LEN                      PIC 99.
        01  WS-PROMPT                       PIC X(60).
        01  WS-ENTRY                        PIC X(40).
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-MESSAGE                      PIC X(72).
        01  WS-NO-EDIT                      PIC Z9.
        01  WS-PAGES-ED                     PIC ZZZZ9.
        01  WS-FOUND-ED                     PIC ZZZZ9.
        01  WS-DIGITS                       PIC X(2).
        01  WS-PICK-NO                      PIC 99.

        LINKAGE SECTION.

            COPY COBCURSG.

        PROCEDURE DIVISION USING NC-COBCURSES.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE SPACES TO WS-MESSAGE.
            MOVE 'N' TO WS-DONE-FLAG.
            PERFORM 200-TAKE-CRITERIA.
            PERFORM UNTIL LIST-DONE
                PERFORM 300-LOAD-MATCHES
                PERFORM 400-PAINT-MATCHES
                PERFORM 500-TAKE-CHOICE
            END-PERFORM.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-TAKE-CRITERIA.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE "REPORT ARCHIVE INQUIRY" TO WS-LIST-TEXT.
            MOVE 1 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE "DATES ARE YYYYMMDD OR YYYYMM; CR LEAVES ONE OPEN"
                TO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            PERFORM 950-SHOW-MESSAGE.

            MOVE "REPORT NAME:" TO WS-PROMPT.
            MOVE 4 TO WS-LINE-NO.
            MOVE 16 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY TO WS-REPORT-NAME.
            MOVE "RUN DATE FROM:" TO WS-PROMPT.
            MOVE 5 TO WS-LINE-NO.
            MOVE 8 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY TO WS-FROM-DATE.
            MOVE "RUN DATE TO:" TO WS-PROMPT.
            MOVE 6 TO WS-LINE-NO.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY TO WS-TO-DATE.
            MOVE "TEXT ON THE PAGES:" TO WS-PROMPT.
            MOVE 7 TO WS-LINE-NO.
            MOVE 40 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY TO WS-TEXT.
            MOVE SPACES TO WS-PAGE-START.
            EXIT.

        300-LOAD-MATCHES.
            MOVE SPACES TO RPTARQ-DATA.
            SET ARQ-FIND TO TRUE.
            MOVE WS-REPORT-NAME TO ARQ-REPORT-NAME.
            MOVE WS-FROM-DATE TO ARQ-FROM-DATE.
            MOVE WS-TO-DATE TO ARQ-TO-DATE.
            MOVE WS-TEXT TO ARQ-TEXT.
            MOVE WS-PAGE-START TO ARQ-RESUME-KEY.
            MOVE 15 TO ARQ-MAX-HITS.
            CALL "COBCURSES-RPTARCH" USING RPTARQ-DATA.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE ARQ-MESSAGE TO WS-MESSAGE
            END-IF.
            IF ARQ-MORE THEN
                SET MORE-TO-LIST TO TRUE
                MOVE ARQ-RESUME-KEY TO WS-NEXT-START
            ELSE
                MOVE 'N' TO WS-MORE-FLAG
            END-IF.
            EXIT.

        400-PAINT-MATCHES.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "ARCHIVED REPORTS  " WS-REPORT-NAME " "
                WS-FROM-DATE "-" WS-TO-DATE " " WS-TEXT
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 1 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE "Rn RE-SPOOL  S SEARCH AGAIN  + MORE  CR LEAVE"
                TO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING " N ARCHIVE# REPORT           RUN DATE   "
                "OPERATOR     PAGES  FOUND ON"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 3 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > ARQ-HIT-COUNT
                MOVE WS-X TO WS-NO-EDIT
                MOVE ARQ-HIT-PAGES(WS-X) TO WS-PAGES-ED
                MOVE SPACES TO WS-LIST-TEXT
                STRING WS-NO-EDIT " " ARQ-HIT-ARCHIVE-NO(WS-X) " "
                    ARQ-HIT-REPORT-NAME(WS-X) " "
                    ARQ-HIT-RUN-DATE(WS-X)(1:4) "-"
                    ARQ-HIT-RUN-DATE(WS-X)(5:2) "-"
                    ARQ-HIT-RUN-DATE(WS-X)(7:2) " "
                    ARQ-HIT-OPERATOR(WS-X)(1:12) " " WS-PAGES-ED
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
                IF ARQ-HIT-PAGE-FOUND(WS-X) > 0 THEN
                    MOVE ARQ-HIT-PAGE-FOUND(WS-X) TO WS-FOUND-ED
                    MOVE "  PAGE" TO WS-LIST-TEXT(59:6)
                    MOVE WS-FOUND-ED TO WS-LIST-TEXT(65:5)
                END-IF
                COMPUTE WS-LINE-NO = WS-X + 3
                PERFORM 900-PUT-LINE
            END-PERFORM.
            IF MORE-TO-LIST THEN
                MOVE "  ... MORE (+)" TO WS-LIST-TEXT
                MOVE 19 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM 950-SHOW-MESSAGE.
            EXIT.

        500-TAKE-CHOICE.
            MOVE "CHOICE:" TO WS-PROMPT.
            MOVE 21 TO WS-LINE-NO.
            MOVE 3 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK OR WS-ENTRY = SPACES THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.

            IF WS-ENTRY(1:1) = '+' THEN
                IF MORE-TO-LIST THEN
                    MOVE WS-NEXT-START TO WS-PAGE-START
                ELSE
                    MOVE SPACES TO WS-PAGE-START
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-ENTRY(1:1) = 'S' THEN
                PERFORM 200-TAKE-CRITERIA
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY(2:2) TO WS-DIGITS.
            IF WS-ENTRY(1:1) NOT = 'R'
            OR WS-DIGITS = SPACES
            OR FUNCTION TRIM(WS-DIGITS) IS NOT NUMERIC THEN
                MOVE "NOT A CHOICE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-DIGITS) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > ARQ-HIT-COUNT THEN
                MOVE "NO SUCH REPORT ON THIS PAGE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 600-RESPOOL-REPORT.
            EXIT.

        600-RESPOOL-REPORT.
            MOVE "DESTINATION:" TO WS-PROMPT.
            MOVE 22 TO WS-LINE-NO.
            MOVE 16 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK OR WS-ENTRY = SPACES THEN
                MOVE "RE-SPOOL CANCELLED" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE ARQ-HIT-ARCHIVE-NO(WS-PICK-NO) TO ARQ-ARCHIVE-NO.
            MOVE WS-ENTRY TO ARQ-DESTINATION.
            MOVE WS-OPERATOR-ID TO ARQ-OPERATOR.
            SET ARQ-RESPOOL TO TRUE.
            CALL "COBCURSES-RPTARCH" USING RPTARQ-DATA.
            MOVE ARQ-MESSAGE TO WS-MESSAGE.
            EXIT.

        900-PUT-LINE.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE 2 TO NC-FIELD-X
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
            END-IF.
            EXIT.

        950-SHOW-MESSAGE.
            IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO WS-LIST-TEXT
                MOVE 20 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
                MOVE SPACES TO WS-MESSAGE
            END-IF.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-RPTARCH.
