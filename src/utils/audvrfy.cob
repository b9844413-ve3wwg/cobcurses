        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDVRFY.
      *>
      *> AUDVRFY VERIFIES THE TAMPER-EVIDENT CHAIN OF EVERY AUDIT
      *> LOG (SEE AUDCHAIN.cbl). EACH RECORD APPENDED TO A CHAINED
      *> LOG CARRIES A SEQUENCE NUMBER AND A DIGEST KEYED WITH THE
      *> SHOP KEY (COBCURSES_SHOP_KEY) OVER THE PREVIOUS RECORD'S
      *> DIGEST AND ITS OWN BODY. AUDVRFY WALKS EACH LOG FROM THE
      *> START, RECOMPUTES EVERY LINK AND COMPARES THE END OF THE
      *> LOG WITH THE SEALED CHAIN STATE IN AUDCHAIN.X, SO A RECORD
      *> THAT WAS ALTERED, INSERTED, DELETED OR MOVED -- OR CUT
      *> FROM THE END -- IS REPORTED. RUN IT NIGHTLY AS A NITERUN
      *> STEP; EVERY BROKEN CHAIN RAISES A CRITICAL ALERT.
      *>
      *> THE CHAINS AND THE FILES WALKED, IN THIS ORDER:
      *>
      *>     SCRAUDIT    SCRAUDIT-YYYYMM.LOG (AUDARCH ARCHIVES, BY
      *>                 NAME) THEN SCRAUDIT.LOG
      *>     DTLAUDIT    DTLAUDIT.LOG
      *>     OVERRIDE    OVERRIDE.LOG
      *>     SIGNON      SIGNON.LOG
      *>     AFTERIMG    AFTERIMG-YYYYMMDD.JRN (ONE CHAIN ACROSS
      *>                 THE DAY JOURNALS, BY NAME)
      *>
      *> RECORDS WRITTEN BEFORE CHAINING WAS INTRODUCED HAVE BLANK
      *> CHAIN FIELDS; THEY ARE COUNTED AS LEGACY WHILE THEY COME
      *> FIRST. AN UNCHAINED RECORD AFTER THE CHAIN HAS STARTED WAS
      *> INSERTED.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) / ALL        VERIFY EVERY CHAIN
      *>     CHAINNAME           VERIFY ONE CHAIN ONLY
      *>
      *> RETURN-CODE:
      *>     0       EVERY CHAIN INTACT
      *>     4       INTACT, BUT WITH LEGACY RECORDS OR NO SHOP KEY
      *>             (AN UNKEYED CHAIN ONLY PROVES ORDER, NOT ORIGIN)
      *>     8       AT LEAST ONE CHAIN BROKEN (ALERTED)
      *>     16      UNKNOWN CHAIN NAME
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT LINE-LOG-FILE
                ASSIGN TO LOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT DTLAUDIT-FILE
                ASSIGN TO LOG-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT JOURNAL-FILE
                ASSIGN TO LOG-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT OPTIONAL AUDCHAIN-FILE
                ASSIGN TO AUDCHAIN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ACH-CHAIN-NAME
                FILE STATUS IS WS-AUDCHAIN-FILE-STATUS.

            SELECT WORK-FILE
                ASSIGN TO WORK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  LINE-LOG-FILE.
        01  LINE-LOG-RECORD                     PIC X(1400).

        FD  DTLAUDIT-FILE.
        01  DTLAUDIT-RECORD.
            COPY DTLAUDIT.

        FD  JOURNAL-FILE.
        01  AFTERIMG-RECORD.
            COPY AFTERIMG.

        FD  AUDCHAIN-FILE.
        01  AUDCHAIN-RECORD.
            COPY AUDCHAIN.

        FD  WORK-FILE.
        01  WORK-RECORD                         PIC X(256).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-DATADIR                      PIC X(256)
                VALUE "${COBCURSES_DATADIR}".
            10  AUDCHAIN-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/AUDCHAIN.X".
            10  WORK-FILE-NAME                  PIC X(256)
                VALUE "/tmp/audvrfy.tmp".
            10  LOG-FILE-NAME                   PIC X(256).

        01  WS-LOG-FILE-STATUS                  PIC XX.
        01  WS-AUDCHAIN-FILE-STATUS             PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.

        01  WS-SHELL-CMD                        PIC X(1024).
        01  WS-CHAIN-ARG                        PIC X(8).

      *>
      *> THE CHAINS, IN THE ORDER THEY ARE VERIFIED. THE FILE KIND
      *> SAYS WHICH FD READS THE LOG: L = LINE SEQUENTIAL, D = THE
      *> DETAIL AUDIT LOG, J = THE AFTER-IMAGE JOURNALS. THE PATTERN
      *> NAMES THE FILES (IN THE DATA DIRECTORY) IN CHAIN ORDER.
      *>
        01  CHAIN-TABLE-VALUES.
            05  FILLER                          PIC X(49) VALUE
                "SCRAUDITLSCRAUDIT-??????.LOG SCRAUDIT.LOG".
            05  FILLER                          PIC X(49) VALUE
                "DTLAUDITDDTLAUDIT.LOG".
            05  FILLER                          PIC X(49) VALUE
                "OVERRIDELOVERRIDE.LOG".
            05  FILLER                          PIC X(49) VALUE
                "SIGNON  LSIGNON.LOG".
            05  FILLER                          PIC X(49) VALUE
                "AFTERIMGJAFTERIMG-????????.JRN".
        01  CHAIN-TABLE REDEFINES CHAIN-TABLE-VALUES.
            05  CHAIN-ENTRY OCCURS 5 TIMES.
                10  CHN-NAME                    PIC X(8).
                10  CHN-FILE-KIND               PIC X.
                10  CHN-PATTERN                 PIC X(40).
        01  WS-CHAIN-X                          PIC 9 COMP.
        01  WS-PATTERN-X                        PIC 99 COMP.
        01  WS-PATTERN-WORD                     PIC X(40).
        01  WS-PATTERN-PTR                      PIC 99 COMP.
        01  WS-CMD-PTR                          PIC 9999 COMP.

        01  WS-CHAIN-NAME                       PIC X(8).
        01  WS-FILE-KIND                        PIC X.
            88  LINE-SEQUENTIAL-LOG             VALUE 'L'.
            88  DETAIL-AUDIT-LOG                VALUE 'D'.
            88  AFTER-IMAGE-JOURNAL             VALUE 'J'.
        01  WS-BODY-LEN                         PIC 9999.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  LIST-EOF-FLAG                       PIC X VALUE 'N'.
            88  END-OF-LIST                     VALUE 'Y'.

      *>
      *> THE RECORD UNDER EXAMINATION AND ITS CHAIN LINK.
      *>
        01  WS-RECORD                           PIC X(1400).
        01  WS-REC-SEQ-X                        PIC X(9).
        01  WS-REC-SEQ REDEFINES WS-REC-SEQ-X   PIC 9(9).
        01  WS-REC-DIGEST                       PIC X(16).
        01  WS-CALC-DIGEST                      PIC X(16).
        01  WS-GENESIS-DIGEST                   PIC X(16)
            VALUE "0000000000000000".

      *>
      *> WHERE THE WALK HAS GOT TO: THE LAST SEQUENCE AND DIGEST
      *> ACCEPTED. AFTER A BREAK THE WALK RESYNCHRONISES ON THE
      *> STORED LINK, SO ONE TAMPERED RECORD IS ONE REPORT.
      *>
        01  WS-LAST-SEQ                         PIC 9(9).
        01  WS-NEXT-SEQ                         PIC 9(9).
        01  WS-PREV-DIGEST                      PIC X(16).
        01  WS-STARTED-FLAG                     PIC X.
            88  CHAIN-STARTED                   VALUE 'Y'.
        01  WS-SEAL                             PIC X(16).

        01  CHAIN-COUNTS.
            10  WS-FILE-COUNT                   PIC 9(5).
            10  WS-RECORD-COUNT                 PIC 9(9).
            10  WS-LEGACY-COUNT                 PIC 9(9).
            10  WS-CHAINED-COUNT                PIC 9(9).
            10  WS-BREAK-COUNT                  PIC 9(9).
        01  WS-FILE-RECORD-NO                   PIC 9(9).

        01  RUN-COUNTS.
            10  WS-CHAINS-VERIFIED              PIC 9 VALUE 0.
            10  WS-CHAINS-BROKEN                PIC 9 VALUE 0.
            10  WS-CHAINS-WITH-LEGACY           PIC 9 VALUE 0.

        01  WS-KEY-FLAG                         PIC X VALUE 'Y'.
            88  SHOP-KEY-MISSING                VALUE 'N'.

        01  WS-BREAK-TEXT                       PIC X(70).
        01  WS-SEQ-EDIT                         PIC Z(8)9.
        01  WS-SEQ-EDIT-2                       PIC Z(8)9.

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12)
                VALUE "AUDVRFY".
            05  WS-RAISE-SEVERITY               PIC X VALUE 'C'.
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-CHAIN-ARG
                WHEN SPACES
                WHEN "ALL"
                    PERFORM VARYING WS-CHAIN-X FROM 1 BY 1
                        UNTIL WS-CHAIN-X > 5
                        PERFORM 2000-VERIFY-CHAIN
                    END-PERFORM
                WHEN OTHER
                    PERFORM VARYING WS-CHAIN-X FROM 1 BY 1
                        UNTIL WS-CHAIN-X > 5
                        OR CHN-NAME(WS-CHAIN-X) = WS-CHAIN-ARG
                        CONTINUE
                    END-PERFORM
                    IF WS-CHAIN-X > 5 THEN
                        DISPLAY "AUDVRFY: UNKNOWN CHAIN '",
                            FUNCTION TRIM(WS-CHAIN-ARG), "' -- ",
                            "SCRAUDIT, DTLAUDIT, OVERRIDE, ",
                            "SIGNON, AFTERIMG OR ALL"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    PERFORM 2000-VERIFY-CHAIN
            END-EVALUATE.
            CALL "CBL_DELETE_FILE" USING WORK-FILE-NAME.
            PERFORM 9000-SUMMARY.
            STOP RUN.

        1000-INITIALIZE.
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF WS-DATADIR TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-DATADIR, FILE-NAME-LENGTH.
            MOVE LENGTH OF AUDCHAIN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE AUDCHAIN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-CHAIN-ARG.
            ACCEPT WS-CHAIN-ARG FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-CHAIN-ARG) TO WS-CHAIN-ARG.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_SHOP_KEY".
            IF WS-ENV-VAR = SPACES THEN
                SET SHOP-KEY-MISSING TO TRUE
                DISPLAY "AUDVRFY: WARNING -- COBCURSES_SHOP_KEY IS "
                    "NOT SET; THE CHAINS ARE UNKEYED."
            END-IF.

            DISPLAY "AUDIT LOG CHAIN VERIFICATION".
            DISPLAY " ".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2000-VERIFY-CHAIN.
      *>
      *>     WALK EVERY FILE OF CHAIN WS-CHAIN-X IN ORDER, THEN
      *>     HOLD THE END OF THE WALK AGAINST AUDCHAIN.X.
      *>
            MOVE CHN-NAME(WS-CHAIN-X) TO WS-CHAIN-NAME.
            MOVE CHN-FILE-KIND(WS-CHAIN-X) TO WS-FILE-KIND.
            CALL "COBCURSES-AUDIT-CHAIN-LEN" USING
                WS-CHAIN-NAME, WS-BODY-LEN.
            MOVE 0 TO RETURN-CODE.

            INITIALIZE CHAIN-COUNTS.
            MOVE 0 TO WS-LAST-SEQ.
            MOVE WS-GENESIS-DIGEST TO WS-PREV-DIGEST.
            MOVE 'N' TO WS-STARTED-FLAG.
            ADD 1 TO WS-CHAINS-VERIFIED.

            PERFORM 2050-LIST-FILES.
            MOVE 'N' TO LIST-EOF-FLAG.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS = "00" THEN
                PERFORM UNTIL END-OF-LIST
                    READ WORK-FILE
                        AT END
                            SET END-OF-LIST TO TRUE
                        NOT AT END
                            IF WORK-RECORD NOT = SPACES THEN
                                MOVE WORK-RECORD TO LOG-FILE-NAME
                                PERFORM 2100-WALK-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
            END-IF.

            PERFORM 2500-CHECK-STATE.

            DISPLAY WS-CHAIN-NAME, "  ", WS-FILE-COUNT, " FILES  ",
                WS-RECORD-COUNT, " RECORDS  ", WS-CHAINED-COUNT,
                " CHAINED  ", WS-LEGACY-COUNT, " LEGACY  ",
                WS-BREAK-COUNT, " BREAKS".
            IF WS-LEGACY-COUNT > 0 THEN
                ADD 1 TO WS-CHAINS-WITH-LEGACY
            END-IF.
            IF WS-BREAK-COUNT > 0 THEN
                ADD 1 TO WS-CHAINS-BROKEN
                PERFORM 2900-RAISE-ALERT
            END-IF.
            EXIT.

        2050-LIST-FILES.
      *>
      *>     NAME THE CHAIN'S FILES, ONE PER LINE IN NAME ORDER
      *>     (C COLLATION, SO SCRAUDIT-YYYYMM.LOG SORTS AHEAD OF
      *>     SCRAUDIT.LOG), INTO THE WORK FILE.
      *>
            MOVE SPACES TO WS-SHELL-CMD.
            MOVE 1 TO WS-PATTERN-PTR.
            MOVE 1 TO WS-CMD-PTR.
            STRING "LC_ALL=C ls -1" DELIMITED BY SIZE
                INTO WS-SHELL-CMD
                WITH POINTER WS-CMD-PTR.
            PERFORM VARYING WS-PATTERN-X FROM 1 BY 1
                UNTIL WS-PATTERN-X > 2
                MOVE SPACES TO WS-PATTERN-WORD
                UNSTRING CHN-PATTERN(WS-CHAIN-X) DELIMITED BY SPACE
                    INTO WS-PATTERN-WORD
                    WITH POINTER WS-PATTERN-PTR
                END-UNSTRING
                IF WS-PATTERN-WORD NOT = SPACES THEN
                    STRING " " DELIMITED BY SIZE,
                        WS-DATADIR DELIMITED BY SPACE,
                        "/" DELIMITED BY SIZE,
                        WS-PATTERN-WORD DELIMITED BY SPACE
                        INTO WS-SHELL-CMD
                        WITH POINTER WS-CMD-PTR
                    END-STRING
                END-IF
            END-PERFORM.
            STRING " 2>/dev/null > " DELIMITED BY SIZE,
                WORK-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD
                WITH POINTER WS-CMD-PTR.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2100-WALK-FILE.
            ADD 1 TO WS-FILE-COUNT.
            MOVE 0 TO WS-FILE-RECORD-NO.
            MOVE 'N' TO EOF-FLAG.
            EVALUATE TRUE
                WHEN LINE-SEQUENTIAL-LOG
                    OPEN INPUT LINE-LOG-FILE
                WHEN DETAIL-AUDIT-LOG
                    OPEN INPUT DTLAUDIT-FILE
                WHEN OTHER
                    OPEN INPUT JOURNAL-FILE
            END-EVALUATE.
            IF WS-LOG-FILE-STATUS NOT = "00" THEN
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "CANNOT OPEN (STATUS " DELIMITED BY SIZE,
                    WS-LOG-FILE-STATUS DELIMITED BY SIZE,
                    ")" DELIMITED BY SIZE
                    INTO WS-BREAK-TEXT
                PERFORM 2800-REPORT-BREAK
                EXIT PARAGRAPH
            END-IF.

            PERFORM UNTIL END-OF-FILE
                PERFORM 2150-READ-RECORD
                IF NOT END-OF-FILE THEN
                    ADD 1 TO WS-FILE-RECORD-NO
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM 2200-CHECK-RECORD
                END-IF
            END-PERFORM.

            EVALUATE TRUE
                WHEN LINE-SEQUENTIAL-LOG
                    CLOSE LINE-LOG-FILE
                WHEN DETAIL-AUDIT-LOG
                    CLOSE DTLAUDIT-FILE
                WHEN OTHER
                    CLOSE JOURNAL-FILE
            END-EVALUATE.
            EXIT.

        2150-READ-RECORD.
            MOVE SPACES TO WS-RECORD.
            EVALUATE TRUE
                WHEN LINE-SEQUENTIAL-LOG
                    READ LINE-LOG-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE LINE-LOG-RECORD TO WS-RECORD
                    END-READ
                WHEN DETAIL-AUDIT-LOG
                    READ DTLAUDIT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DTLAUDIT-RECORD TO WS-RECORD
                    END-READ
                WHEN OTHER
                    READ JOURNAL-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE AFTERIMG-RECORD TO WS-RECORD
                    END-READ
            END-EVALUATE.
            EXIT.

        2200-CHECK-RECORD.
      *>
      *>     ONE RECORD: IS IT THE NEXT LINK, AND IS ITS DIGEST THE
      *>     ONE ITS BODY AND THE PREVIOUS LINK GIVE?
      *>
            MOVE WS-RECORD(WS-BODY-LEN + 1:9) TO WS-REC-SEQ-X.
            MOVE WS-RECORD(WS-BODY-LEN + 10:16) TO WS-REC-DIGEST.

            IF WS-REC-SEQ-X = SPACES AND WS-REC-DIGEST = SPACES THEN
                IF CHAIN-STARTED THEN
                    MOVE "UNCHAINED RECORD INSIDE THE CHAIN -- INSERTED"
                        TO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
                ELSE
                    ADD 1 TO WS-LEGACY-COUNT
                END-IF
                EXIT PARAGRAPH
            END-IF.

            SET CHAIN-STARTED TO TRUE.
            ADD 1 TO WS-CHAINED-COUNT.
            IF WS-REC-SEQ-X NOT NUMERIC THEN
                MOVE "CHAIN FIELDS DAMAGED -- ALTERED"
                    TO WS-BREAK-TEXT
                PERFORM 2800-REPORT-BREAK
                EXIT PARAGRAPH
            END-IF.

            COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1.
            IF WS-REC-SEQ NOT = WS-NEXT-SEQ THEN
                MOVE WS-NEXT-SEQ TO WS-SEQ-EDIT
                MOVE WS-REC-SEQ TO WS-SEQ-EDIT-2
                MOVE SPACES TO WS-BREAK-TEXT
                IF WS-REC-SEQ > WS-NEXT-SEQ THEN
                    STRING "EXPECTED SEQUENCE " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE,
                        ", FOUND " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT-2)
                            DELIMITED BY SIZE,
                        " -- RECORDS DELETED" DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                ELSE
                    STRING "EXPECTED SEQUENCE " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE,
                        ", FOUND " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT-2)
                            DELIMITED BY SIZE,
                        " -- REORDERED OR REPEATED" DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                END-IF
                PERFORM 2800-REPORT-BREAK
            ELSE
                CALL "COBCURSES-AUDIT-DIGEST" USING
                    WS-PREV-DIGEST, WS-REC-SEQ, WS-RECORD,
                    WS-BODY-LEN, WS-CALC-DIGEST
                MOVE 0 TO RETURN-CODE
                IF WS-CALC-DIGEST NOT = WS-REC-DIGEST THEN
                    MOVE "DIGEST MISMATCH -- RECORD ALTERED OR FORGED"
                        TO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
                END-IF
            END-IF.

            MOVE WS-REC-SEQ TO WS-LAST-SEQ.
            MOVE WS-REC-DIGEST TO WS-PREV-DIGEST.
            EXIT.

        2500-CHECK-STATE.
      *>
      *>     THE WALK MUST END WHERE AUDCHAIN.X SAYS THE CHAIN
      *>     ENDS, AND THE STATE RECORD MUST CARRY ITS OWN SEAL.
      *>
            MOVE 0 TO WS-FILE-RECORD-NO.
            MOVE AUDCHAIN-FILE-NAME TO LOG-FILE-NAME.
            OPEN INPUT AUDCHAIN-FILE.
            IF WS-AUDCHAIN-FILE-STATUS NOT = "00"
            AND WS-AUDCHAIN-FILE-STATUS NOT = "05" THEN
                MOVE "CHAIN STATE FILE CANNOT BE OPENED"
                    TO WS-BREAK-TEXT
                PERFORM 2800-REPORT-BREAK
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-CHAIN-NAME TO ACH-CHAIN-NAME.
            READ AUDCHAIN-FILE
                INVALID KEY
                    MOVE SPACES TO AUDCHAIN-RECORD
            END-READ.
            CLOSE AUDCHAIN-FILE.

            IF ACH-CHAIN-NAME = SPACES THEN
                IF WS-CHAINED-COUNT > 0 THEN
                    MOVE "CHAINED LOG BUT NO CHAIN STATE -- DELETED"
                        TO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
                END-IF
                EXIT PARAGRAPH
            END-IF.

            CALL "COBCURSES-AUDIT-SEAL" USING
                AUDCHAIN-RECORD, WS-SEAL.
            MOVE 0 TO RETURN-CODE.
            IF WS-SEAL NOT = ACH-SEAL THEN
                MOVE "CHAIN STATE SEAL MISMATCH -- STATE ALTERED"
                    TO WS-BREAK-TEXT
                PERFORM 2800-REPORT-BREAK
                EXIT PARAGRAPH
            END-IF.

            MOVE ACH-LAST-SEQ TO WS-SEQ-EDIT.
            MOVE WS-LAST-SEQ TO WS-SEQ-EDIT-2.
            MOVE SPACES TO WS-BREAK-TEXT.
            EVALUATE TRUE
                WHEN ACH-LAST-SEQ > WS-LAST-SEQ
                    STRING "CHAIN ENDS AT " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT-2)
                            DELIMITED BY SIZE,
                        ", STATE SAYS " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE,
                        " -- END OF LOG DELETED" DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
                WHEN ACH-LAST-SEQ < WS-LAST-SEQ
                    STRING "CHAIN ENDS AT " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT-2)
                            DELIMITED BY SIZE,
                        ", STATE SAYS " DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE,
                        " -- RECORDS APPENDED" DELIMITED BY SIZE
                        INTO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
                WHEN ACH-LAST-DIGEST NOT = WS-PREV-DIGEST
                    MOVE "LAST LINK DIFFERS FROM STATE -- REPLACED"
                        TO WS-BREAK-TEXT
                    PERFORM 2800-REPORT-BREAK
            END-EVALUATE.
            EXIT.

        2800-REPORT-BREAK.
      *>
      *>     WS-BREAK-TEXT SAYS WHAT IS WRONG AT RECORD
      *>     WS-FILE-RECORD-NO OF LOG-FILE-NAME (0 = THE FILE AS A
      *>     WHOLE).
      *>
            ADD 1 TO WS-BREAK-COUNT.
            DISPLAY "AUDVRFY: ", WS-CHAIN-NAME, " BREAK IN ",
                FUNCTION TRIM(LOG-FILE-NAME), " RECORD ",
                WS-FILE-RECORD-NO.
            DISPLAY "         ", FUNCTION TRIM(WS-BREAK-TEXT).
            EXIT.

        2900-RAISE-ALERT.
            MOVE SPACES TO WS-RAISE-KEY.
            STRING "AUDVRFY-" DELIMITED BY SIZE,
                WS-CHAIN-NAME DELIMITED BY SPACE
                INTO WS-RAISE-KEY.
            MOVE WS-BREAK-COUNT TO WS-SEQ-EDIT.
            MOVE SPACES TO WS-RAISE-TEXT.
            STRING WS-CHAIN-NAME DELIMITED BY SPACE,
                " AUDIT CHAIN BROKEN: " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE,
                " BREAK(S) -- SEE AUDVRFY OUTPUT" DELIMITED BY SIZE
                INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, WS-RAISE-SEVERITY, WS-RAISE-KEY,
                WS-RAISE-TEXT.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        9000-SUMMARY.
            DISPLAY " ".
            DISPLAY "CHAINS VERIFIED: ", WS-CHAINS-VERIFIED,
                "  BROKEN: ", WS-CHAINS-BROKEN,
                "  WITH LEGACY RECORDS: ", WS-CHAINS-WITH-LEGACY.
            EVALUATE TRUE
                WHEN WS-CHAINS-BROKEN > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CHAINS-WITH-LEGACY > 0
                WHEN SHOP-KEY-MISSING
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            EXIT.

        END PROGRAM AUDVRFY.
