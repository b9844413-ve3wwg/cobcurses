        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPRPROD.
      *>
      *> OPRPROD IS THE WEEKLY OPERATOR KEYING PRODUCTIVITY AND
      *> ACCURACY REPORT FOR THE DATA-ENTRY POOL. IT JOINS:
      *>
      *>     OPRSTAT.X      DOCUMENTS FILED, KEYSTROKES, VALIDATION
      *>                    FAILURES AND DOUBLE-ENTRY MISMATCHES PER
      *>                    OPERATOR, DAY AND SCREEN (COUNTED BY
      *>                    COBCURSES-OPR-STAT WHEN COBCURSES_OPRSTAT=Y)
      *>     SESSACCT.LOG   SIGNED-ON TIME, CHARGED TO THE SCREEN THE
      *>                    OPERATOR WAS IN (THE USAGERPT GAP RULE,
      *>                    CAPPED AT COBCURSES_USAGE_CAP_MINUTES)
      *>     OVERRIDE.LOG   SUPERVISOR OVERRIDES THE OPERATOR NEEDED
      *>     BATCHCTL.X     BALANCED BATCHES CLOSED IN THE WEEK, AS A
      *>                    CROSS-CHECK OF THE DOCUMENT COUNT
      *>
      *> FOR EACH OPERATOR, AND FOR EACH OPERATOR WITHIN EACH SCREEN,
      *> IT SHOWS THROUGHPUT (DOCUMENTS PER HOUR), KEYSTROKES PER
      *> DOCUMENT, THE ERROR RATE (FAILURES AND MISMATCHES PER 100
      *> DOCUMENTS) AND THE OVERRIDE COUNT, RANKED BY THROUGHPUT.
      *> RATE-IDX AND ERR-IDX COMPARE THE OPERATOR WITH THE POOL
      *> AVERAGE (100 = AVERAGE; A RATE-IDX OF 120 KEYS 20% FASTER, AN
      *> ERR-IDX OF 150 FAILS EDITS HALF AGAIN AS OFTEN). WITHIN A
      *> SCREEN THE POOL IS EVERYONE WHO KEYED THAT SCREEN.
      *>
      *> USAGE:  oprprod [YYYYMMDD]
      *>         THE WEEK IS THE SEVEN DAYS ENDING ON THE DATE GIVEN
      *>         (DEFAULT: TODAY).
      *>
      *> RETURN-CODE:
      *>     0   REPORT PRINTED (OR NO STATISTICS ON FILE)
      *>     16  BAD ARGUMENT
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPRSTAT-FILE
                ASSIGN TO OPRSTAT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OPS-KEY
                FILE STATUS IS WS-OPRSTAT-FILE-STATUS.

            SELECT SESSACCT-FILE
                ASSIGN TO SESSACCT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSACCT-FILE-STATUS.

            SELECT OVERRIDE-FILE
                ASSIGN TO OVERRIDE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

            SELECT BATCHCTL-FILE
                ASSIGN TO BATCHCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BCT-KEY
                FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  OPRSTAT-FILE.
        01  OPRSTAT-RECORD.
            COPY OPRSTAT.

        FD  SESSACCT-FILE.
        01  SESSACCT-RECORD.
            COPY SESSACCT.

        FD  OVERRIDE-FILE.
        01  OVERRIDE-RECORD.
            COPY OVERRIDE.

        FD  BATCHCTL-FILE.
        01  BATCHCTL-RECORD.
            COPY BATCHCTL.

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  OPRSTAT-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/OPRSTAT.X".
            10  SESSACCT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SESSACCT.LOG".
            10  OVERRIDE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/OVERRIDE.LOG".
            10  BATCHCTL-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BATCHCTL.X".

        01  WS-OPRSTAT-FILE-STATUS              PIC XX.
        01  WS-SESSACCT-FILE-STATUS             PIC XX.
        01  WS-OVERRIDE-FILE-STATUS             PIC XX.
        01  WS-BATCHCTL-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

      *>
      *> THE REPORTING WEEK.
      *>
        01  WS-ARG-DATE                         PIC X(8).
        01  WS-WEEK-FROM                        PIC X(8).
        01  WS-WEEK-TO                          PIC X(8).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-DAY-NUM                          PIC 9(7).
        01  WS-CAP-SECONDS                      PIC 9(8)
            VALUE 14400.

      *>
      *> PER-OPERATOR TOTALS AND SIGN-ON STATE.
      *>
        01  OPERATOR-TABLE.
            10  WS-OPR-COUNT                    PIC 999 COMP VALUE 0.
            10  WS-OPR-ENTRY OCCURS 100 TIMES.
                15  WS-OPR-NAME                 PIC X(20).
                15  WS-OPR-LAST-SECS            PIC 9(12) COMP.
                15  WS-OPR-LAST-SCREEN          PIC X(16).
                15  WS-OPR-ON-FLAG              PIC X.
                    88  WS-OPR-SIGNED-ON        VALUE 'Y'.
                15  WS-OPR-SECS                 PIC 9(10) COMP.
                15  WS-OPR-DOCS                 PIC 9(9) COMP.
                15  WS-OPR-ESCAPES              PIC 9(9) COMP.
                15  WS-OPR-KEYS                 PIC 9(11) COMP.
                15  WS-OPR-FAILS                PIC 9(9) COMP.
                15  WS-OPR-MISMATCHES           PIC 9(9) COMP.
                15  WS-OPR-OVERRIDES            PIC 9(9) COMP.
                15  WS-OPR-BATCHES              PIC 9(6) COMP.
                15  WS-OPR-BATCH-DOCS           PIC 9(9) COMP.
                15  WS-OPR-RATE                 PIC 9(7)V99 COMP.
                15  WS-OPR-ERR-RATE             PIC 9(7)V99 COMP.
        01  WS-OPR-X                            PIC 999 COMP.
        01  WS-OPR-Y                            PIC 999 COMP.

      *>
      *> PER-(OPERATOR, SCREEN) TOTALS.
      *>
        01  PAIR-TABLE.
            10  WS-PAIR-COUNT                   PIC 9999 COMP VALUE 0.
            10  WS-PAIR-ENTRY OCCURS 1000 TIMES.
                15  WS-PAIR-OPR-X               PIC 999 COMP.
                15  WS-PAIR-SCREEN              PIC X(16).
                15  WS-PAIR-SECS                PIC 9(10) COMP.
                15  WS-PAIR-DOCS                PIC 9(9) COMP.
                15  WS-PAIR-KEYS                PIC 9(11) COMP.
                15  WS-PAIR-FAILS               PIC 9(9) COMP.
                15  WS-PAIR-MISMATCHES          PIC 9(9) COMP.
                15  WS-PAIR-OVERRIDES           PIC 9(9) COMP.
                15  WS-PAIR-RATE                PIC 9(7)V99 COMP.
                15  WS-PAIR-ERR-RATE            PIC 9(7)V99 COMP.
        01  WS-PAIR-X                           PIC 9999 COMP.

      *>
      *> PER-SCREEN POOL TOTALS.
      *>
        01  SCREEN-TABLE.
            10  WS-SCR-COUNT                    PIC 999 COMP VALUE 0.
            10  WS-SCR-ENTRY OCCURS 200 TIMES.
                15  WS-SCR-NAME                 PIC X(16).
                15  WS-SCR-SECS                 PIC 9(10) COMP.
                15  WS-SCR-DOCS                 PIC 9(9) COMP.
                15  WS-SCR-ERRORS               PIC 9(9) COMP.
                15  WS-SCR-RATE                 PIC 9(7)V99 COMP.
                15  WS-SCR-ERR-RATE             PIC 9(7)V99 COMP.
        01  WS-SCR-X                            PIC 999 COMP.

      *>
      *> POOL TOTALS.
      *>
        01  POOL-TOTALS.
            10  WS-POOL-SECS                    PIC 9(12) COMP VALUE 0.
            10  WS-POOL-DOCS                    PIC 9(11) COMP VALUE 0.
            10  WS-POOL-KEYS                    PIC 9(13) COMP VALUE 0.
            10  WS-POOL-ERRORS                  PIC 9(11) COMP VALUE 0.
            10  WS-POOL-OVERRIDES               PIC 9(11) COMP VALUE 0.
            10  WS-POOL-RATE                    PIC 9(7)V99 COMP.
            10  WS-POOL-ERR-RATE                PIC 9(7)V99 COMP.

      *>
      *> RANKING ORDER (SUBSCRIPTS, DESCENDING THROUGHPUT).
      *>
        01  RANK-ORDER.
            10  WS-RANK-USED                    PIC 9999 COMP VALUE 0.
            10  WS-RANK-SUB                     PIC 9999 COMP
                                                OCCURS 1000 TIMES.
        01  WS-RANK-X                           PIC 9999 COMP.
        01  WS-RANK-Y                           PIC 9999 COMP.
        01  WS-INSERT-AT                        PIC 9999 COMP.
        01  WS-NEW-SUB                          PIC 9999 COMP.
        01  WS-NEW-RATE                         PIC 9(7)V99 COMP.
        01  WS-RANK-WHAT                        PIC X.
            88  RANKING-OPERATORS               VALUE 'O'.
            88  RANKING-PAIRS                   VALUE 'P'.

      *>
      *> EVENT WORK AND THE VALUES OF ONE REPORT LINE.
      *>
        01  WS-FIND-OPERATOR                    PIC X(20).
        01  WS-FIND-SCREEN                      PIC X(16).
        01  WS-CHARGE-SCREEN                    PIC X(16).
        01  WS-EVENT-SECS                       PIC 9(12) COMP.
        01  WS-GAP-SECS                         PIC 9(8) COMP.

        01  WS-LINE-SECS                        PIC 9(12) COMP.
        01  WS-LINE-DOCS                        PIC 9(11) COMP.
        01  WS-LINE-KEYS                        PIC 9(13) COMP.
        01  WS-LINE-FAILS                       PIC 9(11) COMP.
        01  WS-LINE-MISMATCHES                  PIC 9(11) COMP.
        01  WS-LINE-OVERRIDES                   PIC 9(11) COMP.
        01  WS-LINE-RATE                        PIC 9(7)V99 COMP.
        01  WS-LINE-ERR-RATE                    PIC 9(7)V99 COMP.
        01  WS-LINE-BASE-RATE                   PIC 9(7)V99 COMP.
        01  WS-LINE-BASE-ERR                    PIC 9(7)V99 COMP.
        01  WS-LINE-LABEL                       PIC X(20).
        01  WS-LINE-RANK                        PIC 9999 COMP.

        01  WS-HOURS                            PIC 9(7)V9.
        01  WS-KEYS-PER-DOC                     PIC 9(7).
        01  WS-INDEX                            PIC 9(5).

        01  WS-RANK-EDIT                        PIC ZZ9.
        01  WS-HOURS-EDIT                       PIC ZZZZ9.9.
        01  WS-DOCS-EDIT                        PIC ZZZZZZ9.
        01  WS-RATE-EDIT                        PIC ZZZZ9.9.
        01  WS-KPD-EDIT                         PIC ZZZZZZZ9.
        01  WS-FAILS-EDIT                       PIC ZZZZZ9.
        01  WS-MISM-EDIT                        PIC ZZZZZ9.
        01  WS-ERR-EDIT                         PIC ZZZZ9.9.
        01  WS-OVRD-EDIT                        PIC ZZZZ9.
        01  WS-RIDX-EDIT                        PIC ZZZZ9.
        01  WS-EIDX-EDIT                        PIC ZZZZ9.
        01  WS-BATCH-EDIT                       PIC ZZZZ9.
        01  WS-DIFF-EDIT                        PIC -(6)9.

        01  WS-STAT-READ-COUNT                  PIC 9(8) VALUE 0.
        01  WS-EVENT-READ-COUNT                 PIC 9(8) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-COLLECT-KEYING.
            PERFORM 3000-COLLECT-SESSIONS.
            PERFORM 4000-COLLECT-OVERRIDES.
            PERFORM 5000-COLLECT-BATCHES.
            PERFORM 6000-COMPUTE-RATES.
            PERFORM 7000-PRINT-OPERATORS.
            PERFORM 7500-PRINT-SCREENS.
            PERFORM 8000-PRINT-BATCH-CHECK.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-ARG-DATE.
            ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE.
            IF WS-ARG-DATE = SPACES THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARG-DATE
            END-IF.
            MOVE ZERO TO WS-DATE-NUM.
            IF WS-ARG-DATE IS NUMERIC THEN
                MOVE WS-ARG-DATE TO WS-DATE-NUM
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                DISPLAY "OPRPROD: WEEK-ENDING DATE MUST BE YYYYMMDD, ",
                    "NOT '", FUNCTION TRIM(WS-ARG-DATE), "'."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ARG-DATE TO WS-WEEK-TO.
            COMPUTE WS-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6.
            COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
            MOVE WS-DATE-NUM TO WS-WEEK-FROM.

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

            MOVE LENGTH OF OPRSTAT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OPRSTAT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SESSACCT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                OVERRIDE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BATCHCTL-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

      *>
      *> THE KEYING COUNTERS DRIVE THE REPORT: AN OPERATOR WHO FILED
      *> NOTHING IN THE WEEK HAS NO THROUGHPUT TO RANK.
      *>
        2000-COLLECT-KEYING.
            OPEN INPUT OPRSTAT-FILE.
            IF WS-OPRSTAT-FILE-STATUS NOT = "00" THEN
                DISPLAY "OPRPROD: NO OPERATOR KEYING STATISTICS ON ",
                    "FILE (STATUS ", WS-OPRSTAT-FILE-STATUS, ") -- ",
                    "IS COBCURSES_OPRSTAT=Y IN THE RUNTIME?"
                MOVE 0 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ OPRSTAT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF OPS-DATE >= WS-WEEK-FROM
                        AND OPS-DATE <= WS-WEEK-TO THEN
                            ADD 1 TO WS-STAT-READ-COUNT
                            PERFORM 2100-APPLY-KEYING
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OPRSTAT-FILE.
            EXIT.

        2100-APPLY-KEYING.
            MOVE OPS-OPERATOR TO WS-FIND-OPERATOR.
            MOVE OPS-SCREEN-NAME TO WS-FIND-SCREEN.
            PERFORM 2200-FIND-PAIR.
            IF WS-PAIR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD OPS-DOCUMENTS TO WS-OPR-DOCS(WS-OPR-X),
                WS-PAIR-DOCS(WS-PAIR-X).
            ADD OPS-ESCAPES TO WS-OPR-ESCAPES(WS-OPR-X).
            ADD OPS-KEYSTROKES TO WS-OPR-KEYS(WS-OPR-X),
                WS-PAIR-KEYS(WS-PAIR-X).
            ADD OPS-VERIFY-FAILS TO WS-OPR-FAILS(WS-OPR-X),
                WS-PAIR-FAILS(WS-PAIR-X).
            ADD OPS-MISMATCHES TO WS-OPR-MISMATCHES(WS-OPR-X),
                WS-PAIR-MISMATCHES(WS-PAIR-X).
            EXIT.

      *>
      *> FIND (OR ADD) THE OPERATOR WS-FIND-OPERATOR, AND ITS PAIR
      *> WITH SCREEN WS-FIND-SCREEN. WS-OPR-X / WS-PAIR-X ARE ZERO
      *> WHEN A TABLE IS FULL.
      *>
        2200-FIND-PAIR.
            MOVE 0 TO WS-PAIR-X.
            PERFORM 2300-FIND-OPERATOR.
            IF WS-OPR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-RANK-X FROM 1 BY 1
                UNTIL WS-RANK-X > WS-PAIR-COUNT
                OR WS-PAIR-X > 0
                IF WS-PAIR-OPR-X(WS-RANK-X) = WS-OPR-X
                AND WS-PAIR-SCREEN(WS-RANK-X) = WS-FIND-SCREEN THEN
                    MOVE WS-RANK-X TO WS-PAIR-X
                END-IF
            END-PERFORM.
            IF WS-PAIR-X = 0 AND WS-PAIR-COUNT < 1000 THEN
                ADD 1 TO WS-PAIR-COUNT
                MOVE WS-PAIR-COUNT TO WS-PAIR-X
                INITIALIZE WS-PAIR-ENTRY(WS-PAIR-X)
                MOVE WS-OPR-X TO WS-PAIR-OPR-X(WS-PAIR-X)
                MOVE WS-FIND-SCREEN TO WS-PAIR-SCREEN(WS-PAIR-X)
            END-IF.
            EXIT.

        2300-FIND-OPERATOR.
            MOVE 0 TO WS-OPR-X.
            PERFORM VARYING WS-OPR-Y FROM 1 BY 1
                UNTIL WS-OPR-Y > WS-OPR-COUNT
                OR WS-OPR-X > 0
                IF WS-OPR-NAME(WS-OPR-Y) = WS-FIND-OPERATOR THEN
                    MOVE WS-OPR-Y TO WS-OPR-X
                END-IF
            END-PERFORM.
            IF WS-OPR-X = 0 AND WS-OPR-COUNT < 100 THEN
                ADD 1 TO WS-OPR-COUNT
                MOVE WS-OPR-COUNT TO WS-OPR-X
                INITIALIZE WS-OPR-ENTRY(WS-OPR-X)
                MOVE WS-FIND-OPERATOR TO WS-OPR-NAME(WS-OPR-X)
            END-IF.
            EXIT.

      *>
      *> SIGNED-ON TIME. EVERY GAP BETWEEN AN OPERATOR'S
      *> CONSECUTIVE EVENTS WHILE SIGNED ON COUNTS TOWARD THEIR
      *> HOURS, AND TOWARD THE SCREEN THEY WERE IN WHEN THERE WAS
      *> ONE. ONLY OPERATORS WITH KEYING COUNTERS ARE CHARGED.
      *>
        3000-COLLECT-SESSIONS.
            OPEN INPUT SESSACCT-FILE.
            IF WS-SESSACCT-FILE-STATUS NOT = "00" THEN
                DISPLAY "OPRPROD: NO SESSION ACCOUNTING LOG ",
                    "(STATUS ", WS-SESSACCT-FILE-STATUS,
                    ") -- THROUGHPUT CANNOT BE COMPUTED."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SESSACCT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SAC-DATE-TIME(1:8) >= WS-WEEK-FROM
                        AND SAC-DATE-TIME(1:8) <= WS-WEEK-TO
                        AND NOT SAC-MODE-TRAINING THEN
                            ADD 1 TO WS-EVENT-READ-COUNT
                            PERFORM 3100-APPLY-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SESSACCT-FILE.
            EXIT.

        3100-APPLY-EVENT.
            MOVE 0 TO WS-OPR-X.
            PERFORM VARYING WS-OPR-Y FROM 1 BY 1
                UNTIL WS-OPR-Y > WS-OPR-COUNT
                OR WS-OPR-X > 0
                IF WS-OPR-NAME(WS-OPR-Y) = SAC-OPERATOR THEN
                    MOVE WS-OPR-Y TO WS-OPR-X
                END-IF
            END-PERFORM.
            IF WS-OPR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3200-EVENT-SECONDS.

            IF WS-OPR-SIGNED-ON(WS-OPR-X)
            AND WS-EVENT-SECS > WS-OPR-LAST-SECS(WS-OPR-X) THEN
                COMPUTE WS-GAP-SECS = WS-EVENT-SECS
                    - WS-OPR-LAST-SECS(WS-OPR-X)
                IF WS-GAP-SECS > WS-CAP-SECONDS THEN
                    MOVE WS-CAP-SECONDS TO WS-GAP-SECS
                END-IF
                ADD WS-GAP-SECS TO WS-OPR-SECS(WS-OPR-X)
                IF WS-OPR-LAST-SCREEN(WS-OPR-X) NOT = SPACES THEN
                    MOVE WS-OPR-LAST-SCREEN(WS-OPR-X)
                        TO WS-CHARGE-SCREEN
                    PERFORM 3300-CHARGE-SCREEN
                END-IF
            END-IF.

            MOVE WS-EVENT-SECS TO WS-OPR-LAST-SECS(WS-OPR-X).
            EVALUATE TRUE
                WHEN SAC-EVENT-SIGNON
                    MOVE 'Y' TO WS-OPR-ON-FLAG(WS-OPR-X)
                    MOVE SPACES TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                WHEN SAC-EVENT-ENTER
                    MOVE 'Y' TO WS-OPR-ON-FLAG(WS-OPR-X)
                    MOVE SAC-SCREEN
                        TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                WHEN SAC-EVENT-SIGNOFF
                    MOVE 'N' TO WS-OPR-ON-FLAG(WS-OPR-X)
                    MOVE SPACES TO WS-OPR-LAST-SCREEN(WS-OPR-X)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.

        3200-EVENT-SECONDS.
      *>
      *>     SAC-DATE-TIME IS THE CURRENT-DATE IMAGE; SECONDS SINCE
      *>     THE INTEGER-OF-DATE EPOCH GIVE A CLOCK GOOD ACROSS
      *>     MIDNIGHT (AS IN USAGERPT).
      *>
            MOVE SAC-DATE-TIME(1:8) TO WS-DATE-NUM.
            COMPUTE WS-DAY-NUM =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            COMPUTE WS-EVENT-SECS = WS-DAY-NUM * 86400
                + FUNCTION NUMVAL(SAC-DATE-TIME(9:2)) * 3600
                + FUNCTION NUMVAL(SAC-DATE-TIME(11:2)) * 60
                + FUNCTION NUMVAL(SAC-DATE-TIME(13:2)).
            EXIT.

      *>
      *>     THE ROUTER RECORDS THE SCREEN PROGRAM ENTERED; A SCREEN
      *>     THE OPERATOR NEVER FILED ANYTHING ON HAS NO PAIR AND
      *>     ITS TIME STAYS IN THE OPERATOR TOTAL ONLY.
      *>
        3300-CHARGE-SCREEN.
            PERFORM VARYING WS-PAIR-X FROM 1 BY 1
                UNTIL WS-PAIR-X > WS-PAIR-COUNT
                IF WS-PAIR-OPR-X(WS-PAIR-X) = WS-OPR-X
                AND WS-PAIR-SCREEN(WS-PAIR-X) = WS-CHARGE-SCREEN THEN
                    ADD WS-GAP-SECS TO WS-PAIR-SECS(WS-PAIR-X)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            EXIT.

        4000-COLLECT-OVERRIDES.
            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ OVERRIDE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF OVR-DATE-TIME(1:8) >= WS-WEEK-FROM
                        AND OVR-DATE-TIME(1:8) <= WS-WEEK-TO THEN
                            PERFORM 4100-APPLY-OVERRIDE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OVERRIDE-FILE.
            EXIT.

        4100-APPLY-OVERRIDE.
            MOVE OVR-OPERATOR TO WS-FIND-OPERATOR.
            MOVE OVR-SCREEN-NAME TO WS-FIND-SCREEN.
            PERFORM 2200-FIND-PAIR.
            IF WS-PAIR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OPR-OVERRIDES(WS-OPR-X),
                WS-PAIR-OVERRIDES(WS-PAIR-X).
            EXIT.

        5000-COLLECT-BATCHES.
            OPEN INPUT BATCHCTL-FILE.
            IF WS-BATCHCTL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ BATCHCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BCT-STATE-CLOSED
                        AND BCT-CLOSED(1:8) >= WS-WEEK-FROM
                        AND BCT-CLOSED(1:8) <= WS-WEEK-TO THEN
                            PERFORM 5100-APPLY-BATCH
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BATCHCTL-FILE.
            EXIT.

        5100-APPLY-BATCH.
            MOVE BCT-OPERATOR TO WS-FIND-OPERATOR.
            PERFORM 2300-FIND-OPERATOR.
            IF WS-OPR-X = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OPR-BATCHES(WS-OPR-X).
            ADD BCT-ACTUAL-COUNT TO WS-OPR-BATCH-DOCS(WS-OPR-X).
            EXIT.

      *>
      *> RATES PER OPERATOR, PER PAIR, PER SCREEN AND FOR THE POOL.
      *> THROUGHPUT IS DOCUMENTS PER SIGNED-ON HOUR; THE ERROR RATE
      *> IS FAILURES PLUS MISMATCHES PER 100 DOCUMENTS.
      *>
        6000-COMPUTE-RATES.
            PERFORM VARYING WS-OPR-X FROM 1 BY 1
                UNTIL WS-OPR-X > WS-OPR-COUNT
                MOVE WS-OPR-SECS(WS-OPR-X) TO WS-LINE-SECS
                MOVE WS-OPR-DOCS(WS-OPR-X) TO WS-LINE-DOCS
                COMPUTE WS-LINE-FAILS = WS-OPR-FAILS(WS-OPR-X)
                    + WS-OPR-MISMATCHES(WS-OPR-X)
                PERFORM 6100-LINE-RATES
                MOVE WS-LINE-RATE TO WS-OPR-RATE(WS-OPR-X)
                MOVE WS-LINE-ERR-RATE TO WS-OPR-ERR-RATE(WS-OPR-X)
                ADD WS-LINE-SECS TO WS-POOL-SECS
                ADD WS-LINE-DOCS TO WS-POOL-DOCS
                ADD WS-LINE-FAILS TO WS-POOL-ERRORS
                ADD WS-OPR-KEYS(WS-OPR-X) TO WS-POOL-KEYS
                ADD WS-OPR-OVERRIDES(WS-OPR-X) TO WS-POOL-OVERRIDES
            END-PERFORM.
            MOVE WS-POOL-SECS TO WS-LINE-SECS.
            MOVE WS-POOL-DOCS TO WS-LINE-DOCS.
            MOVE WS-POOL-ERRORS TO WS-LINE-FAILS.
            PERFORM 6100-LINE-RATES.
            MOVE WS-LINE-RATE TO WS-POOL-RATE.
            MOVE WS-LINE-ERR-RATE TO WS-POOL-ERR-RATE.

            PERFORM VARYING WS-PAIR-X FROM 1 BY 1
                UNTIL WS-PAIR-X > WS-PAIR-COUNT
                MOVE WS-PAIR-SECS(WS-PAIR-X) TO WS-LINE-SECS
                MOVE WS-PAIR-DOCS(WS-PAIR-X) TO WS-LINE-DOCS
                COMPUTE WS-LINE-FAILS = WS-PAIR-FAILS(WS-PAIR-X)
                    + WS-PAIR-MISMATCHES(WS-PAIR-X)
                PERFORM 6100-LINE-RATES
                MOVE WS-LINE-RATE TO WS-PAIR-RATE(WS-PAIR-X)
                MOVE WS-LINE-ERR-RATE TO WS-PAIR-ERR-RATE(WS-PAIR-X)
                PERFORM 6200-ADD-SCREEN-TOTALS
            END-PERFORM.

            PERFORM VARYING WS-SCR-X FROM 1 BY 1
                UNTIL WS-SCR-X > WS-SCR-COUNT
                MOVE WS-SCR-SECS(WS-SCR-X) TO WS-LINE-SECS
                MOVE WS-SCR-DOCS(WS-SCR-X) TO WS-LINE-DOCS
                MOVE WS-SCR-ERRORS(WS-SCR-X) TO WS-LINE-FAILS
                PERFORM 6100-LINE-RATES
                MOVE WS-LINE-RATE TO WS-SCR-RATE(WS-SCR-X)
                MOVE WS-LINE-ERR-RATE TO WS-SCR-ERR-RATE(WS-SCR-X)
            END-PERFORM.
            EXIT.

        6100-LINE-RATES.
            MOVE 0 TO WS-LINE-RATE, WS-LINE-ERR-RATE.
            IF WS-LINE-SECS > 0 THEN
                COMPUTE WS-LINE-RATE ROUNDED =
                    WS-LINE-DOCS * 3600 / WS-LINE-SECS
                    ON SIZE ERROR
                        MOVE 0 TO WS-LINE-RATE
                END-COMPUTE
            END-IF.
            IF WS-LINE-DOCS > 0 THEN
                COMPUTE WS-LINE-ERR-RATE ROUNDED =
                    WS-LINE-FAILS * 100 / WS-LINE-DOCS
                    ON SIZE ERROR
                        MOVE 0 TO WS-LINE-ERR-RATE
                END-COMPUTE
            END-IF.
            EXIT.

        6200-ADD-SCREEN-TOTALS.
            MOVE 0 TO WS-SCR-X.
            PERFORM VARYING WS-RANK-X FROM 1 BY 1
                UNTIL WS-RANK-X > WS-SCR-COUNT
                OR WS-SCR-X > 0
                IF WS-SCR-NAME(WS-RANK-X) = WS-PAIR-SCREEN(WS-PAIR-X)
                    MOVE WS-RANK-X TO WS-SCR-X
                END-IF
            END-PERFORM.
            IF WS-SCR-X = 0 THEN
                IF WS-SCR-COUNT >= 200 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-SCR-COUNT
                MOVE WS-SCR-COUNT TO WS-SCR-X
                INITIALIZE WS-SCR-ENTRY(WS-SCR-X)
                MOVE WS-PAIR-SCREEN(WS-PAIR-X) TO WS-SCR-NAME(WS-SCR-X)
            END-IF.
            ADD WS-PAIR-SECS(WS-PAIR-X) TO WS-SCR-SECS(WS-SCR-X).
            ADD WS-PAIR-DOCS(WS-PAIR-X) TO WS-SCR-DOCS(WS-SCR-X).
            ADD WS-PAIR-FAILS(WS-PAIR-X), WS-PAIR-MISMATCHES(WS-PAIR-X)
                TO WS-SCR-ERRORS(WS-SCR-X).
            EXIT.

      *>
      *> OPERATORS RANKED BY THROUGHPUT AGAINST THE WHOLE POOL.
      *>
        7000-PRINT-OPERATORS.
            DISPLAY "OPERATOR KEYING PRODUCTIVITY AND ACCURACY, WEEK ",
                WS-WEEK-FROM, " - ", WS-WEEK-TO.
            DISPLAY "KEYING COUNTERS IN WEEK ", WS-STAT-READ-COUNT,
                ", SESSION EVENTS ", WS-EVENT-READ-COUNT, ".".
            DISPLAY " ".
            IF WS-OPR-COUNT = 0 THEN
                DISPLAY "NO KEYING RECORDED IN THE WEEK."
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-RANK-USED.
            SET RANKING-OPERATORS TO TRUE.
            PERFORM VARYING WS-OPR-X FROM 1 BY 1
                UNTIL WS-OPR-X > WS-OPR-COUNT
                MOVE WS-OPR-X TO WS-NEW-SUB
                MOVE WS-OPR-RATE(WS-OPR-X) TO WS-NEW-RATE
                PERFORM 7900-RANK-INSERT
            END-PERFORM.

            DISPLAY "BY OPERATOR (POOL AVERAGE = 100):".
            PERFORM 7800-PRINT-HEADINGS.
            MOVE WS-POOL-RATE TO WS-LINE-BASE-RATE.
            MOVE WS-POOL-ERR-RATE TO WS-LINE-BASE-ERR.
            PERFORM VARYING WS-RANK-X FROM 1 BY 1
                UNTIL WS-RANK-X > WS-RANK-USED
                MOVE WS-RANK-SUB(WS-RANK-X) TO WS-OPR-X
                MOVE WS-RANK-X TO WS-LINE-RANK
                MOVE WS-OPR-NAME(WS-OPR-X) TO WS-LINE-LABEL
                MOVE WS-OPR-SECS(WS-OPR-X) TO WS-LINE-SECS
                MOVE WS-OPR-DOCS(WS-OPR-X) TO WS-LINE-DOCS
                MOVE WS-OPR-KEYS(WS-OPR-X) TO WS-LINE-KEYS
                MOVE WS-OPR-FAILS(WS-OPR-X) TO WS-LINE-FAILS
                MOVE WS-OPR-MISMATCHES(WS-OPR-X)
                    TO WS-LINE-MISMATCHES
                MOVE WS-OPR-OVERRIDES(WS-OPR-X) TO WS-LINE-OVERRIDES
                MOVE WS-OPR-RATE(WS-OPR-X) TO WS-LINE-RATE
                MOVE WS-OPR-ERR-RATE(WS-OPR-X) TO WS-LINE-ERR-RATE
                PERFORM 7700-PRINT-LINE
            END-PERFORM.

            MOVE 0 TO WS-LINE-RANK.
            MOVE "POOL AVERAGE" TO WS-LINE-LABEL.
            MOVE WS-POOL-SECS TO WS-LINE-SECS.
            MOVE WS-POOL-DOCS TO WS-LINE-DOCS.
            MOVE WS-POOL-KEYS TO WS-LINE-KEYS.
            MOVE WS-POOL-ERRORS TO WS-LINE-FAILS.
            MOVE 0 TO WS-LINE-MISMATCHES.
            MOVE WS-POOL-OVERRIDES TO WS-LINE-OVERRIDES.
            MOVE WS-POOL-RATE TO WS-LINE-RATE.
            MOVE WS-POOL-ERR-RATE TO WS-LINE-ERR-RATE.
            PERFORM 7700-PRINT-LINE.
            EXIT.

      *>
      *> WITHIN EACH SCREEN, THE OPERATORS WHO KEYED IT, RANKED
      *> AGAINST THAT SCREEN'S OWN POOL AVERAGE -- A LONG FORM IS
      *> SLOWER FOR EVERYONE.
      *>
        7500-PRINT-SCREENS.
            PERFORM VARYING WS-SCR-X FROM 1 BY 1
                UNTIL WS-SCR-X > WS-SCR-COUNT
                MOVE 0 TO WS-RANK-USED
                SET RANKING-PAIRS TO TRUE
                PERFORM VARYING WS-PAIR-X FROM 1 BY 1
                    UNTIL WS-PAIR-X > WS-PAIR-COUNT
                    IF WS-PAIR-SCREEN(WS-PAIR-X) = WS-SCR-NAME(WS-SCR-X)
                        MOVE WS-PAIR-X TO WS-NEW-SUB
                        MOVE WS-PAIR-RATE(WS-PAIR-X) TO WS-NEW-RATE
                        PERFORM 7900-RANK-INSERT
                    END-IF
                END-PERFORM
                PERFORM 7600-PRINT-ONE-SCREEN
            END-PERFORM.
            EXIT.

        7600-PRINT-ONE-SCREEN.
            DISPLAY " ".
            DISPLAY "SCREEN ", WS-SCR-NAME(WS-SCR-X),
                " (SCREEN AVERAGE = 100):".
            PERFORM 7800-PRINT-HEADINGS.
            MOVE WS-SCR-RATE(WS-SCR-X) TO WS-LINE-BASE-RATE.
            MOVE WS-SCR-ERR-RATE(WS-SCR-X) TO WS-LINE-BASE-ERR.
            PERFORM VARYING WS-RANK-X FROM 1 BY 1
                UNTIL WS-RANK-X > WS-RANK-USED
                MOVE WS-RANK-SUB(WS-RANK-X) TO WS-PAIR-X
                MOVE WS-RANK-X TO WS-LINE-RANK
                MOVE WS-OPR-NAME(WS-PAIR-OPR-X(WS-PAIR-X))
                    TO WS-LINE-LABEL
                MOVE WS-PAIR-SECS(WS-PAIR-X) TO WS-LINE-SECS
                MOVE WS-PAIR-DOCS(WS-PAIR-X) TO WS-LINE-DOCS
                MOVE WS-PAIR-KEYS(WS-PAIR-X) TO WS-LINE-KEYS
                MOVE WS-PAIR-FAILS(WS-PAIR-X) TO WS-LINE-FAILS
                MOVE WS-PAIR-MISMATCHES(WS-PAIR-X)
                    TO WS-LINE-MISMATCHES
                MOVE WS-PAIR-OVERRIDES(WS-PAIR-X)
                    TO WS-LINE-OVERRIDES
                MOVE WS-PAIR-RATE(WS-PAIR-X) TO WS-LINE-RATE
                MOVE WS-PAIR-ERR-RATE(WS-PAIR-X) TO WS-LINE-ERR-RATE
                PERFORM 7700-PRINT-LINE
            END-PERFORM.
            EXIT.

      *>
      *> ONE REPORT LINE FROM THE WS-LINE- VALUES. RANK ZERO IS THE
      *> AVERAGE LINE ITSELF, PRINTED WITHOUT INDEXES.
      *>
        7700-PRINT-LINE.
            COMPUTE WS-HOURS ROUNDED = WS-LINE-SECS / 3600.
            MOVE 0 TO WS-KEYS-PER-DOC.
            IF WS-LINE-DOCS > 0 THEN
                COMPUTE WS-KEYS-PER-DOC ROUNDED =
                    WS-LINE-KEYS / WS-LINE-DOCS
                    ON SIZE ERROR
                        MOVE 9999999 TO WS-KEYS-PER-DOC
                END-COMPUTE
            END-IF.
            MOVE WS-LINE-RANK TO WS-RANK-EDIT.
            MOVE WS-HOURS TO WS-HOURS-EDIT.
            MOVE WS-LINE-DOCS TO WS-DOCS-EDIT.
            MOVE WS-LINE-RATE TO WS-RATE-EDIT.
            MOVE WS-KEYS-PER-DOC TO WS-KPD-EDIT.
            MOVE WS-LINE-FAILS TO WS-FAILS-EDIT.
            MOVE WS-LINE-MISMATCHES TO WS-MISM-EDIT.
            MOVE WS-LINE-ERR-RATE TO WS-ERR-EDIT.
            MOVE WS-LINE-OVERRIDES TO WS-OVRD-EDIT.

            MOVE 0 TO WS-INDEX.
            IF WS-LINE-BASE-RATE > 0 THEN
                COMPUTE WS-INDEX ROUNDED =
                    WS-LINE-RATE * 100 / WS-LINE-BASE-RATE
                    ON SIZE ERROR
                        MOVE 99999 TO WS-INDEX
                END-COMPUTE
            END-IF.
            MOVE WS-INDEX TO WS-RIDX-EDIT.
            MOVE 0 TO WS-INDEX.
            IF WS-LINE-BASE-ERR > 0 THEN
                COMPUTE WS-INDEX ROUNDED =
                    WS-LINE-ERR-RATE * 100 / WS-LINE-BASE-ERR
                    ON SIZE ERROR
                        MOVE 99999 TO WS-INDEX
                END-COMPUTE
            END-IF.
            MOVE WS-INDEX TO WS-EIDX-EDIT.

            IF WS-LINE-RANK = 0 THEN
                DISPLAY "    ", WS-LINE-LABEL, " ", WS-HOURS-EDIT,
                    " ", WS-DOCS-EDIT, " ", WS-RATE-EDIT, "  ",
                    WS-KPD-EDIT, " ", WS-FAILS-EDIT, " ",
                    "     -", " ", WS-ERR-EDIT, " ", WS-OVRD-EDIT
            ELSE
                DISPLAY WS-RANK-EDIT, " ", WS-LINE-LABEL, " ",
                    WS-HOURS-EDIT, " ", WS-DOCS-EDIT, " ",
                    WS-RATE-EDIT, "  ", WS-KPD-EDIT, " ",
                    WS-FAILS-EDIT, " ", WS-MISM-EDIT, " ",
                    WS-ERR-EDIT, " ", WS-OVRD-EDIT, "     ",
                    WS-RIDX-EDIT, "   ", WS-EIDX-EDIT
            END-IF.
            EXIT.

        7800-PRINT-HEADINGS.
            DISPLAY "RNK OPERATOR               HOURS    DOCS ",
                "DOCS/HR  KEYS/DOC  FAILS   MISM ERR/100  OVRD  ",
                "RATE-IDX ERR-IDX".
            DISPLAY "--- -------------------- ------- ------- ",
                "-------  -------- ------ ------ ------- -----  ",
                "-------- -------".
            EXIT.

      *>
      *> INSERT WS-NEW-SUB INTO RANK-ORDER BY DESCENDING
      *> WS-NEW-RATE. THE RATE OF AN ENTRY ALREADY RANKED IS
      *> FOUND THROUGH THE TABLE BEING RANKED (WS-RANK-WHAT).
      *>
        7900-RANK-INSERT.
            MOVE WS-RANK-USED TO WS-INSERT-AT.
            ADD 1 TO WS-INSERT-AT.
            PERFORM VARYING WS-RANK-Y FROM 1 BY 1
                UNTIL WS-RANK-Y > WS-RANK-USED
                OR WS-INSERT-AT <= WS-RANK-USED
                IF RANKING-OPERATORS THEN
                    IF WS-NEW-RATE >
                        WS-OPR-RATE(WS-RANK-SUB(WS-RANK-Y)) THEN
                        MOVE WS-RANK-Y TO WS-INSERT-AT
                    END-IF
                ELSE
                    IF WS-NEW-RATE >
                        WS-PAIR-RATE(WS-RANK-SUB(WS-RANK-Y)) THEN
                        MOVE WS-RANK-Y TO WS-INSERT-AT
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-RANK-USED >= 1000 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RANK-USED.
            PERFORM VARYING WS-RANK-Y FROM WS-RANK-USED BY -1
                UNTIL WS-RANK-Y <= WS-INSERT-AT
                MOVE WS-RANK-SUB(WS-RANK-Y - 1)
                    TO WS-RANK-SUB(WS-RANK-Y)
            END-PERFORM.
            MOVE WS-NEW-SUB TO WS-RANK-SUB(WS-INSERT-AT).
            EXIT.

      *>
      *> DOCUMENTS FILED AGAINST BALANCED BATCHES CLOSED IN THE
      *> WEEK. ONLY SCREENS WITH BATCH AMOUNT FIELDS POST INTO A
      *> BATCH, SO FILED CAN EXCEED BATCHED; BATCHED ABOVE FILED
      *> MEANS KEYING WITH THE COUNTERS SWITCHED OFF.
      *>
        8000-PRINT-BATCH-CHECK.
            DISPLAY " ".
            DISPLAY "BATCH CONTROL CROSS-CHECK:".
            DISPLAY "OPERATOR             BATCHES BATCH-DOCS ",
                "FILED-DOCS DIFFERENCE".
            PERFORM VARYING WS-OPR-X FROM 1 BY 1
                UNTIL WS-OPR-X > WS-OPR-COUNT
                IF WS-OPR-BATCHES(WS-OPR-X) > 0 THEN
                    MOVE WS-OPR-BATCHES(WS-OPR-X) TO WS-BATCH-EDIT
                    MOVE WS-OPR-BATCH-DOCS(WS-OPR-X) TO WS-DOCS-EDIT
                    MOVE WS-OPR-DOCS(WS-OPR-X) TO WS-KPD-EDIT
                    COMPUTE WS-DIFF-EDIT = WS-OPR-DOCS(WS-OPR-X)
                        - WS-OPR-BATCH-DOCS(WS-OPR-X)
                    DISPLAY WS-OPR-NAME(WS-OPR-X), "   ",
                        WS-BATCH-EDIT, "    ", WS-DOCS-EDIT,
                        "   ", WS-KPD-EDIT, "    ", WS-DIFF-EDIT
                END-IF
            END-PERFORM.
            EXIT.

        END PROGRAM OPRPROD.
