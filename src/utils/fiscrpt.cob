        IDENTIFICATION DIVISION.
        PROGRAM-ID. FISCRPT.
      *>
      *> FISCRPT IS THE REVIEW REPORT OVER THE CLOSED-PERIOD POSTING
      *> LOG (FISCLOG.LOG, SEE FISCLOG.cbl): EVERY ATTEMPT IN A DATE
      *> RANGE TO ENTER A DATE IN A FISCAL PERIOD THAT WAS NOT OPEN,
      *> ONLINE OR IN BATCH, WITH THE PERIOD, ITS STATE, WHETHER IT
      *> WAS REFUSED OR OVERRIDDEN AND BY WHOM, PLUS TOTALS BY PERIOD
      *> AND BY SOURCE -- THE AUDITORS' VIEW OF LATE POSTINGS.
      *>
      *> USAGE:  fiscrpt [FROM [TO]]     (YYYYMMDD; DEFAULT ALL)
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT FISCLOG-FILE
                ASSIGN TO FISCLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FISCLOG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FISCLOG-FILE.
        01  FISCLOG-RECORD.
            COPY FISCLOG.

        WORKING-STORAGE SECTION.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  FISCLOG-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FISCLOG.LOG".

        01  WS-FISCLOG-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-FROM-DATE                        PIC X(8).
        01  WS-TO-DATE                          PIC X(8).
        01  WS-SHOWN-COUNT                      PIC 9(6) VALUE 0.
        01  WS-REFUSED-COUNT                    PIC 9(6) VALUE 0.
        01  WS-OVERRIDDEN-COUNT                 PIC 9(6) VALUE 0.
        01  WS-STATE-NAME                       PIC X(11).
        01  WS-OUTCOME-NAME                     PIC X(10).

        01  PERIOD-TOTALS.
            10  WS-PER-COUNT                    PIC 99 COMP VALUE 0.
            10  WS-PER-ENTRY OCCURS 50 TIMES.
                15  WS-PER-NAME                 PIC X(6).
                15  WS-PER-REFUSED              PIC 9(6).
                15  WS-PER-OVERRIDDEN           PIC 9(6).
        01  WS-PER-X                            PIC 99 COMP.

        01  SOURCE-TOTALS.
            10  WS-SRC-COUNT                    PIC 99 COMP VALUE 0.
            10  WS-SRC-ENTRY OCCURS 20 TIMES.
                15  WS-SRC-NAME                 PIC X(8).
                15  WS-SRC-TOTAL                PIC 9(6).
        01  WS-SRC-X                            PIC 99 COMP.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LIST-ATTEMPTS.
            PERFORM 3000-PRINT-TOTALS.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE SPACES TO WS-FROM-DATE, WS-TO-DATE.
            ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE.
            ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE.
            IF WS-FROM-DATE = SPACES THEN
                MOVE "00000000" TO WS-FROM-DATE
            END-IF.
            IF WS-TO-DATE = SPACES THEN
                MOVE "99999999" TO WS-TO-DATE
            END-IF.
            MOVE LENGTH OF FISCLOG-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                FISCLOG-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

        2000-LIST-ATTEMPTS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT FISCLOG-FILE.
            IF WS-FISCLOG-FILE-STATUS NOT = "00" THEN
                DISPLAY "FISCRPT: NO CLOSED-PERIOD POSTINGS ON FILE ",
                    "(STATUS ", WS-FISCLOG-FILE-STATUS, ")."
                MOVE 0 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "CLOSED-PERIOD POSTING REVIEW  ",
                WS-FROM-DATE, " - ", WS-TO-DATE.
            DISPLAY " ".
            PERFORM UNTIL END-OF-FILE
                READ FISCLOG-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF FLG-DATE-TIME(1:8) >= WS-FROM-DATE
                        AND FLG-DATE-TIME(1:8) <= WS-TO-DATE THEN
                            PERFORM 2100-SHOW-ONE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FISCLOG-FILE.
            EXIT.

        2100-SHOW-ONE.
            ADD 1 TO WS-SHOWN-COUNT.
            EVALUATE TRUE
                WHEN FLG-SOFT-CLOSED
                    MOVE "SOFT-CLOSED" TO WS-STATE-NAME
                WHEN FLG-CLOSED
                    MOVE "CLOSED" TO WS-STATE-NAME
                WHEN OTHER
                    MOVE "NO PERIOD" TO WS-STATE-NAME
            END-EVALUATE.
            IF FLG-OVERRIDDEN THEN
                MOVE "OVERRIDDEN" TO WS-OUTCOME-NAME
                ADD 1 TO WS-OVERRIDDEN-COUNT
            ELSE
                MOVE "REFUSED" TO WS-OUTCOME-NAME
                ADD 1 TO WS-REFUSED-COUNT
            END-IF.
            DISPLAY FLG-DATE-TIME(1:14), " ", FLG-SOURCE, " ",
                FLG-SCREEN-NAME, " FLD ", FLG-FIELD-NO, " DATE ",
                FLG-POSTING-DATE, " PERIOD ", FLG-PERIOD, " ",
                WS-STATE-NAME.
            DISPLAY "    ", WS-OUTCOME-NAME, " OP=",
                FUNCTION TRIM(FLG-OPERATOR), " SUP=",
                FUNCTION TRIM(FLG-SUPERVISOR), " ",
                FUNCTION TRIM(FLG-REFERENCE TRAILING).
            PERFORM 2200-COUNT-PERIOD.
            PERFORM 2300-COUNT-SOURCE.
            EXIT.

        2200-COUNT-PERIOD.
            PERFORM VARYING WS-PER-X FROM 1 BY 1
                UNTIL WS-PER-X > WS-PER-COUNT
                IF WS-PER-NAME(WS-PER-X) = FLG-PERIOD THEN
                    IF FLG-OVERRIDDEN THEN
                        ADD 1 TO WS-PER-OVERRIDDEN(WS-PER-X)
                    ELSE
                        ADD 1 TO WS-PER-REFUSED(WS-PER-X)
                    END-IF
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-PER-COUNT < 50 THEN
                ADD 1 TO WS-PER-COUNT
                MOVE FLG-PERIOD TO WS-PER-NAME(WS-PER-COUNT)
                MOVE 0 TO WS-PER-REFUSED(WS-PER-COUNT),
                    WS-PER-OVERRIDDEN(WS-PER-COUNT)
                IF FLG-OVERRIDDEN THEN
                    MOVE 1 TO WS-PER-OVERRIDDEN(WS-PER-COUNT)
                ELSE
                    MOVE 1 TO WS-PER-REFUSED(WS-PER-COUNT)
                END-IF
            END-IF.
            EXIT.

        2300-COUNT-SOURCE.
            PERFORM VARYING WS-SRC-X FROM 1 BY 1
                UNTIL WS-SRC-X > WS-SRC-COUNT
                IF WS-SRC-NAME(WS-SRC-X) = FLG-SOURCE THEN
                    ADD 1 TO WS-SRC-TOTAL(WS-SRC-X)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-SRC-COUNT < 20 THEN
                ADD 1 TO WS-SRC-COUNT
                MOVE FLG-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
                MOVE 1 TO WS-SRC-TOTAL(WS-SRC-COUNT)
            END-IF.
            EXIT.

        3000-PRINT-TOTALS.
            DISPLAY " ".
            DISPLAY "ATTEMPTS SHOWN: ", WS-SHOWN-COUNT,
                "  REFUSED: ", WS-REFUSED-COUNT,
                "  OVERRIDDEN: ", WS-OVERRIDDEN-COUNT.
            DISPLAY "BY PERIOD:            REFUSED OVERRIDDEN".
            PERFORM VARYING WS-PER-X FROM 1 BY 1
                UNTIL WS-PER-X > WS-PER-COUNT
                IF WS-PER-NAME(WS-PER-X) = SPACES THEN
                    DISPLAY "  (NO PERIOD)         ",
                        WS-PER-REFUSED(WS-PER-X), "  ",
                        WS-PER-OVERRIDDEN(WS-PER-X)
                ELSE
                    DISPLAY "  ", WS-PER-NAME(WS-PER-X)(1:4), "/",
                        WS-PER-NAME(WS-PER-X)(5:2), "             ",
                        WS-PER-REFUSED(WS-PER-X), "  ",
                        WS-PER-OVERRIDDEN(WS-PER-X)
                END-IF
            END-PERFORM.
            DISPLAY "BY SOURCE:".
            PERFORM VARYING WS-SRC-X FROM 1 BY 1
                UNTIL WS-SRC-X > WS-SRC-COUNT
                DISPLAY "  ", WS-SRC-NAME(WS-SRC-X), " ",
                    WS-SRC-TOTAL(WS-SRC-X)
            END-PERFORM.
            EXIT.
