        IDENTIFICATION DIVISION.
        PROGRAM-ID. EDBATCH.
      *>
      *> EDBATCH RUNS E-DESIGN CALCULATIONS UNATTENDED: A CSV OF
      *> CALCULATION REQUESTS IN, A CSV OF RESULTS OUT, NO TERMINAL.
      *> EACH ROW NAMES THE CALCULATOR (EDPR020 OHM'S LAW, EDPR030
      *> VOLTAGE DIVIDER, EDPR040 SERIES/PARALLEL NETWORK) AND ITS
      *> INPUTS EXACTLY AS THEY WOULD BE KEYED ON THE SCREEN ("4.7k",
      *> "10k 1%"). THE CALCULATION IS COBCURSES-EDCALC, THE SAME
      *> ROUTINE THE SCREENS CALL (SEE EDCALC.cbl FOR THE INPUTS AND
      *> RESULTS OF EACH CALCULATOR). IT IS BUILT ON THE
      *> COBCURSES-EXTRA CSV READER AND WRITER WITH THE STANDARD
      *> MALFORMED-ROW REJECT LOG, AS FDEFLOAD IS.
      *>
      *> INPUT CSV (FIRST RECORD IS THE HEADING ROW; COLUMNS MAY BE IN
      *> ANY ORDER AND ANY BUT CALCULATOR MAY BE LEFT OUT) :
      *>
      *>     CASE, CALCULATOR, INPUT1 ... INPUT8, CONN2 ... CONN8
      *>
      *>     CASE IS THE CALLER'S OWN REFERENCE, ECHOED IN THE RESULTS
      *>     (THE INPUT LINE NUMBER WHEN BLANK). CONNn IS THE S/P FLAG
      *>     OF NETWORK ELEMENT n.
      *>
      *> RESULTS CSV, ONE ROW PER SOLVED REQUEST :
      *>
      *>     CASE, CALCULATOR, RESULT1-NAME, RESULT1 ... RESULT4-NAME,
      *>     RESULT4, SERIES, PART1-ROLE, PART1-BELOW, PART1-ERR-BELOW,
      *>     PART1-ABOVE, PART1-ERR-ABOVE, PART2-... (THE SAME),
      *>     PAIR-MODE, PAIR-PART1, PAIR-PART2, PAIR-ERR
      *>
      *>     VALUES ARE IN ENGINEERING NOTATION, ERRORS IN PERCENT. THE
      *>     PART COLUMNS ARE THE NEAREST STANDARD VALUES IN THE SHOP
      *>     SERIES (COBCURSES_ESERIES, DEFAULT E24); THE PAIR IS THE
      *>     BEST TWO-PART COMBINATION FOR A NETWORK TOTAL.
      *>
      *> A ROW THAT CANNOT BE SOLVED (AN UNKNOWN CALCULATOR, A VALUE
      *> THAT IS NOT A NUMBER, TOO FEW INPUTS) IS LISTED AND WRITTEN TO
      *> THE REJECT FILE WITH THE MALFORMED ROWS.
      *>
      *> USAGE (ARGUMENTS, ALL OPTIONAL) :
      *>     REQUESTS-CSV  RESULTS-CSV  REJECT-FILE
      *>
      *> INPUTS (ENVIRONMENT, USED WHEN THE ARGUMENT IS NOT GIVEN) :
      *>     COBCURSES_EDBATCH_CSV      REQUESTS (DEFAULT edbatch.csv)
      *>     COBCURSES_EDBATCH_RESULTS  RESULTS (DEFAULT EDBATCH.CSV IN
      *>                                ${COBCURSES_DATADIR})
      *>     COBCURSES_EDBATCH_REJECTS  REJECT FILE (DEFAULT
      *>                                edbatch_rejects.txt)
      *>
      *> RETURN-CODE:
      *>     0   EVERY ROW SOLVED
      *>     1   SOME ROWS REJECTED, OR A FILE COULD NOT BE OPENED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT CSV-FILE
                ASSIGN TO WS-CSV-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-FILE-STATUS.

            SELECT RESULTS-FILE
                ASSIGN TO RESULTS-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  CSV-FILE.
        01  CSV-RECORD                          PIC X(1024).

        FD  RESULTS-FILE.
        01  RESULTS-RECORD                      PIC X(1024).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
            COPY COBCEXTRA.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  RESULTS-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/EDBATCH.CSV".

        01  WS-CSV-FILENAME                     PIC X(512)
            VALUE "edbatch.csv".
        01  WS-CSV-FILE-STATUS                  PIC XX.
        01  WS-RESULTS-FILE-STATUS              PIC XX.

        01  WS-CSV-EOF-FLAG                     PIC X VALUE 'N'.
            88  WS-CSV-EOF                      VALUE 'Y'.

        01  WS-X                                PIC 9 COMP-5.
        01  WS-X-ED                             PIC 9.
        01  WS-LINE-ED                          PIC Z(8)9.

      *>
      *> CSV COLUMN BUFFERS, BOUND VIA NC-REGISTER-CSV-COLUMN.
      *>
        01  CSV-VALUES.
            10  CSV-CASE                        PIC X(20).
            10  CSV-CALCULATOR                  PIC X(8).
            10  CSV-INPUT OCCURS 8 TIMES        PIC X(40).
            10  CSV-CONN OCCURS 8 TIMES         PIC X.

      *>
      *> RESULTS BUFFERS, BOUND VIA NC-REGISTER-CSV-OUT-COLUMN.
      *>
        01  OUT-VALUES.
            10  OUT-CASE                        PIC X(20).
            10  OUT-CALCULATOR                  PIC X(8).
            10  OUT-RESULT OCCURS 4 TIMES.
                15  OUT-RESULT-NAME             PIC X(8).
                15  OUT-RESULT-TEXT             PIC X(14).
            10  OUT-SERIES                      PIC X(3).
            10  OUT-PART OCCURS 2 TIMES.
                15  OUT-PART-ROLE               PIC X(8).
                15  OUT-PART-BELOW              PIC X(14).
                15  OUT-PART-ERR-BELOW          PIC X(7).
                15  OUT-PART-ABOVE              PIC X(14).
                15  OUT-PART-ERR-ABOVE          PIC X(7).
            10  OUT-PAIR-MODE                   PIC X.
            10  OUT-PAIR-PART-1                 PIC X(14).
            10  OUT-PAIR-PART-2                 PIC X(14).
            10  OUT-PAIR-ERR                    PIC X(7).

        01  EDCALC-DATA.
            COPY EDCALC.

        01  FORMAT-WORK.
            10  WS-ENG-FLAG                     PIC X VALUE 'Y'.
            10  WS-FMT-DIGITS                   PIC 99 VALUE 4.
            10  WS-UNITS-CONFIG                 PIC X(80) VALUE SPACES.
            10  WS-FMT-BUFFER                   PIC X(40).
            10  WS-FMT-LENGTH                   PIC 99 VALUE 14.
            10  WS-FMT-VALUE                    COMP-2.
            10  WS-PCT-ED                       PIC +ZZ9.99.

        01  WS-ROW-REASON                       PIC X(60).

        01  RUN-COUNTS.
            10  WS-ROW-COUNT                    PIC 9(6) VALUE 0.
            10  WS-SOLVED-COUNT                 PIC 9(6) VALUE 0.
            10  WS-REJECT-COUNT                 PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-RUN-CSV.
            CLOSE RESULTS-FILE.

            DISPLAY "ROWS READ     ", WS-ROW-COUNT.
            DISPLAY "ROWS SOLVED   ", WS-SOLVED-COUNT.
            DISPLAY "ROWS REJECTED ", WS-REJECT-COUNT.
            IF WS-REJECT-COUNT > 0 THEN
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
            PERFORM NC-EXTRA-INIT.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_EDBATCH_CSV"
            END-IF.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO WS-CSV-FILENAME
            END-IF.

            MOVE LENGTH OF RESULTS-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE RESULTS-FILE-NAME, FILE-NAME-LENGTH.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_EDBATCH_RESULTS"
            END-IF.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO RESULTS-FILE-NAME
            END-IF.

            MOVE "edbatch_rejects.txt" TO NC-CSV-REJECT-FILE.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ARGUMENT-VALUE.
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_EDBATCH_REJECTS"
            END-IF.
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO NC-CSV-REJECT-FILE
            END-IF.
            PERFORM NC-SET-CSV-REJECT-FILE.

            PERFORM 1600-REGISTER-CSV-COLUMNS.
            PERFORM 1700-OPEN-RESULTS.
            EXIT.

        1600-REGISTER-CSV-COLUMNS.
            PERFORM NC-CLEAR-CSV-HEADINGS.
            SET NC-CSV-DELIMITED TO TRUE.

            SET NC-CSV-TEXT TO ADDRESS OF CSV-RECORD.
            MOVE LENGTH OF CSV-RECORD TO NC-CSV-LENGTH.

            MOVE "CASE" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-CASE.
            MOVE LENGTH OF CSV-CASE TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "CALCULATOR" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-CALCULATOR.
            MOVE LENGTH OF CSV-CALCULATOR TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 8
                MOVE WS-X TO WS-X-ED
                MOVE SPACES TO NC-CSV-HEADING
                STRING "INPUT" WS-X-ED DELIMITED BY SIZE
                    INTO NC-CSV-HEADING
                SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-INPUT(WS-X)
                MOVE LENGTH OF CSV-INPUT(WS-X) TO NC-CSV-COL-BUFLEN
                PERFORM NC-REGISTER-CSV-COLUMN
                IF WS-X > 1 THEN
                    MOVE SPACES TO NC-CSV-HEADING
                    STRING "CONN" WS-X-ED DELIMITED BY SIZE
                        INTO NC-CSV-HEADING
                    SET NC-CSV-COL-BUFFER
                        TO ADDRESS OF CSV-CONN(WS-X)
                    MOVE LENGTH OF CSV-CONN(WS-X)
                        TO NC-CSV-COL-BUFLEN
                    PERFORM NC-REGISTER-CSV-COLUMN
                END-IF
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        1700-OPEN-RESULTS.
            OPEN OUTPUT RESULTS-FILE.
            IF WS-RESULTS-FILE-STATUS NOT = "00" THEN
                DISPLAY "EDBATCH: CANNOT WRITE ",
                    FUNCTION TRIM(RESULTS-FILE-NAME),
                    " (STATUS ", WS-RESULTS-FILE-STATUS, ")."
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM NC-CLEAR-CSV-OUT-HEADINGS.
            MOVE ',' TO NC-CSV-DELIMITER.
            SET NC-SINGLE-DELIMTER TO TRUE.
            SET NC-CSV-QUOTE TO TRUE.
            SET NC-CSV-OUT-TEXT TO ADDRESS OF RESULTS-RECORD.
            MOVE LENGTH OF RESULTS-RECORD TO NC-CSV-OUT-BUFLEN.

            MOVE "CASE" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-CASE.
            MOVE LENGTH OF OUT-CASE TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "CALCULATOR" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-CALCULATOR.
            MOVE LENGTH OF OUT-CALCULATOR TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 4
                MOVE WS-X TO WS-X-ED
                MOVE SPACES TO NC-CSV-OUT-HEADING
                STRING "RESULT" WS-X-ED "-NAME" DELIMITED BY SIZE
                    INTO NC-CSV-OUT-HEADING
                SET NC-CSV-OUT-COL-BUFFER
                    TO ADDRESS OF OUT-RESULT-NAME(WS-X)
                MOVE LENGTH OF OUT-RESULT-NAME(WS-X)
                    TO NC-CSV-OUT-COL-BUFLEN
                PERFORM NC-REGISTER-CSV-OUT-COLUMN
                MOVE SPACES TO NC-CSV-OUT-HEADING
                STRING "RESULT" WS-X-ED DELIMITED BY SIZE
                    INTO NC-CSV-OUT-HEADING
                SET NC-CSV-OUT-COL-BUFFER
                    TO ADDRESS OF OUT-RESULT-TEXT(WS-X)
                MOVE LENGTH OF OUT-RESULT-TEXT(WS-X)
                    TO NC-CSV-OUT-COL-BUFLEN
                PERFORM NC-REGISTER-CSV-OUT-COLUMN
            END-PERFORM.

            MOVE "SERIES" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-SERIES.
            MOVE LENGTH OF OUT-SERIES TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 2
                PERFORM 1710-REGISTER-PART-COLUMNS
            END-PERFORM.

            MOVE "PAIR-MODE" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-PAIR-MODE.
            MOVE LENGTH OF OUT-PAIR-MODE TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "PAIR-PART1" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-PAIR-PART-1.
            MOVE LENGTH OF OUT-PAIR-PART-1 TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "PAIR-PART2" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-PAIR-PART-2.
            MOVE LENGTH OF OUT-PAIR-PART-2 TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "PAIR-ERR" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-PAIR-ERR.
            MOVE LENGTH OF OUT-PAIR-ERR TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            PERFORM NC-FORMAT-CSV-OUT-HEADINGS.
            WRITE RESULTS-RECORD.
            EXIT.

        1710-REGISTER-PART-COLUMNS.
            MOVE WS-X TO WS-X-ED.
            MOVE SPACES TO NC-CSV-OUT-HEADING.
            STRING "PART" WS-X-ED "-ROLE" DELIMITED BY SIZE
                INTO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF OUT-PART-ROLE(WS-X).
            MOVE LENGTH OF OUT-PART-ROLE(WS-X) TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            MOVE SPACES TO NC-CSV-OUT-HEADING.
            STRING "PART" WS-X-ED "-BELOW" DELIMITED BY SIZE
                INTO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER
                TO ADDRESS OF OUT-PART-BELOW(WS-X).
            MOVE LENGTH OF OUT-PART-BELOW(WS-X)
                TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            MOVE SPACES TO NC-CSV-OUT-HEADING.
            STRING "PART" WS-X-ED "-ERR-BELOW" DELIMITED BY SIZE
                INTO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER
                TO ADDRESS OF OUT-PART-ERR-BELOW(WS-X).
            MOVE LENGTH OF OUT-PART-ERR-BELOW(WS-X)
                TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            MOVE SPACES TO NC-CSV-OUT-HEADING.
            STRING "PART" WS-X-ED "-ABOVE" DELIMITED BY SIZE
                INTO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER
                TO ADDRESS OF OUT-PART-ABOVE(WS-X).
            MOVE LENGTH OF OUT-PART-ABOVE(WS-X)
                TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            MOVE SPACES TO NC-CSV-OUT-HEADING.
            STRING "PART" WS-X-ED "-ERR-ABOVE" DELIMITED BY SIZE
                INTO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER
                TO ADDRESS OF OUT-PART-ERR-ABOVE(WS-X).
            MOVE LENGTH OF OUT-PART-ERR-ABOVE(WS-X)
                TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            EXIT.

        2000-RUN-CSV.
            OPEN INPUT CSV-FILE.
            IF WS-CSV-FILE-STATUS NOT = "00" THEN
                DISPLAY "EDBATCH: CANNOT OPEN ",
                    FUNCTION TRIM(WS-CSV-FILENAME),
                    " (STATUS ", WS-CSV-FILE-STATUS, ")."
                CLOSE RESULTS-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.

      *>
      *>     FIRST RECORD IS THE HEADING ROW.
      *>
            PERFORM 2100-READ-CSV.
            IF NOT WS-CSV-EOF THEN
                PERFORM NC-LOAD-CSV-HEADINGS
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "EDBATCH: BAD CSV HEADING ROW."
                    CLOSE CSV-FILE, RESULTS-FILE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            PERFORM UNTIL WS-CSV-EOF
                PERFORM 2100-READ-CSV
                IF NOT WS-CSV-EOF THEN
                    PERFORM 2200-PROCESS-ONE-ROW
                END-IF
            END-PERFORM.
            CLOSE CSV-FILE.
            EXIT.

        2100-READ-CSV.
            READ CSV-FILE
                AT END
                    SET WS-CSV-EOF TO TRUE
                NOT AT END
                    ADD 1 TO NC-CSV-REJECT-LINE-NO
            END-READ.
            EXIT.

        2200-PROCESS-ONE-ROW.
            ADD 1 TO WS-ROW-COUNT.
            INITIALIZE CSV-VALUES.
            PERFORM NC-EXTRACT-CSV-RECORD.
            IF RETURN-CODE NOT = NC-RET-OK
            AND RETURN-CODE NOT = NC-RET-TRUNCATED THEN
                PERFORM NC-LOG-CSV-REJECT
                ADD 1 TO WS-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM 2300-CALCULATE-ROW.
            IF NOT EDC-SOLVED THEN
                DISPLAY "  REJECTED ROW ", NC-CSV-REJECT-LINE-NO,
                    ": ", FUNCTION TRIM(WS-ROW-REASON)
                PERFORM NC-LOG-CSV-REJECT
                ADD 1 TO WS-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM 2400-WRITE-RESULT.
            ADD 1 TO WS-SOLVED-COUNT.
            EXIT.

        2300-CALCULATE-ROW.
            INITIALIZE EDCALC-DATA.
            SET EDC-PARSE-AND-CALCULATE TO TRUE.
            MOVE FUNCTION UPPER-CASE(CSV-CALCULATOR) TO EDC-CALCULATOR.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 8
                MOVE CSV-INPUT(WS-X) TO EDC-IN-TEXT(WS-X)
                MOVE CSV-CONN(WS-X) TO EDC-IN-CONN(WS-X)
            END-PERFORM.
            CALL "COBCURSES-EDCALC" USING EDCALC-DATA.
            MOVE ZERO TO RETURN-CODE.

            MOVE EDC-MESSAGE TO WS-ROW-REASON.
            IF NOT EDC-SOLVED AND WS-ROW-REASON = SPACES THEN
                MOVE "NOT ENOUGH INPUTS TO SOLVE" TO WS-ROW-REASON
            END-IF.
            EXIT.

        2400-WRITE-RESULT.
            INITIALIZE OUT-VALUES.
            IF CSV-CASE NOT = SPACES THEN
                MOVE CSV-CASE TO OUT-CASE
            ELSE
                MOVE NC-CSV-REJECT-LINE-NO TO WS-LINE-ED
                MOVE FUNCTION TRIM(WS-LINE-ED) TO OUT-CASE
            END-IF.
            MOVE EDC-CALCULATOR TO OUT-CALCULATOR.

            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > EDC-RESULT-COUNT
                MOVE EDC-OUT-NAME(WS-X) TO OUT-RESULT-NAME(WS-X)
                MOVE FUNCTION TRIM(EDC-OUT-TEXT(WS-X))
                    TO OUT-RESULT-TEXT(WS-X)
            END-PERFORM.

            MOVE EDC-SERIES TO OUT-SERIES.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > EDC-STD-COUNT
                MOVE EDC-STD-ROLE(WS-X) TO OUT-PART-ROLE(WS-X)
                MOVE EDC-STD-BELOW(WS-X) TO WS-FMT-VALUE
                PERFORM 2500-FORMAT-VALUE
                MOVE WS-FMT-BUFFER TO OUT-PART-BELOW(WS-X)
                MOVE EDC-STD-ERR-BELOW(WS-X) TO WS-PCT-ED
                MOVE FUNCTION TRIM(WS-PCT-ED)
                    TO OUT-PART-ERR-BELOW(WS-X)
                MOVE EDC-STD-ABOVE(WS-X) TO WS-FMT-VALUE
                PERFORM 2500-FORMAT-VALUE
                MOVE WS-FMT-BUFFER TO OUT-PART-ABOVE(WS-X)
                MOVE EDC-STD-ERR-ABOVE(WS-X) TO WS-PCT-ED
                MOVE FUNCTION TRIM(WS-PCT-ED)
                    TO OUT-PART-ERR-ABOVE(WS-X)
            END-PERFORM.

            IF EDC-PAIR-FOUND THEN
                MOVE EDC-PAIR-MODE TO OUT-PAIR-MODE
                MOVE EDC-PAIR-PART-1 TO WS-FMT-VALUE
                PERFORM 2500-FORMAT-VALUE
                MOVE WS-FMT-BUFFER TO OUT-PAIR-PART-1
                MOVE EDC-PAIR-PART-2 TO WS-FMT-VALUE
                PERFORM 2500-FORMAT-VALUE
                MOVE WS-FMT-BUFFER TO OUT-PAIR-PART-2
                MOVE EDC-PAIR-ERROR TO WS-PCT-ED
                MOVE FUNCTION TRIM(WS-PCT-ED) TO OUT-PAIR-ERR
            END-IF.

            PERFORM NC-FORMAT-CSV-RECORD.
            WRITE RESULTS-RECORD.
            EXIT.

        2500-FORMAT-VALUE.
            MOVE SPACES TO WS-FMT-BUFFER.
            CALL "COBCURSES-FORMAT-COMP-2" USING
                WS-FMT-VALUE, WS-ENG-FLAG, WS-FMT-DIGITS,
                WS-UNITS-CONFIG, WS-FMT-BUFFER, WS-FMT-LENGTH.
            MOVE ZERO TO RETURN-CODE.
            MOVE FUNCTION TRIM(WS-FMT-BUFFER) TO WS-FMT-BUFFER.
            EXIT.

      *>
      *>     CSV SUPPORT ROUTINES
      *>
            COPY COBCURSX.

        END PROGRAM EDBATCH.
