        IDENTIFICATION DIVISION.
        PROGRAM-ID. EDBOM.
      *>
      *> EDBOM PRINTS THE BILL OF MATERIALS FOR AN E-DESIGN PROJECT
      *> (EDPROJ.X, SEE EDPROJ.cbl). EACH PART ATTACHED FROM A
      *> CALCULATOR IS ROUNDED TO THE NEAREST STANDARD PART IN ITS
      *> SERIES (COBCURSES-ESERIES-NEAREST, WHICHEVER OF THE VALUES
      *> BELOW AND ABOVE IS CLOSER) AND THE PARTS ARE GROUPED BY
      *> SERIES, TOLERANCE AND STANDARD VALUE: ONE LINE PER GROUP
      *> WITH THE QUANTITY AND REFERENCE DESIGNATORS, THEN ONE LINE
      *> PER PART NAMING THE CALCULATION IT CAME FROM (CALCULATOR,
      *> TIME STAMP IN ITS LOG, ROLE, AND THE VALUE AS CALCULATED).
      *>
      *> THE GROUPS ARE ALSO EXPORTED FOR PURCHASING THROUGH THE
      *> COBCURSES CSV WRITER TO ${COBCURSES_DATADIR}/EDBOM-name.CSV
      *> (VALUE, SERIES, TOLERANCE, QUANTITY, REFDES, SOURCES).
      *>
      *> USAGE (ARGUMENTS):
      *>     PROJECT                 THE PROJECT NAME
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     4   THE PROJECT HAS NO PARTS
      *>     8   NO PROJECT NAMED, OR NOT ON FILE, OR A FILE IS
      *>         UNAVAILABLE
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL EDPROJ-FILE
                ASSIGN TO EDPROJ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS EDJ-KEY
                FILE STATUS IS WS-EDPROJ-FILE-STATUS.

            SELECT CSV-FILE
                ASSIGN TO CSV-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  EDPROJ-FILE.
        01  EDPROJ-RECORD.
            COPY EDPROJ.

        FD  CSV-FILE.
        01  CSV-RECORD                          PIC X(4096).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  EDPROJ-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/EDPROJ.X".
            10  CSV-FILE-NAME                   PIC X(256).

        01  WS-EDPROJ-FILE-STATUS               PIC XX.
        01  WS-CSV-FILE-STATUS                  PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-PROJECT                          PIC X(12).
        01  WS-NOW                              PIC X(21).

      *>
      *>     THE PARTS OF THE PROJECT, EACH WITH THE STANDARD VALUE IT
      *>     ROUNDS TO, AND THE GROUPS THEY FALL INTO (KEPT IN SERIES,
      *>     TOLERANCE AND VALUE ORDER).
      *>
        01  PART-TABLE.
            10  WS-PT-USED                      PIC 9(4) COMP-5
                                                VALUE 0.
            10  WS-PT-ENTRY OCCURS 500 TIMES.
                15  WS-PT-REFDES                PIC X(8).
                15  WS-PT-SERIES                PIC X(3).
                15  WS-PT-TOLERANCE             PIC 99V99.
                15  WS-PT-STANDARD              COMP-2.
                15  WS-PT-TEXT                  PIC X(14).
                15  WS-PT-PROGRAM               PIC X(8).
                15  WS-PT-CALC-AT               PIC X(21).
                15  WS-PT-ROLE                  PIC X(8).
                15  WS-PT-NOTE                  PIC X(40).
        01  WS-PT-X                             PIC 9(4) COMP-5.

        01  GROUP-TABLE.
            10  WS-GT-USED                      PIC 9(4) COMP-5
                                                VALUE 0.
            10  WS-GT-ENTRY OCCURS 200 TIMES.
                15  WS-GT-SERIES                PIC X(3).
                15  WS-GT-TOLERANCE             PIC 99V99.
                15  WS-GT-STANDARD              COMP-2.
                15  WS-GT-QUANTITY              PIC 9(4).
        01  WS-GT-X                             PIC 9(4) COMP-5.
        01  WS-GT-Y                             PIC 9(4) COMP-5.
        01  WS-GT-HOLD.
            10  WS-GH-SERIES                    PIC X(3).
            10  WS-GH-TOLERANCE                 PIC 99V99.
            10  WS-GH-STANDARD                  COMP-2.
            10  WS-GH-QUANTITY                  PIC 9(4).
        01  WS-TABLE-FULL-FLAG                  PIC X VALUE 'N'.
            88  TABLE-FULL                      VALUE 'Y'.
        01  WS-MATCH-FLAG                       PIC X.
            88  GROUP-MATCHED                   VALUE 'Y'.

        01  ESERIES-WORK.
            10  ESR-VALUE                       COMP-2.
            10  ESR-BELOW                       COMP-2.
            10  ESR-ABOVE                       COMP-2.
            10  ESR-ERR-BELOW                   COMP-2.
            10  ESR-ERR-ABOVE                   COMP-2.

        01  FORMAT-WORK.
            10  WS-ENG-FLAG                     PIC X VALUE 'Y'.
            10  WS-FMT-DIGITS                   PIC 99 VALUE 4.
            10  WS-UNITS-CONFIG                 PIC X(80) VALUE SPACES.
            10  WS-FMT-BUFFER                   PIC X(40).
            10  WS-FMT-LENGTH                   PIC 99 VALUE 14.
            10  WS-FMT-VALUE                    COMP-2.

        01  WS-VALUE-TEXT                       PIC X(14).
        01  WS-TOL-ED                           PIC Z9.99.
        01  WS-QTY-ED                           PIC ZZZ9.
        01  WS-PART-COUNT                       PIC 9(6) VALUE 0.
        01  WS-REFDES-LIST                      PIC X(1000).
        01  WS-SOURCE-LIST                      PIC X(2000).
        01  WS-LIST-PTR                         PIC 9(4) COMP-5.
        01  WS-SOURCE-PTR                       PIC 9(4) COMP-5.

      *>
      *>     ONE CSV ROW PER GROUP.
      *>
        01  CSV-VALUES.
            10  CSV-VALUE                       PIC X(14).
            10  CSV-SERIES                      PIC X(3).
            10  CSV-TOLERANCE                   PIC X(6).
            10  CSV-QUANTITY                    PIC X(4).
            10  CSV-REFDES                      PIC X(1000).
            10  CSV-SOURCES                     PIC X(2000).

            COPY COBCEXTRA.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            OPEN INPUT EDPROJ-FILE.
            IF WS-EDPROJ-FILE-STATUS NOT = "00"
            AND WS-EDPROJ-FILE-STATUS NOT = "05" THEN
                DISPLAY "EDBOM: PROJECT FILE UNAVAILABLE ("
                    WS-EDPROJ-FILE-STATUS ")"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-PROJECT TO EDJ-PROJECT.
            MOVE SPACES TO EDJ-REFDES.
            READ EDPROJ-FILE
                INVALID KEY
                    DISPLAY "EDBOM: PROJECT " WS-PROJECT
                        " IS NOT ON FILE"
                    CLOSE EDPROJ-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ.

            DISPLAY "E-DESIGN BILL OF MATERIALS  " WS-NOW(1:4) "-"
                WS-NOW(5:2) "-" WS-NOW(7:2).
            DISPLAY " ".
            DISPLAY "PROJECT  " EDJ-PROJECT " " EDJ-TITLE.
            IF EDJ-CLOSED THEN
                DISPLAY "OWNER    " EDJ-OWNER "  (CLOSED)"
            ELSE
                DISPLAY "OWNER    " EDJ-OWNER
            END-IF.
            DISPLAY " ".

            PERFORM 2000-LOAD-PARTS.
            CLOSE EDPROJ-FILE.
            IF WS-PT-USED = 0 THEN
                DISPLAY "NO PARTS ATTACHED TO THIS PROJECT."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 3000-SORT-GROUPS.
            PERFORM 4000-OPEN-CSV.

            DISPLAY "  QTY  VALUE          SERIES  TOL %  "
                "REFERENCE DESIGNATORS".
            PERFORM VARYING WS-GT-X FROM 1 BY 1
                UNTIL WS-GT-X > WS-GT-USED
                PERFORM 5000-REPORT-GROUP
            END-PERFORM.
            IF TABLE-FULL THEN
                DISPLAY " "
                DISPLAY "(ONLY THE FIRST 500 PARTS IN 200 GROUPS ARE "
                    "LISTED)"
            END-IF.

            CLOSE CSV-FILE.
            DISPLAY " ".
            DISPLAY "SUMMARY :".
            DISPLAY "  PARTS           ", WS-PART-COUNT.
            DISPLAY "  LINE ITEMS      ", WS-GT-USED.
            DISPLAY "  CSV EXPORT      ",
                FUNCTION TRIM(CSV-FILE-NAME).
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-PROJECT.
            ACCEPT WS-PROJECT FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-PROJECT) TO WS-PROJECT.
            IF WS-PROJECT = SPACES THEN
                DISPLAY "USAGE: EDBOM PROJECT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE LENGTH OF EDPROJ-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING EDPROJ-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO CSV-FILE-NAME.
            STRING "${COBCURSES_DATADIR}/EDBOM-"
                FUNCTION TRIM(WS-PROJECT) ".CSV"
                DELIMITED BY SIZE INTO CSV-FILE-NAME.
            MOVE LENGTH OF CSV-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING CSV-FILE-NAME, FILE-NAME-LENGTH.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            EXIT.

      *>
      *>     EVERY PART RECORD FOLLOWING THE PROJECT HEADER: ROUND IT
      *>     TO ITS STANDARD VALUE AND COUNT IT INTO ITS GROUP.
      *>
        2000-LOAD-PARTS.
            MOVE 'N' TO EOF-FLAG.
            START EDPROJ-FILE KEY IS > EDJ-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ EDPROJ-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF EDJ-PROJECT NOT = WS-PROJECT THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-TAKE-PART
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2100-TAKE-PART.
            ADD 1 TO WS-PART-COUNT.
            IF WS-PT-USED >= 500 THEN
                SET TABLE-FULL TO TRUE
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     THE NEARER OF THE STANDARD VALUES EITHER SIDE. A VALUE
      *>     THE SERIES CANNOT PLACE (ZERO OR AN UNKNOWN SERIES) IS
      *>     LISTED AS CALCULATED.
      *>
            MOVE EDJ-PART-VALUE TO ESR-VALUE.
            CALL "COBCURSES-ESERIES-NEAREST" USING
                EDJ-SERIES, ESR-VALUE, ESR-BELOW, ESR-ABOVE,
                ESR-ERR-BELOW, ESR-ERR-ABOVE.
            IF RETURN-CODE = NC-RET-OK THEN
                IF FUNCTION ABS(ESR-ERR-ABOVE)
                   < FUNCTION ABS(ESR-ERR-BELOW) THEN
                    MOVE ESR-ABOVE TO ESR-VALUE
                ELSE
                    MOVE ESR-BELOW TO ESR-VALUE
                END-IF
            END-IF.
            MOVE ZERO TO RETURN-CODE.

            MOVE 'N' TO WS-MATCH-FLAG.
            PERFORM VARYING WS-GT-X FROM 1 BY 1
                UNTIL WS-GT-X > WS-GT-USED OR GROUP-MATCHED
                IF WS-GT-SERIES(WS-GT-X) = EDJ-SERIES
                AND WS-GT-TOLERANCE(WS-GT-X) = EDJ-TOLERANCE
                AND FUNCTION ABS(WS-GT-STANDARD(WS-GT-X) - ESR-VALUE)
                    <= FUNCTION ABS(ESR-VALUE) * 0.000001 THEN
                    SET GROUP-MATCHED TO TRUE
                    ADD 1 TO WS-GT-QUANTITY(WS-GT-X)
                    MOVE WS-GT-STANDARD(WS-GT-X) TO ESR-VALUE
                END-IF
            END-PERFORM.
            IF NOT GROUP-MATCHED THEN
                IF WS-GT-USED >= 200 THEN
                    SET TABLE-FULL TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-GT-USED
                MOVE EDJ-SERIES TO WS-GT-SERIES(WS-GT-USED)
                MOVE EDJ-TOLERANCE TO WS-GT-TOLERANCE(WS-GT-USED)
                MOVE ESR-VALUE TO WS-GT-STANDARD(WS-GT-USED)
                MOVE 1 TO WS-GT-QUANTITY(WS-GT-USED)
            END-IF.

            ADD 1 TO WS-PT-USED.
            MOVE EDJ-REFDES TO WS-PT-REFDES(WS-PT-USED).
            MOVE EDJ-SERIES TO WS-PT-SERIES(WS-PT-USED).
            MOVE EDJ-TOLERANCE TO WS-PT-TOLERANCE(WS-PT-USED).
            MOVE ESR-VALUE TO WS-PT-STANDARD(WS-PT-USED).
            MOVE EDJ-PART-TEXT TO WS-PT-TEXT(WS-PT-USED).
            MOVE EDJ-CALC-PROGRAM TO WS-PT-PROGRAM(WS-PT-USED).
            MOVE EDJ-CALC-AT TO WS-PT-CALC-AT(WS-PT-USED).
            MOVE EDJ-CALC-ROLE TO WS-PT-ROLE(WS-PT-USED).
            MOVE EDJ-CALC-NOTE TO WS-PT-NOTE(WS-PT-USED).
            EXIT.

      *>
      *>     GROUPS IN SERIES, TOLERANCE AND VALUE ORDER (A SIMPLE
      *>     EXCHANGE SORT -- A BOM IS NEVER LONG).
      *>
        3000-SORT-GROUPS.
            PERFORM VARYING WS-GT-X FROM 1 BY 1
                UNTIL WS-GT-X >= WS-GT-USED
                PERFORM VARYING WS-GT-Y FROM WS-GT-X BY 1
                    UNTIL WS-GT-Y > WS-GT-USED
                    IF WS-GT-SERIES(WS-GT-Y) < WS-GT-SERIES(WS-GT-X)
                    OR (WS-GT-SERIES(WS-GT-Y) = WS-GT-SERIES(WS-GT-X)
                      AND WS-GT-TOLERANCE(WS-GT-Y)
                          < WS-GT-TOLERANCE(WS-GT-X))
                    OR (WS-GT-SERIES(WS-GT-Y) = WS-GT-SERIES(WS-GT-X)
                      AND WS-GT-TOLERANCE(WS-GT-Y)
                          = WS-GT-TOLERANCE(WS-GT-X)
                      AND WS-GT-STANDARD(WS-GT-Y)
                          < WS-GT-STANDARD(WS-GT-X)) THEN
                        MOVE WS-GT-ENTRY(WS-GT-X) TO WS-GT-HOLD
                        MOVE WS-GT-ENTRY(WS-GT-Y)
                            TO WS-GT-ENTRY(WS-GT-X)
                        MOVE WS-GT-HOLD TO WS-GT-ENTRY(WS-GT-Y)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.

        4000-OPEN-CSV.
            OPEN OUTPUT CSV-FILE.
            IF WS-CSV-FILE-STATUS NOT = "00" THEN
                DISPLAY "EDBOM: CANNOT WRITE "
                    FUNCTION TRIM(CSV-FILE-NAME) " ("
                    WS-CSV-FILE-STATUS ")"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM NC-CLEAR-CSV-OUT-HEADINGS.
            MOVE ',' TO NC-CSV-DELIMITER.
            SET NC-SINGLE-DELIMTER TO TRUE.
            SET NC-CSV-QUOTE TO TRUE.
            SET NC-CSV-OUT-TEXT TO ADDRESS OF CSV-RECORD.
            MOVE LENGTH OF CSV-RECORD TO NC-CSV-OUT-BUFLEN.

            MOVE "VALUE" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-VALUE.
            MOVE LENGTH OF CSV-VALUE TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "SERIES" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-SERIES.
            MOVE LENGTH OF CSV-SERIES TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "TOLERANCE" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-TOLERANCE.
            MOVE LENGTH OF CSV-TOLERANCE TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "QUANTITY" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-QUANTITY.
            MOVE LENGTH OF CSV-QUANTITY TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "REFDES" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-REFDES.
            MOVE LENGTH OF CSV-REFDES TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.
            MOVE "SOURCES" TO NC-CSV-OUT-HEADING.
            SET NC-CSV-OUT-COL-BUFFER TO ADDRESS OF CSV-SOURCES.
            MOVE LENGTH OF CSV-SOURCES TO NC-CSV-OUT-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-OUT-COLUMN.

            PERFORM NC-FORMAT-CSV-OUT-HEADINGS.
            WRITE CSV-RECORD.
            EXIT.

      *>
      *>     ONE GROUP: THE LINE ITEM, ITS PARTS AND WHERE EACH CAME
      *>     FROM, AND ITS CSV ROW.
      *>
        5000-REPORT-GROUP.
            MOVE WS-GT-STANDARD(WS-GT-X) TO WS-FMT-VALUE.
            MOVE SPACES TO WS-FMT-BUFFER.
            CALL "COBCURSES-FORMAT-COMP-2" USING
                WS-FMT-VALUE, WS-ENG-FLAG, WS-FMT-DIGITS,
                WS-UNITS-CONFIG, WS-FMT-BUFFER, WS-FMT-LENGTH.
            MOVE ZERO TO RETURN-CODE.
            MOVE FUNCTION TRIM(WS-FMT-BUFFER) TO WS-VALUE-TEXT.
            MOVE WS-GT-TOLERANCE(WS-GT-X) TO WS-TOL-ED.
            MOVE WS-GT-QUANTITY(WS-GT-X) TO WS-QTY-ED.

            MOVE SPACES TO WS-REFDES-LIST, WS-SOURCE-LIST.
            MOVE 1 TO WS-LIST-PTR, WS-SOURCE-PTR.
            PERFORM VARYING WS-PT-X FROM 1 BY 1
                UNTIL WS-PT-X > WS-PT-USED
                IF WS-PT-SERIES(WS-PT-X) = WS-GT-SERIES(WS-GT-X)
                AND WS-PT-TOLERANCE(WS-PT-X)
                    = WS-GT-TOLERANCE(WS-GT-X)
                AND WS-PT-STANDARD(WS-PT-X)
                    = WS-GT-STANDARD(WS-GT-X) THEN
                    PERFORM 5100-NOTE-PART
                END-IF
            END-PERFORM.

            DISPLAY "  " WS-QTY-ED "  " WS-VALUE-TEXT " "
                WS-GT-SERIES(WS-GT-X) "     " WS-TOL-ED "  "
                FUNCTION TRIM(WS-REFDES-LIST).
            PERFORM VARYING WS-PT-X FROM 1 BY 1
                UNTIL WS-PT-X > WS-PT-USED
                IF WS-PT-SERIES(WS-PT-X) = WS-GT-SERIES(WS-GT-X)
                AND WS-PT-TOLERANCE(WS-PT-X)
                    = WS-GT-TOLERANCE(WS-GT-X)
                AND WS-PT-STANDARD(WS-PT-X)
                    = WS-GT-STANDARD(WS-GT-X) THEN
                    DISPLAY "          " WS-PT-REFDES(WS-PT-X) " "
                        WS-PT-PROGRAM(WS-PT-X) " "
                        WS-PT-CALC-AT(WS-PT-X)(1:4) "-"
                        WS-PT-CALC-AT(WS-PT-X)(5:2) "-"
                        WS-PT-CALC-AT(WS-PT-X)(7:2) " "
                        WS-PT-CALC-AT(WS-PT-X)(9:2) ":"
                        WS-PT-CALC-AT(WS-PT-X)(11:2) " "
                        WS-PT-ROLE(WS-PT-X) " "
                        WS-PT-TEXT(WS-PT-X) " "
                        FUNCTION TRIM(WS-PT-NOTE(WS-PT-X))
                END-IF
            END-PERFORM.

            MOVE WS-VALUE-TEXT TO CSV-VALUE.
            MOVE WS-GT-SERIES(WS-GT-X) TO CSV-SERIES.
            MOVE FUNCTION TRIM(WS-TOL-ED) TO CSV-TOLERANCE.
            MOVE FUNCTION TRIM(WS-QTY-ED) TO CSV-QUANTITY.
            MOVE WS-REFDES-LIST TO CSV-REFDES.
            MOVE WS-SOURCE-LIST TO CSV-SOURCES.
            PERFORM NC-FORMAT-CSV-RECORD.
            WRITE CSV-RECORD.
            EXIT.

        5100-NOTE-PART.
            IF WS-LIST-PTR > 1 THEN
                STRING " " DELIMITED BY SIZE INTO WS-REFDES-LIST
                    WITH POINTER WS-LIST-PTR
                STRING "; " DELIMITED BY SIZE INTO WS-SOURCE-LIST
                    WITH POINTER WS-SOURCE-PTR
            END-IF.
            STRING FUNCTION TRIM(WS-PT-REFDES(WS-PT-X))
                DELIMITED BY SIZE INTO WS-REFDES-LIST
                WITH POINTER WS-LIST-PTR.
            STRING FUNCTION TRIM(WS-PT-REFDES(WS-PT-X)) " "
                FUNCTION TRIM(WS-PT-PROGRAM(WS-PT-X)) " "
                WS-PT-CALC-AT(WS-PT-X)(1:12) " "
                FUNCTION TRIM(WS-PT-ROLE(WS-PT-X)) " "
                FUNCTION TRIM(WS-PT-TEXT(WS-PT-X))
                DELIMITED BY SIZE INTO WS-SOURCE-LIST
                WITH POINTER WS-SOURCE-PTR.
            EXIT.

      *>
      *>     CSV SUPPORT ROUTINES
      *>
            COPY COBCURSX.

        END PROGRAM EDBOM.
