        IDENTIFICATION DIVISION.
        PROGRAM-ID. LINEAGE.
      *>
      *> LINEAGE TRACES EACH DATA ELEMENT FROM THE SCREENS THAT
      *> CAPTURE IT TO THE REPORTS THAT PRINT IT. SCREEN FIELDS
      *> (SCRFDEF-FILE, MAINTAINED BY SD002040) ARE JOINED TO REPORT
      *> LINE ITEMS (RPTLAY-FILE, MAINTAINED BY SD002095) BY COBOL
      *> NAME, AND BOTH ARE JOINED TO THE ELEMENT'S PROTOTYPE IN THE
      *> FIELD DICTIONARY (FIELDDIC.X). FOR EVERY ELEMENT THE REPORT
      *> SHOWS WHICH SCREENS CAPTURE IT, WHICH REPORTS PRINT IT, AND
      *> WHETHER THE PRINT PICTURE DISAGREES WITH THE CAPTURE -- SO
      *> "IF WE WIDEN THIS FIELD, WHICH REPORTS BREAK?" IS ANSWERED
      *> BEFORE THE CHANGE, NOT AFTER THE FIRST TRUNCATED RUN.
      *> REPORT FIELDS THAT NO SCREEN CAPTURES ARE LISTED SEPARATELY.
      *>
      *> A SCREEN FIELD'S DIGITS ARE ITS INTEGER PLACES (AS THE CODE
      *> GENERATOR READS THEM); A DICTIONARY PROTOTYPE'S DIGITS ARE
      *> ITS TOTAL DIGITS (AS FDCGEN READS THEM). SCREEN CAPTURES ARE
      *> TAKEN TO TOTAL DIGITS FIRST, THEN BOTH FOLLOW FDCGEN:
      *>     DIGITS = 0                X(BUFFER-LENGTH)
      *>     DIGITS > 0, DECIMALS = 0  [S]9(DIGITS)
      *>     DIGITS > 0, DECIMALS > 0  [S]9(D-DC)V9(DC)
      *> THE PRINT PICTURE IS READ FROM RPT-FIELD-PICTURE: 9, Z AND
      *> * ARE DIGIT POSITIONS, V OR . STARTS THE DECIMALS, X AND A
      *> ARE CHARACTER POSITIONS, (N) REPEATS THE SYMBOL BEFORE IT.
      *> AN ITEM WITH NO PICTURE PRINTS AS X(RPT-LENGTH).
      *>
      *> EACH PRINTED ITEM IS COMPARED WITH EVERY CAPTURE OF THE
      *> ELEMENT AND WITH ITS DICTIONARY PROTOTYPE:
      *>     CLASS     NUMERIC CAPTURED, PRINTED AS CHARACTERS (OR
      *>               THE REVERSE)
      *>     SHORT     THE PRINT HAS FEWER INTEGER DIGITS, DECIMALS
      *>               OR CHARACTERS THAN THE CAPTURE -- TRUNCATION
      *>     DIFFERS   THE PRINT IS WIDER THAN THE CAPTURE
      *>
      *> USAGE:  lineage [COBOLNAME]
      *>     COBOLNAME LIMITS THE REPORT TO ONE DATA ELEMENT.
      *>
      *> RETURN-CODE:
      *>     0   EVERY PRINTED FIELD IS CAPTURED AND AGREES
      *>     1   DISAGREEMENTS OR UNCAPTURED REPORT FIELDS LISTED
      *>     4   A WORKING TABLE OVERFLOWED (REPORT IS INCOMPLETE)
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

            SELECT OPTIONAL RPTLAY-FILE
                ASSIGN TO RPTLAY-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RPT-KEY
                FILE STATUS IS WS-RPTLAY-FILE-STATUS.

            SELECT OPTIONAL FIELDDIC-FILE
                ASSIGN TO FIELDDIC-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FDC-NAME
                FILE STATUS IS WS-FIELDDIC-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  RPTLAY-FILE.
        01  RPTLAY-RECORD.
            COPY RPTLAY.

        FD  FIELDDIC-FILE.
        01  FIELDDIC-RECORD.
            COPY FIELDDIC.

        WORKING-STORAGE SECTION.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FIELDS                   VALUE 'Y'.
        01  RPT-EOF-FLAG                        PIC X VALUE 'N'.
            88  END-OF-LAYOUTS                  VALUE 'Y'.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  RPTLAY-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RPTLAY.X".
            10  FIELDDIC-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FIELDDIC.X".

        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-RPTLAY-FILE-STATUS               PIC XX.
        01  WS-FIELDDIC-FILE-STATUS             PIC XX.

        01  WS-SELECT-NAME                      PIC X(32).
        01  WS-CURRENT-NAME                     PIC X(32).

      *>
      *>     EVERY FIELD LINE ITEM OF EVERY REPORT LAYOUT, LOADED ONCE.
      *>     WS-RPT-MATCHED IS SET WHEN A SCREEN CAPTURES THE NAME, SO
      *>     WHAT IS STILL UNSET AT THE END IS PRINTED, NEVER CAPTURED.
      *>
        01  RPT-TABLE.
            10  WS-RPT-USED                     PIC 9(4) COMP VALUE 0.
            10  WS-RPT-ENTRY OCCURS 2000 TIMES.
                15  WS-RPT-NAME                 PIC X(16).
                15  WS-RPT-SEQ                  PIC 9(4).
                15  WS-RPT-FIELD-NAME           PIC X(32).
                15  WS-RPT-PICTURE              PIC X(20).
                15  WS-RPT-LENGTH               PIC 999.
                15  WS-RPT-MATCHED              PIC X.
        01  WS-RPT-X                            PIC 9(4) COMP.

      *>
      *>     THE CAPTURES OF THE ELEMENT BEING REPORTED. ENTRY 1 IS
      *>     THE DICTIONARY PROTOTYPE WHEN THERE IS ONE.
      *>
        01  CAP-TABLE.
            10  WS-CAP-USED                     PIC 999 COMP VALUE 0.
            10  WS-CAP-ENTRY OCCURS 200 TIMES.
                15  WS-CAP-SOURCE               PIC X(16).
                15  WS-CAP-FIELD-NO             PIC 9(4).
                15  WS-CAP-PICTURE              PIC X(20).
                15  WS-CAP-CLASS                PIC X.
                    88  CAP-NUMERIC             VALUE 'N'.
                15  WS-CAP-INT-DIGITS           PIC 999.
                15  WS-CAP-DECIMALS             PIC 999.
                15  WS-CAP-CHARS                PIC 999.
        01  WS-CAP-X                            PIC 999 COMP.
        01  WS-SCREEN-CAPTURES                  PIC 999 COMP.
        01  WS-PRINT-COUNT                      PIC 9(4) COMP.

      *>
      *>     ATTRIBUTES OF ONE CAPTURE, USED TO BUILD ITS PICTURE.
      *>
        01  CAPTURE-WORK.
            10  WS-WORK-SIGNED                  PIC X.
            10  WS-WORK-DIGITS                  PIC 99.
            10  WS-WORK-DECIMALS                PIC 99.
            10  WS-WORK-BUFFER-LENGTH           PIC 999.
            10  WS-WORK-INT-DIGITS              PIC 99.
            10  WS-LEN-ED                       PIC ZZ9.
            10  WS-DIGITS-ED                    PIC Z9.
            10  WS-DECS-ED                      PIC Z9.
            10  WS-PIC-WORK                     PIC X(20).
            10  WS-CAP-PIC-TEXT                 PIC X(20).

      *>
      *>     ANALYSIS OF ONE PRINT PICTURE (SEE CPYIMPRT).
      *>
        01  PIC-ANALYSIS.
            10  WS-PIC-TEXT                     PIC X(20).
            10  WS-PIC-X                        PIC 99 COMP.
            10  WS-PIC-CHAR                     PIC X.
            10  WS-REPEAT-TEXT                  PIC X(4).
            10  WS-REPEAT-NUM                   PIC 9(4).
            10  WS-REPEAT-Y                     PIC 9 COMP.
            10  WS-ALPHA-COUNT                  PIC 9(4).
            10  WS-DIGIT-COUNT                  PIC 9(4).
            10  WS-DECIMAL-COUNT                PIC 9(4).
            10  WS-AFTER-V-FLAG                 PIC X.

        01  WS-VERDICT                          PIC X(7).
        01  WS-WORST-VERDICT                    PIC X(7).

        01  LINEAGE-COUNTS.
            10  WS-ELEMENT-COUNT                PIC 9(6) VALUE 0.
            10  WS-CAPTURE-COUNT                PIC 9(6) VALUE 0.
            10  WS-PRINTED-COUNT                PIC 9(6) VALUE 0.
            10  WS-MISMATCH-COUNT               PIC 9(6) VALUE 0.
            10  WS-UNCAPTURED-COUNT             PIC 9(6) VALUE 0.
            10  WS-NOT-PRINTED-COUNT            PIC 9(6) VALUE 0.

        01  WS-OVERFLOW-FLAG                    PIC X VALUE 'N'.
            88  TABLE-OVERFLOWED                VALUE 'Y'.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LOAD-REPORT-FIELDS.

            DISPLAY "FIELD-TO-REPORT LINEAGE (SCRFDEF-FILE -> ",
                "RPTLAY-FILE / FIELDDIC)".
            IF WS-SELECT-NAME NOT = SPACES THEN
                DISPLAY "DATA ELEMENT ", WS-SELECT-NAME
            END-IF.

            PERFORM 3000-WALK-ELEMENTS.
            PERFORM 5000-LIST-UNCAPTURED.
            PERFORM 9000-FINALIZE.

            DISPLAY " ".
            DISPLAY "---------------- -------- -------- --------",
                "-------- -------".
            DISPLAY WS-ELEMENT-COUNT, " ELEMENT(S) CAPTURED BY ",
                WS-CAPTURE-COUNT, " SCREEN FIELD(S); ",
                WS-PRINTED-COUNT, " PRINTED ITEM(S) MATCHED".
            DISPLAY WS-MISMATCH-COUNT, " DISAGREEMENT(S), ",
                WS-UNCAPTURED-COUNT, " UNCAPTURED REPORT FIELD(S), ",
                WS-NOT-PRINTED-COUNT, " ELEMENT(S) NOT PRINTED".

            IF TABLE-OVERFLOWED THEN
                DISPLAY "WORKING TABLE FULL -- REPORT IS INCOMPLETE"
                MOVE 4 TO RETURN-CODE
            ELSE
                IF WS-MISMATCH-COUNT > 0
                OR WS-UNCAPTURED-COUNT > 0 THEN
                    MOVE 1 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-SELECT-NAME.
            ACCEPT WS-SELECT-NAME FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-SELECT-NAME)
                TO WS-SELECT-NAME.

            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.

            MOVE LENGTH OF RPTLAY-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE RPTLAY-FILE-NAME, FILE-NAME-LENGTH.

            MOVE LENGTH OF FIELDDIC-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE FIELDDIC-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                DISPLAY "UNABLE TO OPEN ", FUNCTION TRIM
                    (SCRFDEF-FILE-NAME), " (STATUS ",
                    WS-SCRFDEF-FILE-STATUS, ")"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT RPTLAY-FILE, FIELDDIC-FILE.
            EXIT.

      *>
      *> 2000-LOAD-REPORT-FIELDS :
      *>     TABLE EVERY FIELD LINE ITEM (NOT LITERALS, NOT THE
      *>     REPORT HEADER RECORDS) OF EVERY LAYOUT.
      *>
        2000-LOAD-REPORT-FIELDS.
            INITIALIZE RPTLAY-RECORD.
            MOVE LOW-VALUES TO RPT-KEY.
            START RPTLAY-FILE KEY IS >= RPT-KEY
                INVALID KEY
                    SET END-OF-LAYOUTS TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.

            PERFORM UNTIL END-OF-LAYOUTS
                READ RPTLAY-FILE NEXT RECORD
                    AT END
                        SET END-OF-LAYOUTS TO TRUE
                    NOT AT END
                        PERFORM 2100-TABLE-REPORT-FIELD
                END-READ
            END-PERFORM.
            EXIT.

        2100-TABLE-REPORT-FIELD.
            IF RPT-TYPE-HEADER OR NOT RPT-ITEM-FIELD
            OR RPT-FIELD-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-SELECT-NAME NOT = SPACES
            AND RPT-FIELD-NAME NOT = WS-SELECT-NAME THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-RPT-USED >= 2000 THEN
                SET TABLE-OVERFLOWED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RPT-USED.
            MOVE RPT-NAME TO WS-RPT-NAME(WS-RPT-USED).
            MOVE RPT-SEQ TO WS-RPT-SEQ(WS-RPT-USED).
            MOVE RPT-FIELD-NAME TO WS-RPT-FIELD-NAME(WS-RPT-USED).
            MOVE RPT-FIELD-PICTURE TO WS-RPT-PICTURE(WS-RPT-USED).
            MOVE RPT-LENGTH TO WS-RPT-LENGTH(WS-RPT-USED).
            MOVE 'N' TO WS-RPT-MATCHED(WS-RPT-USED).
            EXIT.

      *>
      *> 3000-WALK-ELEMENTS :
      *>     READ SCRFDEF-FILE IN COBOL-NAME ORDER, BREAKING ON EACH
      *>     DISTINCT NAME. FIELDS WITHOUT A COBOL NAME ARE NOT DATA
      *>     ELEMENTS AND ARE PASSED OVER.
      *>
        3000-WALK-ELEMENTS.
            INITIALIZE SCRFDEF-RECORD.
            IF WS-SELECT-NAME = SPACES THEN
                MOVE SPACES TO SCR-FDEF-COBOL-NAME
                START SCRFDEF-FILE KEY IS > SCR-FDEF-COBOL-NAME
                    INVALID KEY
                        SET END-OF-FIELDS TO TRUE
                    NOT INVALID KEY
                        CONTINUE
                END-START
            ELSE
                MOVE WS-SELECT-NAME TO SCR-FDEF-COBOL-NAME
                START SCRFDEF-FILE KEY IS = SCR-FDEF-COBOL-NAME
                    INVALID KEY
                        SET END-OF-FIELDS TO TRUE
                    NOT INVALID KEY
                        CONTINUE
                END-START
            END-IF.

            MOVE SPACES TO WS-CURRENT-NAME.
            PERFORM UNTIL END-OF-FIELDS
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FIELDS TO TRUE
                    NOT AT END
                        PERFORM 3100-TAKE-FIELD
                END-READ
            END-PERFORM.
            IF WS-CURRENT-NAME NOT = SPACES THEN
                PERFORM 4000-REPORT-ELEMENT
            END-IF.
            EXIT.

        3100-TAKE-FIELD.
            IF SCR-FDEF-COBOL-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-SELECT-NAME NOT = SPACES
            AND SCR-FDEF-COBOL-NAME NOT = WS-SELECT-NAME THEN
                SET END-OF-FIELDS TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF SCR-FDEF-COBOL-NAME NOT = WS-CURRENT-NAME THEN
                IF WS-CURRENT-NAME NOT = SPACES THEN
                    PERFORM 4000-REPORT-ELEMENT
                END-IF
                MOVE SCR-FDEF-COBOL-NAME TO WS-CURRENT-NAME
                PERFORM 3200-START-ELEMENT
            END-IF.

            ADD 1 TO WS-CAPTURE-COUNT.
            IF WS-CAP-USED >= 200 THEN
                SET TABLE-OVERFLOWED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE SCR-FDEF-SIGNED TO WS-WORK-SIGNED.
            MOVE SCR-FDEF-DIGITS TO WS-WORK-DIGITS.
            IF SCR-FDEF-DIGITS > 0 THEN
                COMPUTE WS-WORK-DIGITS =
                    SCR-FDEF-DIGITS + SCR-FDEF-DECIMALS
            END-IF.
            MOVE SCR-FDEF-DECIMALS TO WS-WORK-DECIMALS.
            MOVE SCR-FDEF-BUFFER-LENGTH TO WS-WORK-BUFFER-LENGTH.
            ADD 1 TO WS-CAP-USED, WS-SCREEN-CAPTURES.
            MOVE SCR-FDEF-SCREEN-NAME TO WS-CAP-SOURCE(WS-CAP-USED).
            MOVE SCR-FDEF-NO TO WS-CAP-FIELD-NO(WS-CAP-USED).
            PERFORM 3300-DESCRIBE-CAPTURE.
            EXIT.

      *>
      *> 3200-START-ELEMENT :
      *>     A NEW COBOL NAME: CLEAR THE CAPTURE TABLE AND SEED IT
      *>     WITH THE DICTIONARY PROTOTYPE, IF THE NAME HAS ONE.
      *>
        3200-START-ELEMENT.
            MOVE 0 TO WS-CAP-USED, WS-SCREEN-CAPTURES.
            ADD 1 TO WS-ELEMENT-COUNT.
            MOVE WS-CURRENT-NAME TO FDC-NAME.
            READ FIELDDIC-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF WS-FIELDDIC-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FDC-SIGNED TO WS-WORK-SIGNED.
            MOVE FDC-DIGITS TO WS-WORK-DIGITS.
            MOVE FDC-DECIMALS TO WS-WORK-DECIMALS.
            MOVE FDC-BUFFER-LENGTH TO WS-WORK-BUFFER-LENGTH.
            ADD 1 TO WS-CAP-USED.
            MOVE "(DICTIONARY)" TO WS-CAP-SOURCE(WS-CAP-USED).
            MOVE 0 TO WS-CAP-FIELD-NO(WS-CAP-USED).
            PERFORM 3300-DESCRIBE-CAPTURE.
            EXIT.

      *>
      *> 3300-DESCRIBE-CAPTURE :
      *>     FILL CAPTURE ENTRY WS-CAP-USED FROM THE WS-WORK-
      *>     ATTRIBUTES (PICTURE TEXT BY THE FDCGEN RULES).
      *>
        3300-DESCRIBE-CAPTURE.
            MOVE SPACES TO WS-CAP-PIC-TEXT.
            IF WS-WORK-DIGITS = 0 THEN
                MOVE 'X' TO WS-CAP-CLASS(WS-CAP-USED)
                MOVE 0 TO WS-CAP-INT-DIGITS(WS-CAP-USED),
                    WS-CAP-DECIMALS(WS-CAP-USED)
                MOVE WS-WORK-BUFFER-LENGTH
                    TO WS-CAP-CHARS(WS-CAP-USED)
                MOVE WS-WORK-BUFFER-LENGTH TO WS-LEN-ED
                STRING "X(" FUNCTION TRIM(WS-LEN-ED) ")"
                    DELIMITED BY SIZE INTO WS-CAP-PIC-TEXT
                MOVE WS-CAP-PIC-TEXT TO WS-CAP-PICTURE(WS-CAP-USED)
                EXIT PARAGRAPH
            END-IF.

            IF WS-WORK-DECIMALS > WS-WORK-DIGITS THEN
                MOVE WS-WORK-DIGITS TO WS-WORK-DECIMALS
            END-IF.
            COMPUTE WS-WORK-INT-DIGITS =
                WS-WORK-DIGITS - WS-WORK-DECIMALS.
            IF WS-WORK-INT-DIGITS < 1 THEN
                MOVE 1 TO WS-WORK-INT-DIGITS
            END-IF.
            MOVE 'N' TO WS-CAP-CLASS(WS-CAP-USED).
            MOVE WS-WORK-INT-DIGITS TO WS-CAP-INT-DIGITS(WS-CAP-USED).
            MOVE WS-WORK-DECIMALS TO WS-CAP-DECIMALS(WS-CAP-USED).
            MOVE 0 TO WS-CAP-CHARS(WS-CAP-USED).

            MOVE WS-WORK-INT-DIGITS TO WS-DIGITS-ED.
            MOVE WS-WORK-DECIMALS TO WS-DECS-ED.
            IF WS-WORK-SIGNED = 'Y' THEN
                MOVE "S9(" TO WS-PIC-WORK
            ELSE
                MOVE "9(" TO WS-PIC-WORK
            END-IF.
            IF WS-WORK-DECIMALS = 0 THEN
                STRING FUNCTION TRIM(WS-PIC-WORK)
                    FUNCTION TRIM(WS-DIGITS-ED) ")"
                    DELIMITED BY SIZE INTO WS-CAP-PIC-TEXT
            ELSE
                STRING FUNCTION TRIM(WS-PIC-WORK)
                    FUNCTION TRIM(WS-DIGITS-ED) ")V9("
                    FUNCTION TRIM(WS-DECS-ED) ")"
                    DELIMITED BY SIZE INTO WS-CAP-PIC-TEXT
            END-IF.
            MOVE WS-CAP-PIC-TEXT TO WS-CAP-PICTURE(WS-CAP-USED).
            EXIT.

      *>
      *> 4000-REPORT-ELEMENT :
      *>     ONE BLOCK PER DATA ELEMENT: ITS PROTOTYPE, THE SCREENS
      *>     THAT CAPTURE IT, THEN EVERY REPORT ITEM THAT PRINTS IT
      *>     WITH THE VERDICT AGAINST EACH CAPTURE.
      *>
        4000-REPORT-ELEMENT.
            DISPLAY " ".
            DISPLAY "ELEMENT  ", WS-CURRENT-NAME.
            IF WS-CAP-USED = 0
            OR WS-CAP-SOURCE(1) NOT = "(DICTIONARY)" THEN
                DISPLAY "  DICTIONARY  (NO PROTOTYPE IN FIELDDIC)"
            END-IF.
            PERFORM VARYING WS-CAP-X FROM 1 BY 1
                UNTIL WS-CAP-X > WS-CAP-USED
                IF WS-CAP-SOURCE(WS-CAP-X) = "(DICTIONARY)" THEN
                    DISPLAY "  DICTIONARY  ", WS-CAP-SOURCE(WS-CAP-X),
                        "      PIC ", WS-CAP-PICTURE(WS-CAP-X)
                ELSE
                    DISPLAY "  CAPTURED    ", WS-CAP-SOURCE(WS-CAP-X),
                        " ", WS-CAP-FIELD-NO(WS-CAP-X),
                        " PIC ", WS-CAP-PICTURE(WS-CAP-X)
                END-IF
            END-PERFORM.

            MOVE 0 TO WS-PRINT-COUNT.
            PERFORM VARYING WS-RPT-X FROM 1 BY 1
                UNTIL WS-RPT-X > WS-RPT-USED
                IF WS-RPT-FIELD-NAME(WS-RPT-X) = WS-CURRENT-NAME THEN
                    MOVE 'Y' TO WS-RPT-MATCHED(WS-RPT-X)
                    ADD 1 TO WS-PRINT-COUNT, WS-PRINTED-COUNT
                    PERFORM 4100-REPORT-PRINT
                END-IF
            END-PERFORM.
            IF WS-PRINT-COUNT = 0 THEN
                DISPLAY "  PRINTED     (NOT PRINTED BY ANY REPORT)"
                ADD 1 TO WS-NOT-PRINTED-COUNT
            END-IF.
            EXIT.

        4100-REPORT-PRINT.
            PERFORM 4200-ANALYZE-PRINT-PICTURE.
            MOVE "OK" TO WS-WORST-VERDICT.
            PERFORM VARYING WS-CAP-X FROM 1 BY 1
                UNTIL WS-CAP-X > WS-CAP-USED
                PERFORM 4400-COMPARE-CAPTURE
                IF WS-VERDICT = "CLASS"
                OR (WS-VERDICT = "SHORT"
                    AND WS-WORST-VERDICT NOT = "CLASS")
                OR (WS-VERDICT = "DIFFERS"
                    AND WS-WORST-VERDICT = "OK") THEN
                    MOVE WS-VERDICT TO WS-WORST-VERDICT
                END-IF
            END-PERFORM.

            DISPLAY "  PRINTED     ", WS-RPT-NAME(WS-RPT-X), " ",
                WS-RPT-SEQ(WS-RPT-X), " PIC ", WS-PIC-TEXT, " ",
                WS-WORST-VERDICT.
            IF WS-WORST-VERDICT = "OK" THEN
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-MISMATCH-COUNT.
            PERFORM VARYING WS-CAP-X FROM 1 BY 1
                UNTIL WS-CAP-X > WS-CAP-USED
                PERFORM 4400-COMPARE-CAPTURE
                IF WS-VERDICT NOT = "OK" THEN
                    DISPLAY "      ", WS-VERDICT, " VS ",
                        WS-CAP-SOURCE(WS-CAP-X), " ",
                        WS-CAP-FIELD-NO(WS-CAP-X), " PIC ",
                        WS-CAP-PICTURE(WS-CAP-X)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 4200-ANALYZE-PRINT-PICTURE :
      *>     COUNT THE DIGIT, DECIMAL AND CHARACTER POSITIONS OF
      *>     WS-RPT-PICTURE(WS-RPT-X) INTO PIC-ANALYSIS.
      *>
        4200-ANALYZE-PRINT-PICTURE.
            MOVE ZERO TO WS-ALPHA-COUNT, WS-DIGIT-COUNT,
                WS-DECIMAL-COUNT.
            MOVE 'N' TO WS-AFTER-V-FLAG.
            MOVE FUNCTION UPPER-CASE(WS-RPT-PICTURE(WS-RPT-X))
                TO WS-PIC-TEXT.
            IF WS-PIC-TEXT = SPACES THEN
                MOVE WS-RPT-LENGTH(WS-RPT-X) TO WS-LEN-ED
                STRING "X(" FUNCTION TRIM(WS-LEN-ED) ")"
                    DELIMITED BY SIZE INTO WS-PIC-TEXT
            END-IF.

            MOVE 1 TO WS-PIC-X.
            PERFORM UNTIL WS-PIC-X > 20
                OR WS-PIC-TEXT(WS-PIC-X:1) = SPACE
                MOVE WS-PIC-TEXT(WS-PIC-X:1) TO WS-PIC-CHAR
                EVALUATE WS-PIC-CHAR
                    WHEN 'V'
                    WHEN '.'
                        MOVE 'Y' TO WS-AFTER-V-FLAG
                        ADD 1 TO WS-PIC-X
                    WHEN 'X'
                    WHEN 'A'
                        PERFORM 4300-COUNT-REPEAT
                        ADD WS-REPEAT-NUM TO WS-ALPHA-COUNT
                    WHEN '9'
                    WHEN 'Z'
                    WHEN '*'
                        PERFORM 4300-COUNT-REPEAT
                        IF WS-AFTER-V-FLAG = 'Y' THEN
                            ADD WS-REPEAT-NUM TO WS-DECIMAL-COUNT
                        ELSE
                            ADD WS-REPEAT-NUM TO WS-DIGIT-COUNT
                        END-IF
                    WHEN OTHER
                        ADD 1 TO WS-PIC-X
                END-EVALUATE
            END-PERFORM.
            EXIT.

        4300-COUNT-REPEAT.
      *>
      *>     WS-PIC-X SITS ON THE SYMBOL; A FOLLOWING (N) MULTIPLIES IT.
      *>
            MOVE 1 TO WS-REPEAT-NUM.
            ADD 1 TO WS-PIC-X.
            IF WS-PIC-X <= 20
            AND WS-PIC-TEXT(WS-PIC-X:1) = '(' THEN
                MOVE SPACES TO WS-REPEAT-TEXT
                MOVE ZERO TO WS-REPEAT-Y
                ADD 1 TO WS-PIC-X
                PERFORM UNTIL WS-PIC-X > 20
                    OR WS-PIC-TEXT(WS-PIC-X:1) = ')'
                    IF WS-REPEAT-Y < 4 THEN
                        ADD 1 TO WS-REPEAT-Y
                        MOVE WS-PIC-TEXT(WS-PIC-X:1)
                            TO WS-REPEAT-TEXT(WS-REPEAT-Y:1)
                    END-IF
                    ADD 1 TO WS-PIC-X
                END-PERFORM
                ADD 1 TO WS-PIC-X
                IF WS-REPEAT-TEXT NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(WS-REPEAT-TEXT)
                        TO WS-REPEAT-NUM
                END-IF
            END-IF.
            EXIT.

      *>
      *> 4400-COMPARE-CAPTURE :
      *>     VERDICT OF THE ANALYZED PRINT PICTURE AGAINST CAPTURE
      *>     WS-CAP-X: OK, CLASS, SHORT OR DIFFERS.
      *>
        4400-COMPARE-CAPTURE.
            MOVE "OK" TO WS-VERDICT.
            IF CAP-NUMERIC(WS-CAP-X) THEN
                IF WS-DIGIT-COUNT = 0 AND WS-DECIMAL-COUNT = 0 THEN
                    MOVE "CLASS" TO WS-VERDICT
                ELSE
                    IF WS-DIGIT-COUNT < WS-CAP-INT-DIGITS(WS-CAP-X)
                    OR WS-DECIMAL-COUNT < WS-CAP-DECIMALS(WS-CAP-X)
                    THEN
                        MOVE "SHORT" TO WS-VERDICT
                    ELSE
                        IF WS-DIGIT-COUNT NOT =
                            WS-CAP-INT-DIGITS(WS-CAP-X)
                        OR WS-DECIMAL-COUNT NOT =
                            WS-CAP-DECIMALS(WS-CAP-X) THEN
                            MOVE "DIFFERS" TO WS-VERDICT
                        END-IF
                    END-IF
                END-IF
            ELSE
                IF WS-ALPHA-COUNT = 0 THEN
                    MOVE "CLASS" TO WS-VERDICT
                ELSE
                    IF WS-ALPHA-COUNT < WS-CAP-CHARS(WS-CAP-X) THEN
                        MOVE "SHORT" TO WS-VERDICT
                    ELSE
                        IF WS-ALPHA-COUNT NOT =
                            WS-CAP-CHARS(WS-CAP-X) THEN
                            MOVE "DIFFERS" TO WS-VERDICT
                        END-IF
                    END-IF
                END-IF
            END-IF.
            EXIT.

      *>
      *> 5000-LIST-UNCAPTURED :
      *>     REPORT FIELDS WHOSE COBOL NAME NO SCREEN CAPTURES. THE
      *>     DICTIONARY COLUMN SAYS WHETHER THE NAME IS AT LEAST A
      *>     KNOWN PROTOTYPE (A SCREEN FIELD IS MISSING) OR UNKNOWN
      *>     EVERYWHERE (LIKELY A MISSPELLING IN THE LAYOUT).
      *>
        5000-LIST-UNCAPTURED.
            DISPLAY " ".
            DISPLAY "PRINTED BUT NOT CAPTURED BY ANY SCREEN :".
            DISPLAY "REPORT           SEQ  FIELD",
                "                            DICTIONARY".
            DISPLAY "---------------- ---- --------------------",
                "------------ ----------".
            PERFORM VARYING WS-RPT-X FROM 1 BY 1
                UNTIL WS-RPT-X > WS-RPT-USED
                IF WS-RPT-MATCHED(WS-RPT-X) = 'N' THEN
                    ADD 1 TO WS-UNCAPTURED-COUNT
                    MOVE WS-RPT-FIELD-NAME(WS-RPT-X) TO FDC-NAME
                    READ FIELDDIC-FILE
                        INVALID KEY
                            MOVE "UNKNOWN" TO WS-VERDICT
                        NOT INVALID KEY
                            MOVE "FOUND" TO WS-VERDICT
                    END-READ
                    IF WS-FIELDDIC-FILE-STATUS NOT = "00" THEN
                        MOVE "UNKNOWN" TO WS-VERDICT
                    END-IF
                    DISPLAY WS-RPT-NAME(WS-RPT-X), " ",
                        WS-RPT-SEQ(WS-RPT-X), " ",
                        WS-RPT-FIELD-NAME(WS-RPT-X), " ", WS-VERDICT
                END-IF
            END-PERFORM.
            IF WS-UNCAPTURED-COUNT = 0 THEN
                DISPLAY "(NONE)"
            END-IF.
            EXIT.

        9000-FINALIZE.
            CLOSE SCRFDEF-FILE, RPTLAY-FILE, FIELDDIC-FILE.
            EXIT.

        END PROGRAM LINEAGE.
