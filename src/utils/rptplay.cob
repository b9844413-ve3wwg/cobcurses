        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPTPLAY.
      *>
      *> RPTPLAY IS THE INTERPRETIVE REPORT RUNNER, THE REPORT SIDE
      *> OF SCRPLAY: IT RUNS A REPORT STRAIGHT FROM ITS RPTLAY.X
      *> LAYOUT (AS MAINTAINED IN SD002095) AGAINST A DATA FILE, WITH
      *> NO SDGENERATE -r / COMPILE / LINK CYCLE IN BETWEEN. THE
      *> PAGE HEADING, DETAIL AND TOTALS BANDS ARE FILLED THE WAY THE
      *> GENERATED <REPORT>-RW GROUPS WOULD BE (ONE PRINT LINE PER
      *> BAND LINE, ITEMS AT THEIR COLUMNS, AN OVERLAPPING ITEM AT
      *> THE CURSOR), PAGES BREAK AT RPT-PAGE-LENGTH, AND THE OUTPUT
      *> GOES THROUGH COBCURSES-SPOOL LIKE ANY OTHER REPORT.
      *>
      *> DATA SOURCES :
      *>
      *>     CSV     THE FIRST RECORD IS THE HEADING ROW; EACH FIELD
      *>             ITEM OF THE LAYOUT TAKES THE COLUMN OF THE SAME
      *>             NAME (COLUMNS IN ANY ORDER; A MISSING COLUMN
      *>             PRINTS BLANK). MALFORMED ROWS GO TO THE REJECT
      *>             FILE AS IN THE OTHER COBCURSES-EXTRA READERS.
      *>     FIXED   NO HEADING ROW; THE RECORD HOLDS EVERY FIELD OF
      *>             THE LAYOUT IN THE ORDER IT FIRST APPEARS, EACH AS
      *>             WIDE AS ITS PICTURE (X(20) = 20 BYTES, 9(5)V99 =
      *>             7 DIGITS WITH AN IMPLIED DECIMAL POINT, AN EDITED
      *>             PICTURE = ITS PRINTED WIDTH).
      *>
      *> FIELD ITEMS ARE EDITED BY THEIR RPT-FIELD-PICTURE: X/A
      *> PICTURES PRINT THE TEXT, NUMERIC PICTURES (9 Z * , . B 0 /
      *> + - $ CR DB, WITH FLOATING + - $) EDIT THE VALUE AS A MOVE
      *> TO THAT PICTURE WOULD. THESE NAMES ARE SUPPLIED BY THE
      *> RUNNER RATHER THAN THE DATA :
      *>
      *>     PAGE, PAGE-NO, PAGE-NUMBER   THE PAGE NUMBER
      *>     DATE, RUN-DATE               TODAY (YYYYMMDD WHEN THE
      *>                                  PICTURE IS NUMERIC, ELSE
      *>                                  YYYY-MM-DD)
      *>     TIME, RUN-TIME               NOW (HHMMSS / HH:MM:SS)
      *>     TITLE, REPORT-TITLE          RPT-TITLE
      *>     REPORT-NAME                  RPT-NAME
      *>     COUNT, RECORD-COUNT          DETAIL RECORDS SO FAR
      *>
      *> IN THE HEADING BAND A DATA FIELD SHOWS THE FIRST RECORD OF
      *> THE PAGE; IN THE TOTALS BAND A DATA FIELD WITH A NUMERIC
      *> PICTURE SHOWS THE SUM OF THAT FIELD OVER THE WHOLE FILE
      *> (ANY OTHER SHOWS THE LAST RECORD).
      *>
      *> USAGE:  rptplay REPORTNAME DATAFILE [CSV|FIXED] [DESTINATION]
      *>
      *>     DESTINATION NAMES A PRINTDST.X ENTRY (BLANK = DECIDE AT
      *>     RELEASE TIME IN SPOOLADM). CSV REJECTS GO TO
      *>     COBCURSES_RPTPLAY_REJECTS (DEFAULT rptplay_rejects.txt).
      *>
      *> RETURN CODE 0 = CLEAN, 4 = ROWS REJECTED OR VALUES THAT ARE
      *> NOT NUMBERS, 8 = NO SUCH REPORT, 16 = USAGE OR FILE ERROR.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT RPTLAY-FILE
                ASSIGN TO RPTLAY-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RPT-KEY
                FILE STATUS IS WS-RPTLAY-FILE-STATUS.

            SELECT DATA-FILE
                ASSIGN TO WS-DATA-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DATA-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  RPTLAY-FILE.
        01  RPTLAY-RECORD.
            COPY RPTLAY.

        FD  DATA-FILE.
        01  DATA-RECORD                         PIC X(1024).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
            COPY COBCEXTRA.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  RPTLAY-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RPTLAY.X".

        01  WS-RPTLAY-FILE-STATUS               PIC XX.
        01  WS-DATA-FILENAME                    PIC X(512).
        01  WS-DATA-FILE-STATUS                 PIC XX.

        01  WS-REPORT-NAME                      PIC X(16).
        01  WS-MODE-ARG                         PIC X(8).
        01  WS-DATA-MODE                        PIC X VALUE 'C'.
            88  MODE-CSV                        VALUE 'C'.
            88  MODE-FIXED                      VALUE 'F'.

        01  WS-RPT-EOF-FLAG                     PIC X VALUE 'N'.
            88  WS-RPT-EOF                      VALUE 'Y'.
        01  WS-DATA-EOF-FLAG                    PIC X VALUE 'N'.
            88  WS-DATA-EOF                     VALUE 'Y'.

      *>
      *> COBCURSES-SPOOL ARGUMENTS.
      *>
        01  SPOOL-ARGS.
            10  WS-SPOOL-OP                     PIC X.
            10  WS-OPERATOR-ID                  PIC X(20).
            10  WS-DESTINATION                  PIC X(16).
            10  WS-PRINT-LINE                   PIC X(160).

      *>
      *> THE LAYOUT HEADER (SEQ 0), WITH THE SDGENERATE -r DEFAULTS.
      *>
        01  LAYOUT-HEADER.
            10  WS-DESCRIPTION                  PIC X(40).
            10  WS-TITLE                        PIC X(60).
            10  WS-PAGE-WIDTH                   PIC 999.
            10  WS-PAGE-LENGTH                  PIC 999.

      *>
      *> EVERY PRINTING LINE ITEM, IN RPT-SEQ ORDER. WS-ITEM-SOURCE
      *> SAYS WHERE A FIELD ITEM'S VALUE COMES FROM.
      *>
        01  LAYOUT-ITEMS.
            10  WS-ITEM-COUNT                   PIC 9(4) COMP VALUE 0.
            10  WS-ITEM-ENTRY OCCURS 400 TIMES.
                15  WS-ITEM-COLUMN              PIC 999.
                15  WS-ITEM-LENGTH              PIC 999.
                15  WS-ITEM-KIND                PIC X.
                    88  WS-ITEM-IS-FIELD        VALUE 'F'.
                15  WS-ITEM-LITERAL             PIC X(80).
                15  WS-ITEM-FIELD-NAME          PIC X(32).
                15  WS-ITEM-PICTURE             PIC X(20).
                15  WS-ITEM-SOURCE              PIC X.
                    88  SRC-LITERAL             VALUE 'L'.
                    88  SRC-DATA                VALUE 'D'.
                    88  SRC-PAGE                VALUE 'P'.
                    88  SRC-DATE                VALUE 'A'.
                    88  SRC-TIME                VALUE 'M'.
                    88  SRC-TITLE               VALUE 'T'.
                    88  SRC-REPORT              VALUE 'R'.
                    88  SRC-COUNT               VALUE 'C'.
                15  WS-ITEM-FIELD-X             PIC 999 COMP.

      *>
      *> ONE ENTRY PER PRINT LINE: A RUN OF ITEMS OF THE SAME BAND
      *> AND LINE NUMBER, EXACTLY AS SDGENERATE -r GROUPS THEM.
      *>
        01  BAND-LINES.
            10  WS-LINE-COUNT                   PIC 999 COMP VALUE 0.
            10  WS-LINE-ENTRY OCCURS 200 TIMES.
                15  WS-LINE-TYPE                PIC X.
                15  WS-LINE-NO                  PIC 99.
                15  WS-LINE-FIRST               PIC 9(4) COMP.
                15  WS-LINE-LAST                PIC 9(4) COMP.
            10  WS-HEADING-LINES                PIC 999 COMP VALUE 0.
            10  WS-DETAIL-LINES                 PIC 999 COMP VALUE 0.
            10  WS-TOTAL-LINES                  PIC 999 COMP VALUE 0.

      *>
      *> ONE ENTRY PER DISTINCT DATA FIELD NAMED IN THE LAYOUT. THE
      *> VALUE IS THE CSV COLUMN BUFFER (OR THE FIXED-WIDTH SLICE).
      *>
        01  DATA-FIELDS.
            10  WS-FIELD-COUNT                  PIC 999 COMP VALUE 0.
            10  WS-FIELD-ENTRY OCCURS 100 TIMES.
                15  WS-FIELD-NAME               PIC X(32).
                15  WS-FIELD-VALUE              PIC X(80).
                15  WS-FIELD-NUMERIC-FLAG       PIC X.
                    88  WS-FIELD-IS-NUMERIC     VALUE 'Y'.
                15  WS-FIELD-OFFSET             PIC 9(4) COMP.
                15  WS-FIELD-WIDTH              PIC 9(4) COMP.
                15  WS-FIELD-IMPLIED            PIC 99 COMP.
                15  WS-FIELD-NUMBER             PIC S9(13)V9(5).
                15  WS-FIELD-TOTAL              PIC S9(13)V9(5).

        01  PAGE-CONTROL.
            10  WS-PAGE-NO                      PIC 9(6) VALUE 0.
            10  WS-LINES-ON-PAGE                PIC 9(4) VALUE 0.
            10  WS-PAGE-STARTED-FLAG            PIC X VALUE 'N'.
                88  WS-PAGE-STARTED             VALUE 'Y'.
            10  WS-PRINT-WIDTH                  PIC 999.

        01  RUN-COUNTS.
            10  WS-RECORD-COUNT                 PIC 9(8) VALUE 0.
            10  WS-REJECT-COUNT                 PIC 9(6) VALUE 0.
            10  WS-BAD-NUMBER-COUNT             PIC 9(6) VALUE 0.
            10  WS-PRINTED-COUNT                PIC 9(8) VALUE 0.
            10  WS-DROPPED-COUNT                PIC 9(4) VALUE 0.

        01  FORMAT-WORK.
            10  WS-BAND-TYPE                    PIC X.
            10  WS-LX                           PIC 999 COMP.
            10  WS-IX                           PIC 9(4) COMP.
            10  WS-FX                           PIC 999 COMP.
            10  WS-COLUMN-CURSOR                PIC 9(4).
            10  WS-PUT-COLUMN                   PIC 9(4).
            10  WS-PUT-LENGTH                   PIC 9(4).
            10  WS-PUT-START                    PIC 9(4).
            10  WS-ITEM-TEXT                    PIC X(80).
            10  WS-ITEM-TEXT-LEN                PIC 9(4).
            10  WS-VALUE-TEXT                   PIC X(80).
            10  WS-VALUE-NUMBER                 PIC S9(13)V9(5).
            10  WS-VALUE-KIND                   PIC X.
                88  VALUE-IS-TEXT               VALUE 'T'.
                88  VALUE-IS-NUMBER             VALUE 'N'.
            10  WS-UPPER-NAME                   PIC X(32).
            10  WS-NOW                          PIC X(21).
            10  WS-NUM-ED                       PIC Z(7)9.
            10  WS-DATA-OFFSET                  PIC 9(4) COMP.

      *>
      *> A PICTURE STRING EXPANDED TO ONE MASK CHARACTER PER PRINT
      *> POSITION (V AND S TAKE NO POSITION AND ARE DROPPED).
      *>
        01  PICTURE-WORK.
            10  WS-PIC                          PIC X(20).
            10  WS-MASK                         PIC X(80).
            10  WS-MASK-LEN                     PIC 9(4) COMP.
            10  WS-PIC-CLASS                    PIC X.
                88  PIC-IS-NUMERIC              VALUE 'N'.
                88  PIC-IS-TEXT                 VALUE 'X'.
            10  WS-PIC-EDITED-FLAG              PIC X.
                88  PIC-IS-EDITED               VALUE 'Y'.
            10  WS-PIC-SCALE                    PIC 99 COMP.
            10  WS-PIC-POINT-FLAG               PIC X.
                88  PIC-PAST-POINT              VALUE 'Y'.
            10  WS-PIC-X                        PIC 99 COMP.
            10  WS-PIC-CHAR                     PIC X.
            10  WS-LAST-CHAR                    PIC X.
            10  WS-REPEAT-TEXT                  PIC X(6).
            10  WS-REPEAT                       PIC 9(4) COMP.
            10  WS-RX                           PIC 9(4) COMP.
            10  WS-TALLY                        PIC 9(4) COMP.
            10  WS-NINES                        PIC 9(4) COMP.

        01  EDIT-WORK.
            10  WS-EDIT-ABS                     PIC 9(13)V9(5).
            10  WS-EDIT-NEGATIVE-FLAG           PIC X.
                88  WS-EDIT-NEGATIVE            VALUE 'Y'.
            10  WS-EDIT-SCALED                  PIC 9(18).
            10  WS-EDIT-DIGITS REDEFINES WS-EDIT-SCALED
                                                PIC X(18).
            10  WS-DIGIT-COUNT                  PIC 9(4) COMP.
            10  WS-DPOS                         PIC 9(4) COMP.
            10  WS-DIG-PTR                      PIC S9(4) COMP.
            10  WS-DIGIT                        PIC X.
            10  WS-FILL-CHAR                    PIC X.
            10  WS-FLOAT-CHAR                   PIC X.
            10  WS-FLOAT-START                  PIC 9(4) COMP.
            10  WS-SIGNIF-FLAG                  PIC X.
                88  WS-SIGNIFICANT              VALUE 'Y'.
            10  WS-KX                           PIC 9(4) COMP.
            10  WS-EDIT-OUT                     PIC X(80).

        01  CONVERT-WORK.
            10  WS-CONV-TEXT                    PIC X(80).
            10  WS-CONV-NUMBER                  PIC S9(13)V9(5).
            10  WS-CONV-BAD-FLAG                PIC X.
                88  WS-CONV-BAD                 VALUE 'Y'.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 1500-LOAD-LAYOUT.
            PERFORM 1800-PREPARE-DATA.
            PERFORM 2000-RUN-REPORT.
            PERFORM 9000-REPORT-TOTALS.
            STOP RUN.

        1000-INITIALIZE.
            PERFORM NC-EXTRA-INIT.
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE SPACES TO WS-REPORT-NAME, WS-DATA-FILENAME,
                WS-MODE-ARG, WS-DESTINATION.
            ACCEPT WS-REPORT-NAME FROM ARGUMENT-VALUE.
            ACCEPT WS-DATA-FILENAME FROM ARGUMENT-VALUE.
            ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE.
            ACCEPT WS-DESTINATION FROM ARGUMENT-VALUE.
            IF WS-REPORT-NAME = SPACES OR WS-DATA-FILENAME = SPACES
                DISPLAY "USAGE: rptplay REPORTNAME DATAFILE "
                    "[CSV|FIXED] [DESTINATION]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-MODE-ARG) TO WS-MODE-ARG.
            EVALUATE WS-MODE-ARG
                WHEN SPACES
                WHEN "CSV"
                    SET MODE-CSV TO TRUE
                WHEN "FIXED"
                    SET MODE-FIXED TO TRUE
                WHEN OTHER
                    DISPLAY "RPTPLAY: DATA FORMAT MUST BE CSV OR "
                        "FIXED, NOT ", FUNCTION TRIM(WS-MODE-ARG)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.

            MOVE LENGTH OF RPTLAY-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE RPTLAY-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

      *>
      *> READ THE HEADER RECORD AND EVERY LINE ITEM OF THE REPORT.
      *>
        1500-LOAD-LAYOUT.
            OPEN INPUT RPTLAY-FILE.
            IF WS-RPTLAY-FILE-STATUS NOT = "00" THEN
                DISPLAY "RPTPLAY: CANNOT OPEN ",
                    FUNCTION TRIM(RPTLAY-FILE-NAME),
                    " (STATUS ", WS-RPTLAY-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-REPORT-NAME TO RPT-NAME.
            MOVE ZERO TO RPT-SEQ.
            READ RPTLAY-FILE
                INVALID KEY
                    DISPLAY "RPTPLAY: NO REPORT LAYOUT ",
                        FUNCTION TRIM(WS-REPORT-NAME), "."
                    CLOSE RPTLAY-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ.
            MOVE RPT-DESCRIPTION TO WS-DESCRIPTION.
            MOVE RPT-TITLE TO WS-TITLE.
            MOVE RPT-PAGE-WIDTH TO WS-PAGE-WIDTH.
            MOVE RPT-PAGE-LENGTH TO WS-PAGE-LENGTH.
            IF WS-PAGE-WIDTH = ZERO THEN
                MOVE 132 TO WS-PAGE-WIDTH
            END-IF.
            IF WS-PAGE-LENGTH = ZERO THEN
                MOVE 60 TO WS-PAGE-LENGTH
            END-IF.
            IF WS-PAGE-WIDTH > LENGTH OF WS-PRINT-LINE THEN
                MOVE LENGTH OF WS-PRINT-LINE TO WS-PRINT-WIDTH
            ELSE
                MOVE WS-PAGE-WIDTH TO WS-PRINT-WIDTH
            END-IF.

            MOVE 'N' TO WS-RPT-EOF-FLAG.
            START RPTLAY-FILE KEY IS > RPT-KEY
                INVALID KEY
                    SET WS-RPT-EOF TO TRUE
            END-START.
            PERFORM UNTIL WS-RPT-EOF
                READ RPTLAY-FILE NEXT RECORD
                    AT END
                        SET WS-RPT-EOF TO TRUE
                    NOT AT END
                        IF RPT-NAME NOT = WS-REPORT-NAME THEN
                            SET WS-RPT-EOF TO TRUE
                        ELSE
                            PERFORM 1600-COLLECT-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RPTLAY-FILE.

            IF WS-LINE-COUNT = ZERO THEN
                DISPLAY "RPTPLAY: REPORT ",
                    FUNCTION TRIM(WS-REPORT-NAME),
                    " HAS NO PRINT LINES."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

        1600-COLLECT-ITEM.
            IF NOT (RPT-TYPE-HEADING OR RPT-TYPE-DETAIL
                    OR RPT-TYPE-TOTAL) THEN
                EXIT PARAGRAPH
            END-IF.
            IF RPT-LENGTH = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-ITEM-COUNT >= 400 THEN
                ADD 1 TO WS-DROPPED-COUNT
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     A NEW PRINT LINE STARTS WHEN THE BAND OR LINE CHANGES.
      *>
            IF WS-LINE-COUNT = ZERO
            OR RPT-RECORD-TYPE NOT = WS-LINE-TYPE(WS-LINE-COUNT)
            OR RPT-LINE-NO NOT = WS-LINE-NO(WS-LINE-COUNT) THEN
                IF WS-LINE-COUNT >= 200 THEN
                    ADD 1 TO WS-DROPPED-COUNT
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LINE-COUNT
                MOVE RPT-RECORD-TYPE TO WS-LINE-TYPE(WS-LINE-COUNT)
                MOVE RPT-LINE-NO TO WS-LINE-NO(WS-LINE-COUNT)
                COMPUTE WS-LINE-FIRST(WS-LINE-COUNT) =
                    WS-ITEM-COUNT + 1
                EVALUATE TRUE
                    WHEN RPT-TYPE-HEADING
                        ADD 1 TO WS-HEADING-LINES
                    WHEN RPT-TYPE-DETAIL
                        ADD 1 TO WS-DETAIL-LINES
                    WHEN RPT-TYPE-TOTAL
                        ADD 1 TO WS-TOTAL-LINES
                END-EVALUATE
            END-IF.

            ADD 1 TO WS-ITEM-COUNT.
            MOVE WS-ITEM-COUNT TO WS-LINE-LAST(WS-LINE-COUNT).
            MOVE WS-ITEM-COUNT TO WS-IX.
            MOVE RPT-COLUMN TO WS-ITEM-COLUMN(WS-IX).
            MOVE RPT-LENGTH TO WS-ITEM-LENGTH(WS-IX).
            MOVE RPT-ITEM-KIND TO WS-ITEM-KIND(WS-IX).
            MOVE RPT-LITERAL TO WS-ITEM-LITERAL(WS-IX).
            MOVE RPT-FIELD-NAME TO WS-ITEM-FIELD-NAME(WS-IX).
            MOVE RPT-FIELD-PICTURE TO WS-ITEM-PICTURE(WS-IX).
            MOVE ZERO TO WS-ITEM-FIELD-X(WS-IX).
            SET SRC-LITERAL(WS-IX) TO TRUE.
            IF WS-ITEM-IS-FIELD(WS-IX) THEN
                PERFORM 1650-CLASSIFY-ITEM
            END-IF.
            EXIT.

      *>
      *> A FIELD ITEM IS EITHER ONE OF THE RUNNER'S OWN NAMES OR A
      *> DATA FIELD (ADDED TO THE FIELD TABLE ON FIRST SIGHT).
      *>
        1650-CLASSIFY-ITEM.
            MOVE FUNCTION UPPER-CASE(WS-ITEM-FIELD-NAME(WS-IX))
                TO WS-UPPER-NAME.
            EVALUATE WS-UPPER-NAME
                WHEN "PAGE"
                WHEN "PAGE-NO"
                WHEN "PAGE-NUMBER"
                    SET SRC-PAGE(WS-IX) TO TRUE
                WHEN "DATE"
                WHEN "RUN-DATE"
                    SET SRC-DATE(WS-IX) TO TRUE
                WHEN "TIME"
                WHEN "RUN-TIME"
                    SET SRC-TIME(WS-IX) TO TRUE
                WHEN "TITLE"
                WHEN "REPORT-TITLE"
                    SET SRC-TITLE(WS-IX) TO TRUE
                WHEN "REPORT-NAME"
                    SET SRC-REPORT(WS-IX) TO TRUE
                WHEN "COUNT"
                WHEN "RECORD-COUNT"
                    SET SRC-COUNT(WS-IX) TO TRUE
                WHEN OTHER
                    SET SRC-DATA(WS-IX) TO TRUE
                    PERFORM 1700-FIND-FIELD
                    MOVE WS-FX TO WS-ITEM-FIELD-X(WS-IX)
            END-EVALUATE.
            EXIT.

        1700-FIND-FIELD.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                OR WS-FIELD-NAME(WS-FX) = WS-ITEM-FIELD-NAME(WS-IX)
                CONTINUE
            END-PERFORM.
            IF WS-FX > WS-FIELD-COUNT THEN
                IF WS-FIELD-COUNT >= 100 THEN
                    ADD 1 TO WS-DROPPED-COUNT
                    MOVE ZERO TO WS-FX
                    SET SRC-LITERAL(WS-IX) TO TRUE
                    MOVE SPACES TO WS-ITEM-LITERAL(WS-IX)
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-FIELD-COUNT
                MOVE WS-FIELD-COUNT TO WS-FX
                PERFORM 1750-NEW-FIELD
            END-IF.

      *>
      *>     ANY NUMERIC PICTURE ON THE FIELD MAKES IT A NUMBER (AND
      *>     SO A TOTAL IN THE TOTALS BAND).
      *>
            MOVE WS-ITEM-PICTURE(WS-IX) TO WS-PIC.
            PERFORM 5000-ANALYZE-PICTURE.
            IF PIC-IS-NUMERIC THEN
                SET WS-FIELD-IS-NUMERIC(WS-FX) TO TRUE
            END-IF.
            EXIT.

      *>
      *> THE FIRST APPEARANCE OF A FIELD DESCRIBES ITS DATA: THE
      *> FIXED-WIDTH SLICE IS AS WIDE AS THAT PICTURE (OR THE ITEM,
      *> WITH NO PICTURE), AND AN UNEDITED NUMERIC PICTURE WITH A V
      *> CARRIES AN IMPLIED DECIMAL POINT.
      *>
        1750-NEW-FIELD.
            MOVE WS-ITEM-FIELD-NAME(WS-IX) TO WS-FIELD-NAME(WS-FX).
            MOVE SPACES TO WS-FIELD-VALUE(WS-FX).
            MOVE 'N' TO WS-FIELD-NUMERIC-FLAG(WS-FX).
            MOVE ZERO TO WS-FIELD-NUMBER(WS-FX), WS-FIELD-TOTAL(WS-FX),
                WS-FIELD-IMPLIED(WS-FX).
            MOVE WS-ITEM-PICTURE(WS-IX) TO WS-PIC.
            PERFORM 5000-ANALYZE-PICTURE.
            IF WS-PIC = SPACES THEN
                MOVE WS-ITEM-LENGTH(WS-IX) TO WS-FIELD-WIDTH(WS-FX)
            ELSE
                MOVE WS-MASK-LEN TO WS-FIELD-WIDTH(WS-FX)
            END-IF.
            IF WS-FIELD-WIDTH(WS-FX) > LENGTH OF WS-FIELD-VALUE THEN
                MOVE LENGTH OF WS-FIELD-VALUE TO WS-FIELD-WIDTH(WS-FX)
            END-IF.
            IF PIC-IS-NUMERIC AND NOT PIC-IS-EDITED THEN
                MOVE WS-PIC-SCALE TO WS-FIELD-IMPLIED(WS-FX)
            END-IF.
            EXIT.

      *>
      *> CSV: BIND EACH DATA FIELD TO THE COLUMN OF THE SAME NAME.
      *> FIXED: LAY THE FIELDS END TO END IN FIRST-APPEARANCE ORDER.
      *>
        1800-PREPARE-DATA.
            IF MODE-CSV THEN
                MOVE "rptplay_rejects.txt" TO NC-CSV-REJECT-FILE
                MOVE SPACES TO WS-ENV-VAR
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_RPTPLAY_REJECTS"
                IF WS-ENV-VAR NOT = SPACES THEN
                    MOVE WS-ENV-VAR TO NC-CSV-REJECT-FILE
                END-IF
                PERFORM NC-SET-CSV-REJECT-FILE

                PERFORM NC-CLEAR-CSV-HEADINGS
                SET NC-CSV-DELIMITED TO TRUE
                SET NC-CSV-TEXT TO ADDRESS OF DATA-RECORD
                MOVE LENGTH OF DATA-RECORD TO NC-CSV-LENGTH
                PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-FIELD-COUNT
                    MOVE WS-FIELD-NAME(WS-FX) TO NC-CSV-HEADING
                    SET NC-CSV-COL-BUFFER
                        TO ADDRESS OF WS-FIELD-VALUE(WS-FX)
                    MOVE LENGTH OF WS-FIELD-VALUE(WS-FX)
                        TO NC-CSV-COL-BUFLEN
                    PERFORM NC-REGISTER-CSV-COLUMN
                END-PERFORM
                MOVE ZERO TO RETURN-CODE
            ELSE
                MOVE 1 TO WS-DATA-OFFSET
                PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-FIELD-COUNT
                    MOVE WS-DATA-OFFSET TO WS-FIELD-OFFSET(WS-FX)
                    ADD WS-FIELD-WIDTH(WS-FX) TO WS-DATA-OFFSET
                END-PERFORM
            END-IF.
            EXIT.

      *>
      *> READ THE DATA, PRINTING A DETAIL GROUP PER RECORD, THEN THE
      *> TOTALS BAND.
      *>
        2000-RUN-REPORT.
            OPEN INPUT DATA-FILE.
            IF WS-DATA-FILE-STATUS NOT = "00" THEN
                DISPLAY "RPTPLAY: CANNOT OPEN ",
                    FUNCTION TRIM(WS-DATA-FILENAME),
                    " (STATUS ", WS-DATA-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'O' TO WS-SPOOL-OP.
            MOVE SPACES TO WS-PRINT-LINE.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-OPERATOR-ID, WS-DESTINATION, WS-PRINT-LINE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "RPTPLAY: CANNOT OPEN THE PRINT SPOOL."
                CLOSE DATA-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF MODE-CSV THEN
                PERFORM 2100-READ-DATA
                IF NOT WS-DATA-EOF THEN
                    PERFORM NC-LOAD-CSV-HEADINGS
                    IF RETURN-CODE NOT = NC-RET-OK THEN
                        DISPLAY "RPTPLAY: BAD CSV HEADING ROW."
                        SET WS-DATA-EOF TO TRUE
                        ADD 1 TO WS-REJECT-COUNT
                    END-IF
                END-IF
            END-IF.

            PERFORM UNTIL WS-DATA-EOF
                PERFORM 2100-READ-DATA
                IF NOT WS-DATA-EOF THEN
                    PERFORM 2200-PROCESS-RECORD
                END-IF
            END-PERFORM.
            CLOSE DATA-FILE.

            IF WS-TOTAL-LINES > 0 THEN
                IF NOT WS-PAGE-STARTED
                OR WS-LINES-ON-PAGE + WS-TOTAL-LINES
                    > WS-PAGE-LENGTH THEN
                    PERFORM 3000-NEW-PAGE
                END-IF
                MOVE 'T' TO WS-BAND-TYPE
                PERFORM 3100-PRINT-BAND
            END-IF.
            IF NOT WS-PAGE-STARTED THEN
                PERFORM 3000-NEW-PAGE
            END-IF.

            MOVE 'C' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-OPERATOR-ID, WS-DESTINATION, WS-PRINT-LINE.
            EXIT.

        2100-READ-DATA.
            READ DATA-FILE
                AT END
                    SET WS-DATA-EOF TO TRUE
                NOT AT END
                    ADD 1 TO NC-CSV-REJECT-LINE-NO
            END-READ.
            EXIT.

        2200-PROCESS-RECORD.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                MOVE SPACES TO WS-FIELD-VALUE(WS-FX)
            END-PERFORM.
            IF MODE-CSV THEN
                PERFORM NC-EXTRACT-CSV-RECORD
                IF RETURN-CODE NOT = NC-RET-OK
                AND RETURN-CODE NOT = NC-RET-TRUNCATED THEN
                    PERFORM NC-LOG-CSV-REJECT
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE ZERO TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE ZERO TO RETURN-CODE
            ELSE
                PERFORM 2300-SLICE-FIXED-RECORD
            END-IF.

            ADD 1 TO WS-RECORD-COUNT.
            PERFORM 2400-ACCUMULATE.

            IF WS-DETAIL-LINES > 0 THEN
                IF NOT WS-PAGE-STARTED
                OR WS-LINES-ON-PAGE + WS-DETAIL-LINES
                    > WS-PAGE-LENGTH THEN
                    PERFORM 3000-NEW-PAGE
                END-IF
                MOVE 'D' TO WS-BAND-TYPE
                PERFORM 3100-PRINT-BAND
            END-IF.
            EXIT.

        2300-SLICE-FIXED-RECORD.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                IF WS-FIELD-OFFSET(WS-FX) + WS-FIELD-WIDTH(WS-FX) - 1
                    <= LENGTH OF DATA-RECORD
                AND WS-FIELD-WIDTH(WS-FX) > ZERO THEN
                    MOVE DATA-RECORD(WS-FIELD-OFFSET(WS-FX):
                        WS-FIELD-WIDTH(WS-FX))
                        TO WS-FIELD-VALUE(WS-FX)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> CONVERT EACH NUMERIC FIELD OF THE RECORD AND ADD IT TO ITS
      *> RUNNING TOTAL. A VALUE THAT IS NOT A NUMBER COUNTS AS ZERO.
      *>
        2400-ACCUMULATE.
            PERFORM VARYING WS-FX FROM 1 BY 1
                UNTIL WS-FX > WS-FIELD-COUNT
                IF WS-FIELD-IS-NUMERIC(WS-FX) THEN
                    MOVE WS-FIELD-VALUE(WS-FX) TO WS-CONV-TEXT
                    PERFORM 6000-TEXT-TO-NUMBER
                    IF WS-CONV-BAD THEN
                        ADD 1 TO WS-BAD-NUMBER-COUNT
                        DISPLAY "  RECORD ", NC-CSV-REJECT-LINE-NO,
                            " ", FUNCTION TRIM(WS-FIELD-NAME(WS-FX)),
                            ": NOT A NUMBER -- ",
                            FUNCTION TRIM(WS-FIELD-VALUE(WS-FX))
                    END-IF
                    MOVE ZERO TO WS-TALLY
                    INSPECT WS-FIELD-VALUE(WS-FX)
                        TALLYING WS-TALLY FOR ALL '.'
                    IF WS-FIELD-IMPLIED(WS-FX) > ZERO
                    AND MODE-FIXED AND WS-TALLY = ZERO THEN
                        COMPUTE WS-CONV-NUMBER = WS-CONV-NUMBER /
                            (10 ** WS-FIELD-IMPLIED(WS-FX))
                    END-IF
                    MOVE WS-CONV-NUMBER TO WS-FIELD-NUMBER(WS-FX)
                    ADD WS-CONV-NUMBER TO WS-FIELD-TOTAL(WS-FX)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> START A PAGE: ADVANCE (EXCEPT BEFORE THE FIRST, WHICH THE
      *> SPOOL BANNER ALREADY ENDS), THEN THE HEADING BAND.
      *>
        3000-NEW-PAGE.
            IF WS-PAGE-STARTED THEN
                MOVE 'P' TO WS-SPOOL-OP
                CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP,
                    WS-REPORT-NAME, WS-OPERATOR-ID, WS-DESTINATION,
                    WS-PRINT-LINE
            END-IF.
            SET WS-PAGE-STARTED TO TRUE.
            ADD 1 TO WS-PAGE-NO.
            MOVE ZERO TO WS-LINES-ON-PAGE.
            IF WS-HEADING-LINES > 0 THEN
                MOVE 'H' TO WS-BAND-TYPE
                PERFORM 3100-PRINT-BAND
            END-IF.
            EXIT.

        3100-PRINT-BAND.
            PERFORM VARYING WS-LX FROM 1 BY 1
                UNTIL WS-LX > WS-LINE-COUNT
                IF WS-LINE-TYPE(WS-LX) = WS-BAND-TYPE THEN
                    PERFORM 3200-BUILD-LINE
                    PERFORM 3500-WRITE-LINE
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> ITEMS GO AT THEIR COLUMNS; ONE THAT WOULD OVERLAP THE ITEM
      *> BEFORE IT GOES AT THE CURSOR, AS IN THE GENERATED GROUPS.
      *>
        3200-BUILD-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 1 TO WS-COLUMN-CURSOR.
            PERFORM VARYING WS-IX FROM WS-LINE-FIRST(WS-LX) BY 1
                UNTIL WS-IX > WS-LINE-LAST(WS-LX)
                PERFORM 3300-FORMAT-ITEM
                PERFORM 3400-PLACE-ITEM
            END-PERFORM.
            EXIT.

        3300-FORMAT-ITEM.
            MOVE SPACES TO WS-ITEM-TEXT, WS-VALUE-TEXT.
            MOVE ZERO TO WS-VALUE-NUMBER.
            SET VALUE-IS-TEXT TO TRUE.
            EVALUATE TRUE
                WHEN SRC-LITERAL(WS-IX)
                    MOVE WS-ITEM-LITERAL(WS-IX) TO WS-ITEM-TEXT
                    MOVE WS-ITEM-LENGTH(WS-IX) TO WS-ITEM-TEXT-LEN
                    EXIT PARAGRAPH
                WHEN SRC-DATA(WS-IX)
                    MOVE WS-ITEM-FIELD-X(WS-IX) TO WS-FX
                    MOVE WS-FIELD-VALUE(WS-FX) TO WS-VALUE-TEXT
                    IF WS-FIELD-IS-NUMERIC(WS-FX) THEN
                        SET VALUE-IS-NUMBER TO TRUE
                        IF WS-BAND-TYPE = 'T' THEN
                            MOVE WS-FIELD-TOTAL(WS-FX)
                                TO WS-VALUE-NUMBER
                        ELSE
                            MOVE WS-FIELD-NUMBER(WS-FX)
                                TO WS-VALUE-NUMBER
                        END-IF
                    END-IF
                WHEN SRC-PAGE(WS-IX)
                    SET VALUE-IS-NUMBER TO TRUE
                    MOVE WS-PAGE-NO TO WS-VALUE-NUMBER
                WHEN SRC-COUNT(WS-IX)
                    SET VALUE-IS-NUMBER TO TRUE
                    MOVE WS-RECORD-COUNT TO WS-VALUE-NUMBER
                WHEN SRC-DATE(WS-IX)
                    SET VALUE-IS-NUMBER TO TRUE
                    MOVE WS-NOW(1:8) TO WS-VALUE-NUMBER
                    STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-"
                        WS-NOW(7:2) DELIMITED BY SIZE
                        INTO WS-VALUE-TEXT
                WHEN SRC-TIME(WS-IX)
                    SET VALUE-IS-NUMBER TO TRUE
                    MOVE WS-NOW(9:6) TO WS-VALUE-NUMBER
                    STRING WS-NOW(9:2) ":" WS-NOW(11:2) ":"
                        WS-NOW(13:2) DELIMITED BY SIZE
                        INTO WS-VALUE-TEXT
                WHEN SRC-TITLE(WS-IX)
                    MOVE WS-TITLE TO WS-VALUE-TEXT
                WHEN SRC-REPORT(WS-IX)
                    MOVE WS-REPORT-NAME TO WS-VALUE-TEXT
            END-EVALUATE.

            MOVE WS-ITEM-PICTURE(WS-IX) TO WS-PIC.
            PERFORM 5000-ANALYZE-PICTURE.
            IF WS-PIC = SPACES THEN
                MOVE WS-ITEM-LENGTH(WS-IX) TO WS-MASK-LEN
                MOVE 'X' TO WS-PIC-CLASS
            END-IF.

      *>
      *>     A NUMBER FOR A TEXT PICTURE (PAGE X(4), SAY) PRINTS AS
      *>     ITS DIGITS; A NUMERIC PICTURE EDITS THE NUMBER.
      *>
            IF PIC-IS-NUMERIC THEN
                IF NOT VALUE-IS-NUMBER THEN
                    MOVE WS-VALUE-TEXT TO WS-CONV-TEXT
                    PERFORM 6000-TEXT-TO-NUMBER
                    MOVE WS-CONV-NUMBER TO WS-VALUE-NUMBER
                END-IF
                PERFORM 5200-EDIT-NUMBER
                MOVE WS-EDIT-OUT TO WS-ITEM-TEXT
            ELSE
                IF VALUE-IS-NUMBER AND WS-VALUE-TEXT = SPACES THEN
                    MOVE WS-VALUE-NUMBER TO WS-NUM-ED
                    MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-VALUE-TEXT
                END-IF
                MOVE WS-VALUE-TEXT TO WS-ITEM-TEXT
            END-IF.
            MOVE WS-MASK-LEN TO WS-ITEM-TEXT-LEN.
            EXIT.

      *>
      *> AN EDITED VALUE WIDER THAN ITS ITEM KEEPS ITS RIGHT-HAND
      *> (LOW-ORDER) END; TEXT KEEPS ITS LEFT-HAND END.
      *>
        3400-PLACE-ITEM.
            MOVE WS-ITEM-COLUMN(WS-IX) TO WS-PUT-COLUMN.
            IF WS-PUT-COLUMN < WS-COLUMN-CURSOR THEN
                MOVE WS-COLUMN-CURSOR TO WS-PUT-COLUMN
            END-IF.
            COMPUTE WS-COLUMN-CURSOR =
                WS-PUT-COLUMN + WS-ITEM-LENGTH(WS-IX).
            IF WS-PUT-COLUMN > WS-PRINT-WIDTH THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE 1 TO WS-PUT-START.
            MOVE WS-ITEM-LENGTH(WS-IX) TO WS-PUT-LENGTH.
            IF WS-ITEM-TEXT-LEN > WS-PUT-LENGTH
            AND PIC-IS-NUMERIC AND NOT SRC-LITERAL(WS-IX) THEN
                COMPUTE WS-PUT-START =
                    WS-ITEM-TEXT-LEN - WS-PUT-LENGTH + 1
            END-IF.
            IF WS-PUT-LENGTH > LENGTH OF WS-ITEM-TEXT THEN
                MOVE LENGTH OF WS-ITEM-TEXT TO WS-PUT-LENGTH
            END-IF.
            IF WS-PUT-COLUMN + WS-PUT-LENGTH - 1 > WS-PRINT-WIDTH THEN
                COMPUTE WS-PUT-LENGTH =
                    WS-PRINT-WIDTH - WS-PUT-COLUMN + 1
            END-IF.
            IF WS-PUT-START + WS-PUT-LENGTH - 1
                > LENGTH OF WS-ITEM-TEXT THEN
                COMPUTE WS-PUT-LENGTH =
                    LENGTH OF WS-ITEM-TEXT - WS-PUT-START + 1
            END-IF.
            MOVE WS-ITEM-TEXT(WS-PUT-START:WS-PUT-LENGTH)
                TO WS-PRINT-LINE(WS-PUT-COLUMN:WS-PUT-LENGTH).
            EXIT.

        3500-WRITE-LINE.
            MOVE 'W' TO WS-SPOOL-OP.
            CALL "COBCURSES-SPOOL" USING WS-SPOOL-OP, WS-REPORT-NAME,
                WS-OPERATOR-ID, WS-DESTINATION, WS-PRINT-LINE.
            ADD 1 TO WS-LINES-ON-PAGE.
            ADD 1 TO WS-PRINTED-COUNT.
            EXIT.

      *>
      *> EXPAND WS-PIC INTO WS-MASK: REPEAT COUNTS ARE WRITTEN OUT,
      *> V AND S DROPPED (WS-PIC-SCALE COUNTS THE DIGIT POSITIONS
      *> AFTER THE V OR POINT). A PICTURE WITH NO X OR A AND AT LEAST
      *> ONE DIGIT POSITION IS NUMERIC; ONE THAT IS NOT ALL 9S IS
      *> EDITED.
      *>
        5000-ANALYZE-PICTURE.
            MOVE SPACES TO WS-MASK, WS-LAST-CHAR.
            MOVE ZERO TO WS-MASK-LEN, WS-PIC-SCALE.
            MOVE 'N' TO WS-PIC-POINT-FLAG, WS-PIC-EDITED-FLAG.
            MOVE FUNCTION UPPER-CASE(WS-PIC) TO WS-PIC.
            MOVE 1 TO WS-PIC-X.
            PERFORM UNTIL WS-PIC-X > LENGTH OF WS-PIC
                MOVE WS-PIC(WS-PIC-X:1) TO WS-PIC-CHAR
                EVALUATE WS-PIC-CHAR
                    WHEN SPACE
                        MOVE LENGTH OF WS-PIC TO WS-PIC-X
                    WHEN '('
                        PERFORM 5100-REPEAT-LAST
                    WHEN 'V'
                        SET PIC-PAST-POINT TO TRUE
                        MOVE SPACE TO WS-LAST-CHAR
                    WHEN 'S'
                    WHEN 'P'
                        MOVE SPACE TO WS-LAST-CHAR
                    WHEN OTHER
                        MOVE WS-PIC-CHAR TO WS-LAST-CHAR
                        PERFORM 5150-APPEND-MASK
                        IF WS-PIC-CHAR = '.' THEN
                            SET PIC-PAST-POINT TO TRUE
                        END-IF
                END-EVALUATE
                ADD 1 TO WS-PIC-X
            END-PERFORM.

            MOVE ZERO TO WS-TALLY, WS-NINES.
            INSPECT WS-MASK TALLYING WS-TALLY FOR ALL 'X' ALL 'A'.
            INSPECT WS-MASK TALLYING WS-NINES FOR ALL '9' ALL 'Z'
                ALL '*' ALL '+' ALL '-' ALL '$'.
            IF WS-TALLY = ZERO AND WS-NINES > ZERO THEN
                SET PIC-IS-NUMERIC TO TRUE
                MOVE ZERO TO WS-NINES
                INSPECT WS-MASK TALLYING WS-NINES FOR ALL '9'
                IF WS-NINES NOT = WS-MASK-LEN THEN
                    SET PIC-IS-EDITED TO TRUE
                END-IF
            ELSE
                SET PIC-IS-TEXT TO TRUE
            END-IF.
            EXIT.

        5100-REPEAT-LAST.
            MOVE SPACES TO WS-REPEAT-TEXT.
            UNSTRING WS-PIC DELIMITED BY ')'
                INTO WS-REPEAT-TEXT
                WITH POINTER WS-PIC-X.
      *>
      *>     THE POINTER NOW STANDS ONE PAST THE ')'; THE CALLER
      *>     STEPS ONE MORE, SO BACK UP.
      *>
            SUBTRACT 1 FROM WS-PIC-X.
            MOVE ZERO TO WS-REPEAT.
            IF FUNCTION TEST-NUMVAL(WS-REPEAT-TEXT(2:)) = ZERO THEN
                MOVE FUNCTION NUMVAL(WS-REPEAT-TEXT(2:)) TO WS-REPEAT
            END-IF.
            IF WS-LAST-CHAR = SPACE OR WS-REPEAT < 2 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LAST-CHAR TO WS-PIC-CHAR.
            PERFORM VARYING WS-RX FROM 2 BY 1 UNTIL WS-RX > WS-REPEAT
                PERFORM 5150-APPEND-MASK
            END-PERFORM.
            EXIT.

        5150-APPEND-MASK.
            IF WS-MASK-LEN < LENGTH OF WS-MASK THEN
                ADD 1 TO WS-MASK-LEN
                MOVE WS-PIC-CHAR TO WS-MASK(WS-MASK-LEN:1)
                IF PIC-PAST-POINT
                AND (WS-PIC-CHAR = '9' OR 'Z' OR '*') THEN
                    ADD 1 TO WS-PIC-SCALE
                END-IF
            END-IF.
            EXIT.

      *>
      *> EDIT WS-VALUE-NUMBER THROUGH WS-MASK INTO WS-EDIT-OUT, AS A
      *> MOVE TO A NUMERIC-EDITED ITEM OF THAT PICTURE WOULD.
      *>
        5200-EDIT-NUMBER.
            MOVE SPACES TO WS-EDIT-OUT, WS-FLOAT-CHAR.
            MOVE ZERO TO WS-FLOAT-START, WS-DIGIT-COUNT, WS-DPOS.
            MOVE 'N' TO WS-SIGNIF-FLAG, WS-EDIT-NEGATIVE-FLAG.
            IF WS-VALUE-NUMBER < ZERO THEN
                SET WS-EDIT-NEGATIVE TO TRUE
                COMPUTE WS-EDIT-ABS = 0 - WS-VALUE-NUMBER
            ELSE
                MOVE WS-VALUE-NUMBER TO WS-EDIT-ABS
            END-IF.
            IF WS-PIC-SCALE > 5 THEN
                MOVE 5 TO WS-PIC-SCALE
            END-IF.
            COMPUTE WS-EDIT-SCALED ROUNDED =
                WS-EDIT-ABS * (10 ** WS-PIC-SCALE)
                ON SIZE ERROR
                    MOVE ALL '9' TO WS-EDIT-DIGITS
            END-COMPUTE.

            MOVE SPACE TO WS-FILL-CHAR.
            MOVE ZERO TO WS-TALLY.
            INSPECT WS-MASK(1:WS-MASK-LEN)
                TALLYING WS-TALLY FOR ALL '*'.
            IF WS-TALLY > ZERO THEN
                MOVE '*' TO WS-FILL-CHAR
            END-IF.

      *>
      *>     TWO OR MORE OF + - $ FLOAT: THE FIRST IS THE SYMBOL'S
      *>     SLOT, THE REST ARE ZERO-SUPPRESSED DIGIT POSITIONS.
      *>
            PERFORM VARYING WS-KX FROM 1 BY 1
                UNTIL WS-KX > WS-MASK-LEN OR WS-FLOAT-START > ZERO
                IF WS-MASK(WS-KX:1) = '+' OR '-' OR '$' THEN
                    MOVE ZERO TO WS-TALLY
                    INSPECT WS-MASK(1:WS-MASK-LEN) TALLYING WS-TALLY
                        FOR ALL WS-MASK(WS-KX:1)
                    IF WS-TALLY > 1 THEN
                        MOVE WS-MASK(WS-KX:1) TO WS-FLOAT-CHAR
                        MOVE WS-KX TO WS-FLOAT-START
                    END-IF
                END-IF
            END-PERFORM.

            PERFORM VARYING WS-KX FROM 1 BY 1
                UNTIL WS-KX > WS-MASK-LEN
                IF WS-MASK(WS-KX:1) = '9' OR 'Z' OR '*'
                OR (WS-MASK(WS-KX:1) = WS-FLOAT-CHAR
                    AND WS-KX > WS-FLOAT-START) THEN
                    ADD 1 TO WS-DIGIT-COUNT
                END-IF
            END-PERFORM.
            COMPUTE WS-DIG-PTR = LENGTH OF WS-EDIT-DIGITS
                - WS-DIGIT-COUNT.

            PERFORM VARYING WS-KX FROM 1 BY 1
                UNTIL WS-KX > WS-MASK-LEN
                PERFORM 5300-EDIT-ONE-POSITION
            END-PERFORM.

            IF WS-FLOAT-START > ZERO THEN
                PERFORM 5400-PLACE-FLOAT
            END-IF.
            EXIT.

        5300-EDIT-ONE-POSITION.
            MOVE WS-MASK(WS-KX:1) TO WS-PIC-CHAR.
            IF WS-PIC-CHAR = WS-FLOAT-CHAR THEN
                IF WS-KX = WS-FLOAT-START THEN
                    EXIT PARAGRAPH
                END-IF
                MOVE 'Z' TO WS-PIC-CHAR
            END-IF.

            EVALUATE WS-PIC-CHAR
                WHEN '9'
                WHEN 'Z'
                WHEN '*'
                    ADD 1 TO WS-DIG-PTR
                    ADD 1 TO WS-DPOS
                    IF WS-DIG-PTR < 1 THEN
                        MOVE '0' TO WS-DIGIT
                    ELSE
                        MOVE WS-EDIT-DIGITS(WS-DIG-PTR:1) TO WS-DIGIT
                    END-IF
                    IF WS-DPOS > WS-DIGIT-COUNT - WS-PIC-SCALE THEN
                        SET WS-SIGNIFICANT TO TRUE
                    END-IF
                    IF WS-PIC-CHAR = '9' OR WS-DIGIT NOT = '0' THEN
                        SET WS-SIGNIFICANT TO TRUE
                    END-IF
                    IF WS-SIGNIFICANT THEN
                        MOVE WS-DIGIT TO WS-EDIT-OUT(WS-KX:1)
                    ELSE
                        IF WS-PIC-CHAR = '*' THEN
                            MOVE '*' TO WS-EDIT-OUT(WS-KX:1)
                        END-IF
                    END-IF
                WHEN '.'
                    MOVE '.' TO WS-EDIT-OUT(WS-KX:1)
                    SET WS-SIGNIFICANT TO TRUE
                WHEN ','
                WHEN '/'
                WHEN '0'
                    IF WS-SIGNIFICANT THEN
                        MOVE WS-PIC-CHAR TO WS-EDIT-OUT(WS-KX:1)
                    ELSE
                        MOVE WS-FILL-CHAR TO WS-EDIT-OUT(WS-KX:1)
                    END-IF
                WHEN 'B'
                    CONTINUE
                WHEN '+'
                    IF WS-EDIT-NEGATIVE THEN
                        MOVE '-' TO WS-EDIT-OUT(WS-KX:1)
                    ELSE
                        MOVE '+' TO WS-EDIT-OUT(WS-KX:1)
                    END-IF
                WHEN '-'
                    IF WS-EDIT-NEGATIVE THEN
                        MOVE '-' TO WS-EDIT-OUT(WS-KX:1)
                    END-IF
                WHEN '$'
                    MOVE '$' TO WS-EDIT-OUT(WS-KX:1)
                WHEN 'C'
                WHEN 'D'
                    IF WS-KX < WS-MASK-LEN AND WS-EDIT-NEGATIVE THEN
                        MOVE WS-MASK(WS-KX:2) TO WS-EDIT-OUT(WS-KX:2)
                    END-IF
                    ADD 1 TO WS-KX
                WHEN OTHER
                    MOVE WS-PIC-CHAR TO WS-EDIT-OUT(WS-KX:1)
            END-EVALUATE.
            EXIT.

      *>
      *> THE FLOATING SYMBOL LANDS JUST LEFT OF THE FIRST PRINTED
      *> CHARACTER AFTER ITS SLOT.
      *>
        5400-PLACE-FLOAT.
            PERFORM VARYING WS-KX FROM WS-FLOAT-START BY 1
                UNTIL WS-KX >= WS-MASK-LEN
                OR WS-EDIT-OUT(WS-KX + 1:1) NOT = SPACE
                CONTINUE
            END-PERFORM.
            EVALUATE WS-FLOAT-CHAR
                WHEN '$'
                    MOVE '$' TO WS-EDIT-OUT(WS-KX:1)
                WHEN '+'
                    IF WS-EDIT-NEGATIVE THEN
                        MOVE '-' TO WS-EDIT-OUT(WS-KX:1)
                    ELSE
                        MOVE '+' TO WS-EDIT-OUT(WS-KX:1)
                    END-IF
                WHEN '-'
                    IF WS-EDIT-NEGATIVE THEN
                        MOVE '-' TO WS-EDIT-OUT(WS-KX:1)
                    END-IF
            END-EVALUATE.
            EXIT.

      *>
      *> TEXT TO NUMBER: BLANK IS ZERO; COMMAS, A CURRENCY SIGN AND A
      *> LEADING OR TRAILING SIGN (OR CR/DB) ARE ACCEPTED.
      *>
        6000-TEXT-TO-NUMBER.
            MOVE ZERO TO WS-CONV-NUMBER.
            MOVE 'N' TO WS-CONV-BAD-FLAG.
            IF WS-CONV-TEXT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(WS-CONV-TEXT))
                = ZERO THEN
                COMPUTE WS-CONV-NUMBER =
                    FUNCTION NUMVAL-C(FUNCTION TRIM(WS-CONV-TEXT))
                    ON SIZE ERROR
                        SET WS-CONV-BAD TO TRUE
                        MOVE ZERO TO WS-CONV-NUMBER
                END-COMPUTE
            ELSE
                SET WS-CONV-BAD TO TRUE
            END-IF.
            EXIT.

        9000-REPORT-TOTALS.
            DISPLAY "REPORT           ", FUNCTION TRIM(WS-REPORT-NAME),
                " -- ", FUNCTION TRIM(WS-DESCRIPTION).
            DISPLAY "RECORDS PRINTED  ", WS-RECORD-COUNT.
            DISPLAY "PAGES            ", WS-PAGE-NO.
            DISPLAY "LINES            ", WS-PRINTED-COUNT.
            IF WS-REJECT-COUNT > 0 THEN
                DISPLAY "ROWS REJECTED    ", WS-REJECT-COUNT,
                    " (SEE ", FUNCTION TRIM(NC-CSV-REJECT-FILE), ")"
            END-IF.
            IF WS-BAD-NUMBER-COUNT > 0 THEN
                DISPLAY "NOT NUMBERS      ", WS-BAD-NUMBER-COUNT
            END-IF.
            IF WS-DROPPED-COUNT > 0 THEN
                DISPLAY "ITEMS NOT PLAYED ", WS-DROPPED-COUNT,
                    " (LAYOUT EXCEEDS THE RUNNER'S TABLES)"
            END-IF.
            IF WS-REJECT-COUNT > 0 OR WS-BAD-NUMBER-COUNT > 0
            OR WS-DROPPED-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *>     CSV SUPPORT ROUTINES
      *>
            COPY COBCURSX.

        END PROGRAM RPTPLAY.
