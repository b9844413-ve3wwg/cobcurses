                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WSEQ-STATUS.

      *>
      *>     -c : THE SCREEN'S CURRENT FIELD DEFINITIONS, THE LAYOUT
      *>     KEPT FROM ITS PREVIOUS GENERATION (GENLAYT.cbl), AND THE
      *>     CONVERSION PROGRAM WRITTEN WHEN THE TWO DIFFER.
      *>
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

            SELECT GENLAYT-FILE
                ASSIGN TO GENLAYT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS GLY-KEY
                FILE STATUS IS WS-GENLAYT-FILE-STATUS.

            SELECT CONV-FILE
                ASSIGN TO WS-CONV-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONV-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  WSEQ-FILE.
        01  WSEQ-RECORD                     PIC X(512).

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  GENLAYT-FILE.
        01  GENLAYT-RECORD.
            COPY GENLAYT.

        FD  CONV-FILE.
        01  CONV-LINE                       PIC X(80).

        WORKING-STORAGE SECTION.

        01  CMD-LINE.
                    88  CMD-OPT-UC-A        VALUE 'A'.
                    88  CMD-OPT-H           VALUE 'h'.
                    88  CMD-OPT-J           VALUE 'j'.
                    88  CMD-OPT-C           VALUE 'c'.
                    88  CMD-OPT-HELP        VALUE '-help'.
                    88  CMD-OPT-EOF         VALUE '-'.
                10  FILLER                  PIC X(479).            
                88  OPT-J                   VALUE 'Y'
                    FALSE IS                'N'.
            05  OPT-J-ARG                   PIC 99.
            05  OPT-C-FLAG                  PIC X.
                88  OPT-C                   VALUE 'Y'
                    FALSE IS                'N'.

        01  FLD-SCREEN-NAME                 PIC X(16).
        01  WS-REPORT-NAME                  PIC X(16).
        01  SCREEN-FOUND-FLAG               PIC X(1) VALUE 'N'.
            88  SCREEN-FOUND                VALUE 'Y'.
        01  WS-SCN-LAST-MODIFIED            PIC X(21).
        01  WS-SCN-LIFECYCLE                PIC X(1).
            88  WS-SCN-DRAFT                VALUE 'D'.
            88  WS-SCN-DEPRECATED           VALUE 'P'.
            88  WS-SCN-RETIRED              VALUE 'R'.
        01  WS-SCN-MASTER-FLAG              PIC X(1).
            88  WS-SCN-IS-MASTER            VALUE 'Y'.

        01  LIST-EOF-FLAG                   PIC X VALUE 'N'.
            88  LIST-EOF                    VALUE 'Y'
            10  WS-OPTS-TEXT                PIC X(600).
            10  WS-OPTS-PTR                 PIC 9(4) COMP-5.

      *>
      *>     RECORD-LAYOUT WORK AREAS (SEE 6400-CHECK-LAYOUT). THE
      *>     OLD TABLE IS THE LAYOUT KEPT IN GENLAYT.X, THE NEW ONE
      *>     THE SCREEN'S FIELD DEFINITIONS JUST GENERATED FROM;
      *>     LAY-NEW-FROM POINTS EACH NEW FIELD AT THE OLD FIELD OF
      *>     THE SAME COBOL NAME (ZERO FOR A FIELD ADDED SINCE).
      *>
        01  LAYOUT-WORK.
            10  LAY-OLD-COUNT               PIC 9(4) COMP-5.
            10  LAY-NEW-COUNT               PIC 9(4) COMP-5.
            10  LAY-X                       PIC 9(4) COMP-5.
            10  LAY-Y                       PIC 9(4) COMP-5.
            10  LAY-OLD-STAMP               PIC X(21).
            10  LAY-OVERFLOW-FLAG           PIC X.
                88  LAYOUT-OVERFLOW         VALUE 'Y'
                    FALSE IS                'N'.
            10  LAY-CHANGED-FLAG            PIC X.
                88  LAYOUT-CHANGED          VALUE 'Y'
                    FALSE IS                'N'.
            10  LAY-TYPE-FLAG               PIC X.
                88  LAY-TYPE-CHANGED        VALUE 'Y'
                    FALSE IS                'N'.
            10  LAY-EOF-FLAG                PIC X.
                88  LAY-EOF                 VALUE 'Y'
                    FALSE IS                'N'.
            10  LAY-OLD-ENTRY               OCCURS 300 TIMES.
                15  LAY-OLD-NO              PIC 9(4).
                15  LAY-OLD-NAME            PIC X(32).
                15  LAY-OLD-LENGTH          PIC 9(3).
                15  LAY-OLD-OCCURS          PIC 9(3).
                15  LAY-OLD-SIGNED          PIC X.
                15  LAY-OLD-DIGITS          PIC 99.
                15  LAY-OLD-DECIMALS        PIC 99.
                15  LAY-OLD-COMP-TYPE       PIC X(4).
                15  LAY-OLD-MATCHED         PIC X.
            10  LAY-NEW-ENTRY               OCCURS 300 TIMES.
                15  LAY-NEW-NO              PIC 9(4).
                15  LAY-NEW-NAME            PIC X(32).
                15  LAY-NEW-LENGTH          PIC 9(3).
                15  LAY-NEW-OCCURS          PIC 9(3).
                15  LAY-NEW-SIGNED          PIC X.
                15  LAY-NEW-DIGITS          PIC 99.
                15  LAY-NEW-DECIMALS        PIC 99.
                15  LAY-NEW-COMP-TYPE       PIC X(4).
                15  LAY-NEW-DEFAULT         PIC X(60).
                15  LAY-NEW-FROM            PIC 9(4) COMP-5.

      *>
      *>     CONVERSION PROGRAM WRITER (SEE 6500-WRITE-CONVERSION).
      *>
        01  CONVERSION-WORK.
            10  WS-CONV-PATH                PIC X(512).
            10  WS-CONV-FILE-STATUS         PIC XX.
            10  WS-CONV-PROGRAM             PIC X(20).
            10  WS-CONV-BASE                PIC X(512).
            10  WS-CONV-FILE-NAME           PIC X(24).
            10  WS-CONV-NAME-LEN5           PIC 9(4) COMP-5
                                            VALUE 24.
            10  WS-CONV-NOTE                PIC X(58).
            10  WS-CONV-SIGN                PIC X.
            10  WS-CONV-REVIEWS             PIC 9(4).
            10  WS-CONV-PTR                 PIC 9(4) COMP-5.
            10  WS-CONV-PREFIX              PIC X(4).
            10  WS-CONV-RECLEN              PIC 9(6).
            10  WS-CONV-NEW-RECLEN          PIC 9(6).
            10  WS-CONV-ED-6                PIC Z(5)9.
            10  WS-CONV-ED-A                PIC ZZ9.
            10  WS-CONV-ED-B                PIC ZZ9.
            10  WS-CONV-ED-NO               PIC 9(4).
            10  WS-CONV-ROWS                PIC 9(3).
            10  WS-CONV-DEF-LEN             PIC 9(4) COMP-5.
            10  WS-CONV-DEF-POS             PIC 9(4) COMP-5.
            10  WS-CONV-CHUNK-LEN           PIC 9(4) COMP-5.
            10  WS-CONV-SCAN                PIC 9(4) COMP-5.
            10  WS-CONV-LIT                 PIC X(40).
            10  WS-CONV-LIT-PTR             PIC 9(4) COMP-5.
            10  WS-CONV-ENTRY.
                15  WS-CONV-NO              PIC 9(4).
                15  WS-CONV-NAME            PIC X(32).
                15  WS-CONV-LENGTH          PIC 9(3).
                15  WS-CONV-OCCURS          PIC 9(3).

        77  WS-ENV-NAME                     PIC X(32)
            VALUE "COBCURSES_DATADIR".
        77  WS-ENV-NAME-LEN5                PIC 9(4) COMP-5.
            10  GENSTATE-FILE-NAME          PIC X(512)
                VALUE "SDGENSTA.X".
            01  WS-GENSTATE-FILE-STATUS     PIC XX.
            01  SCRFDEF-FILE-NAME           PIC X(512)
                VALUE "SCRFDEF.X".
            01  WS-SCRFDEF-FILE-STATUS      PIC XX.
            01  GENLAYT-FILE-NAME           PIC X(512)
                VALUE "GENLAYT.X".
            01  WS-GENLAYT-FILE-STATUS      PIC XX.
            01  MANIFEST-FILE-NAME          PIC X(512)
                VALUE "GENRUN.MAN".
            01  WS-MANIFEST-FILE-STATUS     PIC XX.
        77  COUNT-STATES                    PIC 9999.
        77  COUNT-MENUS                     PIC 9999.
        77  COUNT-ITEMS                     PIC 9999.
        77  COUNT-PAGES                     PIC 9999.
        77  SCREEN-DESCRIPTION              PIC X(50).
        77  FILE-NAME-LENGTH                PIC 9999.
        77  FILE-NAME-LEN5                  PIC 9(4) COMP-5.
            INITIALIZE FLD-SCREEN-NAME.
            MOVE ZERO TO COUNT-SEGMENTS, COUNT-FIELDS,
                COUNT-STATES, COUNT-MENUS, COUNT-ITEMS.
            MOVE 1 TO COUNT-PAGES.

            MOVE LENGTH OF WS-DATADIR TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                END-IF
            END-IF.

            IF CMD-OPT-C THEN
                SET OPT-VALID TO TRUE
                SET OPT-C TO TRUE
            END-IF.

            IF CMD-OPT-H OR CMD-OPT-HELP THEN
                SET OPT-VALID TO TRUE
                SET OPT-H TO TRUE
                WS-DATADIR, FILE-NAME-LEN5,
                GENSTATE-FILE-NAME, FILE-NAME-LEN5,
                GENSTATE-FILE-NAME, FILE-NAME-LEN5.
            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LEN5.
            CALL "NC_mk_path" USING
                WS-DATADIR, FILE-NAME-LEN5,
                SCRFDEF-FILE-NAME, FILE-NAME-LEN5,
                SCRFDEF-FILE-NAME, FILE-NAME-LEN5.
            MOVE LENGTH OF GENLAYT-FILE-NAME TO FILE-NAME-LEN5.
            CALL "NC_mk_path" USING
                WS-DATADIR, FILE-NAME-LEN5,
                GENLAYT-FILE-NAME, FILE-NAME-LEN5,
                GENLAYT-FILE-NAME, FILE-NAME-LEN5.
      *>
      *>     SET ENVIRONMENT VARIABLE $COBCURSES_DATADIR FOR
      *>     THE BENEFIT OF THE "libcobcurses_codegen" CALL.
            MOVE 'N' TO SCREEN-FOUND-FLAG.
            SET SCREEN-UNCHANGED TO FALSE.
            PERFORM 6000-LOOKUP-SCREEN.
      *>
      *>     LIFECYCLE (SEE SCRLIFE): DRAFTS ARE NOT READY AND
      *>     RETIRED SCREENS ARE NEVER GENERATED. NEITHER IS AN
      *>     ERROR, SO AN APPLICATION OR LIST RUN CARRIES ON.
      *>
            IF SCREEN-FOUND AND WS-SCN-DRAFT THEN
                DISPLAY FLD-SCREEN-NAME,
                    "  : DRAFT -- NOT GENERATED."
                EXIT PARAGRAPH
            END-IF.
            IF SCREEN-FOUND AND WS-SCN-RETIRED THEN
                DISPLAY FLD-SCREEN-NAME,
                    "  : RETIRED -- NOT GENERATED."
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     A MASTER LAYOUT IS NOT A PROGRAM; ITS CONTENTS ARE
      *>     GENERATED INTO EACH SCREEN THAT REFERENCES IT.
      *>
            IF SCREEN-FOUND AND WS-SCN-IS-MASTER THEN
                DISPLAY FLD-SCREEN-NAME,
                    "  : MASTER LAYOUT -- NOT GENERATED."
                EXIT PARAGRAPH
            END-IF.
            IF SCREEN-FOUND AND WS-SCN-DEPRECATED THEN
                DISPLAY FLD-SCREEN-NAME,
                    "  : WARNING, SCREEN IS DEPRECATED."
            END-IF.
            IF SCREEN-FOUND AND OPT-U THEN
                PERFORM 6100-CHECK-UNCHANGED
            END-IF.
                COUNT-MENUS,
                COUNT-ITEMS,
                SCREEN-DESCRIPTION,
                OPT-L-ARG,
                COUNT-PAGES

            IF RETURN-CODE = NC-RET-OK OR RETURN-CODE = NC-RET-TRUNCATED THEN
                DISPLAY FLD-SCREEN-NAME, "  : ", SCREEN-DESCRIPTION
                DISPLAY "     FIELD STATES : ", COUNT-STATES
                DISPLAY " MENU DEFINITIONS : ", COUNT-MENUS
                DISPLAY "       MENU ITEMS : ", COUNT-ITEMS
                IF COUNT-PAGES > 1 THEN
                    DISPLAY "       FORM PAGES : ", COUNT-PAGES
                END-IF
                IF RETURN-CODE = NC-RET-TRUNCATED THEN
                    DISPLAY "  *** WARNING : ONE OR MORE FIELD NUMBERS ",
                        "EXCEED 80 -- NO AUTO TAB-ORDER CHAIN WAS ",
                IF OPT-U THEN
                    PERFORM 6200-UPDATE-GENSTATE
                END-IF
                PERFORM 6400-CHECK-LAYOUT
                PERFORM 6300-WRITE-MANIFEST
            ELSE
                DISPLAY "SCREEN ", FLD-SCREEN-NAME,
                COUNT-MENUS,
                COUNT-ITEMS,
                SCREEN-DESCRIPTION,
                OPT-L-ARG,
                COUNT-PAGES

            IF RETURN-CODE = NC-RET-OK OR RETURN-CODE = NC-RET-TRUNCATED THEN
                DISPLAY FLD-SCREEN-NAME,
                COUNT-MENUS,
                COUNT-ITEMS,
                SCREEN-DESCRIPTION,
                OPT-L-ARG,
                COUNT-PAGES

            IF RETURN-CODE = NC-RET-OK OR RETURN-CODE = NC-RET-TRUNCATED THEN
                DISPLAY FLD-SCREEN-NAME,
                COUNT-MENUS,
                COUNT-ITEMS,
                SCREEN-DESCRIPTION,
                OPT-L-ARG,
                COUNT-PAGES

            IF RETURN-CODE = NC-RET-OK OR RETURN-CODE = NC-RET-TRUNCATED THEN
                PERFORM 5310-BUILD-COMPARE-PATHS
                    MOVE SCN-PROCEDURE-DIVISION TO FILE-NAME-PD
                    MOVE SCN-NAME TO FILE-NAME-SI
                    MOVE SCN-LAST-MODIFIED TO WS-SCN-LAST-MODIFIED
                    MOVE SCN-LIFECYCLE TO WS-SCN-LIFECYCLE
                    MOVE SCN-MASTER-FLAG TO WS-SCN-MASTER-FLAG
            END-READ
            CLOSE SCREEN-FILE.
            EXIT.
                STRING " -a" DELIMITED BY SIZE
                    INTO WS-OPTS-TEXT POINTER WS-OPTS-PTR
            END-IF.
            IF OPT-C THEN
                STRING " -c" DELIMITED BY SIZE
                    INTO WS-OPTS-TEXT POINTER WS-OPTS-PTR
            END-IF.
            IF OPT-L THEN
                STRING " -L " DELIMITED BY SIZE
                    OPT-L-ARG DELIMITED BY SIZE
            END-IF.
            EXIT.

      *>
      *> 6400-CHECK-LAYOUT :
      *>     THE FLD- BUFFERS IN FIELD-NUMBER ORDER ARE THE RECORD
      *>     LAYOUT AN APPLICATION'S DATA FILES FOLLOW. COMPARE THE
      *>     LAYOUT JUST GENERATED WITH THE ONE KEPT FROM THE
      *>     SCREEN'S PREVIOUS GENERATION (GENLAYT.X). A FIRST
      *>     GENERATION IS SIMPLY RECORDED. A CHANGED LAYOUT GETS A
      *>     CONVERSION PROGRAM UNDER -c AND IS THEN RECORDED IN
      *>     PLACE OF THE OLD ONE; WITHOUT -c THE PREVIOUS LAYOUT IS
      *>     KEPT, SO A LATER -c RUN STILL CONVERTS FROM THE LAYOUT
      *>     THE DATA IS ACTUALLY HELD IN.
      *>
        6400-CHECK-LAYOUT.
            PERFORM 6410-LOAD-OLD-LAYOUT.
            PERFORM 6420-LOAD-NEW-LAYOUT.
            IF LAYOUT-OVERFLOW THEN
                DISPLAY "  *** WARNING : MORE THAN 300 FIELDS -- ",
                    "RECORD LAYOUT NOT KEPT."
                EXIT PARAGRAPH
            END-IF.
            IF LAY-OLD-COUNT = ZERO THEN
                PERFORM 6440-SAVE-LAYOUT
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6430-COMPARE-LAYOUTS.
            IF NOT LAYOUT-CHANGED THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT OPT-C THEN
                DISPLAY "  *** NOTE : RECORD LAYOUT CHANGED SINCE ",
                    "THE GENERATION OF ",
                    FUNCTION TRIM(LAY-OLD-STAMP), "."
                DISPLAY "             RERUN WITH -c FOR A ",
                    "DATA-CONVERSION PROGRAM."
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6500-WRITE-CONVERSION.
            IF WS-CONV-FILE-STATUS = "00" THEN
                PERFORM 6440-SAVE-LAYOUT
            END-IF.
            EXIT.

        6410-LOAD-OLD-LAYOUT.
            MOVE ZERO TO LAY-OLD-COUNT.
            SET LAYOUT-OVERFLOW TO FALSE.
            MOVE SPACES TO LAY-OLD-STAMP.
            OPEN INPUT GENLAYT-FILE.
            IF WS-GENLAYT-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            SET LAY-EOF TO FALSE.
            MOVE FLD-SCREEN-NAME TO GLY-SCREEN-NAME.
            MOVE ZERO TO GLY-FIELD-NO.
            START GENLAYT-FILE KEY IS >= GLY-KEY
                INVALID KEY
                    SET LAY-EOF TO TRUE
            END-START.
            PERFORM UNTIL LAY-EOF
                READ GENLAYT-FILE NEXT RECORD
                    AT END
                        SET LAY-EOF TO TRUE
                    NOT AT END
                        IF GLY-SCREEN-NAME NOT = FLD-SCREEN-NAME THEN
                            SET LAY-EOF TO TRUE
                        ELSE
                            PERFORM 6415-TAKE-OLD-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GENLAYT-FILE.
            EXIT.

        6415-TAKE-OLD-FIELD.
            IF LAY-OLD-COUNT >= 300 THEN
                SET LAYOUT-OVERFLOW TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO LAY-OLD-COUNT.
            MOVE GLY-FIELD-NO TO LAY-OLD-NO(LAY-OLD-COUNT).
            MOVE GLY-COBOL-NAME TO LAY-OLD-NAME(LAY-OLD-COUNT).
            MOVE GLY-BUFFER-LENGTH TO LAY-OLD-LENGTH(LAY-OLD-COUNT).
            MOVE GLY-OCCURS TO LAY-OLD-OCCURS(LAY-OLD-COUNT).
            MOVE GLY-SIGNED TO LAY-OLD-SIGNED(LAY-OLD-COUNT).
            MOVE GLY-DIGITS TO LAY-OLD-DIGITS(LAY-OLD-COUNT).
            MOVE GLY-DECIMALS TO LAY-OLD-DECIMALS(LAY-OLD-COUNT).
            MOVE GLY-COMP-TYPE TO LAY-OLD-COMP-TYPE(LAY-OLD-COUNT).
            MOVE 'N' TO LAY-OLD-MATCHED(LAY-OLD-COUNT).
            MOVE GLY-GENERATED TO LAY-OLD-STAMP.
            EXIT.

        6420-LOAD-NEW-LAYOUT.
            MOVE ZERO TO LAY-NEW-COUNT.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            SET LAY-EOF TO FALSE.
            MOVE FLD-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            MOVE ZERO TO SCR-FDEF-NO.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET LAY-EOF TO TRUE
            END-START.
            PERFORM UNTIL LAY-EOF
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET LAY-EOF TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = FLD-SCREEN-NAME
                        THEN
                            SET LAY-EOF TO TRUE
                        ELSE
                            PERFORM 6425-TAKE-NEW-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRFDEF-FILE.
            EXIT.

        6425-TAKE-NEW-FIELD.
            IF LAY-NEW-COUNT >= 300 THEN
                SET LAYOUT-OVERFLOW TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO LAY-NEW-COUNT.
            MOVE SCR-FDEF-NO TO LAY-NEW-NO(LAY-NEW-COUNT).
            MOVE SCR-FDEF-COBOL-NAME TO LAY-NEW-NAME(LAY-NEW-COUNT).
            MOVE SCR-FDEF-BUFFER-LENGTH
                TO LAY-NEW-LENGTH(LAY-NEW-COUNT).
            IF SCR-FDEF-OCCURS IS NUMERIC THEN
                MOVE SCR-FDEF-OCCURS TO LAY-NEW-OCCURS(LAY-NEW-COUNT)
            ELSE
                MOVE ZERO TO LAY-NEW-OCCURS(LAY-NEW-COUNT)
            END-IF.
            MOVE SCR-FDEF-SIGNED TO LAY-NEW-SIGNED(LAY-NEW-COUNT).
            MOVE SCR-FDEF-DIGITS TO LAY-NEW-DIGITS(LAY-NEW-COUNT).
            MOVE SCR-FDEF-DECIMALS
                TO LAY-NEW-DECIMALS(LAY-NEW-COUNT).
            MOVE SCR-FDEF-COMP-TYPE
                TO LAY-NEW-COMP-TYPE(LAY-NEW-COUNT).
            MOVE SCR-FDEF-DEFAULT TO LAY-NEW-DEFAULT(LAY-NEW-COUNT).
            MOVE ZERO TO LAY-NEW-FROM(LAY-NEW-COUNT).
            EXIT.

      *>
      *> 6430-COMPARE-LAYOUTS :
      *>     PAIR EACH NEW FIELD WITH THE OLD FIELD OF THE SAME
      *>     COBOL NAME. THE LAYOUT HAS CHANGED IF THE FIELD COUNT
      *>     DIFFERS, ANY FIELD HAS MOVED, OR ANY PAIRED FIELD
      *>     DIFFERS IN LENGTH, ROWS OR TYPE.
      *>
        6430-COMPARE-LAYOUTS.
            SET LAYOUT-CHANGED TO FALSE.
            IF LAY-NEW-COUNT NOT = LAY-OLD-COUNT THEN
                SET LAYOUT-CHANGED TO TRUE
            END-IF.
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                PERFORM VARYING LAY-Y FROM 1 BY 1
                  UNTIL LAY-Y > LAY-OLD-COUNT
                  OR LAY-NEW-FROM(LAY-X) NOT = ZERO
                    IF LAY-OLD-MATCHED(LAY-Y) = 'N'
                    AND LAY-OLD-NAME(LAY-Y) = LAY-NEW-NAME(LAY-X)
                    THEN
                        MOVE LAY-Y TO LAY-NEW-FROM(LAY-X)
                        MOVE 'Y' TO LAY-OLD-MATCHED(LAY-Y)
                    END-IF
                END-PERFORM
                IF LAY-NEW-FROM(LAY-X) NOT = LAY-X THEN
                    SET LAYOUT-CHANGED TO TRUE
                ELSE
                    MOVE LAY-X TO LAY-Y
                    PERFORM 6435-TEST-TYPE
                    IF LAY-TYPE-CHANGED
                    OR LAY-NEW-LENGTH(LAY-X) NOT = LAY-OLD-LENGTH(LAY-Y)
                    OR LAY-NEW-OCCURS(LAY-X) NOT = LAY-OLD-OCCURS(LAY-Y)
                    THEN
                        SET LAYOUT-CHANGED TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        6435-TEST-TYPE.
      *>
      *>     NEW FIELD LAY-X AGAINST ITS OLD FIELD LAY-Y.
      *>
            SET LAY-TYPE-CHANGED TO FALSE.
            IF LAY-NEW-SIGNED(LAY-X) NOT = LAY-OLD-SIGNED(LAY-Y)
            OR LAY-NEW-DIGITS(LAY-X) NOT = LAY-OLD-DIGITS(LAY-Y)
            OR LAY-NEW-DECIMALS(LAY-X) NOT = LAY-OLD-DECIMALS(LAY-Y)
            OR LAY-NEW-COMP-TYPE(LAY-X)
                NOT = LAY-OLD-COMP-TYPE(LAY-Y) THEN
                SET LAY-TYPE-CHANGED TO TRUE
            END-IF.
            EXIT.

        6440-SAVE-LAYOUT.
      *>
      *>     REPLACE THE SCREEN'S KEPT LAYOUT WITH THE ONE JUST
      *>     GENERATED. GENLAYT.X IS CREATED ON FIRST USE, THE SAME
      *>     WAY AS SDGENSTA.X IN 6200-UPDATE-GENSTATE.
      *>
            OPEN I-O GENLAYT-FILE.
            IF WS-GENLAYT-FILE-STATUS NOT = "00" THEN
                OPEN OUTPUT GENLAYT-FILE
                IF WS-GENLAYT-FILE-STATUS NOT = "00" THEN
                    DISPLAY "ERROR: Unable to record the field ",
                        "layout of ", FLD-SCREEN-NAME
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM VARYING LAY-Y FROM 1 BY 1
              UNTIL LAY-Y > LAY-OLD-COUNT
                MOVE FLD-SCREEN-NAME TO GLY-SCREEN-NAME
                MOVE LAY-OLD-NO(LAY-Y) TO GLY-FIELD-NO
                DELETE GENLAYT-FILE RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-PERFORM.
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                MOVE SPACES TO GENLAYT-RECORD
                MOVE FLD-SCREEN-NAME TO GLY-SCREEN-NAME
                MOVE LAY-NEW-NO(LAY-X) TO GLY-FIELD-NO
                MOVE LAY-NEW-NAME(LAY-X) TO GLY-COBOL-NAME
                MOVE LAY-NEW-LENGTH(LAY-X) TO GLY-BUFFER-LENGTH
                MOVE LAY-NEW-OCCURS(LAY-X) TO GLY-OCCURS
                MOVE LAY-NEW-SIGNED(LAY-X) TO GLY-SIGNED
                MOVE LAY-NEW-DIGITS(LAY-X) TO GLY-DIGITS
                MOVE LAY-NEW-DECIMALS(LAY-X) TO GLY-DECIMALS
                MOVE LAY-NEW-COMP-TYPE(LAY-X) TO GLY-COMP-TYPE
                MOVE WS-SCN-LAST-MODIFIED TO GLY-GENERATED
                WRITE GENLAYT-RECORD
                    INVALID KEY
                        REWRITE GENLAYT-RECORD
                            INVALID KEY
                                DISPLAY "ERROR: Unable to record ",
                                    "the field layout of ",
                                    FLD-SCREEN-NAME
                        END-REWRITE
                END-WRITE
            END-PERFORM.
            CLOSE GENLAYT-FILE.
            EXIT.

      *>
      *> 6500-WRITE-CONVERSION :
      *>     -c : WRITE destdir/<SCREEN>CV.cob, A CONVERSION PROGRAM
      *>     SKELETON FROM THE KEPT LAYOUT TO THE ONE JUST GENERATED,
      *>     IN THE SAME SHAPE AS OUR OWN ITEMSR/SCREENSR: OLD AND
      *>     NEW RECORD, FIELDS MOVED BY COBOL NAME, NEW FIELDS SET
      *>     FROM THEIR SCR-FDEF-DEFAULT, AND REORGX'S READ/WRITTEN/
      *>     VERIFIED COUNTS BEFORE THE ORIGINAL IS SWAPPED OUT.
      *>     EVERY SHORTENED, RETYPED OR DROPPED FIELD CARRIES A
      *>     "REVIEW:" NOTE FOR THE PROGRAMMER FINISHING IT OFF.
      *>
        6500-WRITE-CONVERSION.
            MOVE SPACES TO WS-CONV-PROGRAM, WS-CONV-FILE-NAME.
            STRING FUNCTION TRIM(FLD-SCREEN-NAME) "CV"
                DELIMITED BY SIZE INTO WS-CONV-PROGRAM.
            STRING FUNCTION TRIM(WS-CONV-PROGRAM) ".cob"
                DELIMITED BY SIZE INTO WS-CONV-FILE-NAME.
            IF OPT-D-ARG = SPACES THEN
                MOVE "." TO WS-CONV-BASE
            ELSE
                MOVE OPT-D-ARG TO WS-CONV-BASE
            END-IF.
            MOVE LENGTH OF WS-CONV-PATH TO FILE-NAME-LEN5.
            CALL "NC_mk_path" USING
                WS-CONV-BASE, FILE-NAME-LEN5,
                WS-CONV-FILE-NAME, WS-CONV-NAME-LEN5,
                WS-CONV-PATH, FILE-NAME-LEN5.

            IF LAY-NEW-COUNT = ZERO THEN
                DISPLAY "  *** NOTE : THE SCREEN NO LONGER HAS ANY ",
                    "FIELDS -- NO CONVERSION PROGRAM WRITTEN."
                MOVE "NF" TO WS-CONV-FILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CONV-FILE.
            IF WS-CONV-FILE-STATUS NOT = "00" THEN
                DISPLAY "ERROR: Unable to write ",
                    FUNCTION TRIM(WS-CONV-PATH), " (STATUS ",
                    WS-CONV-FILE-STATUS, ")."
                EXIT PARAGRAPH
            END-IF.

            MOVE ZERO TO WS-CONV-REVIEWS, WS-CONV-RECLEN,
                WS-CONV-NEW-RECLEN.
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                COMPUTE WS-CONV-NEW-RECLEN = WS-CONV-NEW-RECLEN
                    + LAY-NEW-LENGTH(LAY-X)
                    + LAY-NEW-LENGTH(LAY-X) * LAY-NEW-OCCURS(LAY-X)
            END-PERFORM.

            PERFORM 6510-WRITE-PROLOGUE.
            WRITE CONV-LINE FROM "        FD  OLD-FILE.".
            WRITE CONV-LINE FROM "        01  OLD-RECORD.".
            MOVE "OLD-" TO WS-CONV-PREFIX.
            PERFORM VARYING LAY-Y FROM 1 BY 1
              UNTIL LAY-Y > LAY-OLD-COUNT
                PERFORM 6515-TAKE-OLD-ENTRY
                PERFORM 6520-WRITE-RECORD-FIELD
            END-PERFORM.
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        FD  NEW-FILE.".
            WRITE CONV-LINE FROM "        01  NEW-RECORD.".
            MOVE "NEW-" TO WS-CONV-PREFIX.
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                PERFORM 6516-TAKE-NEW-ENTRY
                PERFORM 6520-WRITE-RECORD-FIELD
            END-PERFORM.
            WRITE CONV-LINE FROM SPACES.
            PERFORM 6530-WRITE-STORAGE.
            PERFORM 6540-WRITE-MAINLINE.

            WRITE CONV-LINE FROM "        2100-CONVERT-RECORD.".
            WRITE CONV-LINE FROM
                "            MOVE SPACES TO NEW-RECORD.".
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                PERFORM 6550-WRITE-FIELD-MOVE
            END-PERFORM.
            PERFORM VARYING LAY-Y FROM 1 BY 1
              UNTIL LAY-Y > LAY-OLD-COUNT
                IF LAY-OLD-MATCHED(LAY-Y) = 'N' THEN
                    PERFORM 6515-TAKE-OLD-ENTRY
                    MOVE "NOT IN THE NEW LAYOUT -- ITS VALUE IS "
                        & "DROPPED." TO WS-CONV-NOTE
                    PERFORM 6580-WRITE-REVIEW
                END-IF
            END-PERFORM.
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.

            WRITE CONV-LINE FROM "        2200-CHECK-TRUNCATION.".
            PERFORM VARYING LAY-X FROM 1 BY 1
              UNTIL LAY-X > LAY-NEW-COUNT
                MOVE LAY-NEW-FROM(LAY-X) TO LAY-Y
                IF LAY-Y NOT = ZERO THEN
                    IF LAY-NEW-LENGTH(LAY-X) < LAY-OLD-LENGTH(LAY-Y)
                    THEN
                        PERFORM 6570-WRITE-TRUNC-CHECK
                    END-IF
                END-IF
            END-PERFORM.
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.

            PERFORM 6560-WRITE-EPILOGUE.
            CLOSE CONV-FILE.
            MOVE "00" TO WS-CONV-FILE-STATUS.
            DISPLAY "  CONVERSION PROGRAM : ",
                FUNCTION TRIM(WS-CONV-PATH).
            IF WS-CONV-REVIEWS > 0 THEN
                DISPLAY "  *** REVIEW : ", WS-CONV-REVIEWS,
                    " NOTE(S) ON SHORTENED, RETYPED OR DROPPED ",
                    "FIELDS."
            END-IF.
            EXIT.

        6510-WRITE-PROLOGUE.
            WRITE CONV-LINE FROM "        IDENTIFICATION DIVISION.".
            MOVE SPACES TO CONV-LINE.
            STRING "        PROGRAM-ID. " FUNCTION TRIM(WS-CONV-PROGRAM)
                "." DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM "      *>".
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  GENERATED BY SDGENERATE ON "
                FUNCTION CURRENT-DATE(1:14) "."
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  CONVERTS A DATA FILE HELD IN SCREEN "
                FUNCTION TRIM(FLD-SCREEN-NAME) "'S"
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  PREVIOUS RECORD LAYOUT (AS DEFINED "
                FUNCTION TRIM(LAY-OLD-STAMP) ")"
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  TO THE LAYOUT GENERATED NOW (AS DEFINED "
                FUNCTION TRIM(WS-SCN-LAST-MODIFIED) ")."
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM
                "      *>  THE RECORD IS THE SCREEN'S FLD- BUFFERS IN "
                & "FIELD-".
            WRITE CONV-LINE FROM
                "      *>  NUMBER ORDER. FIELDS ARE MOVED BY COBOL "
                & "NAME AND".
            WRITE CONV-LINE FROM
                "      *>  NEW FIELDS TAKE THEIR DEFAULT. RESOLVE "
                & "EVERY".
            WRITE CONV-LINE FROM
                "      *>  ""REVIEW:"" NOTE, AND MATCH THE FILE "
                & "ORGANIZATION".
            WRITE CONV-LINE FROM
                "      *>  TO THE APPLICATION'S FILE, BEFORE USE.".
            WRITE CONV-LINE FROM "      *>".
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  USAGE:  " FUNCTION TRIM(WS-CONV-PROGRAM)
                " datafile"
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM
                "      *>      THE CONVERTED COPY IS WRITTEN TO "
                & "datafile.NEW,".
            WRITE CONV-LINE FROM
                "      *>      READ BACK AND CHECKED AGAINST THE "
                & "ORIGINAL, AND".
            WRITE CONV-LINE FROM
                "      *>      ONLY THEN SWAPPED IN; THE ORIGINAL IS "
                & "KEPT AS".
            WRITE CONV-LINE FROM
                "      *>      datafile.OLD. RC 4 WHEN A VALUE WAS CUT "
                & "SHORT,".
            WRITE CONV-LINE FROM
                "      *>      RC 8 WHEN THE VERIFY OR THE SWAP FAILS "
                & "(THE".
            WRITE CONV-LINE FROM
                "      *>      ORIGINAL IS THEN UNTOUCHED).".
            WRITE CONV-LINE FROM "      *>".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        ENVIRONMENT DIVISION.".
            WRITE CONV-LINE FROM "        INPUT-OUTPUT SECTION.".
            WRITE CONV-LINE FROM "        FILE-CONTROL.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "            SELECT OLD-FILE".
            WRITE CONV-LINE FROM
                "                ASSIGN TO CV-OLD-NAME".
            WRITE CONV-LINE FROM
                "                ORGANIZATION IS SEQUENTIAL".
            WRITE CONV-LINE FROM
                "                FILE STATUS IS CV-OLD-STATUS.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "            SELECT NEW-FILE".
            WRITE CONV-LINE FROM
                "                ASSIGN TO CV-NEW-NAME".
            WRITE CONV-LINE FROM
                "                ORGANIZATION IS SEQUENTIAL".
            WRITE CONV-LINE FROM
                "                FILE STATUS IS CV-NEW-STATUS.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        DATA DIVISION.".
            WRITE CONV-LINE FROM "        FILE SECTION.".
            WRITE CONV-LINE FROM SPACES.
            EXIT.

        6515-TAKE-OLD-ENTRY.
            MOVE LAY-OLD-NO(LAY-Y) TO WS-CONV-NO.
            MOVE LAY-OLD-NAME(LAY-Y) TO WS-CONV-NAME.
            MOVE LAY-OLD-LENGTH(LAY-Y) TO WS-CONV-LENGTH.
            MOVE LAY-OLD-OCCURS(LAY-Y) TO WS-CONV-OCCURS.
            EXIT.

        6516-TAKE-NEW-ENTRY.
            MOVE LAY-NEW-NO(LAY-X) TO WS-CONV-NO.
            MOVE LAY-NEW-NAME(LAY-X) TO WS-CONV-NAME.
            MOVE LAY-NEW-LENGTH(LAY-X) TO WS-CONV-LENGTH.
            MOVE LAY-NEW-OCCURS(LAY-X) TO WS-CONV-OCCURS.
            EXIT.

        6520-WRITE-RECORD-FIELD.
      *>
      *>     ONE FLD- BUFFER OF WS-CONV-ENTRY, UNDER WS-CONV-PREFIX,
      *>     WITH ITS DETAIL-ROW TABLE WHEN IT HAS ONE -- THE SAME
      *>     SHAPES libcobcurses_codegen GIVES THE -WS COPYBOOK.
      *>
            MOVE SPACES TO CONV-LINE.
            MOVE 1 TO WS-CONV-PTR.
            STRING "            10  " WS-CONV-PREFIX
                FUNCTION TRIM(WS-CONV-NAME)
                DELIMITED BY SIZE INTO CONV-LINE
                POINTER WS-CONV-PTR.
            IF WS-CONV-PTR < 49 THEN
                MOVE 49 TO WS-CONV-PTR
            ELSE
                ADD 1 TO WS-CONV-PTR
            END-IF.
            MOVE WS-CONV-LENGTH TO WS-CONV-ED-A.
            STRING "PIC X(" FUNCTION TRIM(WS-CONV-ED-A) ")."
                DELIMITED BY SIZE INTO CONV-LINE
                POINTER WS-CONV-PTR.
            WRITE CONV-LINE.
            IF WS-CONV-OCCURS > 0 THEN
                MOVE SPACES TO CONV-LINE
                STRING "            10  " WS-CONV-PREFIX
                    FUNCTION TRIM(WS-CONV-NAME) "-DTL."
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                MOVE SPACES TO CONV-LINE
                STRING "                15  " WS-CONV-PREFIX
                    FUNCTION TRIM(WS-CONV-NAME) "-ROW"
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                MOVE WS-CONV-OCCURS TO WS-CONV-ED-B
                MOVE SPACES TO CONV-LINE
                STRING "                    PIC X("
                    FUNCTION TRIM(WS-CONV-ED-A) ") OCCURS "
                    FUNCTION TRIM(WS-CONV-ED-B) " TIMES."
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
            END-IF.
            EXIT.

        6530-WRITE-STORAGE.
            WRITE CONV-LINE FROM "        WORKING-STORAGE SECTION.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM
                "        01  CV-PROGRAM                      "
                & "PIC X(20)".
            MOVE SPACES TO CONV-LINE.
            STRING "            VALUE """ FUNCTION TRIM(WS-CONV-PROGRAM)
                """." DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM
                "        01  CV-OLD-NAME                     "
                & "PIC X(512).".
            WRITE CONV-LINE FROM
                "        01  CV-NEW-NAME                     "
                & "PIC X(512).".
            WRITE CONV-LINE FROM
                "        01  CV-OLD-STATUS                   PIC XX.".
            WRITE CONV-LINE FROM
                "        01  CV-NEW-STATUS                   PIC XX.".
            MOVE WS-CONV-NEW-RECLEN TO WS-CONV-ED-6.
            MOVE SPACES TO CONV-LINE.
            STRING "        01  CV-CHECK-RECORD                 "
                "PIC X(" FUNCTION TRIM(WS-CONV-ED-6) ")."
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM
                "        01  CV-SHELL-CMD                    "
                & "PIC X(1200).".
            WRITE CONV-LINE FROM
                "        01  CV-ROW                          "
                & "PIC 9(4) COMP.".
            WRITE CONV-LINE FROM
                "        01  CV-EOF-FLAG                     PIC X.".
            WRITE CONV-LINE FROM
                "            88  CV-EOF                      "
                & "VALUE 'Y'".
            WRITE CONV-LINE FROM
                "                FALSE IS                    'N'.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        01  CV-COUNTS.".
            WRITE CONV-LINE FROM
                "            10  CV-READ-COUNT               "
                & "PIC 9(9) VALUE 0.".
            WRITE CONV-LINE FROM
                "            10  CV-WRITTEN-COUNT            "
                & "PIC 9(9) VALUE 0.".
            WRITE CONV-LINE FROM
                "            10  CV-VERIFIED-COUNT           "
                & "PIC 9(9) VALUE 0.".
            WRITE CONV-LINE FROM
                "            10  CV-MISMATCH-COUNT           "
                & "PIC 9(9) VALUE 0.".
            WRITE CONV-LINE FROM
                "            10  CV-TRUNCATED-COUNT          "
                & "PIC 9(9) VALUE 0.".
            WRITE CONV-LINE FROM SPACES.
            EXIT.

        6540-WRITE-MAINLINE.
            WRITE CONV-LINE FROM "        PROCEDURE DIVISION.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        MAIN-PROGRAM.".
            WRITE CONV-LINE FROM "            PERFORM 1000-INITIALIZE.".
            WRITE CONV-LINE FROM "            PERFORM 2000-CONVERT.".
            WRITE CONV-LINE FROM "            PERFORM 3000-VERIFY.".
            WRITE CONV-LINE FROM
                "            PERFORM 4000-SWAP-OR-REPORT.".
            WRITE CONV-LINE FROM "            STOP RUN.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        1000-INITIALIZE.".
            WRITE CONV-LINE FROM
                "            MOVE SPACES TO CV-OLD-NAME, CV-NEW-NAME.".
            WRITE CONV-LINE FROM
                "            ACCEPT CV-OLD-NAME FROM ARGUMENT-VALUE.".
            WRITE CONV-LINE FROM
                "            IF CV-OLD-NAME = SPACES THEN".
            WRITE CONV-LINE FROM
                "                DISPLAY ""USAGE: "" "
                & "FUNCTION TRIM(CV-PROGRAM)".
            WRITE CONV-LINE FROM
                "                    "" datafile""".
            WRITE CONV-LINE FROM
                "                MOVE 16 TO RETURN-CODE".
            WRITE CONV-LINE FROM "                STOP RUN".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM
                "            STRING FUNCTION TRIM(CV-OLD-NAME) "
                & """.NEW""".
            WRITE CONV-LINE FROM
                "                DELIMITED BY SIZE INTO CV-NEW-NAME.".
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        2000-CONVERT.".
            WRITE CONV-LINE FROM "            OPEN INPUT OLD-FILE.".
            WRITE CONV-LINE FROM
                "            IF CV-OLD-STATUS NOT = ""00"" THEN".
            WRITE CONV-LINE FROM
                "                DISPLAY FUNCTION TRIM(CV-PROGRAM)".
            WRITE CONV-LINE FROM
                "                    "": CANNOT OPEN """.
            WRITE CONV-LINE FROM
                "                    FUNCTION TRIM(CV-OLD-NAME)".
            WRITE CONV-LINE FROM
                "                    "" (STATUS "" CV-OLD-STATUS "
                & """).""".
            WRITE CONV-LINE FROM
                "                MOVE 8 TO RETURN-CODE".
            WRITE CONV-LINE FROM "                STOP RUN".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM "            OPEN OUTPUT NEW-FILE.".
            WRITE CONV-LINE FROM "            SET CV-EOF TO FALSE.".
            WRITE CONV-LINE FROM "            PERFORM UNTIL CV-EOF".
            WRITE CONV-LINE FROM "                READ OLD-FILE".
            WRITE CONV-LINE FROM "                    AT END".
            WRITE CONV-LINE FROM
                "                        SET CV-EOF TO TRUE".
            WRITE CONV-LINE FROM "                    NOT AT END".
            WRITE CONV-LINE FROM
                "                        ADD 1 TO CV-READ-COUNT".
            WRITE CONV-LINE FROM
                "                        PERFORM 2100-CONVERT-RECORD".
            WRITE CONV-LINE FROM
                "                        PERFORM 2200-CHECK-TRUNCATION".
            WRITE CONV-LINE FROM
                "                        WRITE NEW-RECORD".
            WRITE CONV-LINE FROM
                "                        IF CV-NEW-STATUS = ""00"" "
                & "THEN".
            WRITE CONV-LINE FROM
                "                            ADD 1 TO CV-WRITTEN-COUNT".
            WRITE CONV-LINE FROM "                        END-IF".
            WRITE CONV-LINE FROM "                END-READ".
            WRITE CONV-LINE FROM "            END-PERFORM.".
            WRITE CONV-LINE FROM
                "            CLOSE OLD-FILE, NEW-FILE.".
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.
            EXIT.

      *>
      *> 6550-WRITE-FIELD-MOVE :
      *>     THE CONVERSION OF NEW FIELD LAY-X: MOVED FROM THE OLD
      *>     FIELD OF THE SAME NAME (WITH ITS DETAIL ROWS), OR SET
      *>     FROM ITS DEFAULT WHEN IT IS NEW.
      *>
        6550-WRITE-FIELD-MOVE.
            PERFORM 6516-TAKE-NEW-ENTRY.
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  #" WS-CONV-NO " "
                FUNCTION TRIM(WS-CONV-NAME)
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE LAY-NEW-FROM(LAY-X) TO LAY-Y.
            IF LAY-Y = ZERO THEN
                PERFORM 6555-WRITE-DEFAULT-MOVE
                EXIT PARAGRAPH
            END-IF.

            PERFORM 6435-TEST-TYPE.
            IF LAY-TYPE-CHANGED THEN
                MOVE "TYPE CHANGED; THE TEXT IS MOVED AS IT STANDS --"
                    TO WS-CONV-NOTE
                PERFORM 6580-WRITE-REVIEW
                MOVE LAY-OLD-SIGNED(LAY-Y) TO WS-CONV-SIGN
                IF WS-CONV-SIGN = SPACE THEN
                    MOVE 'N' TO WS-CONV-SIGN
                END-IF
                MOVE SPACES TO CONV-LINE
                STRING "      *>      WAS DIGITS " LAY-OLD-DIGITS(LAY-Y)
                    " DECIMALS " LAY-OLD-DECIMALS(LAY-Y)
                    " SIGNED " WS-CONV-SIGN
                    " COMP-TYPE " LAY-OLD-COMP-TYPE(LAY-Y)
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                MOVE LAY-NEW-SIGNED(LAY-X) TO WS-CONV-SIGN
                IF WS-CONV-SIGN = SPACE THEN
                    MOVE 'N' TO WS-CONV-SIGN
                END-IF
                MOVE SPACES TO CONV-LINE
                STRING "      *>      NOW DIGITS " LAY-NEW-DIGITS(LAY-X)
                    " DECIMALS " LAY-NEW-DECIMALS(LAY-X)
                    " SIGNED " WS-CONV-SIGN
                    " COMP-TYPE " LAY-NEW-COMP-TYPE(LAY-X)
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
            END-IF.
            IF LAY-NEW-LENGTH(LAY-X) < LAY-OLD-LENGTH(LAY-Y) THEN
                MOVE LAY-OLD-LENGTH(LAY-Y) TO WS-CONV-ED-A
                MOVE LAY-NEW-LENGTH(LAY-X) TO WS-CONV-ED-B
                MOVE SPACES TO WS-CONV-NOTE
                STRING "SHORTENED FROM " FUNCTION TRIM(WS-CONV-ED-A)
                    " TO " FUNCTION TRIM(WS-CONV-ED-B)
                    "; LONGER VALUES ARE CUT, COUNTED."
                    DELIMITED BY SIZE INTO WS-CONV-NOTE
                PERFORM 6580-WRITE-REVIEW
            END-IF.
            MOVE SPACES TO CONV-LINE.
            STRING "            MOVE OLD-" FUNCTION TRIM(WS-CONV-NAME)
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE SPACES TO CONV-LINE.
            STRING "                TO NEW-" FUNCTION TRIM(WS-CONV-NAME)
                "." DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.

            IF LAY-OLD-OCCURS(LAY-Y) > 0
            AND LAY-NEW-OCCURS(LAY-X) < LAY-OLD-OCCURS(LAY-Y) THEN
                MOVE LAY-OLD-OCCURS(LAY-Y) TO WS-CONV-ED-A
                MOVE LAY-NEW-OCCURS(LAY-X) TO WS-CONV-ED-B
                MOVE SPACES TO WS-CONV-NOTE
                STRING "DETAIL ROWS CUT FROM "
                    FUNCTION TRIM(WS-CONV-ED-A)
                    " TO " FUNCTION TRIM(WS-CONV-ED-B)
                    "; LATER ROWS ARE DROPPED."
                    DELIMITED BY SIZE INTO WS-CONV-NOTE
                PERFORM 6580-WRITE-REVIEW
            END-IF.
            IF LAY-NEW-OCCURS(LAY-X) < LAY-OLD-OCCURS(LAY-Y) THEN
                MOVE LAY-NEW-OCCURS(LAY-X) TO WS-CONV-ROWS
            ELSE
                MOVE LAY-OLD-OCCURS(LAY-Y) TO WS-CONV-ROWS
            END-IF.
            IF WS-CONV-ROWS > 0 THEN
                MOVE WS-CONV-ROWS TO WS-CONV-ED-A
                WRITE CONV-LINE FROM
                    "            PERFORM VARYING CV-ROW FROM 1 BY 1"
                MOVE SPACES TO CONV-LINE
                STRING "              UNTIL CV-ROW > "
                    FUNCTION TRIM(WS-CONV-ED-A)
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                MOVE SPACES TO CONV-LINE
                STRING "                MOVE OLD-"
                    FUNCTION TRIM(WS-CONV-NAME) "-ROW(CV-ROW)"
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                MOVE SPACES TO CONV-LINE
                STRING "                    TO NEW-"
                    FUNCTION TRIM(WS-CONV-NAME) "-ROW(CV-ROW)"
                    DELIMITED BY SIZE INTO CONV-LINE
                WRITE CONV-LINE
                WRITE CONV-LINE FROM "            END-PERFORM."
            END-IF.
            EXIT.

        6555-WRITE-DEFAULT-MOVE.
      *>
      *>     A FIELD ADDED SINCE THE PREVIOUS GENERATION STARTS FROM
      *>     ITS SCR-FDEF-DEFAULT (CUT TO THE FIELD'S LENGTH), MOVED
      *>     IN SHORT PIECES SO NO GENERATED LITERAL PASSES COLUMN 72.
      *>
            MOVE LENGTH OF LAY-NEW-DEFAULT(LAY-X) TO WS-CONV-DEF-LEN.
            PERFORM UNTIL WS-CONV-DEF-LEN = ZERO
              OR LAY-NEW-DEFAULT(LAY-X)(WS-CONV-DEF-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-CONV-DEF-LEN
            END-PERFORM.
            IF WS-CONV-DEF-LEN > LAY-NEW-LENGTH(LAY-X) THEN
                MOVE LAY-NEW-LENGTH(LAY-X) TO WS-CONV-DEF-LEN
            END-IF.
            IF WS-CONV-DEF-LEN = ZERO THEN
                WRITE CONV-LINE FROM
                    "      *>      NEW FIELD -- NO DEFAULT, LEFT BLANK."
                EXIT PARAGRAPH
            END-IF.
            WRITE CONV-LINE FROM
                "      *>      NEW FIELD -- SET FROM ITS DEFAULT.".
            PERFORM VARYING WS-CONV-DEF-POS FROM 1 BY 20
              UNTIL WS-CONV-DEF-POS > WS-CONV-DEF-LEN
                COMPUTE WS-CONV-CHUNK-LEN =
                    WS-CONV-DEF-LEN - WS-CONV-DEF-POS + 1
                IF WS-CONV-CHUNK-LEN > 20 THEN
                    MOVE 20 TO WS-CONV-CHUNK-LEN
                END-IF
                IF LAY-NEW-DEFAULT(LAY-X)
                    (WS-CONV-DEF-POS:WS-CONV-CHUNK-LEN) NOT = SPACES
                THEN
                    PERFORM 6556-WRITE-DEFAULT-PIECE
                END-IF
            END-PERFORM.
            EXIT.

        6556-WRITE-DEFAULT-PIECE.
            MOVE SPACES TO WS-CONV-LIT.
            MOVE 1 TO WS-CONV-LIT-PTR.
            PERFORM VARYING WS-CONV-SCAN FROM WS-CONV-DEF-POS BY 1
              UNTIL WS-CONV-SCAN >
                    WS-CONV-DEF-POS + WS-CONV-CHUNK-LEN - 1
                IF LAY-NEW-DEFAULT(LAY-X)(WS-CONV-SCAN:1) = '"' THEN
                    MOVE '""' TO WS-CONV-LIT(WS-CONV-LIT-PTR:2)
                    ADD 2 TO WS-CONV-LIT-PTR
                ELSE
                    MOVE LAY-NEW-DEFAULT(LAY-X)(WS-CONV-SCAN:1)
                        TO WS-CONV-LIT(WS-CONV-LIT-PTR:1)
                    ADD 1 TO WS-CONV-LIT-PTR
                END-IF
            END-PERFORM.
            SUBTRACT 1 FROM WS-CONV-LIT-PTR.
            MOVE SPACES TO CONV-LINE.
            STRING "            MOVE """
                WS-CONV-LIT(1:WS-CONV-LIT-PTR) """"
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE WS-CONV-DEF-POS TO WS-CONV-ED-A.
            MOVE WS-CONV-CHUNK-LEN TO WS-CONV-ED-B.
            MOVE SPACES TO CONV-LINE.
            STRING "                TO NEW-" FUNCTION TRIM(WS-CONV-NAME)
                "(" FUNCTION TRIM(WS-CONV-ED-A) ":"
                FUNCTION TRIM(WS-CONV-ED-B) ")."
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            EXIT.

        6560-WRITE-EPILOGUE.
            WRITE CONV-LINE FROM "        3000-VERIFY.".
            WRITE CONV-LINE FROM "      *>".
            WRITE CONV-LINE FROM
                "      *>  READ THE CONVERTED FILE BACK BESIDE THE "
                & "ORIGINAL:".
            WRITE CONV-LINE FROM
                "      *>  EVERY RECORD MUST MATCH A FRESH CONVERSION "
                & "OF ITS".
            WRITE CONV-LINE FROM "      *>  ORIGINAL.".
            WRITE CONV-LINE FROM "      *>".
            WRITE CONV-LINE FROM
                "            OPEN INPUT OLD-FILE, NEW-FILE.".
            WRITE CONV-LINE FROM
                "            IF CV-NEW-STATUS NOT = ""00"" THEN".
            WRITE CONV-LINE FROM "                EXIT PARAGRAPH".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM "            SET CV-EOF TO FALSE.".
            WRITE CONV-LINE FROM "            PERFORM UNTIL CV-EOF".
            WRITE CONV-LINE FROM
                "                READ NEW-FILE INTO CV-CHECK-RECORD".
            WRITE CONV-LINE FROM "                    AT END".
            WRITE CONV-LINE FROM
                "                        SET CV-EOF TO TRUE".
            WRITE CONV-LINE FROM "                    NOT AT END".
            WRITE CONV-LINE FROM
                "                        READ OLD-FILE".
            WRITE CONV-LINE FROM "                            AT END".
            WRITE CONV-LINE FROM
                "                                ADD 1 TO "
                & "CV-MISMATCH-COUNT".
            WRITE CONV-LINE FROM
                "                            NOT AT END".
            WRITE CONV-LINE FROM
                "                                PERFORM "
                & "2100-CONVERT-RECORD".
            WRITE CONV-LINE FROM
                "                                IF NEW-RECORD ="
                & " CV-CHECK-RECORD".
            WRITE CONV-LINE FROM "                                THEN".
            WRITE CONV-LINE FROM
                "                                    ADD 1 TO "
                & "CV-VERIFIED-COUNT".
            WRITE CONV-LINE FROM
                "                                ELSE".
            WRITE CONV-LINE FROM
                "                                    ADD 1 TO "
                & "CV-MISMATCH-COUNT".
            WRITE CONV-LINE FROM
                "                                END-IF".
            WRITE CONV-LINE FROM
                "                        END-READ".
            WRITE CONV-LINE FROM "                END-READ".
            WRITE CONV-LINE FROM "            END-PERFORM.".
            WRITE CONV-LINE FROM
                "            CLOSE OLD-FILE, NEW-FILE.".
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM "        4000-SWAP-OR-REPORT.".
            WRITE CONV-LINE FROM
                "            IF CV-MISMATCH-COUNT > 0".
            WRITE CONV-LINE FROM
                "            OR CV-WRITTEN-COUNT NOT = CV-READ-COUNT".
            WRITE CONV-LINE FROM
                "            OR CV-VERIFIED-COUNT NOT = "
                & "CV-WRITTEN-COUNT THEN".
            WRITE CONV-LINE FROM
                "                DISPLAY FUNCTION TRIM(CV-PROGRAM)".
            WRITE CONV-LINE FROM
                "                    "": VERIFY FAILED (READ "" "
                & "CV-READ-COUNT".
            WRITE CONV-LINE FROM
                "                    "" WRITTEN "" CV-WRITTEN-COUNT".
            WRITE CONV-LINE FROM
                "                    "" VERIFIED "" CV-VERIFIED-COUNT".
            WRITE CONV-LINE FROM
                "                    "" MISMATCH "" CV-MISMATCH-COUNT".
            WRITE CONV-LINE FROM
                "                    "") -- ORIGINAL UNTOUCHED.""".
            WRITE CONV-LINE FROM
                "                MOVE 8 TO RETURN-CODE".
            WRITE CONV-LINE FROM "                EXIT PARAGRAPH".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM SPACES.
            WRITE CONV-LINE FROM
                "            MOVE SPACES TO CV-SHELL-CMD.".
            WRITE CONV-LINE FROM
                "            STRING ""mv '"" "
                & "FUNCTION TRIM(CV-OLD-NAME)".
            WRITE CONV-LINE FROM
                "                ""' '"" FUNCTION TRIM(CV-OLD-NAME) "
                & """.OLD' && """.
            WRITE CONV-LINE FROM
                "                ""mv '"" FUNCTION TRIM(CV-NEW-NAME)".
            WRITE CONV-LINE FROM
                "                ""' '"" FUNCTION TRIM(CV-OLD-NAME) "
                & """'""".
            WRITE CONV-LINE FROM
                "                DELIMITED BY SIZE INTO CV-SHELL-CMD.".
            WRITE CONV-LINE FROM
                "            CALL ""SYSTEM"" USING CV-SHELL-CMD.".
            WRITE CONV-LINE FROM
                "            IF RETURN-CODE NOT = 0 THEN".
            WRITE CONV-LINE FROM
                "                DISPLAY FUNCTION TRIM(CV-PROGRAM)".
            WRITE CONV-LINE FROM
                "                    "": SWAP FAILED -- ORIGINAL "
                & "UNTOUCHED.""".
            WRITE CONV-LINE FROM
                "                MOVE 8 TO RETURN-CODE".
            WRITE CONV-LINE FROM "                EXIT PARAGRAPH".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM
                "            DISPLAY FUNCTION TRIM(CV-PROGRAM) "": """.
            WRITE CONV-LINE FROM
                "                FUNCTION TRIM(CV-OLD-NAME) "
                & """ CONVERTED (READ """.
            WRITE CONV-LINE FROM
                "                CV-READ-COUNT "" WRITTEN "" "
                & "CV-WRITTEN-COUNT".
            WRITE CONV-LINE FROM
                "                "" VERIFIED "" CV-VERIFIED-COUNT "
                & """).""".
            WRITE CONV-LINE FROM
                "            IF CV-TRUNCATED-COUNT > 0 THEN".
            WRITE CONV-LINE FROM
                "                DISPLAY FUNCTION TRIM(CV-PROGRAM) "
                & """: """.
            WRITE CONV-LINE FROM
                "                    CV-TRUNCATED-COUNT "" VALUE(S) "
                & "CUT SHORT""".
            WRITE CONV-LINE FROM
                "                    "" -- SEE THE REVIEW NOTES.""".
            WRITE CONV-LINE FROM
                "                MOVE 4 TO RETURN-CODE".
            WRITE CONV-LINE FROM "            ELSE".
            WRITE CONV-LINE FROM
                "                MOVE 0 TO RETURN-CODE".
            WRITE CONV-LINE FROM "            END-IF.".
            WRITE CONV-LINE FROM "            EXIT.".
            WRITE CONV-LINE FROM SPACES.
            MOVE SPACES TO CONV-LINE.
            STRING "        END PROGRAM " FUNCTION TRIM(WS-CONV-PROGRAM)
                "." DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            EXIT.

        6570-WRITE-TRUNC-CHECK.
      *>
      *>     NEW FIELD LAY-X IS SHORTER THAN OLD FIELD LAY-Y: COUNT
      *>     EVERY VALUE THAT ACTUALLY LOSES CHARACTERS.
      *>
            COMPUTE WS-CONV-ED-6 = LAY-NEW-LENGTH(LAY-X) + 1.
            MOVE SPACES TO CONV-LINE.
            STRING "            IF OLD-"
                FUNCTION TRIM(LAY-OLD-NAME(LAY-Y)) "("
                FUNCTION TRIM(WS-CONV-ED-6) ":) NOT = SPACES THEN"
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            WRITE CONV-LINE FROM
                "                ADD 1 TO CV-TRUNCATED-COUNT".
            WRITE CONV-LINE FROM "            END-IF.".
            EXIT.

        6580-WRITE-REVIEW.
      *>
      *>     A "REVIEW:" NOTE NAMING WS-CONV-ENTRY, THEN WS-CONV-NOTE.
      *>
            MOVE SPACES TO CONV-LINE.
            STRING "      *>  REVIEW: #" WS-CONV-NO " "
                FUNCTION TRIM(WS-CONV-NAME)
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            MOVE SPACES TO CONV-LINE.
            STRING "      *>      " WS-CONV-NOTE
                DELIMITED BY SIZE INTO CONV-LINE.
            WRITE CONV-LINE.
            ADD 1 TO WS-CONV-REVIEWS.
            EXIT.

        7000-OPEN-CMDLINE.
            INITIALIZE CMD-LINE.
            ACCEPT CMD-ARGC FROM ARGUMENT-NUMBER.
            SET OPT-H TO FALSE.
            SET OPT-J TO FALSE.
            MOVE 0 TO OPT-J-ARG.
            SET OPT-C TO FALSE.
            EXIT.

        7100-GET-ARG.
        8900-DISPLAY-USAGE.
            DISPLAY "Usage:  sdgenerate [-d destdir] [-i imagedir] "
                "[-D datadir] [-s] [-f listfile] [-u] [-b destdir] "
                "[-n] [-a] [-c] [-L langcode] screens..".
            DISPLAY "where".
            DISPLAY "        -d subdir       Specifies the destination"
                " for the generated".
            DISPLAY "                        dated destdir/gen-"
                "<timestamp> subdirectory,".
            DISPLAY "                        as a rollback point.".
            DISPLAY "        -c              When a screen's field "
                "layout has changed since".
            DISPLAY "                        its previous generation, "
                "also write a data-".
            DISPLAY "                        conversion program "
                "skeleton, <screen>CV.cob,".
            DISPLAY "                        into destdir.".
            DISPLAY "        -L langcode     Generate using the "
                "alternate-language wording".
            DISPLAY "                        saved under this 2-"
