        IDENTIFICATION DIVISION.
        PROGRAM-ID. FLDCONS.
      *>
      *> FLDCONS IS THE CROSS-SCREEN DATA-ELEMENT CONSISTENCY REPORT.
      *> THE SAME BUSINESS ITEM IS OFTEN DEFINED DIFFERENTLY FROM
      *> SCREEN TO SCREEN -- CUSTOMER-NO EIGHT LONG HERE AND TEN LONG
      *> THERE, UPPERCASE AND CHARSET-RESTRICTED ON ONLY SOME OF THEM,
      *> AMOUNTS DISAGREEING ON DIGITS, DECIMALS AND SIGN. FLDCONS
      *> GROUPS EVERY SCRFDEF.X RECORD TWO WAYS:
      *>
      *>     BY COBOL NAME    (THE SCR-FDEF-COBOL-NAME ALTERNATE KEY)
      *>     BY DESCRIPTION   (SCR-FDEF-DESCRIPTION; A GROUP WHOSE
      *>                      FIELDS ALL SHARE ONE COBOL NAME IS
      *>                      ALREADY REPORTED UNDER THAT NAME)
      *>
      *> AND, WITHIN EACH GROUP OF TWO OR MORE FIELDS, COMPARES:
      *>
      *>     LENGTH           BUFLEN
      *>     NUMERIC SHAPE    DIGITS DECIMALS SIGNED COMP-TYPE
      *>     CHARSET / CASE   CHARSET UPPERCASE
      *>     EDIT MASK        EDIT-MASK
      *>     VALID RULES      VALID-MIN VALID-MAX VALID-LIST REQUIRED
      *>
      *> FOR EVERY ATTRIBUTE THAT DISAGREES IT PRINTS THE MAJORITY
      *> DEFINITION (THE MOST COMMON VALUE; A TIE GOES TO THE FIRST
      *> SEEN) AND THEN EACH OUTLIER FIELD WITH ITS DIFFERING VALUES.
      *>
      *> USAGE:  fldcons                    REPORT ONLY
      *>         fldcons FIXUP [CARDFILE]   ALSO WRITE A MASSATTR
      *>                                    STATEMENT FILE (DEFAULT
      *>                                    FLDCONS.MAS IN THE DATA
      *>                                    DIRECTORY)
      *>
      *> THE FIX-UP FILE HOLDS ONE MASSATTR BLOCK (SCOPE SCREEN /
      *> WHERE NAME / SET ... / END) PER OUTLIER FIELD, SETTING ITS
      *> DIFFERING ATTRIBUTES TO THE MAJORITY VALUES. IT CARRIES NO
      *> RUN LIVE CARD: A DESIGNER REVIEWS IT, TRIES IT (MASSATTR'S
      *> TRIAL RUN), AND ADDS RUN LIVE TO APPLY IT UNDER A CHANGE
      *> TICKET. A VALUE MASSATTR CANNOT CARRY ON A CARD (EMBEDDED
      *> SPACES OR LOWER CASE), OR AN OUTLIER WITH NO COBOL NAME TO
      *> SELECT IT BY, IS WRITTEN AS A COMMENT TO BE FIXED BY HAND IN
      *> SD002040.
      *>
      *> RC 0 = EVERY GROUP CONSISTENT, 4 = INCONSISTENCIES LISTED,
      *> 16 = FILE TROUBLE.
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

      *>
      *> THE DESCRIPTION PASS NEEDS THE FIELDS IN DESCRIPTION ORDER;
      *> THERE IS NO KEY FOR THAT, SO THE NAME PASS FILES EACH FIELD
      *> INTO THIS SCRATCH INDEX AS IT GOES.
      *>
            SELECT WORK-FILE
                ASSIGN TO WORK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WRK-KEY
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT FIXUP-FILE
                ASSIGN TO FIXUP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIXUP-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  WORK-FILE.
        01  WORK-RECORD.
            05  WRK-KEY.
                10  WRK-DESCRIPTION             PIC X(40).
                10  WRK-SCREEN-NAME             PIC X(16).
                10  WRK-FIELD-NO                PIC 9(4).
            05  WRK-COBOL-NAME                  PIC X(32).
            05  WRK-ATTR                        PIC X(60)
                                                OCCURS 12 TIMES.

        FD  FIXUP-FILE.
        01  FIXUP-RECORD                        PIC X(132).

        WORKING-STORAGE SECTION.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  WORK-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FLDCONS.WRK".
            10  FIXUP-FILE-NAME                 PIC X(256).

        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.
        01  WS-FIXUP-FILE-STATUS                PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-FIXUP-FLAG                       PIC X VALUE 'N'.
            88  WRITE-FIXUPS                    VALUE 'Y'.
        01  WS-NOW                              PIC X(21).

      *>
      *> THE ATTRIBUTES COMPARED, NAMED AS MASSATTR NAMES THEM.
      *>
        01  ATTR-NAME-VALUES.
            10  FILLER  PIC X(12) VALUE "BUFLEN".
            10  FILLER  PIC X(12) VALUE "DIGITS".
            10  FILLER  PIC X(12) VALUE "DECIMALS".
            10  FILLER  PIC X(12) VALUE "SIGNED".
            10  FILLER  PIC X(12) VALUE "COMP-TYPE".
            10  FILLER  PIC X(12) VALUE "CHARSET".
            10  FILLER  PIC X(12) VALUE "UPPERCASE".
            10  FILLER  PIC X(12) VALUE "EDIT-MASK".
            10  FILLER  PIC X(12) VALUE "VALID-MIN".
            10  FILLER  PIC X(12) VALUE "VALID-MAX".
            10  FILLER  PIC X(12) VALUE "VALID-LIST".
            10  FILLER  PIC X(12) VALUE "REQUIRED".
        01  ATTR-NAME-TABLE REDEFINES ATTR-NAME-VALUES.
            10  WS-ATTR-NAME                    PIC X(12)
                                                OCCURS 12 TIMES.
        01  WS-ATTR-COUNT                       PIC 99 COMP VALUE 12.
        01  WS-ATTR-X                           PIC 99 COMP.

      *>
      *> THE GROUP BEING GATHERED: 'N' BY COBOL NAME, 'D' BY
      *> DESCRIPTION.
      *>
        01  WS-GROUP-TYPE                       PIC X.
            88  GROUP-BY-NAME                   VALUE 'N'.
            88  GROUP-BY-DESCRIPTION            VALUE 'D'.
        01  WS-GROUP-KEY                        PIC X(40).
        01  WS-GROUP-STARTED-FLAG               PIC X.
            88  GROUP-STARTED                   VALUE 'Y'.
        01  GROUP-TABLE.
            10  WS-MBR-COUNT                    PIC 9(4) COMP.
            10  WS-MBR-ENTRY OCCURS 500 TIMES.
                15  WS-MBR-SCREEN               PIC X(16).
                15  WS-MBR-NO                   PIC 9(4).
                15  WS-MBR-NAME                 PIC X(32).
                15  WS-MBR-ATTR                 PIC X(60)
                                                OCCURS 12 TIMES.
        01  WS-MBR-X                            PIC 9(4) COMP.
        01  WS-MBR-Y                            PIC 9(4) COMP.
        01  WS-MBR-DROPPED                      PIC 9(6) VALUE 0.

        01  MAJORITY-TABLE.
            10  WS-MAJ-ENTRY OCCURS 12 TIMES.
                15  WS-MAJ-VALUE                PIC X(60).
                15  WS-MAJ-COUNT                PIC 9(4) COMP.
                15  WS-MAJ-DIFFERS              PIC X.
                    88  ATTR-DIFFERS            VALUE 'Y'.
        01  WS-SAME-COUNT                       PIC 9(4) COMP.
        01  WS-ANY-DIFFERS-FLAG                 PIC X.
            88  ANY-ATTR-DIFFERS                VALUE 'Y'.
        01  WS-ALL-ONE-NAME-FLAG                PIC X.
            88  ALL-ONE-NAME                    VALUE 'Y'.

      *>
      *> ATTRIBUTE FORMATTING AND PRINT WORK.
      *>
        01  WS-ATTR-WORK                        PIC X(60)
                                                OCCURS 12 TIMES.
        01  WS-NUM-ED                           PIC ZZ9.
        01  WS-COUNT-ED                         PIC ZZZ9.
        01  WS-TOTAL-ED                         PIC ZZZ9.
        01  WS-SHOW-VALUE                       PIC X(60).
        01  WS-LINE                             PIC X(132).
        01  WS-LINE-PTR                         PIC 999 COMP.
        01  WS-VALUE-LENGTH                     PIC 99 COMP.
        01  WS-SPACE-TALLY                      PIC 99 COMP.
        01  WS-CARDABLE-FLAG                    PIC X.
            88  VALUE-CARDABLE                  VALUE 'Y'.
        01  WS-SET-CARDS                        PIC 99 COMP.

        01  REPORT-COUNTS.
            10  WS-FIELD-COUNT                  PIC 9(6) VALUE 0.
            10  WS-GROUP-COUNT                  PIC 9(6) VALUE 0.
            10  WS-BAD-GROUP-COUNT              PIC 9(6) VALUE 0.
            10  WS-OUTLIER-COUNT                PIC 9(6) VALUE 0.
            10  WS-BLOCK-COUNT                  PIC 9(6) VALUE 0.
            10  WS-BY-HAND-COUNT                PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            DISPLAY "FIELD DEFINITION CONSISTENCY (SCRFDEF.X)".
            DISPLAY " ".
            PERFORM 2000-GROUP-BY-NAME.
            PERFORM 3000-GROUP-BY-DESCRIPTION.
            PERFORM 9000-FINALIZE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-VERB, FIXUP-FILE-NAME.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT FIXUP-FILE-NAME FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "REPORT"
                    CONTINUE
                WHEN "FIXUP"
                    SET WRITE-FIXUPS TO TRUE
                WHEN OTHER
                    DISPLAY "USAGE: fldcons [FIXUP [CARDFILE]]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
            IF FIXUP-FILE-NAME = SPACES THEN
                MOVE "${COBCURSES_DATADIR}/FLDCONS.MAS"
                    TO FIXUP-FILE-NAME
            END-IF.

            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                WORK-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                FIXUP-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                DISPLAY "FLDCONS: CANNOT OPEN SCRFDEF.X (STATUS ",
                    WS-SCRFDEF-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS NOT = "00" THEN
                DISPLAY "FLDCONS: CANNOT CREATE ",
                    FUNCTION TRIM(WORK-FILE-NAME), " (STATUS ",
                    WS-WORK-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WRITE-FIXUPS THEN
                OPEN OUTPUT FIXUP-FILE
                IF WS-FIXUP-FILE-STATUS NOT = "00" THEN
                    DISPLAY "FLDCONS: CANNOT CREATE ",
                        FUNCTION TRIM(FIXUP-FILE-NAME), " (STATUS ",
                        WS-FIXUP-FILE-STATUS, ")."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM 1100-FIXUP-HEADER
            END-IF.
            EXIT.

        1100-FIXUP-HEADER.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO FIXUP-RECORD.
            STRING "* FIELD CONSISTENCY FIX-UPS WRITTEN BY FLDCONS "
                WS-NOW(1:8) DELIMITED BY SIZE INTO FIXUP-RECORD.
            WRITE FIXUP-RECORD.
            MOVE "* ONE BLOCK PER OUTLIER FIELD, SETTING IT TO THE"
                TO FIXUP-RECORD.
            WRITE FIXUP-RECORD.
            MOVE "* MAJORITY DEFINITION OF ITS GROUP. REVIEW, TRY, THEN"
                TO FIXUP-RECORD.
            WRITE FIXUP-RECORD.
            MOVE "* ADD A  RUN LIVE  CARD TO APPLY."
                TO FIXUP-RECORD.
            WRITE FIXUP-RECORD.
            EXIT.

      *>
      *> 2000-GROUP-BY-NAME :
      *>     WALK SCRFDEF.X IN COBOL-NAME ORDER. EVERY FIELD IS ALSO
      *>     FILED INTO THE WORK INDEX FOR THE DESCRIPTION PASS.
      *>
        2000-GROUP-BY-NAME.
            DISPLAY "GROUPED BY COBOL NAME".
            DISPLAY "---------------------".
            SET GROUP-BY-NAME TO TRUE.
            MOVE 'N' TO WS-GROUP-STARTED-FLAG.
            MOVE 0 TO WS-MBR-COUNT.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO SCR-FDEF-COBOL-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-COBOL-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 2100-TAKE-FIELD
                END-READ
            END-PERFORM.
            IF GROUP-STARTED THEN
                PERFORM 5000-CLOSE-GROUP
            END-IF.
            CLOSE SCRFDEF-FILE, WORK-FILE.
            DISPLAY " ".
            EXIT.

        2100-TAKE-FIELD.
            ADD 1 TO WS-FIELD-COUNT.
            PERFORM 2200-FORMAT-ATTRIBUTES.
            IF SCR-FDEF-DESCRIPTION NOT = SPACES THEN
                MOVE SCR-FDEF-DESCRIPTION TO WRK-DESCRIPTION
                MOVE SCR-FDEF-SCREEN-NAME TO WRK-SCREEN-NAME
                MOVE SCR-FDEF-NO TO WRK-FIELD-NO
                MOVE SCR-FDEF-COBOL-NAME TO WRK-COBOL-NAME
                PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                    UNTIL WS-ATTR-X > WS-ATTR-COUNT
                    MOVE WS-ATTR-WORK(WS-ATTR-X)
                        TO WRK-ATTR(WS-ATTR-X)
                END-PERFORM
                WRITE WORK-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF.
            IF SCR-FDEF-COBOL-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF GROUP-STARTED
            AND SCR-FDEF-COBOL-NAME NOT = WS-GROUP-KEY THEN
                PERFORM 5000-CLOSE-GROUP
            END-IF.
            IF NOT GROUP-STARTED THEN
                SET GROUP-STARTED TO TRUE
                MOVE SCR-FDEF-COBOL-NAME TO WS-GROUP-KEY
                MOVE 0 TO WS-MBR-COUNT
            END-IF.
            IF WS-MBR-COUNT >= 500 THEN
                ADD 1 TO WS-MBR-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MBR-COUNT.
            MOVE SCR-FDEF-SCREEN-NAME TO WS-MBR-SCREEN(WS-MBR-COUNT).
            MOVE SCR-FDEF-NO TO WS-MBR-NO(WS-MBR-COUNT).
            MOVE SCR-FDEF-COBOL-NAME TO WS-MBR-NAME(WS-MBR-COUNT).
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                MOVE WS-ATTR-WORK(WS-ATTR-X)
                    TO WS-MBR-ATTR(WS-MBR-COUNT, WS-ATTR-X)
            END-PERFORM.
            EXIT.

      *>
      *> 2200-FORMAT-ATTRIBUTES :
      *>     THE COMPARED ATTRIBUTES AS TEXT, IN ATTR-NAME-TABLE
      *>     ORDER (NUMBERS WITHOUT LEADING ZEROS, AS A CARD WOULD
      *>     CARRY THEM).
      *>
        2200-FORMAT-ATTRIBUTES.
            MOVE SPACES TO WS-ATTR-WORK(1), WS-ATTR-WORK(2),
                WS-ATTR-WORK(3).
            MOVE SCR-FDEF-BUFFER-LENGTH TO WS-NUM-ED.
            MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ATTR-WORK(1).
            MOVE SCR-FDEF-DIGITS TO WS-NUM-ED.
            MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ATTR-WORK(2).
            MOVE SCR-FDEF-DECIMALS TO WS-NUM-ED.
            MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ATTR-WORK(3).
            MOVE SCR-FDEF-SIGNED TO WS-ATTR-WORK(4).
            MOVE SCR-FDEF-COMP-TYPE TO WS-ATTR-WORK(5).
            MOVE SCR-FDEF-RES-CHARSET TO WS-ATTR-WORK(6).
            MOVE SCR-FDEF-UPPERCASE TO WS-ATTR-WORK(7).
            MOVE SCR-FDEF-EDIT-MASK TO WS-ATTR-WORK(8).
            MOVE SCR-FDEF-VALID-MIN TO WS-ATTR-WORK(9).
            MOVE SCR-FDEF-VALID-MAX TO WS-ATTR-WORK(10).
            MOVE SCR-FDEF-VALID-LIST TO WS-ATTR-WORK(11).
            MOVE SCR-FDEF-VALID-REQUIRED TO WS-ATTR-WORK(12).
            EXIT.

      *>
      *> 3000-GROUP-BY-DESCRIPTION :
      *>     READ THE WORK INDEX BACK IN DESCRIPTION ORDER.
      *>
        3000-GROUP-BY-DESCRIPTION.
            DISPLAY "GROUPED BY DESCRIPTION".
            DISPLAY "----------------------".
            SET GROUP-BY-DESCRIPTION TO TRUE.
            MOVE 'N' TO WS-GROUP-STARTED-FLAG.
            MOVE 0 TO WS-MBR-COUNT.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS NOT = "00" THEN
                DISPLAY "FLDCONS: CANNOT REOPEN ",
                    FUNCTION TRIM(WORK-FILE-NAME), " (STATUS ",
                    WS-WORK-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LOW-VALUES TO WRK-KEY.
            START WORK-FILE KEY IS >= WRK-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ WORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 3100-TAKE-WORK-RECORD
                END-READ
            END-PERFORM.
            IF GROUP-STARTED THEN
                PERFORM 5000-CLOSE-GROUP
            END-IF.
            CLOSE WORK-FILE.
            CALL "CBL_DELETE_FILE" USING WORK-FILE-NAME.
            DISPLAY " ".
            EXIT.

        3100-TAKE-WORK-RECORD.
            IF GROUP-STARTED
            AND WRK-DESCRIPTION NOT = WS-GROUP-KEY THEN
                PERFORM 5000-CLOSE-GROUP
            END-IF.
            IF NOT GROUP-STARTED THEN
                SET GROUP-STARTED TO TRUE
                MOVE WRK-DESCRIPTION TO WS-GROUP-KEY
                MOVE 0 TO WS-MBR-COUNT
            END-IF.
            IF WS-MBR-COUNT >= 500 THEN
                ADD 1 TO WS-MBR-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MBR-COUNT.
            MOVE WRK-SCREEN-NAME TO WS-MBR-SCREEN(WS-MBR-COUNT).
            MOVE WRK-FIELD-NO TO WS-MBR-NO(WS-MBR-COUNT).
            MOVE WRK-COBOL-NAME TO WS-MBR-NAME(WS-MBR-COUNT).
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                MOVE WRK-ATTR(WS-ATTR-X)
                    TO WS-MBR-ATTR(WS-MBR-COUNT, WS-ATTR-X)
            END-PERFORM.
            EXIT.

      *>
      *> 5000-CLOSE-GROUP :
      *>     THE GROUP IS COMPLETE: FIND EACH ATTRIBUTE'S MAJORITY,
      *>     AND REPORT THE GROUP IF ANY ATTRIBUTE DISAGREES.
      *>
        5000-CLOSE-GROUP.
            MOVE 'N' TO WS-GROUP-STARTED-FLAG.
            IF WS-MBR-COUNT < 2 THEN
                EXIT PARAGRAPH
            END-IF.
            IF GROUP-BY-DESCRIPTION THEN
                SET ALL-ONE-NAME TO TRUE
                PERFORM VARYING WS-MBR-X FROM 2 BY 1
                    UNTIL WS-MBR-X > WS-MBR-COUNT
                    IF WS-MBR-NAME(WS-MBR-X) NOT = WS-MBR-NAME(1)
                    OR WS-MBR-NAME(WS-MBR-X) = SPACES THEN
                        MOVE 'N' TO WS-ALL-ONE-NAME-FLAG
                    END-IF
                END-PERFORM
                IF ALL-ONE-NAME THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WS-GROUP-COUNT.

            MOVE 'N' TO WS-ANY-DIFFERS-FLAG.
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                PERFORM 5100-FIND-MAJORITY
            END-PERFORM.
            IF NOT ANY-ATTR-DIFFERS THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-BAD-GROUP-COUNT.

            MOVE WS-MBR-COUNT TO WS-TOTAL-ED.
            IF GROUP-BY-NAME THEN
                DISPLAY "NAME ", FUNCTION TRIM(WS-GROUP-KEY), "  (",
                    FUNCTION TRIM(WS-TOTAL-ED), " FIELDS)"
            ELSE
                DISPLAY "DESCRIPTION """,
                    FUNCTION TRIM(WS-GROUP-KEY), """  (",
                    FUNCTION TRIM(WS-TOTAL-ED), " FIELDS)"
            END-IF.
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                IF ATTR-DIFFERS(WS-ATTR-X) THEN
                    MOVE WS-MAJ-VALUE(WS-ATTR-X) TO WS-SHOW-VALUE
                    PERFORM 5150-SHOWABLE-VALUE
                    MOVE WS-MAJ-COUNT(WS-ATTR-X) TO WS-COUNT-ED
                    DISPLAY "    MAJORITY ", WS-ATTR-NAME(WS-ATTR-X),
                        " ", FUNCTION TRIM(WS-SHOW-VALUE), "  (",
                        FUNCTION TRIM(WS-COUNT-ED), " OF ",
                        FUNCTION TRIM(WS-TOTAL-ED), ")"
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-MBR-X FROM 1 BY 1
                UNTIL WS-MBR-X > WS-MBR-COUNT
                PERFORM 5200-SHOW-IF-OUTLIER
            END-PERFORM.
            EXIT.

      *>
      *> 5100-FIND-MAJORITY :
      *>     THE MOST COMMON VALUE OF ATTRIBUTE WS-ATTR-X IN THE
      *>     GROUP (THE FIRST SEEN WINS A TIE).
      *>
        5100-FIND-MAJORITY.
            MOVE WS-MBR-ATTR(1, WS-ATTR-X) TO WS-MAJ-VALUE(WS-ATTR-X).
            MOVE 0 TO WS-MAJ-COUNT(WS-ATTR-X).
            PERFORM VARYING WS-MBR-X FROM 1 BY 1
                UNTIL WS-MBR-X > WS-MBR-COUNT
                MOVE 0 TO WS-SAME-COUNT
                PERFORM VARYING WS-MBR-Y FROM 1 BY 1
                    UNTIL WS-MBR-Y > WS-MBR-COUNT
                    IF WS-MBR-ATTR(WS-MBR-Y, WS-ATTR-X) =
                       WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X) THEN
                        ADD 1 TO WS-SAME-COUNT
                    END-IF
                END-PERFORM
                IF WS-SAME-COUNT > WS-MAJ-COUNT(WS-ATTR-X) THEN
                    MOVE WS-SAME-COUNT TO WS-MAJ-COUNT(WS-ATTR-X)
                    MOVE WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X)
                        TO WS-MAJ-VALUE(WS-ATTR-X)
                END-IF
            END-PERFORM.
            IF WS-MAJ-COUNT(WS-ATTR-X) < WS-MBR-COUNT THEN
                MOVE 'Y' TO WS-MAJ-DIFFERS(WS-ATTR-X)
                SET ANY-ATTR-DIFFERS TO TRUE
            ELSE
                MOVE 'N' TO WS-MAJ-DIFFERS(WS-ATTR-X)
            END-IF.
            EXIT.

        5150-SHOWABLE-VALUE.
            IF WS-SHOW-VALUE = SPACES THEN
                MOVE "(BLANK)" TO WS-SHOW-VALUE
            END-IF.
            EXIT.

      *>
      *> 5200-SHOW-IF-OUTLIER :
      *>     ONE LINE PER FIELD THAT DIFFERS FROM THE MAJORITY ON ANY
      *>     ATTRIBUTE, NAMING EACH DIFFERING VALUE.
      *>
        5200-SHOW-IF-OUTLIER.
            MOVE SPACES TO WS-LINE.
            MOVE 1 TO WS-LINE-PTR.
            STRING "    OUTLIER " WS-MBR-SCREEN(WS-MBR-X) " "
                WS-MBR-NO(WS-MBR-X) " "
                DELIMITED BY SIZE
                INTO WS-LINE WITH POINTER WS-LINE-PTR.
            IF GROUP-BY-DESCRIPTION THEN
                MOVE WS-MBR-NAME(WS-MBR-X) TO WS-SHOW-VALUE
                PERFORM 5150-SHOWABLE-VALUE
                STRING FUNCTION TRIM(WS-SHOW-VALUE) " "
                    DELIMITED BY SIZE
                    INTO WS-LINE WITH POINTER WS-LINE-PTR
            END-IF.
            MOVE 0 TO WS-SET-CARDS.
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                IF ATTR-DIFFERS(WS-ATTR-X)
                AND WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X) NOT =
                    WS-MAJ-VALUE(WS-ATTR-X) THEN
                    ADD 1 TO WS-SET-CARDS
                    MOVE WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X)
                        TO WS-SHOW-VALUE
                    PERFORM 5150-SHOWABLE-VALUE
                    STRING " " WS-ATTR-NAME(WS-ATTR-X)
                        DELIMITED BY SPACE
                        "=" FUNCTION TRIM(WS-SHOW-VALUE)
                        DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-PTR
                        ON OVERFLOW CONTINUE
                    END-STRING
                END-IF
            END-PERFORM.
            IF WS-SET-CARDS = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OUTLIER-COUNT.
            DISPLAY FUNCTION TRIM(WS-LINE TRAILING).
            IF WRITE-FIXUPS THEN
                PERFORM 6000-WRITE-FIXUP
            END-IF.
            EXIT.

      *>
      *> 6000-WRITE-FIXUP :
      *>     ONE MASSATTR BLOCK BRINGING OUTLIER WS-MBR-X INTO LINE.
      *>
        6000-WRITE-FIXUP.
            MOVE SPACES TO FIXUP-RECORD.
            WRITE FIXUP-RECORD.
            MOVE SPACES TO FIXUP-RECORD.
            IF GROUP-BY-NAME THEN
                STRING "* NAME " FUNCTION TRIM(WS-GROUP-KEY)
                    ": " WS-MBR-SCREEN(WS-MBR-X) " FIELD "
                    WS-MBR-NO(WS-MBR-X)
                    DELIMITED BY SIZE INTO FIXUP-RECORD
            ELSE
                STRING "* DESCRIPTION """ FUNCTION TRIM(WS-GROUP-KEY)
                    """: " WS-MBR-SCREEN(WS-MBR-X) " FIELD "
                    WS-MBR-NO(WS-MBR-X)
                    DELIMITED BY SIZE INTO FIXUP-RECORD
            END-IF.
            WRITE FIXUP-RECORD.
            IF WS-MBR-NAME(WS-MBR-X) = SPACES THEN
                MOVE "* NO COBOL NAME TO SELECT IT BY -- FIX BY HAND."
                    TO FIXUP-RECORD
                WRITE FIXUP-RECORD
                ADD 1 TO WS-BY-HAND-COUNT
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     COUNT THE VALUES A CARD CAN CARRY FIRST: A BLOCK WITH NO
      *>     SET CARD WOULD STOP MASSATTR, SO IT IS COMMENTED OUT.
      *>
            MOVE 0 TO WS-SET-CARDS.
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                IF ATTR-DIFFERS(WS-ATTR-X)
                AND WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X) NOT =
                    WS-MAJ-VALUE(WS-ATTR-X) THEN
                    PERFORM 6100-CHECK-CARDABLE
                    IF VALUE-CARDABLE THEN
                        ADD 1 TO WS-SET-CARDS
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SET-CARDS > 0 THEN
                MOVE SPACES TO FIXUP-RECORD
                STRING "SCOPE SCREEN " WS-MBR-SCREEN(WS-MBR-X)
                    DELIMITED BY SIZE INTO FIXUP-RECORD
                WRITE FIXUP-RECORD
                MOVE SPACES TO FIXUP-RECORD
                STRING "WHERE NAME = " WS-MBR-NAME(WS-MBR-X)
                    DELIMITED BY SIZE INTO FIXUP-RECORD
                WRITE FIXUP-RECORD
            END-IF.
            PERFORM VARYING WS-ATTR-X FROM 1 BY 1
                UNTIL WS-ATTR-X > WS-ATTR-COUNT
                IF ATTR-DIFFERS(WS-ATTR-X)
                AND WS-MBR-ATTR(WS-MBR-X, WS-ATTR-X) NOT =
                    WS-MAJ-VALUE(WS-ATTR-X) THEN
                    PERFORM 6200-WRITE-SET-CARD
                END-IF
            END-PERFORM.
            IF WS-SET-CARDS > 0 THEN
                MOVE "END" TO FIXUP-RECORD
                WRITE FIXUP-RECORD
                ADD 1 TO WS-BLOCK-COUNT
            END-IF.
            EXIT.

      *>
      *> 6100-CHECK-CARDABLE :
      *>     MASSATTR SPLITS A CARD ON SPACES AND FOLDS IT TO UPPER
      *>     CASE, SO A MAJORITY VALUE WITH AN EMBEDDED SPACE OR A
      *>     LOWER-CASE LETTER CANNOT BE SET FROM A CARD. A BLANK
      *>     VALUE CAN ("SET CHARSET =").
      *>
        6100-CHECK-CARDABLE.
            SET VALUE-CARDABLE TO TRUE.
            MOVE WS-MAJ-VALUE(WS-ATTR-X) TO WS-SHOW-VALUE.
            IF WS-SHOW-VALUE = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION UPPER-CASE(WS-SHOW-VALUE) NOT = WS-SHOW-VALUE
            THEN
                MOVE 'N' TO WS-CARDABLE-FLAG
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
                FUNCTION TRIM(WS-SHOW-VALUE TRAILING)).
            MOVE 0 TO WS-SPACE-TALLY.
            INSPECT WS-SHOW-VALUE(1:WS-VALUE-LENGTH)
                TALLYING WS-SPACE-TALLY FOR ALL SPACE.
            IF WS-SPACE-TALLY > 0 THEN
                MOVE 'N' TO WS-CARDABLE-FLAG
            END-IF.
            EXIT.

        6200-WRITE-SET-CARD.
            PERFORM 6100-CHECK-CARDABLE.
            MOVE SPACES TO FIXUP-RECORD.
            IF VALUE-CARDABLE THEN
                STRING "SET " WS-ATTR-NAME(WS-ATTR-X)
                    DELIMITED BY SPACE
                    " = " FUNCTION TRIM(WS-MAJ-VALUE(WS-ATTR-X))
                    DELIMITED BY SIZE INTO FIXUP-RECORD
            ELSE
                STRING "* SET BY HAND IN SD002040: "
                    WS-ATTR-NAME(WS-ATTR-X)
                    DELIMITED BY SPACE
                    " = " FUNCTION TRIM(WS-MAJ-VALUE(WS-ATTR-X))
                    DELIMITED BY SIZE INTO FIXUP-RECORD
                ADD 1 TO WS-BY-HAND-COUNT
            END-IF.
            WRITE FIXUP-RECORD.
            EXIT.

        9000-FINALIZE.
            IF WRITE-FIXUPS THEN
                CLOSE FIXUP-FILE
            END-IF.
            DISPLAY "CHECKED ", WS-FIELD-COUNT, " FIELD(S) IN ",
                WS-GROUP-COUNT, " GROUP(S): ", WS-BAD-GROUP-COUNT,
                " INCONSISTENT, ", WS-OUTLIER-COUNT, " OUTLIER(S).".
            IF WS-MBR-DROPPED > 0 THEN
                DISPLAY "FLDCONS: ", WS-MBR-DROPPED,
                    " FIELD(S) BEYOND 500 IN ONE GROUP NOT COMPARED."
            END-IF.
            IF WRITE-FIXUPS THEN
                DISPLAY "FIX-UP BLOCKS WRITTEN: ", WS-BLOCK-COUNT,
                    "  LEFT TO DO BY HAND: ", WS-BY-HAND-COUNT,
                    "  (", FUNCTION TRIM(FIXUP-FILE-NAME), ")"
            END-IF.
            IF WS-BAD-GROUP-COUNT > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

        END PROGRAM FLDCONS.
