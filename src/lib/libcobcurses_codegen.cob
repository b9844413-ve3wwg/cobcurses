        10  WS-HEXBUF-LENGTH                PIC 999 COMP-5 SYNCHRONIZED.
        10  WS-HEXBUF-OFFSET                PIC 999 COMP-5.
        10  WS-SCREEN-LINE-LENGTH           PIC 9999 COMP-5 SYNCHRONIZED.
        10  SEG-PAGE                        PIC 99.                 *> PAGE OF THE CURRENT SEGMENT / FIELD
        10  PAGE-X                          PIC 99.
        10  PAGE-TITLE-LINE                 PIC X(300).             *> LINE 1, SHARED BY EVERY PAGE

    01  WS-ASSOC-KEY-PARAM.
        05  WS-KEY-POINTER                  POINTER.

    01  WS-MENU-NAME                        PIC X(16).

*>
*>  THE SEGMENTS AND STANDARD FIELDS THE SCREEN TAKES FROM ITS MASTER
*>  LAYOUT (SEE COBCURSES-MASTER-LAYOUT), GENERATED AFTER ITS OWN.
*>
    01  MASTER-LAYOUT-AREA.
        COPY MSTLAYT.
    01  MSL-X                               PIC 9(4) COMP.

*>
*>  SHARED-STRUCTURE OPTIMIZER (COBCURSES_GEN_SHARE=Y): WHEN SEVERAL
*>  SCREENS OF ONE GENERATION UNIT (ONE SDGENERATE RUN, ONE PROGRAM)
                                            VALUE LOW-VALUES.
    01  WS-DTL-LENGTH-ED                    PIC 999.
    01  WS-DTL-OCCURS-ED                    PIC 999.
    01  WS-FIXED-DIGITS-ED                  PIC 99.
    01  WS-FIXED-DECIMALS-ED                PIC 99.
    01  WS-FIXED-SIGN                       PIC X.
    01  WS-FIXED-USAGE                      PIC X(8).
    01  WS-DATA-LENGTH                      PIC 9999.
    01  WS-TODAY-DATE                       PIC X(8).

        10  GENPD-S4-SEGNO                  PIC 99.
        10  FILLER                          PIC X       VALUE ")".

    01  GENPD-LINE-S5.
        10  FILLER                          PIC X(12)   VALUE SPACES.
        10  FILLER                          PIC X(5)    VALUE "MOVE ".
        10  GENPD-S5-PAGE                   PIC 99.
        10  FILLER                          PIC X(19)   VALUE " TO NC-PG-SEG-PAGE(".
        10  GENPD-S5-SEGNO                  PIC 99.
        10  FILLER                          PIC X       VALUE ")".

    01  GENPD-LINE-S8.
        10  FILLER                          PIC X(12)   VALUE SPACES.
        10  FILLER                          PIC X(5)    VALUE "MOVE ".
        10  GENPD-S8-COUNT                  PIC 99.
        10  FILLER                          PIC X(16)   VALUE " TO NC-PG-COUNT ".

    01  GENPD-LINE-S9.
        10  FILLER                          PIC X(12)   VALUE SPACES.
        10  FILLER                          PIC X(5)    VALUE "MOVE ".
    01  COUNT-ITEMS                         PIC 9999.
    01  SCREEN-DESCRIPTION                  PIC X(50).
    01  LS-LANGUAGE-CODE                    PIC X(2).
    01  COUNT-PAGES                         PIC 9999.               *> PAGES IN THE FORM (HIGHEST PAGE USED)

PROCEDURE DIVISION USING
    LS-SCREEN-NAME, FILE-NAME-WS, FILE-NAME-PD, FILE-NAME-SI,
    COPY-BOOK-DIR, SCREEN-IMAGE-DIR,
    COUNT-SEGMENTS, COUNT-FIELDS, COUNT-STATES,
    COUNT-MENUS, COUNT-ITEMS,
    SCREEN-DESCRIPTION, LS-LANGUAGE-CODE, COUNT-PAGES.

MAIN-PROGRAM.
    PERFORM 1000-INITIALIZE.
    INITIALIZE SRC.
    STRING "    NC-STATS-SCREEN-NAME, NC-RULE-DATA." INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
*>
*>  LOAD THE SCREEN'S REGISTERED USER EXITS (SEE SCREXIT.cbl /
*>  EXITADM); A SCREEN WITH NONE NEVER CALLS OUT.
*>
    INITIALIZE SRC.
    STRING "CALL ""COBCURSES-LOAD-EXITS"" USING" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC.
    STRING "    NC-STATS-SCREEN-NAME, NC-EXIT-DATA." INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    PERFORM VARYING LINEX FROM 1 BY 1 UNTIL LINEX > 50
        MOVE ' ' TO SCREEN-LINE(LINEX)
        MOVE ZERO TO RX
    END-IF.
    MOVE ZERO TO COUNT-SEGMENTS, COUNT-FIELDS, COUNT-STATES, COUNT-MENUS, COUNT-ITEMS.
    MOVE 1 TO COUNT-PAGES.
    EXIT.

2000-INITIALIZE-PATHNAMES.
    PERFORM 5000-LOOKUP-SCREEN.
    IF SCREEN-FOUND THEN
        PERFORM 5600-COUNT-ITEMS
        PERFORM 5650-GENERATE-PAGE-COUNT
        IF COUNT-SEGMENTS > 0 THEN
            PERFORM 5100-LOAD-N-WRITE
            PERFORM 5900-WRITE-SCREEN-IMAGE
            IF COUNT-PAGES > 1 THEN
                PERFORM 5950-WRITE-PAGE-IMAGES
            END-IF
        END-IF
        IF COUNT-FIELDS > 0 THEN
            PERFORM 6000-WRITE-FINFO
            SET SCREEN-FOUND TO TRUE
            MOVE SCN-DESCRIPTION TO SCREEN-DESCRIPTION
    END-READ.
    MOVE FLD-SCREEN-NAME TO MSL-SCREEN-NAME.
    MOVE ZERO TO MSL-SEG-COUNT, MSL-FLD-COUNT.
    IF SCREEN-FOUND THEN
        CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA
        MOVE ZERO TO RETURN-CODE
    END-IF.
    EXIT.

5600-COUNT-ITEMS.
    MOVE 1 TO COUNT-PAGES.
    PERFORM 5800-COUNT-SEGMENTS.
    PERFORM 5080-COUNT-FIELDS.
    PERFORM 5900-COUNT-STATES.
    EXIT.

*>
*>  5650-GENERATE-PAGE-COUNT :
*>
*>      A MULTI-PAGE FORM (SEGMENTS OR FIELDS ON PAGE 2 AND UP, SEE
*>      SCRBG-PAGE / SCR-FDEF-PAGE) IS ONE SCREEN TO THE RUNTIME, WHICH
*>      PAINTS ONE PAGE AT A TIME (SEE NC-PAGE-DATA). EVERY SCREEN SETS
*>      ITS PAGE COUNT, SO A ONE-PAGE SCREEN COPIED AFTER A MULTI-PAGE
*>      ONE IN THE SAME PROGRAM IS NOT PAGED. THE PER-SEGMENT AND
*>      PER-FIELD PAGE NUMBERS ARE ONLY GENERATED FOR MULTI-PAGE FORMS.
*>
5650-GENERATE-PAGE-COUNT.
    MOVE COUNT-PAGES TO GENPD-S8-COUNT.
    WRITE GENPD-LINE FROM GENPD-LINE-S8.
    INITIALIZE SRC.
    STRING "MOVE 1 TO NC-PG-CURRENT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    EXIT.

5800-COUNT-SEGMENTS.
    PERFORM 5200-START-SEGMENT.
    PERFORM UNTIL SEGMENTS-REMAINING = 'N'
                    MOVE 'N' TO SEGMENTS-REMAINING
                ELSE
                    ADD 1 TO COUNT-SEGMENTS
                    PERFORM 5850-SEGMENT-PAGE
                    IF SEG-PAGE > COUNT-PAGES THEN
                        MOVE SEG-PAGE TO COUNT-PAGES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-SEG-COUNT
        MOVE MSL-SEG-IMAGE(MSL-X) TO SCRNBG-RECORD
        ADD 1 TO COUNT-SEGMENTS
        PERFORM 5850-SEGMENT-PAGE
        IF SEG-PAGE > COUNT-PAGES THEN
            MOVE SEG-PAGE TO COUNT-PAGES
        END-IF
    END-PERFORM.
    EXIT.

5850-SEGMENT-PAGE.
    IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 0 THEN
        MOVE SCRBG-PAGE TO SEG-PAGE
    ELSE
        MOVE 1 TO SEG-PAGE
    END-IF.
    EXIT.

5090-FIELD-PAGE.
    IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 0 THEN
        MOVE SCR-FDEF-PAGE TO SEG-PAGE
    ELSE
        MOVE 1 TO SEG-PAGE
    END-IF.
    EXIT.

5080-COUNT-FIELDS.
        PERFORM 5085-READ-FD
        IF SEGMENTS-REMAINING = 'Y' THEN
            ADD 1 TO COUNT-FIELDS
            PERFORM 5090-FIELD-PAGE
            IF SEG-PAGE > COUNT-PAGES THEN
                MOVE SEG-PAGE TO COUNT-PAGES
            END-IF
        END-IF
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-FLD-COUNT
        PERFORM 5088-TAKE-MASTER-FIELD
        ADD 1 TO COUNT-FIELDS
        PERFORM 5090-FIELD-PAGE
        IF SEG-PAGE > COUNT-PAGES THEN
            MOVE SEG-PAGE TO COUNT-PAGES
        END-IF
    END-PERFORM.
    EXIT.

*>
*>  5088-TAKE-MASTER-FIELD :
*>
*>      LOAD MASTER FIELD MSL-X INTO THE SCRFDEF RECORD AREA AS IF IT
*>      HAD BEEN READ BY 5085-READ-FD.
*>
5088-TAKE-MASTER-FIELD.
    MOVE MSL-FLD-IMAGE(MSL-X) TO SCRNFDEF-RECORD.
    IF NOT SCR-FDEF-COMP-TYPE NUMERIC THEN
        MOVE ZERO TO SCR-FDEF-COMP-TYPE
    END-IF.
    EXIT.

5085-READ-FD.
    READ SCRNFDEF-FILE NEXT RECORD
        AT END
    IF SCN-TITLE NOT = SPACES
        MOVE 1 TO ADJ-FACTOR
        MOVE 1 TO SCRBG-LINE, SCRBG-COLUMN
        MOVE ZERO TO SCRBG-PAGE
        MOVE SCN-TITLE TO SCRBG-SEGMENT
        MOVE LENGTH OF SCRBG-SEGMENT TO X2
        SUBTRACT 1 FROM X2

    END-PERFORM.

*>
*>  THE MASTER LAYOUT'S SEGMENTS FOLLOW, NUMBERED ON FROM THE SCREEN'S
*>  OWN. THEY ARE NOT TRANSLATED (SCRNBGL.X HOLDS THE SCREEN'S OWN
*>  SEGMENTS ONLY).
*>
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-SEG-COUNT
        MOVE MSL-SEG-IMAGE(MSL-X) TO SCRNBG-RECORD
        MOVE SCRBG-SEGMENT-NO TO USE-SEGNO
        ADD ADJ-FACTOR TO USE-SEGNO
        PERFORM 5300-LOAD-SEGMENT
    END-PERFORM.

    PERFORM 5800-GENERATE-COUNT.
    EXIT.

    MOVE SCRBG-COLUMN TO NUM-COLUMN.        *> SCREEN X (COLUMN)
    MOVE SCRBG-LENGTH TO NUM-OTLEN.         *> LENGTH OF THIS TEXTUAL SEGMENT

    PERFORM 5850-SEGMENT-PAGE.

*>
*>  THE SCREEN IMAGE IS PAGE 1 (AND THE TITLE LINE); LATER PAGES ARE
*>  IMAGED BY 5950-WRITE-PAGE-IMAGES :
*>
    IF SEG-PAGE = 1 OR LINEX = 1 THEN
        MOVE SCRBG-SEGMENT TO SCREEN-LINE(LINEX)(NUM-COLUMN:NUM-OTLEN)  *> UPDATE SCREEN IMAGE TEXT
    END-IF.

*>
*>  REPLACE ALL DOUBLE-QUOTES WITH SINGLE QUOTES TO AVOID COMPILE ERRORS :
    MOVE NUM-COLUMN TO GENPD-S4-COLUMN.
    MOVE USE-SEGNO TO GENPD-S4-SEGNO.
    WRITE GENPD-LINE FROM GENPD-LINE-S4.
    IF COUNT-PAGES > 1 THEN
        MOVE SEG-PAGE TO GENPD-S5-PAGE
        MOVE USE-SEGNO TO GENPD-S5-SEGNO
        WRITE GENPD-LINE FROM GENPD-LINE-S5
    END-IF.
    EXIT.

5800-GENERATE-COUNT.
    END-PERFORM.
    EXIT.

*>
*>  5950-WRITE-PAGE-IMAGES :
*>
*>      A MULTI-PAGE FORM'S IMAGE FILE CARRIES EVERY PAGE IN TURN,
*>      SCN-LINES-MIN LINES EACH, ALL WITH THE TITLE LINE OF PAGE 1.
*>
5950-WRITE-PAGE-IMAGES.
    MOVE SCREEN-LINE(1) TO PAGE-TITLE-LINE.
    PERFORM VARYING PAGE-X FROM 2 BY 1 UNTIL PAGE-X > COUNT-PAGES
        PERFORM VARYING LINEX FROM 1 BY 1 UNTIL LINEX > 50
            MOVE ' ' TO SCREEN-LINE(LINEX)
        END-PERFORM
        MOVE PAGE-TITLE-LINE TO SCREEN-LINE(1)
        PERFORM 5960-LOAD-PAGE
        PERFORM 5900-WRITE-SCREEN-IMAGE
    END-PERFORM.
    EXIT.

5960-LOAD-PAGE.
    PERFORM 5200-START-SEGMENT.
    PERFORM UNTIL SEGMENTS-REMAINING = 'N'
        READ SCRNBG-FILE NEXT RECORD
            AT END
                MOVE 'N' TO SEGMENTS-REMAINING
            NOT AT END
                IF SCRBG-NAME NOT = FLD-SCREEN-NAME
                    MOVE 'N' TO SEGMENTS-REMAINING
                END-IF
        END-READ
        IF SEGMENTS-REMAINING = 'Y' THEN
            PERFORM 5850-SEGMENT-PAGE
            IF SEG-PAGE = PAGE-X AND SCRBG-LINE > 1 AND SCRBG-LINE <= 50 THEN
                PERFORM 5250-OVERLAY-LANG-SEGMENT
                MOVE SCRBG-LINE TO LINEX
                MOVE SCRBG-COLUMN TO NUM-COLUMN
                MOVE SCRBG-LENGTH TO NUM-OTLEN
                MOVE SCRBG-SEGMENT TO SCREEN-LINE(LINEX)(NUM-COLUMN:NUM-OTLEN)
            END-IF
        END-IF
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-SEG-COUNT
        MOVE MSL-SEG-IMAGE(MSL-X) TO SCRNBG-RECORD
        PERFORM 5850-SEGMENT-PAGE
        IF SEG-PAGE = PAGE-X AND SCRBG-LINE > 1 AND SCRBG-LINE <= 50 THEN
            MOVE SCRBG-LINE TO LINEX
            MOVE SCRBG-COLUMN TO NUM-COLUMN
            MOVE SCRBG-LENGTH TO NUM-OTLEN
            MOVE SCRBG-SEGMENT TO SCREEN-LINE(LINEX)(NUM-COLUMN:NUM-OTLEN)
        END-IF
    END-PERFORM.
    EXIT.

6000-WRITE-FINFO.
    PERFORM 6010-START-FIELDS.
    PERFORM UNTIL SEGMENTS-REMAINING = 'N'
            PERFORM 6200-GENERATE-FINFO
        END-IF
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-FLD-COUNT
        PERFORM 5088-TAKE-MASTER-FIELD
        PERFORM 6200-GENERATE-FINFO
    END-PERFORM.
*>
*>  FNO-* CONSTANTS
*>
            PERFORM 6300-GENERATE-FNO
        END-IF
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-FLD-COUNT
        PERFORM 5088-TAKE-MASTER-FIELD
        PERFORM 6300-GENERATE-FNO
    END-PERFORM.
    EXIT.

6010-START-FIELDS.
    INITIALIZE SRC.
    STRING "MOVE 0 TO NC-BAT-COUNT, NC-BSD-COUNT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC.
    STRING "MOVE 0 TO NC-FPD-COUNT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC.
    STRING "MOVE 0 TO NC-FSC-COUNT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC.
    STRING "MOVE 'N' TO NC-FSC-APPLIED-FLAG" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    MOVE FLD-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
    MOVE ZERO TO SCR-FDEF-NO.
            PERFORM 6400-GENERATE-FIELD
        END-IF
    END-PERFORM.
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-FLD-COUNT
        PERFORM 5088-TAKE-MASTER-FIELD
        PERFORM 6400-GENERATE-FIELD
    END-PERFORM.
    EXIT.

      *>
        WHEN 02
            MOVE 2 TO GENWS-F1-COMP-TYPE
            WRITE GENWS-LINE FROM GENWS-F1-COMP-X
        WHEN 05
        WHEN 06
            IF SCR-FDEF-DIGITS + SCR-FDEF-DECIMALS > 0 THEN
                PERFORM 6510-GENERATE-FIXED-WS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EXIT.

*>
*>  6510-GENERATE-FIXED-WS :
*>      FIXED-POINT FIELDS (COMP-TYPE 05 PACKED, 06 SIGNED ZONED)
*>      GET AN EXACT CMP- ITEM SIZED FROM THE FIELD'S DIGITS
*>      (INTEGER PLACES) AND DECIMALS, SIGNED WHEN THE FIELD IS.
*>      THE RUNTIME STORES THE ACCEPTED VALUE INTO IT WITH NO
*>      FLOATING-POINT STEP (SEE NC-FIXED-STORE-FIELD).
*>
6510-GENERATE-FIXED-WS.
    MOVE SCR-FDEF-DIGITS TO WS-FIXED-DIGITS-ED.
    MOVE SCR-FDEF-DECIMALS TO WS-FIXED-DECIMALS-ED.
    IF SCR-FDEF-SIGNED = 'Y' THEN
        MOVE "S" TO WS-FIXED-SIGN
    ELSE
        MOVE SPACE TO WS-FIXED-SIGN
    END-IF.
    IF SCR-FDEF-COMP-TYPE = 05 THEN
        MOVE " COMP-3." TO WS-FIXED-USAGE
    ELSE
        MOVE "." TO WS-FIXED-USAGE
    END-IF.

    INITIALIZE SRC.
    STRING "10  CMP-", FUNCTION TRIM(SCR-FDEF-COBOL-NAME) INTO SRC-LINE.
    WRITE GENWS-LINE FROM SRC.
    INITIALIZE SRC.
    EVALUATE TRUE
        WHEN SCR-FDEF-DECIMALS = 0
            STRING "    PIC ", FUNCTION TRIM(WS-FIXED-SIGN), "9(",
                WS-FIXED-DIGITS-ED, ")", FUNCTION TRIM(WS-FIXED-USAGE)
                INTO SRC-LINE
        WHEN SCR-FDEF-DIGITS = 0
            STRING "    PIC ", FUNCTION TRIM(WS-FIXED-SIGN), "V9(",
                WS-FIXED-DECIMALS-ED, ")", FUNCTION TRIM(WS-FIXED-USAGE)
                INTO SRC-LINE
        WHEN OTHER
            STRING "    PIC ", FUNCTION TRIM(WS-FIXED-SIGN), "9(",
                WS-FIXED-DIGITS-ED, ")V9(", WS-FIXED-DECIMALS-ED, ")",
                FUNCTION TRIM(WS-FIXED-USAGE)
                INTO SRC-LINE
    END-EVALUATE.
    WRITE GENWS-LINE FROM SRC.
    EXIT.

6600-GENERATE-FIELD-PD.
    MOVE SCR-FDEF-NO TO GENPD-F0-NO.
    MOVE SCR-FDEF-COBOL-NAME TO GENPD-F0-COBOL-NAME.
    MOVE SCR-FDEF-VALID-REQUIRED TO GENPD-F4-FLAG.
    WRITE GENPD-LINE FROM GENPD-F4.

    IF COUNT-PAGES > 1 THEN
        PERFORM 5090-FIELD-PAGE
        MOVE SEG-PAGE TO GENPD-F1-VALUE
        MOVE "PAGE" TO GENPD-F1-FDESC-NAME
        MOVE SCR-FDEF-NO TO GENPD-F1-SUBSCR
        WRITE GENPD-LINE FROM GENPD-F1
    END-IF.

*>
*>  EDIT MASK AND DESIGNED DEFAULT VALUE (SEE NC-APPLY-EDIT-MASK AND
*>  NC-APPLY-DEFAULTS IN COBCURSQ).
        PERFORM 6651-GENERATE-BUSINESS-DAY
    END-IF.

    IF SCR-FDEF-OPEN-PERIOD = 'Y' THEN
        PERFORM 6653-GENERATE-OPEN-PERIOD
    END-IF.

    IF SCR-FDEF-VIEW-ROLE NOT = SPACES
    OR SCR-FDEF-UPDATE-ROLE NOT = SPACES THEN
        PERFORM 6652-GENERATE-FIELD-SECURITY
    END-IF.

    IF SCR-FDEF-VALID-MIN NOT = SPACES THEN
        MOVE SCR-FDEF-VALID-MIN TO LO-BUFFER
        PERFORM 7000-INIT-LENGTH-OFFSET
            STRING "    TO ADDRESS OF CMP-", SCR-FDEF-COBOL-NAME INTO SRC-LINE
        WHEN 02
            STRING "    TO ADDRESS OF CMP-", SCR-FDEF-COBOL-NAME INTO SRC-LINE
        WHEN 05
        WHEN 06
            IF SCR-FDEF-DIGITS + SCR-FDEF-DECIMALS > 0 THEN
                STRING "    TO ADDRESS OF CMP-", SCR-FDEF-COBOL-NAME INTO SRC-LINE
            ELSE
                STRING "    TO NULL" INTO SRC-LINE
            END-IF
        WHEN OTHER
            STRING "    TO NULL" INTO SRC-LINE
    END-EVALUATE.
    WRITE GENPD-LINE FROM SRC.
    EXIT.

6652-GENERATE-FIELD-SECURITY.
*>
*>  FIELD SECURITY: REGISTER THE FIELD AND ITS VIEW AND UPDATE ROLES
*>  IN NC-FLDSEC-DATA (SEE NC-FLDSEC-APPLY).
*>
    INITIALIZE SRC.
    STRING "IF NC-FSC-COUNT < 80" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    STRING "    ADD 1 TO NC-FSC-COUNT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    STRING "    MOVE ", SCR-FDEF-NO, " TO NC-FSC-FIELD(NC-FSC-COUNT)" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    IF SCR-FDEF-VIEW-ROLE = SPACES THEN
        STRING "    MOVE SPACES" INTO SRC-LINE
    ELSE
        MOVE SCR-FDEF-VIEW-ROLE TO LO-BUFFER
        PERFORM 7000-INIT-LENGTH-OFFSET
        STRING "    MOVE """, LO-BUFFER(1:LO-BUFLEN), """" INTO SRC-LINE
    END-IF.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC-2.
    STRING "  TO NC-FSC-VIEW-ROLE(NC-FSC-COUNT)" INTO SRC-2-LINE.
    WRITE GENPD-LINE FROM SRC-2.

    INITIALIZE SRC.
    IF SCR-FDEF-UPDATE-ROLE = SPACES THEN
        STRING "    MOVE SPACES" INTO SRC-LINE
    ELSE
        MOVE SCR-FDEF-UPDATE-ROLE TO LO-BUFFER
        PERFORM 7000-INIT-LENGTH-OFFSET
        STRING "    MOVE """, LO-BUFFER(1:LO-BUFLEN), """" INTO SRC-LINE
    END-IF.
    WRITE GENPD-LINE FROM SRC.
    INITIALIZE SRC-2.
    STRING "  TO NC-FSC-UPDATE-ROLE(NC-FSC-COUNT)" INTO SRC-2-LINE.
    WRITE GENPD-LINE FROM SRC-2.

    INITIALIZE SRC.
    STRING "END-IF" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    EXIT.

6653-GENERATE-OPEN-PERIOD.
*>
*>  OPEN FISCAL PERIOD DATE: REGISTER THE FIELD IN NC-PERIOD-DATA (SEE
*>  NC-PERIOD-FIELD-CHECK).
*>
    INITIALIZE SRC.
    STRING "IF NC-FPD-COUNT < 20" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    STRING "    ADD 1 TO NC-FPD-COUNT" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    STRING "    MOVE ", SCR-FDEF-NO, " TO NC-FPD-FIELD(NC-FPD-COUNT)" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

    INITIALIZE SRC.
    STRING "END-IF" INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    EXIT.

6670-GENERATE-EDIT-MASK.
    INITIALIZE WS-TEXT-AREA.
    MOVE 15 TO WS-TEXT-MAX.
        END-IF
    END-PERFORM.

*>
*>  MASTER-LAYOUT FIELDS (NEVER NUMBERED PAST 80) JOIN THE CHAIN IN
*>  THE SAME WAY.
*>
    PERFORM VARYING MSL-X FROM 1 BY 1 UNTIL MSL-X > MSL-FLD-COUNT
        PERFORM 5088-TAKE-MASTER-FIELD
        ADD 1 TO AT-COUNT
        MOVE SCR-FDEF-NO TO AT-FIELD-NO(AT-COUNT)
        MOVE SCR-FDEF-TAB-ORDER TO AT-TAB-ORDER(AT-COUNT)
        IF AT-TAB-ORDER(AT-COUNT) = 0
            COMPUTE AT-KEY(AT-COUNT) = 9000 + AT-FIELD-NO(AT-COUNT)
        ELSE
            MOVE AT-TAB-ORDER(AT-COUNT) TO AT-KEY(AT-COUNT)
        END-IF
    END-PERFORM.

      *>
      *>     IF ANY FIELD HAD TO BE SKIPPED, A PARTIAL CHAIN WOULD LEAVE
      *>     THE SKIPPED FIELDS UNREACHABLE BY TAB/BACK-TAB -- FALL BACK
    MOVE SPACES TO SRC-LINE.
    STRING "MOVE ", SCN-PAIRS, " TO " "NC-SCREEN-PAIRS-REQ." INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

*>
*>  MAKER-CHECKER: ONLY 'Y' ROUTES THE SCREEN'S FILED TRANSACTIONS TO
*>  THE APPROVAL QUEUE. EVERY VISIT STARTS A FRESH TRANSACTION.
*>
    MOVE SPACES TO SRC-LINE.
    IF SCN-MAKER-CHECKER = 'Y' THEN
        STRING "MOVE 'Y' TO NC-PTX-SCREEN-FLAG." INTO SRC-LINE
    ELSE
        STRING "MOVE 'N' TO NC-PTX-SCREEN-FLAG." INTO SRC-LINE
    END-IF.
    WRITE GENPD-LINE FROM SRC.

    MOVE SPACES TO SRC-LINE.
    STRING "MOVE 'N' TO NC-PTX-STARTED-FLAG, NC-PTX-QUEUED-FLAG."
        INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

*>
*>  PARKED WORK: EACH VISIT LOOKS ONCE FOR A SELECTED PARKED ITEM.
*>
    MOVE SPACES TO SRC-LINE.
    STRING "MOVE 'N' TO NC-PKW-CHECKED-FLAG." INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.

*>
*>  GUIDED WORKFLOWS: EACH VISIT ASKS AFRESH WHETHER THE SCREEN IS A
*>  WORKFLOW STEP, AND A STEP HANDED ON BY THE LAST VISIT IS FORGOTTEN.
*>
    MOVE SPACES TO SRC-LINE.
    STRING "MOVE 'N' TO NC-WFL-CHECKED-FLAG, NC-WFL-PASSED-FLAG."
        INTO SRC-LINE.
    WRITE GENPD-LINE FROM SRC.
    EXIT.

7000-INIT-LENGTH-OFFSET.
