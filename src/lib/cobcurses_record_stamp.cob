        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-RECORD-MAP.
      *>
      *>     THE FIELD MAP OF A STAMPED CATALOG RECORD TYPE (SEE
      *>     RECFMAP.cbl): WHERE EACH NON-KEY FIELD LIES, HOW LONG IT
      *>     IS AND WHETHER IT IS BINARY, PLUS WHERE THE VERSION STAMP
      *>     STARTS. KEEP IN STEP WITH SCREEN-FD.cbl, SCREEN-FS.cbl,
      *>     MENURECD.cbl AND ITEMRECD.cbl -- THE STAMP IS THE 26
      *>     BYTES THAT CLOSED EACH LAYOUT WHEN IT WAS ADDED (FIELDS
      *>     APPENDED SINCE, LIKE THE SCRFDEF OPEN-PERIOD FLAG, FOLLOW
      *>     IT).
      *>
      *> INPUTS:
      *>     LS-RECORD-TYPE          FD / FS / MN / IT (AS JOURNALED)
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               LS-RECFMAP-TABLE FILLED
      *>     NC-RET-NOTFOUND         NOT A STAMPED RECORD TYPE
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-X                            PIC 999.

        01  WS-FDEF-MAP.
            05  FILLER PIC X(20) VALUE "COBOL-NAME  0021032X".
            05  FILLER PIC X(20) VALUE "DESCRIPTION 0053040X".
            05  FILLER PIC X(20) VALUE "LINE        0093002B".
            05  FILLER PIC X(20) VALUE "COLUMN      0095002B".
            05  FILLER PIC X(20) VALUE "BUFFER-LEN  0097002B".
            05  FILLER PIC X(20) VALUE "WINDOW-LEN  0099002B".
            05  FILLER PIC X(20) VALUE "CLEAR       0101001X".
            05  FILLER PIC X(20) VALUE "UPPERCASE   0102001X".
            05  FILLER PIC X(20) VALUE "PASSWORD    0103001X".
            05  FILLER PIC X(20) VALUE "NOT-BLANK   0104001X".
            05  FILLER PIC X(20) VALUE "YN          0105001X".
            05  FILLER PIC X(20) VALUE "RES-CHARSET 0106016X".
            05  FILLER PIC X(20) VALUE "SIGNED      0122001X".
            05  FILLER PIC X(20) VALUE "DIGITS      0123002B".
            05  FILLER PIC X(20) VALUE "DECIMALS    0125002B".
            05  FILLER PIC X(20) VALUE "VERIFY      0127001X".
            05  FILLER PIC X(20) VALUE "VISIBLE     0128001X".
            05  FILLER PIC X(20) VALUE "IGNORE-CHGS 0129001X".
            05  FILLER PIC X(20) VALUE "INPUT-SEQ   0130002B".
            05  FILLER PIC X(20) VALUE "ACTION      0132001X".
            05  FILLER PIC X(20) VALUE "HELP        0133060X".
            05  FILLER PIC X(20) VALUE "READ-ONLY   0193001X".
            05  FILLER PIC X(20) VALUE "COMP-TYPE   0194004X".
            05  FILLER PIC X(20) VALUE "MENU-REF    0198016X".
            05  FILLER PIC X(20) VALUE "ACTION-EDIT 0214030X".
            05  FILLER PIC X(20) VALUE "MASKED      0244001X".
            05  FILLER PIC X(20) VALUE "TAB-ORDER   0245002B".
            05  FILLER PIC X(20) VALUE "GROUP-NAME  0247016X".
            05  FILLER PIC X(20) VALUE "VALID-MIN   0263020X".
            05  FILLER PIC X(20) VALUE "VALID-MAX   0283020X".
            05  FILLER PIC X(20) VALUE "VALID-LIST  0303060X".
            05  FILLER PIC X(20) VALUE "VALID-REQD  0363001X".
            05  FILLER PIC X(20) VALUE "OCCURS      0364002B".
            05  FILLER PIC X(20) VALUE "SCROLL      0366001X".
            05  FILLER PIC X(20) VALUE "EDIT-MASK   0367030X".
            05  FILLER PIC X(20) VALUE "DEFAULT     0397060X".
            05  FILLER PIC X(20) VALUE "COMPUTE-EXPR0457060X".
            05  FILLER PIC X(20) VALUE "VERIFY-TWICE0517001X".
            05  FILLER PIC X(20) VALUE "AUTO-SKIP   0518001X".
            05  FILLER PIC X(20) VALUE "VALUE-FILE  0519016X".
            05  FILLER PIC X(20) VALUE "BUSINESS-DAY0535001X".
            05  FILLER PIC X(20) VALUE "VIEW-ROLE   0536016X".
            05  FILLER PIC X(20) VALUE "UPDATE-ROLE 0552016X".
            05  FILLER PIC X(20) VALUE "PAGE        0568002X".
            05  FILLER PIC X(20) VALUE "OPEN-PERIOD 0596001X".
        01  WS-FDEF-ENTRIES REDEFINES WS-FDEF-MAP.
            05  WS-FDEF-ENTRY PIC X(20) OCCURS 45 TIMES.

        01  WS-FSTA-MAP.
            05  FILLER PIC X(20) VALUE "STATE-NAME  0019032X".
            05  FILLER PIC X(20) VALUE "FIELD-NO    0051004X".
            05  FILLER PIC X(20) VALUE "GROUP-HEADER0055001X".
            05  FILLER PIC X(20) VALUE "FORWARD-TO  0056002B".
            05  FILLER PIC X(20) VALUE "BACK-TO     0058002B".
            05  FILLER PIC X(20) VALUE "ESCAPE-TO   0060002B".
            05  FILLER PIC X(20) VALUE "SLASH-TO    0062002B".
        01  WS-FSTA-ENTRIES REDEFINES WS-FSTA-MAP.
            05  WS-FSTA-ENTRY PIC X(20) OCCURS 7 TIMES.

        01  WS-MENU-MAP.
            05  FILLER PIC X(20) VALUE "MODULE-NAME 0017008X".
            05  FILLER PIC X(20) VALUE "MENU-TYPE   0025001X".
            05  FILLER PIC X(20) VALUE "TITLE       0026040X".
            05  FILLER PIC X(20) VALUE "TOP-LINE    0066002B".
            05  FILLER PIC X(20) VALUE "LEFT-COLUMN 0068002B".
            05  FILLER PIC X(20) VALUE "ITEM-LIMIT  0070002B".
            05  FILLER PIC X(20) VALUE "OPT-ROWS    0072002B".
            05  FILLER PIC X(20) VALUE "OPT-COLS    0074002B".
            05  FILLER PIC X(20) VALUE "OPT-ROWMAJOR0076001X".
            05  FILLER PIC X(20) VALUE "OPT-NONCYCLE0077001X".
            05  FILLER PIC X(20) VALUE "OPT-ONEVALUE0078001X".
            05  FILLER PIC X(20) VALUE "OPT-SHOWDESC0079001X".
            05  FILLER PIC X(20) VALUE "OPT-SHOWMTCH0080001X".
            05  FILLER PIC X(20) VALUE "OPT-IGNCASE 0081001X".
            05  FILLER PIC X(20) VALUE "ROLE        0082016X".
        01  WS-MENU-ENTRIES REDEFINES WS-MENU-MAP.
            05  WS-MENU-ENTRY PIC X(20) OCCURS 15 TIMES.

        01  WS-ITEM-MAP.
            05  FILLER PIC X(20) VALUE "ITEM-NAME   0021020X".
            05  FILLER PIC X(20) VALUE "TEXT        0041040X".
            05  FILLER PIC X(20) VALUE "SELECTABLE  0081001X".
            05  FILLER PIC X(20) VALUE "ROLE        0082016X".
            05  FILLER PIC X(20) VALUE "SUBMENU-NAME0098016X".
        01  WS-ITEM-ENTRIES REDEFINES WS-ITEM-MAP.
            05  WS-ITEM-ENTRY PIC X(20) OCCURS 5 TIMES.

        LINKAGE SECTION.

        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-RECFMAP-TABLE.
            COPY RECFMAP.

        PROCEDURE DIVISION USING LS-RECORD-TYPE, LS-RECFMAP-TABLE.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO RETURN-CODE.
            MOVE ZERO TO RFM-RECORD-LEN, RFM-STAMP-POS,
                RFM-FIELD-COUNT.
            EVALUATE LS-RECORD-TYPE
                WHEN "FD"
                    MOVE 596 TO RFM-RECORD-LEN
                    MOVE 570 TO RFM-STAMP-POS
                    MOVE 45 TO RFM-FIELD-COUNT
                    PERFORM VARYING WS-X FROM 1 BY 1
                        UNTIL WS-X > RFM-FIELD-COUNT
                        MOVE WS-FDEF-ENTRY(WS-X) TO RFM-FIELD(WS-X)
                    END-PERFORM
                WHEN "FS"
                    MOVE 89 TO RFM-RECORD-LEN
                    MOVE 64 TO RFM-STAMP-POS
                    MOVE 7 TO RFM-FIELD-COUNT
                    PERFORM VARYING WS-X FROM 1 BY 1
                        UNTIL WS-X > RFM-FIELD-COUNT
                        MOVE WS-FSTA-ENTRY(WS-X) TO RFM-FIELD(WS-X)
                    END-PERFORM
                WHEN "MN"
                    MOVE 123 TO RFM-RECORD-LEN
                    MOVE 98 TO RFM-STAMP-POS
                    MOVE 15 TO RFM-FIELD-COUNT
                    PERFORM VARYING WS-X FROM 1 BY 1
                        UNTIL WS-X > RFM-FIELD-COUNT
                        MOVE WS-MENU-ENTRY(WS-X) TO RFM-FIELD(WS-X)
                    END-PERFORM
                WHEN "IT"
                    MOVE 139 TO RFM-RECORD-LEN
                    MOVE 114 TO RFM-STAMP-POS
                    MOVE 5 TO RFM-FIELD-COUNT
                    PERFORM VARYING WS-X FROM 1 BY 1
                        UNTIL WS-X > RFM-FIELD-COUNT
                        MOVE WS-ITEM-ENTRY(WS-X) TO RFM-FIELD(WS-X)
                    END-PERFORM
                WHEN OTHER
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        END PROGRAM COBCURSES-RECORD-MAP.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-RECORD-STAMP.
      *>
      *>     MOVE A CATALOG RECORD'S VERSION STAMP ON, JUST BEFORE
      *>     THE CALLER WRITES OR REWRITES IT: VERSION + 1 (A STAMP
      *>     THAT IS NOT NUMERIC -- A RECORD FROM BEFORE STAMPING --
      *>     COUNTS AS 0, AND 999999 WRAPS TO 1) AND CHANGED-BY =
      *>     $USER. ANY PROGRAM THAT CHANGES A FIELD, STATE, MENU OR
      *>     ITEM RECORD IN PLACE CALLS THIS, SO A MAINTENANCE SCREEN
      *>     HOLDING AN OLDER COPY SEES THE CHANGE AT ITS NEXT SAVE.
      *>
      *> INPUTS:
      *>     LS-RECORD-TYPE          FD / FS / MN / IT (AS JOURNALED)
      *>     LS-RECORD               THE RECORD ABOUT TO BE WRITTEN
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-RECFMAP-TABLE.
            COPY RECFMAP.

        01  WS-VERSION-X                    PIC X(6).
        01  WS-VERSION-N REDEFINES WS-VERSION-X
                                            PIC 9(6).
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-BY-POS                       PIC 9(4).

        LINKAGE SECTION.

        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-RECORD                       PIC X(600).

        PROCEDURE DIVISION USING LS-RECORD-TYPE, LS-RECORD.

        100-MAIN-DISPATCH-ENTRY.
            CALL "COBCURSES-RECORD-MAP" USING
                LS-RECORD-TYPE, WS-RECFMAP-TABLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                GOBACK
            END-IF.

            MOVE LS-RECORD(RFM-STAMP-POS:6) TO WS-VERSION-X.
            IF WS-VERSION-X IS NOT NUMERIC
            OR WS-VERSION-N = 999999 THEN
                MOVE ZERO TO WS-VERSION-N
            END-IF.
            ADD 1 TO WS-VERSION-N.
            MOVE WS-VERSION-X TO LS-RECORD(RFM-STAMP-POS:6).

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            COMPUTE WS-BY-POS = RFM-STAMP-POS + 6.
            MOVE WS-OPERATOR-ID TO LS-RECORD(WS-BY-POS:20).
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-RECORD-STAMP.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-STAMP-CHANGED.
      *>
      *>     HAS THE RECORD MOVED ON SINCE IT WAS READ? COMPARES THE
      *>     VERSION STAMP OF THE COPY THE SCREEN STARTED FROM WITH
      *>     THE ONE JUST READ BACK FROM THE FILE.
      *>
      *> INPUTS:
      *>     LS-RECORD-TYPE          FD / FS / MN / IT (AS JOURNALED)
      *>     LS-BASE                 THE RECORD AS FIRST READ
      *>     LS-CURRENT              THE RECORD AS IT IS ON FILE NOW
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               UNCHANGED (OR NOT A STAMPED TYPE)
      *>     NC-RET-FAILED           SOMEONE ELSE HAS SAVED IT SINCE
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-RECFMAP-TABLE.
            COPY RECFMAP.

        LINKAGE SECTION.

        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-BASE                         PIC X(600).
        01  LS-CURRENT                      PIC X(600).

        PROCEDURE DIVISION USING LS-RECORD-TYPE, LS-BASE, LS-CURRENT.

        100-MAIN-DISPATCH-ENTRY.
            CALL "COBCURSES-RECORD-MAP" USING
                LS-RECORD-TYPE, WS-RECFMAP-TABLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE NC-RET-OK TO RETURN-CODE
                GOBACK
            END-IF.
            IF LS-BASE(RFM-STAMP-POS:26)
                = LS-CURRENT(RFM-STAMP-POS:26) THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            GOBACK.

        END PROGRAM COBCURSES-STAMP-CHANGED.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-RECORD-COMPARE.
      *>
      *>     THE SIDE-BY-SIDE "THEIRS VERSUS YOURS" LINES FOR A
      *>     REFUSED SAVE: ONE LINE PER FIELD WHERE THE COPY ON FILE
      *>     (THEIRS) AND THE OPERATOR'S KEYED COPY (YOURS) DIFFER,
      *>     LABEL, THEIR VALUE, YOUR VALUE. A '*' IN COLUMN 1 MARKS
      *>     A FIELD BOTH SIDES CHANGED FROM THE COPY FIRST READ
      *>     (BASE) -- A MERGE KEEPS YOURS THERE. TEXT LONGER THAN 30
      *>     IS CUT; BINARY FIELDS SHOW AS NUMBERS. LS-CMP-MORE
      *>     COUNTS DIFFERENCES THAT DID NOT FIT.
      *>
      *> INPUTS:
      *>     LS-RECORD-TYPE          FD / FS / MN / IT (AS JOURNALED)
      *>     LS-BASE                 THE RECORD AS FIRST READ
      *>     LS-THEIRS               THE RECORD AS IT IS ON FILE NOW
      *>     LS-YOURS                THE OPERATOR'S VERSION
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-RECFMAP-TABLE.
            COPY RECFMAP.

        01  WS-X                            PIC 999.
        01  WS-POS                          PIC 9(4).
        01  WS-LEN                          PIC 999.
        01  WS-SIDE-FIELD                   PIC X(60).
        01  WS-VALUE-SIDE                   PIC X(30).
        01  WS-BIN-AREA.
            05  WS-BIN-X                    PIC XX.
            05  WS-BIN-N REDEFINES WS-BIN-X PIC 9(4) COMP.
        01  WS-NUM-ED                       PIC Z(4)9.

        01  WS-LINE.
            05  WS-LINE-MARK                PIC X.
            05  FILLER                      PIC X.
            05  WS-LINE-LABEL               PIC X(12).
            05  FILLER                      PIC X.
            05  WS-LINE-THEIRS              PIC X(30).
            05  FILLER                      PIC X.
            05  WS-LINE-YOURS               PIC X(30).

        LINKAGE SECTION.

        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-BASE                         PIC X(600).
        01  LS-THEIRS                       PIC X(600).
        01  LS-YOURS                        PIC X(600).
        01  LS-COMPARE.
            05  LS-CMP-COUNT                PIC 99.
            05  LS-CMP-MORE                 PIC 99.
            05  LS-CMP-LINE                 PIC X(76)
                                            OCCURS 12 TIMES.

        PROCEDURE DIVISION USING LS-RECORD-TYPE, LS-BASE,
            LS-THEIRS, LS-YOURS, LS-COMPARE.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO LS-CMP-COUNT, LS-CMP-MORE.
            CALL "COBCURSES-RECORD-MAP" USING
                LS-RECORD-TYPE, WS-RECFMAP-TABLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                GOBACK
            END-IF.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > RFM-FIELD-COUNT
                MOVE RFM-POS(WS-X) TO WS-POS
                MOVE RFM-LEN(WS-X) TO WS-LEN
                IF LS-THEIRS(WS-POS:WS-LEN)
                    NOT = LS-YOURS(WS-POS:WS-LEN) THEN
                    PERFORM 200-ADD-LINE
                END-IF
            END-PERFORM.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-ADD-LINE.
            IF LS-CMP-COUNT >= 12 THEN
                ADD 1 TO LS-CMP-MORE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-LINE.
            IF LS-THEIRS(WS-POS:WS-LEN) NOT = LS-BASE(WS-POS:WS-LEN)
            AND LS-YOURS(WS-POS:WS-LEN)
                NOT = LS-BASE(WS-POS:WS-LEN) THEN
                MOVE '*' TO WS-LINE-MARK
            END-IF.
            MOVE RFM-LABEL(WS-X) TO WS-LINE-LABEL.
            MOVE LS-THEIRS(WS-POS:WS-LEN) TO WS-SIDE-FIELD.
            PERFORM 300-SHOW-VALUE.
            MOVE WS-VALUE-SIDE TO WS-LINE-THEIRS.
            MOVE LS-YOURS(WS-POS:WS-LEN) TO WS-SIDE-FIELD.
            PERFORM 300-SHOW-VALUE.
            MOVE WS-VALUE-SIDE TO WS-LINE-YOURS.
            ADD 1 TO LS-CMP-COUNT.
            MOVE WS-LINE TO LS-CMP-LINE(LS-CMP-COUNT).
            EXIT.

      *>
      *>     WS-VALUE-SIDE := THE DISPLAYABLE FORM OF ONE SIDE'S
      *>     FIELD, ALREADY MOVED TO WS-SIDE-FIELD (NO FIELD IN THE
      *>     MAPPED LAYOUTS IS LONGER THAN 60).
      *>
        300-SHOW-VALUE.
            IF RFM-KIND(WS-X) = 'B' THEN
                MOVE WS-SIDE-FIELD(1:2) TO WS-BIN-X
                MOVE WS-BIN-N TO WS-NUM-ED
                MOVE WS-NUM-ED TO WS-VALUE-SIDE
            ELSE
                MOVE WS-SIDE-FIELD TO WS-VALUE-SIDE
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-RECORD-COMPARE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-RECORD-MERGE.
      *>
      *>     MERGE THE OPERATOR'S VERSION OF A RECORD WITH THE ONE
      *>     SOMEONE ELSE SAVED MEANWHILE, FIELD BY FIELD AGAINST THE
      *>     COPY BOTH STARTED FROM: A FIELD THE OPERATOR LEFT ALONE
      *>     TAKES THEIR VALUE, A FIELD THE OPERATOR CHANGED KEEPS
      *>     YOURS. LS-CLASHES COUNTS THE FIELDS BOTH SIDES CHANGED
      *>     DIFFERENTLY (YOURS WON -- THE SCREEN SAYS SO). THE
      *>     RESULT CARRIES THEIR STAMP, SO ITS SAVE IS CHECKED
      *>     AGAINST THE RECORD NOW ON FILE.
      *>
      *> INPUTS:
      *>     LS-RECORD-TYPE          FD / FS / MN / IT (AS JOURNALED)
      *>     LS-BASE                 THE RECORD AS FIRST READ
      *>     LS-THEIRS               THE RECORD AS IT IS ON FILE NOW
      *>     LS-YOURS                IN: THE OPERATOR'S VERSION
      *>                             OUT: THE MERGED RECORD
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-RECFMAP-TABLE.
            COPY RECFMAP.

        01  WS-X                            PIC 999.
        01  WS-POS                          PIC 9(4).
        01  WS-LEN                          PIC 999.

        LINKAGE SECTION.

        01  LS-RECORD-TYPE                  PIC XX.
        01  LS-BASE                         PIC X(600).
        01  LS-THEIRS                       PIC X(600).
        01  LS-YOURS                        PIC X(600).
        01  LS-CLASHES                      PIC 99.

        PROCEDURE DIVISION USING LS-RECORD-TYPE, LS-BASE,
            LS-THEIRS, LS-YOURS, LS-CLASHES.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO LS-CLASHES.
            CALL "COBCURSES-RECORD-MAP" USING
                LS-RECORD-TYPE, WS-RECFMAP-TABLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                GOBACK
            END-IF.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > RFM-FIELD-COUNT
                MOVE RFM-POS(WS-X) TO WS-POS
                MOVE RFM-LEN(WS-X) TO WS-LEN
                IF LS-YOURS(WS-POS:WS-LEN)
                    = LS-BASE(WS-POS:WS-LEN) THEN
                    MOVE LS-THEIRS(WS-POS:WS-LEN)
                        TO LS-YOURS(WS-POS:WS-LEN)
                ELSE
                    IF LS-THEIRS(WS-POS:WS-LEN)
                        NOT = LS-BASE(WS-POS:WS-LEN)
                    AND LS-THEIRS(WS-POS:WS-LEN)
                        NOT = LS-YOURS(WS-POS:WS-LEN) THEN
                        ADD 1 TO LS-CLASHES
                    END-IF
                END-IF
            END-PERFORM.
            MOVE LS-THEIRS(RFM-STAMP-POS:26)
                TO LS-YOURS(RFM-STAMP-POS:26).
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-RECORD-MERGE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SCREEN-CHECKOUT.
      *>
      *>     MAY THIS OPERATOR SAVE DETAIL RECORDS (FIELDS, STATES)
      *>     OF THIS SCREEN? NOT WHILE THE SCREEN IS CHECKED OUT TO
      *>     SOMEONE ELSE IN THE SCREEN DESIGNER (SCN-LOCKED-BY, SEE
      *>     SD002010). THE SCREEN RECORD IS READ AFRESH, SO A
      *>     CHECK-OUT TAKEN AFTER THE DETAIL SCREEN WAS OPENED
      *>     COUNTS TOO. THE FILE FOLLOWS THE DESIGNER'S WORKSPACE.
      *>
      *> INPUTS:
      *>     LS-SCREEN-NAME          THE PARENT SCREEN
      *>
      *> OUTPUTS:
      *>     LS-LOCKED-BY            WHO HOLDS IT (SPACES IF FREE)
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               FREE, OR CHECKED OUT TO $USER
      *>     NC-RET-FAILED           CHECKED OUT TO LS-LOCKED-BY
      *>     NC-RET-NOTFOUND         NO SUCH SCREEN (NOTHING TO HONOUR)
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO WS-SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-OPERATOR-ID                  PIC X(20).

        LINKAGE SECTION.

        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-LOCKED-BY                    PIC X(20).

        PROCEDURE DIVISION USING LS-SCREEN-NAME, LS-LOCKED-BY.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-LOCKED-BY.
            MOVE LENGTH OF WS-SCREEN-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME"
                USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00"
            AND WS-SCREEN-FILE-STATUS NOT = "05" THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LS-SCREEN-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                NOT INVALID KEY
                    PERFORM 200-CHECK-HOLDER
            END-READ.
            CLOSE SCREEN-FILE.
            GOBACK.

        200-CHECK-HOLDER.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            IF SCN-LOCKED-BY = SPACES
            OR SCN-LOCKED-BY = WS-OPERATOR-ID THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE SCN-LOCKED-BY TO LS-LOCKED-BY
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SCREEN-CHECKOUT.
