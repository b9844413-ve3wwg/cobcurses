        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FAV-COUNT.
      *>
      *>     COUNT ONE USE OF A MENU ITEM OR TRANSACTION CODE INTO THE
      *>     OPERATOR'S FAVOURITES FILE (FAVMENU.X, SEE FAVMENU.cbl).
      *>     CALLED FROM COBCURSES-SHOW-MENU-SEC BESIDE THE SHOP-WIDE
      *>     COBCURSES-MENU-STAT-COUNT, AND FROM THE FAVOURITES MENU
      *>     ITSELF. A PINNED OR REMOVED ENTRY KEEPS ITS STATE; ONLY
      *>     THE COUNT MOVES. LIKE THE OTHER COUNTERS, FAILURES ARE
      *>     SWALLOWED AND THE CALLER'S RETURN-CODE KEPT.
      *>
      *> INPUTS:
      *>     LS-OPERATOR-ID          THE SIGNED-ON OPERATOR
      *>     LS-MENU-NAME            TOP-LEVEL MENU ('M'), ELSE SPACES
      *>     LS-KIND                 'M' MENU ITEM, 'T' TRANSACTION CODE
      *>     LS-ENTRY                ITEM NAME OR TRANSACTION CODE
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL FAVMENU-FILE
                ASSIGN TO WS-FAVMENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FAV-KEY
                FILE STATUS IS WS-FAVMENU-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FAVMENU-FILE.
        01  FAVMENU-RECORD.
            COPY FAVMENU.

        WORKING-STORAGE SECTION.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-FAVMENU-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/FAVMENU.X".
        01  WS-FAVMENU-FILE-STATUS          PIC XX.

        01  WS-SAVED-RETURN-CODE            PIC S9(9).

        LINKAGE SECTION.

        01  LS-OPERATOR-ID                  PIC X(20).
        01  LS-MENU-NAME                    PIC X(16).
        01  LS-KIND                         PIC X.
        01  LS-ENTRY                        PIC X(20).

        PROCEDURE DIVISION USING
            LS-OPERATOR-ID, LS-MENU-NAME, LS-KIND, LS-ENTRY.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            IF LS-OPERATOR-ID = SPACES
            OR LS-ENTRY = SPACES THEN
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-FAVMENU-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-FAVMENU-FILE-NAME, WS-FILE-NAME-LENGTH.

            OPEN I-O FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS = "00"
            OR WS-FAVMENU-FILE-STATUS = "05" THEN
                MOVE LS-OPERATOR-ID TO FAV-OPERATOR
                MOVE LS-MENU-NAME TO FAV-MENU-NAME
                MOVE LS-KIND TO FAV-KIND
                MOVE LS-ENTRY TO FAV-ENTRY
                READ FAVMENU-FILE
                    INVALID KEY
                        MOVE LS-OPERATOR-ID TO FAV-OPERATOR
                        MOVE LS-MENU-NAME TO FAV-MENU-NAME
                        MOVE LS-KIND TO FAV-KIND
                        MOVE LS-ENTRY TO FAV-ENTRY
                        MOVE 1 TO FAV-COUNT
                        MOVE FUNCTION CURRENT-DATE TO FAV-LAST-USED
                        MOVE SPACE TO FAV-STATE
                        WRITE FAVMENU-RECORD
                    NOT INVALID KEY
                        ADD 1 TO FAV-COUNT
                        MOVE FUNCTION CURRENT-DATE TO FAV-LAST-USED
                        REWRITE FAVMENU-RECORD
                END-READ
                CLOSE FAVMENU-FILE
            END-IF.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-FAV-COUNT.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-FAVOURITES.
      *>
      *>     THE OPERATOR'S PERSONAL FAVOURITES PSEUDO-MENU, OFFERED AT
      *>     SIGN-ON BEFORE THE FULL MENU (SEE ED000010). IT LISTS THE
      *>     OPERATOR'S PINNED ENTRIES FIRST, THEN THE MOST-USED MENU
      *>     ITEMS OF LS-MENU-NAME AND TRANSACTION CODES FROM FAVMENU.X,
      *>     UP TO COBCURSES_FAVOURITES_MAX ENTRIES (DEFAULT 9). THE
      *>     NORMAL SECURITY STILL APPLIES: NOTHING IS LISTED WHEN THE
      *>     MENU'S MNU-SECURITY-ROLE IS NOT HELD, AN ITEM IS LISTED
      *>     ONLY WHEN ITS ITM-SECURITY-ROLE IS HELD, AND A TRANSACTION
      *>     CODE ONLY WHEN ITS RTR-SECURITY-ROLE IS HELD (AND IS
      *>     CHECKED AGAIN BY COBCURSES-ROUTER-LOOKUP WHEN CHOSEN).
      *>
      *>     THE OPERATOR KEYS (THEN CR):
      *>         n       TAKE ENTRY n
      *>         Pn      PIN ENTRY n (OR UNPIN A PINNED ONE)
      *>         Rn      REMOVE ENTRY n FROM THE FAVOURITES
      *>         CR      (ALONE) GO ON TO THE FULL MENU
      *>
      *>     IN LINEAR (ACCESSIBLE) MODE THE LIST IS DISPLAYED AS
      *>     LINES AND THE CHOICE ACCEPTED AS A LINE.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     LS-MENU-NAME            THE PROGRAM'S TOP-LEVEL MENU
      *>     LS-OPERATOR-ID          FROM COBCURSES-SIGNON
      *> OUTPUTS:
      *>     LS-SELECTION            CHOSEN ITEM NAME (A MENU ITEM), OR
      *>     LS-PROGRAM-NAME         TARGET PROGRAM (A TRANSACTION CODE)
      *> RETURN-CODE:
      *>     NC-RET-OK               AN ENTRY WAS CHOSEN
      *>     NC-RET-END              NO FAVOURITES, OR DECLINED
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT FAVMENU-FILE
                ASSIGN TO WS-FAVMENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FAV-KEY
                FILE STATUS IS WS-FAVMENU-FILE-STATUS.

            SELECT MENU-FILE
                ASSIGN TO WS-MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY
                FILE STATUS IS WS-MENU-FILE-STATUS.

            SELECT ITEM-FILE
                ASSIGN TO WS-ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-ITEM-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO WS-ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FAVMENU-FILE.
        01  FAVMENU-RECORD.
            COPY FAVMENU.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-FAVMENU-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/FAVMENU.X".
        01  WS-MENU-FILE-NAME               PIC X(256)
            VALUE "${COBCURSES_DATADIR}/MENUS.X".
        01  WS-ITEM-FILE-NAME               PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ITEMS.X".
        01  WS-ROUTER-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ROUTER.X".
        01  WS-FAVMENU-FILE-STATUS          PIC XX.
        01  WS-MENU-FILE-STATUS             PIC XX.
        01  WS-ITEM-FILE-STATUS             PIC XX.
        01  WS-ROUTER-FILE-STATUS           PIC XX.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-FOUND-FLAG                   PIC X.
            88  ENTRY-FOUND                 VALUE 'Y'.
        01  WS-DONE-FLAG                    PIC X.
            88  FAVOURITE-TAKEN             VALUE 'Y'.
            88  FAVOURITES-DECLINED         VALUE 'D'.

        01  WS-ENV-VAR                      PIC X(16).
        01  WS-SHOW-MAX                     PIC 99 COMP-5 VALUE 9.
        01  WS-MENU-ROLE                    PIC X(16).
        01  WS-NO-MENU                      PIC X(16) VALUE SPACES.
        01  WS-KIND-ITEM                    PIC X VALUE 'M'.
        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).
        01  WS-ROUTER-CODE                  PIC X(8).

      *>
      *>     THE LISTED FAVOURITES, PINNED FIRST, THEN BY USE COUNT.
      *>
        01  FAVOURITE-LIST.
            10  WS-FAV-USED                 PIC 99 COMP-5.
            10  WS-FAV-ENTRY OCCURS 20 TIMES.
                15  WS-FAV-KIND             PIC X.
                15  WS-FAV-MENU             PIC X(16).
                15  WS-FAV-NAME             PIC X(20).
                15  WS-FAV-OWNER-MENU       PIC X(16).
                15  WS-FAV-TEXT             PIC X(40).
                15  WS-FAV-ROLE             PIC X(16).
                15  WS-FAV-SUBMENU          PIC X(16).
                15  WS-FAV-COUNT            PIC 9(9).
                15  WS-FAV-PIN-FLAG         PIC X.
                    88  WS-FAV-IS-PINNED    VALUE 'P'.
        01  WS-FAV-X                        PIC 99 COMP-5.
        01  WS-FAV-Y                        PIC 99 COMP-5.
        01  WS-INSERT-AT                    PIC 99 COMP-5.

      *>
      *>     THE CANDIDATE BEING CONSIDERED FOR THE LIST.
      *>
        01  WS-CAND.
            10  WS-CAND-KIND                PIC X.
            10  WS-CAND-MENU                PIC X(16).
            10  WS-CAND-NAME                PIC X(20).
            10  WS-CAND-OWNER-MENU          PIC X(16).
            10  WS-CAND-TEXT                PIC X(40).
            10  WS-CAND-ROLE                PIC X(16).
            10  WS-CAND-SUBMENU             PIC X(16).
            10  WS-CAND-COUNT               PIC 9(9).
            10  WS-CAND-PIN-FLAG            PIC X.
                88  WS-CAND-IS-PINNED       VALUE 'P'.

        01  WS-LINE-NO                      PIC 9999 COMP-5.
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-NO-EDIT                      PIC Z9.
        01  WS-PIN-MARK                     PIC X.

        01  WS-ENTRY                        PIC X(16).
        01  WS-ENTRY-LEN                    PIC 99 COMP-5.
        01  WS-ACTION                       PIC X.
        01  WS-DIGITS                       PIC XX.
        01  WS-PICK-NO                      PIC 99.

        LINKAGE SECTION.

            COPY COBCURSG.

        01  LS-MENU-NAME                    PIC X(16).
        01  LS-OPERATOR-ID                  PIC X(20).
        01  LS-SELECTION                    PIC X(20).
        01  LS-PROGRAM-NAME                 PIC X(8).

        PROCEDURE DIVISION USING
            NC-COBCURSES, LS-MENU-NAME, LS-OPERATOR-ID,
            LS-SELECTION, LS-PROGRAM-NAME.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-SELECTION, LS-PROGRAM-NAME.
            MOVE NC-RET-END TO RETURN-CODE.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_FAVOURITES_MAX".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-SHOW-MAX
            END-IF.
            IF WS-SHOW-MAX = 0 OR WS-SHOW-MAX > 20 THEN
                MOVE 9 TO WS-SHOW-MAX
            END-IF.

            MOVE LENGTH OF WS-FAVMENU-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-FAVMENU-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-MENU-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ITEM-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ROUTER-FILE-NAME, WS-FILE-NAME-LENGTH.

            PERFORM 200-CHECK-MENU-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE NC-RET-END TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACE TO WS-DONE-FLAG.
            PERFORM UNTIL FAVOURITE-TAKEN OR FAVOURITES-DECLINED
                PERFORM 300-LOAD-FAVOURITES
                IF WS-FAV-USED = 0 THEN
                    SET FAVOURITES-DECLINED TO TRUE
                ELSE
                    PERFORM 500-PAINT-FAVOURITES
                    PERFORM 600-TAKE-CHOICE
                END-IF
            END-PERFORM.

            IF FAVOURITE-TAKEN THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE SPACES TO LS-SELECTION, LS-PROGRAM-NAME
                MOVE NC-RET-END TO RETURN-CODE
            END-IF.
            GOBACK.

      *>
      *>     THE SAME MENU-LEVEL RULE AS COBCURSES-SHOW-MENU-SEC: NO
      *>     FAVOURITES FROM A MENU THE OPERATOR MAY NOT SEE.
      *>
        200-CHECK-MENU-ROLE.
            MOVE NC-RET-OK TO RETURN-CODE.
            MOVE SPACES TO WS-MENU-ROLE.
            OPEN INPUT MENU-FILE.
            IF WS-MENU-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-MENU-NAME TO MNU-MENU-NAME.
            READ MENU-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE MNU-SECURITY-ROLE TO WS-MENU-ROLE
            END-READ.
            CLOSE MENU-FILE.
            IF WS-MENU-ROLE NOT = SPACES THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    LS-OPERATOR-ID, WS-MENU-ROLE
            END-IF.
            EXIT.

      *>
      *>     COLLECT THE OPERATOR'S ENTRIES FOR THIS MENU (AND ALL
      *>     THEIR TRANSACTION CODES), DROPPING REMOVED ONES AND ANY
      *>     THE OPERATOR MAY NOT USE, IN LISTING ORDER.
      *>
        300-LOAD-FAVOURITES.
            MOVE ZERO TO WS-FAV-USED.
            OPEN INPUT FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT ITEM-FILE.
            OPEN INPUT ROUTER-FILE.

            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE FAVMENU-RECORD.
            MOVE LS-OPERATOR-ID TO FAV-OPERATOR.
            START FAVMENU-FILE KEY IS >= FAV-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ FAVMENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF FAV-OPERATOR NOT = LS-OPERATOR-ID THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            IF NOT FAV-REMOVED
                            AND ((FAV-KIND-ITEM
                                  AND FAV-MENU-NAME = LS-MENU-NAME)
                                OR FAV-KIND-TRANCODE) THEN
                                PERFORM 310-CONSIDER-ENTRY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE FAVMENU-FILE.
            IF WS-ITEM-FILE-STATUS = "00" THEN
                CLOSE ITEM-FILE
            END-IF.
            IF WS-ROUTER-FILE-STATUS = "00" THEN
                CLOSE ROUTER-FILE
            END-IF.
            EXIT.

        310-CONSIDER-ENTRY.
            INITIALIZE WS-CAND.
            MOVE FAV-KIND TO WS-CAND-KIND.
            MOVE FAV-MENU-NAME TO WS-CAND-MENU.
            MOVE FAV-ENTRY TO WS-CAND-NAME.
            MOVE FAV-COUNT TO WS-CAND-COUNT.
            MOVE FAV-STATE TO WS-CAND-PIN-FLAG.
            IF FAV-KIND-ITEM THEN
                PERFORM 320-RESOLVE-ITEM
            ELSE
                PERFORM 340-RESOLVE-TRANCODE
            END-IF.
            IF NOT ENTRY-FOUND THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-CAND-ROLE NOT = SPACES THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    LS-OPERATOR-ID, WS-CAND-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM 400-INSERT-CANDIDATE.
            EXIT.

      *>
      *>     AN ITEM IS COUNTED UNDER THE TOP-LEVEL MENU EVEN WHEN IT
      *>     WAS PICKED FROM A CHILD MENU, SO LOOK FOR IT THERE FIRST
      *>     AND THEN ANYWHERE IN ITEM-FILE.
      *>
        320-RESOLVE-ITEM.
            MOVE 'N' TO WS-FOUND-FLAG.
            IF WS-ITEM-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE ITEM-RECORD.
            MOVE LS-MENU-NAME TO ITM-MENU-NAME.
            PERFORM 330-SCAN-ITEMS.
            IF NOT ENTRY-FOUND THEN
                INITIALIZE ITEM-RECORD
                MOVE LOW-VALUES TO ITM-MENU-NAME
                PERFORM 330-SCAN-ITEMS
            END-IF.
            EXIT.

        330-SCAN-ITEMS.
            START ITEM-FILE KEY IS >= ITM-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            PERFORM UNTIL ENTRY-FOUND
                READ ITEM-FILE NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF ITM-MENU-NAME(1:1) NOT = LOW-VALUE
                AND ITM-ITEM-NAME = WS-CAND-NAME
                AND ITM-SELECTABLE NOT = 'N' THEN
                    SET ENTRY-FOUND TO TRUE
                    MOVE ITM-MENU-NAME TO WS-CAND-OWNER-MENU
                    MOVE ITM-TEXT TO WS-CAND-TEXT
                    MOVE ITM-SECURITY-ROLE TO WS-CAND-ROLE
                    MOVE ITM-SUBMENU-NAME TO WS-CAND-SUBMENU
                END-IF
            END-PERFORM.
            EXIT.

        340-RESOLVE-TRANCODE.
            MOVE 'N' TO WS-FOUND-FLAG.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CAND-NAME(1:8) TO RTR-CODE.
            READ ROUTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
                    MOVE SPACES TO WS-CAND-TEXT
                    STRING FUNCTION TRIM(RTR-DESCRIPTION TRAILING)
                        DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        RTR-CODE DELIMITED BY SPACE
                        ")" DELIMITED BY SIZE
                        INTO WS-CAND-TEXT
                    MOVE RTR-SECURITY-ROLE TO WS-CAND-ROLE
            END-READ.
            EXIT.

      *>
      *>     PINNED ENTRIES RANK AHEAD OF UNPINNED ONES; WITHIN EACH,
      *>     THE HIGHER USE COUNT FIRST. A CANDIDATE THAT FALLS PAST
      *>     THE DISPLAY LIMIT IS DROPPED.
      *>
        400-INSERT-CANDIDATE.
            COMPUTE WS-INSERT-AT = WS-FAV-USED + 1.
            PERFORM VARYING WS-FAV-X FROM WS-FAV-USED BY -1
                UNTIL WS-FAV-X < 1
                IF (WS-CAND-IS-PINNED
                    AND NOT WS-FAV-IS-PINNED(WS-FAV-X))
                OR (WS-CAND-PIN-FLAG = WS-FAV-PIN-FLAG(WS-FAV-X)
                    AND WS-CAND-COUNT > WS-FAV-COUNT(WS-FAV-X)) THEN
                    MOVE WS-FAV-X TO WS-INSERT-AT
                END-IF
            END-PERFORM.
            IF WS-INSERT-AT > WS-SHOW-MAX THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-FAV-USED < WS-SHOW-MAX THEN
                ADD 1 TO WS-FAV-USED
            END-IF.
            PERFORM VARYING WS-FAV-Y FROM WS-FAV-USED BY -1
                UNTIL WS-FAV-Y <= WS-INSERT-AT
                COMPUTE WS-FAV-X = WS-FAV-Y - 1
                MOVE WS-FAV-ENTRY(WS-FAV-X) TO WS-FAV-ENTRY(WS-FAV-Y)
            END-PERFORM.
            MOVE WS-CAND-KIND TO WS-FAV-KIND(WS-INSERT-AT).
            MOVE WS-CAND-MENU TO WS-FAV-MENU(WS-INSERT-AT).
            MOVE WS-CAND-NAME TO WS-FAV-NAME(WS-INSERT-AT).
            MOVE WS-CAND-OWNER-MENU TO WS-FAV-OWNER-MENU(WS-INSERT-AT).
            MOVE WS-CAND-TEXT TO WS-FAV-TEXT(WS-INSERT-AT).
            MOVE WS-CAND-ROLE TO WS-FAV-ROLE(WS-INSERT-AT).
            MOVE WS-CAND-SUBMENU TO WS-FAV-SUBMENU(WS-INSERT-AT).
            MOVE WS-CAND-COUNT TO WS-FAV-COUNT(WS-INSERT-AT).
            MOVE WS-CAND-PIN-FLAG TO WS-FAV-PIN-FLAG(WS-INSERT-AT).
            EXIT.

        500-PAINT-FAVOURITES.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "FAVOURITES  (NUMBER + CR; P/R + NUMBER PINS/"
                "REMOVES; CR ALONE FOR THE MENU)"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            MOVE 4 TO NC-FIELD-X.
            PERFORM 550-PUT-LINE.

            PERFORM VARYING WS-FAV-X FROM 1 BY 1
                UNTIL WS-FAV-X > WS-FAV-USED
                MOVE WS-FAV-X TO WS-NO-EDIT
                IF WS-FAV-IS-PINNED(WS-FAV-X) THEN
                    MOVE '*' TO WS-PIN-MARK
                ELSE
                    MOVE SPACE TO WS-PIN-MARK
                END-IF
                MOVE SPACES TO WS-LIST-TEXT
                STRING WS-NO-EDIT " " WS-PIN-MARK " "
                    WS-FAV-TEXT(WS-FAV-X)
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
                COMPUTE WS-LINE-NO = WS-FAV-X + 3
                MOVE 6 TO NC-FIELD-X
                PERFORM 550-PUT-LINE
            END-PERFORM.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        550-PUT-LINE.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
            END-IF.
            EXIT.

      *>
      *>     COLLECT THE CHOICE: AN OPTIONAL P OR R, THEN UP TO TWO
      *>     DIGITS, ENDED BY CR. A BARE CR OR A FUNCTION KEY GOES ON
      *>     TO THE FULL MENU.
      *>
        600-TAKE-CHOICE.
            MOVE SPACES TO WS-ENTRY.
            MOVE ZERO TO WS-ENTRY-LEN.
            IF NC-LINEAR-ON THEN
                DISPLAY "FAVOURITE? " WITH NO ADVANCING
                ACCEPT WS-ENTRY
                MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
            ELSE
                PERFORM 610-COLLECT-KEYS
            END-IF.

            MOVE SPACE TO WS-ACTION.
            MOVE SPACES TO WS-DIGITS.
            IF WS-ENTRY(1:1) = 'P' OR WS-ENTRY(1:1) = 'R' THEN
                MOVE WS-ENTRY(1:1) TO WS-ACTION
                MOVE WS-ENTRY(2:2) TO WS-DIGITS
            ELSE
                MOVE WS-ENTRY(1:2) TO WS-DIGITS
            END-IF.
            IF WS-DIGITS = SPACES
            OR FUNCTION TRIM(WS-DIGITS) IS NOT NUMERIC THEN
                SET FAVOURITES-DECLINED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-DIGITS) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-FAV-USED THEN
                EXIT PARAGRAPH
            END-IF.

            EVALUATE WS-ACTION
                WHEN 'P'
                WHEN 'R'
                    PERFORM 700-SET-STATE
                WHEN OTHER
                    PERFORM 800-TAKE-FAVOURITE
            END-EVALUATE.
            EXIT.

        610-COLLECT-KEYS.
            PERFORM TEST AFTER
                UNTIL NOT IS-KEY-CODE
                  AND (NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A")
                CALL "COBCURSES-GETCH" USING NC-COBCURSES
                IF IS-KEY-CODE THEN
                    MOVE SPACES TO WS-ENTRY
                    MOVE ZERO TO WS-ENTRY-LEN
                    EXIT PERFORM
                END-IF
                IF NC-KEY-CHAR NOT = X"0D"
                AND NC-KEY-CHAR NOT = X"0A"
                AND WS-ENTRY-LEN < 3 THEN
                    ADD 1 TO WS-ENTRY-LEN
                    MOVE FUNCTION UPPER-CASE(NC-KEY-CHAR)
                        TO WS-ENTRY(WS-ENTRY-LEN:1)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     PIN TOGGLES; REMOVE HIDES THE ENTRY UNTIL FAVADM
      *>     RESTORES IT (THE COUNT KEEPS RUNNING MEANWHILE).
      *>
        700-SET-STATE.
            OPEN I-O FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-OPERATOR-ID TO FAV-OPERATOR.
            MOVE WS-FAV-MENU(WS-PICK-NO) TO FAV-MENU-NAME.
            MOVE WS-FAV-KIND(WS-PICK-NO) TO FAV-KIND.
            MOVE WS-FAV-NAME(WS-PICK-NO) TO FAV-ENTRY.
            READ FAVMENU-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-ACTION = 'R' THEN
                        SET FAV-REMOVED TO TRUE
                    ELSE
                        IF FAV-PINNED THEN
                            SET FAV-AUTOMATIC TO TRUE
                        ELSE
                            SET FAV-PINNED TO TRUE
                        END-IF
                    END-IF
                    REWRITE FAVMENU-RECORD
            END-READ.
            CLOSE FAVMENU-FILE.
            EXIT.

        800-TAKE-FAVOURITE.
            IF WS-FAV-KIND(WS-PICK-NO) = 'T' THEN
                PERFORM 820-TAKE-TRANCODE
            ELSE
                PERFORM 810-TAKE-ITEM
            END-IF.
            EXIT.

      *>
      *>     A MENU ITEM IS RETURNED AS IF PICKED FROM THE MENU: THE
      *>     PRIVILEGED-SELECTION LOG, THE COUNTERS AND ANY CHILD MENU
      *>     BEHAVE AS IN COBCURSES-SHOW-MENU-SEC.
      *>
        810-TAKE-ITEM.
            MOVE WS-FAV-NAME(WS-PICK-NO) TO LS-SELECTION.
            IF WS-FAV-ROLE(WS-PICK-NO) NOT = SPACES THEN
                MOVE "PRIV-SELECTED" TO WS-LOG-EVENT
                MOVE SPACES TO WS-LOG-DETAIL
                STRING "MENU " WS-FAV-OWNER-MENU(WS-PICK-NO)
                    " ITEM " LS-SELECTION(1:16)
                    DELIMITED BY SIZE INTO WS-LOG-DETAIL
                CALL "COBCURSES-SIGNON-LOG" USING
                    LS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
            END-IF.
            IF WS-FAV-SUBMENU(WS-PICK-NO) NOT = SPACES THEN
                CALL "COBCURSES-SHOW-SUBMENU" USING
                    NC-COBCURSES, WS-FAV-SUBMENU(WS-PICK-NO),
                    LS-OPERATOR-ID, LS-SELECTION
            ELSE
                CALL "COBCURSES-MENU-STAT-COUNT" USING
                    WS-FAV-OWNER-MENU(WS-PICK-NO), LS-SELECTION
            END-IF.
            IF LS-SELECTION NOT = SPACES THEN
                CALL "COBCURSES-FAV-COUNT" USING
                    LS-OPERATOR-ID, LS-MENU-NAME, WS-KIND-ITEM,
                    LS-SELECTION
                SET FAVOURITE-TAKEN TO TRUE
            END-IF.
            EXIT.

      *>
      *>     A TRANSACTION CODE GOES THROUGH THE ROUTER, WHICH CHECKS
      *>     THE ROLE AGAIN, LOGS A DENIAL AND BOOKS THE TRANSFER IN
      *>     SESSACCT.LOG (WHERE FAVADM BUILD COUNTS IT).
      *>
        820-TAKE-TRANCODE.
            MOVE WS-FAV-NAME(WS-PICK-NO)(1:8) TO WS-ROUTER-CODE.
            CALL "COBCURSES-ROUTER-LOOKUP" USING
                WS-ROUTER-CODE, LS-PROGRAM-NAME.
            IF RETURN-CODE = NC-RET-OK
            AND LS-PROGRAM-NAME NOT = SPACES THEN
                SET FAVOURITE-TAKEN TO TRUE
            ELSE
                MOVE SPACES TO LS-PROGRAM-NAME
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-FAVOURITES.
