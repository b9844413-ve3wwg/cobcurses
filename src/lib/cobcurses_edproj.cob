        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-EDPROJ-PROMPT.
      *>
      *>     ONE-LINE PROMPT FOR THE E-DESIGN PROJECT DIALOGS: PAINT
      *>     THE PROMPT ON THE GIVEN LINE AND COLLECT UP TO
      *>     LS-MAX-LEN CHARACTERS AFTER IT, ECHOED. BACKSPACE RUBS
      *>     OUT, CR ACCEPTS, ANY OTHER FUNCTION KEY CANCELS. IN
      *>     LINEAR (ACCESSIBLE) MODE THE PROMPT IS DISPLAYED AND THE
      *>     ANSWER ACCEPTED AS A LINE.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     LS-LINE-NO              SCREEN LINE
      *>     LS-PROMPT               PROMPT TEXT
      *>     LS-MAX-LEN              LONGEST ANSWER (1 - 40)
      *> OUTPUTS:
      *>     LS-ENTRY                THE ANSWER (SPACES WHEN NONE)
      *> RETURN-CODE:
      *>     NC-RET-OK               CR (THE ANSWER MAY BE BLANK)
      *>     NC-RET-END              CANCELLED BY A FUNCTION KEY
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-BACKSPACE-KEY-CODE           PIC 9(4) COMP-5 VALUE 268.
        01  WS-PROMPT-LEN                   PIC 99 COMP-5.
        01  WS-ENTRY-LEN                    PIC 99 COMP-5.
        01  WS-MAX-LEN                      PIC 99 COMP-5.
        01  WS-ECHO                         PIC X(40).
        01  WS-STATE-FLAG                   PIC X.
            88  ENTRY-ACCEPTED              VALUE 'A'.
            88  ENTRY-CANCELLED             VALUE 'X'.

        LINKAGE SECTION.

            COPY COBCURSG.

        01  LS-LINE-NO                      PIC 99.
        01  LS-PROMPT                       PIC X(60).
        01  LS-MAX-LEN                      PIC 99.
        01  LS-ENTRY                        PIC X(40).

        PROCEDURE DIVISION USING
            NC-COBCURSES, LS-LINE-NO, LS-PROMPT, LS-MAX-LEN, LS-ENTRY.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-ENTRY.
            MOVE LS-MAX-LEN TO WS-MAX-LEN.
            IF WS-MAX-LEN < 1 OR WS-MAX-LEN > 40 THEN
                MOVE 40 TO WS-MAX-LEN
            END-IF.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(LS-PROMPT TRAILING) " "
                    WITH NO ADVANCING
                ACCEPT WS-ECHO
                MOVE WS-ECHO(1:WS-MAX-LEN) TO LS-ENTRY
                MOVE NC-RET-OK TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 60 TO WS-PROMPT-LEN.
            PERFORM UNTIL WS-PROMPT-LEN = 0
              OR LS-PROMPT(WS-PROMPT-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-PROMPT-LEN
            END-PERFORM.
            MOVE LS-LINE-NO TO NC-FIELD-Y.
            MOVE 4 TO NC-FIELD-X.
            MOVE LENGTH OF LS-PROMPT TO NC-FIELD-LENGTH.
            MOVE LENGTH OF LS-PROMPT TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO ADDRESS OF LS-PROMPT.
            CALL "COBCURSES-PUT-TEXT-RAW-NORMAL" USING NC-COBCURSES.

            MOVE SPACES TO WS-ECHO.
            MOVE ZERO TO WS-ENTRY-LEN.
            MOVE SPACE TO WS-STATE-FLAG.
            PERFORM 200-ECHO-ENTRY.
            PERFORM UNTIL ENTRY-ACCEPTED OR ENTRY-CANCELLED
                CALL "COBCURSES-GETCH" USING NC-COBCURSES
                EVALUATE TRUE
                    WHEN RETURN-CODE NOT = ZERO
                        SET ENTRY-CANCELLED TO TRUE
                    WHEN IS-KEY-CODE
                        IF NC-KEY-CODE = WS-BACKSPACE-KEY-CODE THEN
                            IF WS-ENTRY-LEN > 0 THEN
                                MOVE SPACE TO
                                    WS-ECHO(WS-ENTRY-LEN:1)
                                SUBTRACT 1 FROM WS-ENTRY-LEN
                            END-IF
                        ELSE
                            SET ENTRY-CANCELLED TO TRUE
                        END-IF
                    WHEN NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A"
                        SET ENTRY-ACCEPTED TO TRUE
                    WHEN NC-KEY-CHAR >= SPACE
                     AND WS-ENTRY-LEN < WS-MAX-LEN
                        ADD 1 TO WS-ENTRY-LEN
                        MOVE NC-KEY-CHAR TO WS-ECHO(WS-ENTRY-LEN:1)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                PERFORM 200-ECHO-ENTRY
            END-PERFORM.

            IF ENTRY-CANCELLED THEN
                MOVE NC-RET-END TO RETURN-CODE
            ELSE
                MOVE WS-ECHO(1:WS-MAX-LEN) TO LS-ENTRY
                MOVE NC-RET-OK TO RETURN-CODE
            END-IF.
            GOBACK.

        200-ECHO-ENTRY.
            MOVE LS-LINE-NO TO NC-FIELD-Y.
            COMPUTE NC-FIELD-X = 5 + WS-PROMPT-LEN.
            MOVE WS-MAX-LEN TO NC-FIELD-LENGTH.
            MOVE WS-MAX-LEN TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO ADDRESS OF WS-ECHO.
            CALL "COBCURSES-PUT-TEXT-RAW-NORMAL" USING NC-COBCURSES.
            CALL "COBCURSES-REFRESH" USING NC-COBCURSES.
            EXIT.

        END PROGRAM COBCURSES-EDPROJ-PROMPT.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-EDPROJ-ATTACH.
      *>
      *>     ATTACH THE PARTS OF AN E-DESIGN CALCULATION TO A PROJECT
      *>     (EDPROJ.X, SEE EDPROJ.cbl). CALLED FROM A CALCULATOR'S
      *>     ATTACH KEY WITH EDATTACH.cbl FILLED IN.
      *>
      *>     THE OPERATOR NAMES THE PROJECT (CR TAKES THE ONE LAST
      *>     USED, KEPT IN THE CONTEXT POOL AS EDPROJ-PROJECT), THEN
      *>     GIVES EACH PART A REFERENCE DESIGNATOR: CR TAKES THE NEXT
      *>     FREE Rn, '-' LEAVES THE PART OUT. A DESIGNATOR ALREADY IN
      *>     USE IN THE PROJECT IS ASKED FOR AGAIN. A FUNCTION KEY
      *>     STOPS THE DIALOG (PARTS ALREADY ATTACHED STAY).
      *>
      *>     EACH PART IS RECORDED WITH THE SHOP SERIES
      *>     (COBCURSES_ESERIES, DEFAULT E24) AND ITS TOLERANCE, FOR
      *>     THE BILL OF MATERIALS (EDBOM). THE DIALOG USES THE WHOLE
      *>     SCREEN; THE CALLER REPAINTS ITS OWN AFTERWARDS.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     EDPROJ-ATTACH-DATA      THE CALCULATION (EDATTACH.cbl)
      *> OUTPUTS:
      *>     EDA-PROJECT, EDA-ATTACHED, EDA-MESSAGE
      *> RETURN-CODE:
      *>     NC-RET-OK               PARTS ATTACHED
      *>     NC-RET-END              NOTHING ATTACHED
      *>     NC-RET-NOTFOUND         NO SUCH PROJECT, OR IT IS CLOSED
      *>     NC-RET-OPEN             PROJECT FILE UNAVAILABLE
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT EDPROJ-FILE
                ASSIGN TO WS-EDPROJ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS EDJ-KEY
                FILE STATUS IS WS-EDPROJ-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  EDPROJ-FILE.
        01  EDPROJ-RECORD.
            COPY EDPROJ.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-EDPROJ-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/EDPROJ.X".
        01  WS-EDPROJ-FILE-STATUS           PIC XX.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-CONTEXT-NAME                 PIC X(32)
            VALUE "EDPROJ-PROJECT".
        01  WS-CONTEXT-VALUE                PIC X(60).
        01  WS-CONTEXT-LEN                  PIC 9999.
        01  WS-SERIES                       PIC X(3).
        01  WS-ENV-VAR                      PIC X(16).

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-STOP-FLAG                    PIC X.
            88  DIALOG-STOPPED              VALUE 'Y'.
        01  WS-PART-FLAG                    PIC X.
            88  PART-SETTLED                VALUE 'Y'.

        01  WS-NEXT-R                       PIC 9(4).
        01  WS-R-NO                         PIC 9(4).
        01  WS-R-DIGITS                     PIC X(7).
        01  WS-R-ED                         PIC Z(3)9.
        01  WS-DEFAULT-REFDES               PIC X(8).
        01  WS-PART-X                       PIC 9.

        01  WS-LINE-NO                      PIC 99.
        01  WS-MAX-LEN                      PIC 99.
        01  WS-PROMPT                       PIC X(60).
        01  WS-ENTRY                        PIC X(40).
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-TOL-ED                       PIC Z9.99.

        LINKAGE SECTION.

            COPY COBCURSG.

        01  EDPROJ-ATTACH-DATA.
            COPY EDATTACH.

        PROCEDURE DIVISION USING NC-COBCURSES, EDPROJ-ATTACH-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO EDA-ATTACHED.
            MOVE SPACES TO EDA-MESSAGE.
            MOVE NC-RET-END TO RETURN-CODE.
            IF EDA-PART-COUNT = 0 THEN
                MOVE "NOTHING CALCULATED YET TO ATTACH" TO EDA-MESSAGE
                GOBACK
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_ESERIES".
            IF WS-ENV-VAR(1:3) = "E12" OR WS-ENV-VAR(1:3) = "E96" THEN
                MOVE WS-ENV-VAR(1:3) TO WS-SERIES
            ELSE
                MOVE "E24" TO WS-SERIES
            END-IF.

            MOVE LENGTH OF WS-EDPROJ-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-EDPROJ-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN I-O EDPROJ-FILE.
            IF WS-EDPROJ-FILE-STATUS NOT = "00" THEN
                MOVE "NO PROJECT FILE -- CREATE A PROJECT FIRST"
                    TO EDA-MESSAGE
                MOVE NC-RET-OPEN TO RETURN-CODE
                GOBACK
            END-IF.

            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "ATTACH TO A PROJECT: " EDA-NOTE
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.

            PERFORM 200-CHOOSE-PROJECT.
            IF EDA-PROJECT = SPACES THEN
                CLOSE EDPROJ-FILE
                GOBACK
            END-IF.

            PERFORM 300-FIND-NEXT-R.
            MOVE 'N' TO WS-STOP-FLAG.
            PERFORM VARYING WS-PART-X FROM 1 BY 1
                UNTIL WS-PART-X > EDA-PART-COUNT OR DIALOG-STOPPED
                PERFORM 400-ATTACH-PART
            END-PERFORM.
            CLOSE EDPROJ-FILE.

            IF EDA-ATTACHED > 0 THEN
                MOVE SPACES TO WS-CONTEXT-VALUE
                MOVE EDA-PROJECT TO WS-CONTEXT-VALUE
                CALL "COBCURSES-CONTEXT-SET" USING
                    WS-CONTEXT-NAME, WS-CONTEXT-VALUE
                STRING EDA-ATTACHED " PART(S) ATTACHED TO PROJECT "
                    EDA-PROJECT DELIMITED BY SIZE INTO EDA-MESSAGE
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE "NO PARTS ATTACHED" TO EDA-MESSAGE
                MOVE NC-RET-END TO RETURN-CODE
            END-IF.
            GOBACK.

      *>
      *>     THE PROJECT: KEYED, OR THE ONE LAST USED. IT MUST BE ON
      *>     FILE AND OPEN.
      *>
        200-CHOOSE-PROJECT.
            MOVE SPACES TO EDA-PROJECT.
            MOVE SPACES TO WS-CONTEXT-VALUE.
            MOVE 12 TO WS-CONTEXT-LEN.
            CALL "COBCURSES-CONTEXT-FETCH" USING
                WS-CONTEXT-NAME, WS-CONTEXT-LEN, WS-CONTEXT-VALUE.
            MOVE SPACES TO WS-PROMPT.
            IF WS-CONTEXT-VALUE = SPACES THEN
                MOVE "PROJECT:" TO WS-PROMPT
            ELSE
                STRING "PROJECT (CR FOR "
                    FUNCTION TRIM(WS-CONTEXT-VALUE(1:12)) "):"
                    DELIMITED BY SIZE INTO WS-PROMPT
            END-IF.
            MOVE 4 TO WS-LINE-NO.
            MOVE 12 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE "ATTACH CANCELLED" TO EDA-MESSAGE
                MOVE NC-RET-END TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ENTRY = SPACES THEN
                MOVE WS-CONTEXT-VALUE(1:12) TO WS-ENTRY
            END-IF.
            IF WS-ENTRY = SPACES THEN
                MOVE "NO PROJECT GIVEN" TO EDA-MESSAGE
                MOVE NC-RET-END TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO EDPROJ-RECORD.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY(1:12)) TO EDJ-PROJECT.
            READ EDPROJ-FILE
                INVALID KEY
                    STRING "PROJECT " FUNCTION TRIM(EDJ-PROJECT)
                        " IS NOT ON FILE"
                        DELIMITED BY SIZE INTO EDA-MESSAGE
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            IF EDJ-CLOSED THEN
                STRING "PROJECT " FUNCTION TRIM(EDJ-PROJECT)
                    " IS CLOSED"
                    DELIMITED BY SIZE INTO EDA-MESSAGE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE EDJ-PROJECT TO EDA-PROJECT.
            EXIT.

      *>
      *>     THE NEXT FREE Rn: ONE PAST THE HIGHEST R-NUMBER IN USE.
      *>
        300-FIND-NEXT-R.
            MOVE 1 TO WS-NEXT-R.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE EDA-PROJECT TO EDJ-PROJECT.
            MOVE SPACES TO EDJ-REFDES.
            START EDPROJ-FILE KEY IS > EDJ-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ EDPROJ-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF EDJ-PROJECT NOT = EDA-PROJECT THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 310-NOTE-R-NUMBER
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        310-NOTE-R-NUMBER.
            IF EDJ-REFDES(1:1) NOT = 'R' THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE EDJ-REFDES(2:7) TO WS-R-DIGITS.
            IF WS-R-DIGITS = SPACES
            OR FUNCTION TRIM(WS-R-DIGITS) IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-R-DIGITS) TO WS-R-NO.
            IF WS-R-NO >= WS-NEXT-R THEN
                COMPUTE WS-NEXT-R = WS-R-NO + 1
            END-IF.
            EXIT.

      *>
      *>     ONE PART: ASK FOR ITS DESIGNATOR UNTIL IT IS FILED OR
      *>     LEFT OUT.
      *>
        400-ATTACH-PART.
            COMPUTE WS-LINE-NO = WS-PART-X * 2 + 4.
            MOVE EDA-TOLERANCE(WS-PART-X) TO WS-TOL-ED.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING EDA-ROLE(WS-PART-X) " = "
                EDA-TEXT(WS-PART-X) " TOLERANCE "
                FUNCTION TRIM(WS-TOL-ED) " PCT"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            PERFORM 900-PUT-LINE.

            MOVE 'N' TO WS-PART-FLAG.
            PERFORM UNTIL PART-SETTLED OR DIALOG-STOPPED
                MOVE WS-NEXT-R TO WS-R-ED
                MOVE SPACES TO WS-DEFAULT-REFDES
                STRING "R" FUNCTION TRIM(WS-R-ED)
                    DELIMITED BY SIZE INTO WS-DEFAULT-REFDES
                MOVE SPACES TO WS-PROMPT
                STRING "  REF DES (CR FOR "
                    FUNCTION TRIM(WS-DEFAULT-REFDES)
                    ", - TO LEAVE OUT):"
                    DELIMITED BY SIZE INTO WS-PROMPT
                ADD 1 TO WS-LINE-NO
                MOVE 8 TO WS-MAX-LEN
                CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                    WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY
                SUBTRACT 1 FROM WS-LINE-NO
                EVALUATE TRUE
                    WHEN RETURN-CODE NOT = NC-RET-OK
                        SET DIALOG-STOPPED TO TRUE
                    WHEN WS-ENTRY(1:1) = '-'
                        SET PART-SETTLED TO TRUE
                    WHEN OTHER
                        PERFORM 410-FILE-PART
                END-EVALUATE
            END-PERFORM.
            EXIT.

        410-FILE-PART.
            MOVE SPACES TO EDPROJ-RECORD.
            MOVE EDA-PROJECT TO EDJ-PROJECT.
            IF WS-ENTRY = SPACES THEN
                MOVE WS-DEFAULT-REFDES TO EDJ-REFDES
            ELSE
                MOVE FUNCTION UPPER-CASE(WS-ENTRY(1:8)) TO EDJ-REFDES
            END-IF.
            MOVE EDA-VALUE(WS-PART-X) TO EDJ-PART-VALUE.
            MOVE EDA-TEXT(WS-PART-X) TO EDJ-PART-TEXT.
            MOVE WS-SERIES TO EDJ-SERIES.
            MOVE EDA-TOLERANCE(WS-PART-X) TO EDJ-TOLERANCE.
            MOVE EDA-PROGRAM TO EDJ-CALC-PROGRAM.
            MOVE EDA-CALC-AT TO EDJ-CALC-AT.
            MOVE EDA-ROLE(WS-PART-X) TO EDJ-CALC-ROLE.
            MOVE EDA-NOTE TO EDJ-CALC-NOTE.
            MOVE WS-OPERATOR-ID TO EDJ-ADDED-BY.
            WRITE EDPROJ-RECORD
                INVALID KEY
                    MOVE SPACES TO WS-LIST-TEXT
                    STRING FUNCTION TRIM(EDJ-REFDES)
                        " IS ALREADY USED IN THIS PROJECT"
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
                    MOVE 22 TO WS-LINE-NO
                    PERFORM 900-PUT-LINE
                    COMPUTE WS-LINE-NO = WS-PART-X * 2 + 4
                    EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO EDA-ATTACHED.
            SET PART-SETTLED TO TRUE.
            PERFORM 310-NOTE-R-NUMBER.
            MOVE SPACES TO WS-LIST-TEXT.
            MOVE 22 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            COMPUTE WS-LINE-NO = WS-PART-X * 2 + 4.
            EXIT.

        900-PUT-LINE.
            IF NC-LINEAR-ON THEN
                IF WS-LIST-TEXT NOT = SPACES THEN
                    DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
                END-IF
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE 4 TO NC-FIELD-X
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-EDPROJ-ATTACH.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-PROJECTS.
      *>
      *>     E-DESIGN PROJECT MAINTENANCE, OFFERED BY THE LAUNCHER.
      *>     THE PROJECTS ARE LISTED FIFTEEN TO A PAGE WITH THEIR PART
      *>     COUNTS; THE OPERATOR KEYS (THEN CR):
      *>         n       LIST THE PARTS OF PROJECT n
      *>         Un      USE PROJECT n FOR ATTACHING CALCULATIONS
      *>         Cn      CLOSE PROJECT n (OR REOPEN IT)
      *>         Xn      DELETE PROJECT n (ONLY WHEN IT HAS NO PARTS)
      *>         Nname   NEW PROJECT name (A TITLE IS ASKED FOR)
      *>         +       NEXT PAGE
      *>         CR      (ALONE) LEAVE
      *>     IN THE PARTS LIST:
      *>         Dn      DROP PART n
      *>         +       NEXT PAGE
      *>         CR      (ALONE) BACK TO THE PROJECTS
      *>
      *>     THE BILL OF MATERIALS ITSELF IS THE EDBOM REPORT.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *> RETURN-CODE:
      *>     NC-RET-OK
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL EDPROJ-FILE
                ASSIGN TO WS-EDPROJ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS EDJ-KEY
                FILE STATUS IS WS-EDPROJ-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  EDPROJ-FILE.
        01  EDPROJ-RECORD.
            COPY EDPROJ.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-EDPROJ-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/EDPROJ.X".
        01  WS-EDPROJ-FILE-STATUS           PIC XX.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-CONTEXT-NAME                 PIC X(32)
            VALUE "EDPROJ-PROJECT".
        01  WS-CONTEXT-VALUE                PIC X(60).
        01  WS-CONTEXT-LEN                  PIC 9999.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-DONE-FLAG                    PIC X.
            88  LIST-DONE                   VALUE 'Y'.
        01  WS-MORE-FLAG                    PIC X.
            88  MORE-TO-LIST                VALUE 'Y'.

      *>
      *>     THE PAGE OF PROJECTS (OR PARTS) ON SHOW. WS-PAGE-START IS
      *>     THE KEY THE PAGE STARTS AT; WS-NEXT-START THE KEY OF THE
      *>     FIRST ENTRY OF THE NEXT PAGE.
      *>
        01  PROJECT-LIST.
            10  WS-PRJ-USED                 PIC 99 COMP-5.
            10  WS-PRJ-ENTRY OCCURS 15 TIMES.
                15  WS-PRJ-NAME             PIC X(12).
                15  WS-PRJ-TITLE            PIC X(40).
                15  WS-PRJ-STATUS           PIC X.
                15  WS-PRJ-PARTS            PIC 9(4).
        01  PART-LIST.
            10  WS-PRT-USED                 PIC 99 COMP-5.
            10  WS-PRT-ENTRY OCCURS 15 TIMES.
                15  WS-PRT-REFDES           PIC X(8).
                15  WS-PRT-TEXT             PIC X(14).
                15  WS-PRT-SERIES           PIC X(3).
                15  WS-PRT-TOLERANCE        PIC 99V99.
                15  WS-PRT-PROGRAM          PIC X(8).
                15  WS-PRT-ROLE             PIC X(8).
                15  WS-PRT-CALC-AT          PIC X(21).
        01  WS-PAGE-START                   PIC X(20).
        01  WS-NEXT-START                   PIC X(20).
        01  WS-PROJECT                      PIC X(12).
        01  WS-PROJECT-TITLE                PIC X(40).
        01  WS-X                            PIC 99 COMP-5.

        01  WS-LINE-NO                      PIC 99.
        01  WS-MAX-LEN                      PIC 99.
        01  WS-PROMPT                       PIC X(60).
        01  WS-ENTRY                        PIC X(40).
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-MESSAGE                      PIC X(72).
        01  WS-NO-EDIT                      PIC Z9.
        01  WS-PARTS-ED                     PIC ZZZ9.
        01  WS-TOL-ED                       PIC Z9.99.
        01  WS-STATUS-WORD                  PIC X(6).
        01  WS-VERB                         PIC X.
        01  WS-DIGITS                       PIC X(2).
        01  WS-PICK-NO                      PIC 99.

        LINKAGE SECTION.

            COPY COBCURSG.

        PROCEDURE DIVISION USING NC-COBCURSES.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE LENGTH OF WS-EDPROJ-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-EDPROJ-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN I-O EDPROJ-FILE.
            IF WS-EDPROJ-FILE-STATUS NOT = "00"
            AND WS-EDPROJ-FILE-STATUS NOT = "05" THEN
                MOVE "PROJECT FILE UNAVAILABLE" TO NC-MSGBUF
                MOVE NC-RET-OPEN TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO WS-MESSAGE.
            MOVE SPACES TO WS-PAGE-START.
            MOVE 'N' TO WS-DONE-FLAG.
            PERFORM UNTIL LIST-DONE
                PERFORM 300-LOAD-PROJECTS
                PERFORM 400-PAINT-PROJECTS
                PERFORM 500-TAKE-PROJECT-CHOICE
            END-PERFORM.
            CLOSE EDPROJ-FILE.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

      *>
      *>     ONE PAGE OF PROJECT HEADERS FROM WS-PAGE-START, COUNTING
      *>     THE PART RECORDS THAT FOLLOW EACH.
      *>
        300-LOAD-PROJECTS.
            MOVE ZERO TO WS-PRJ-USED.
            MOVE 'N' TO WS-MORE-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-PAGE-START TO EDJ-KEY.
            START EDPROJ-FILE KEY IS >= EDJ-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ EDPROJ-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 310-NOTE-PROJECT-RECORD
                END-READ
            END-PERFORM.
            EXIT.

        310-NOTE-PROJECT-RECORD.
            IF EDJ-REFDES NOT = SPACES THEN
                IF WS-PRJ-USED > 0 THEN
                    ADD 1 TO WS-PRJ-PARTS(WS-PRJ-USED)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-PRJ-USED >= 15 THEN
                SET MORE-TO-LIST TO TRUE
                MOVE EDJ-KEY TO WS-NEXT-START
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PRJ-USED.
            MOVE EDJ-PROJECT TO WS-PRJ-NAME(WS-PRJ-USED).
            MOVE EDJ-TITLE TO WS-PRJ-TITLE(WS-PRJ-USED).
            MOVE EDJ-STATUS TO WS-PRJ-STATUS(WS-PRJ-USED).
            MOVE ZERO TO WS-PRJ-PARTS(WS-PRJ-USED).
            EXIT.

        400-PAINT-PROJECTS.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-CONTEXT-VALUE.
            MOVE 12 TO WS-CONTEXT-LEN.
            CALL "COBCURSES-CONTEXT-FETCH" USING
                WS-CONTEXT-NAME, WS-CONTEXT-LEN, WS-CONTEXT-VALUE.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "E-DESIGN PROJECTS  (IN USE: "
                WS-CONTEXT-VALUE(1:12) ")"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 1 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE "n PARTS  Un USE  Cn CLOSE/OPEN  Xn DELETE  Nname NEW"
                TO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.

            IF WS-PRJ-USED = 0 THEN
                MOVE "NO PROJECTS YET -- KEY Nname TO START ONE"
                    TO WS-LIST-TEXT
                MOVE 4 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-PRJ-USED
                MOVE WS-X TO WS-NO-EDIT
                MOVE WS-PRJ-PARTS(WS-X) TO WS-PARTS-ED
                IF WS-PRJ-STATUS(WS-X) = 'C' THEN
                    MOVE "CLOSED" TO WS-STATUS-WORD
                ELSE
                    MOVE "OPEN" TO WS-STATUS-WORD
                END-IF
                MOVE SPACES TO WS-LIST-TEXT
                STRING WS-NO-EDIT " " WS-PRJ-NAME(WS-X) " "
                    WS-PRJ-TITLE(WS-X) WS-PARTS-ED " PARTS "
                    WS-STATUS-WORD
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
                COMPUTE WS-LINE-NO = WS-X + 3
                PERFORM 900-PUT-LINE
            END-PERFORM.
            IF MORE-TO-LIST THEN
                MOVE "  ... MORE (+)" TO WS-LIST-TEXT
                MOVE 19 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM 950-SHOW-MESSAGE.
            EXIT.

        500-TAKE-PROJECT-CHOICE.
            MOVE "CHOICE:" TO WS-PROMPT.
            MOVE 21 TO WS-LINE-NO.
            MOVE 13 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK OR WS-ENTRY = SPACES THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.

            IF WS-ENTRY(1:1) = '+' THEN
                IF MORE-TO-LIST THEN
                    MOVE WS-NEXT-START TO WS-PAGE-START
                ELSE
                    MOVE SPACES TO WS-PAGE-START
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-ENTRY(1:1) = 'N' THEN
                PERFORM 600-NEW-PROJECT
                EXIT PARAGRAPH
            END-IF.

            IF WS-ENTRY(1:1) = 'U' OR WS-ENTRY(1:1) = 'C'
            OR WS-ENTRY(1:1) = 'X' THEN
                MOVE WS-ENTRY(1:1) TO WS-VERB
                MOVE WS-ENTRY(2:2) TO WS-DIGITS
            ELSE
                MOVE SPACE TO WS-VERB
                MOVE WS-ENTRY(1:2) TO WS-DIGITS
            END-IF.
            IF WS-DIGITS = SPACES
            OR FUNCTION TRIM(WS-DIGITS) IS NOT NUMERIC THEN
                MOVE "NOT A CHOICE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-DIGITS) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-PRJ-USED THEN
                MOVE "NO SUCH PROJECT ON THIS PAGE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PRJ-NAME(WS-PICK-NO) TO WS-PROJECT.
            EVALUATE WS-VERB
                WHEN 'U'
                    MOVE SPACES TO WS-CONTEXT-VALUE
                    MOVE WS-PROJECT TO WS-CONTEXT-VALUE
                    CALL "COBCURSES-CONTEXT-SET" USING
                        WS-CONTEXT-NAME, WS-CONTEXT-VALUE
                    STRING "CALCULATIONS NOW ATTACH TO "
                        WS-PROJECT DELIMITED BY SIZE INTO WS-MESSAGE
                WHEN 'C'
                    PERFORM 620-CLOSE-OR-REOPEN
                WHEN 'X'
                    PERFORM 630-DELETE-PROJECT
                WHEN OTHER
                    MOVE WS-PRJ-TITLE(WS-PICK-NO) TO WS-PROJECT-TITLE
                    PERFORM 700-SHOW-PARTS
            END-EVALUATE.
            EXIT.

        600-NEW-PROJECT.
            IF WS-ENTRY(2:12) = SPACES THEN
                MOVE "KEY N FOLLOWED BY THE NEW PROJECT'S NAME"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE "TITLE:" TO WS-PROMPT.
            MOVE 22 TO WS-LINE-NO.
            MOVE 40 TO WS-MAX-LEN.
            MOVE WS-ENTRY(2:12) TO WS-PROJECT.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE "NEW PROJECT CANCELLED" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO EDPROJ-RECORD.
            MOVE FUNCTION TRIM(WS-PROJECT LEADING) TO EDJ-PROJECT.
            MOVE WS-ENTRY TO EDJ-TITLE.
            MOVE WS-OPERATOR-ID TO EDJ-OWNER.
            MOVE FUNCTION CURRENT-DATE TO EDJ-CREATED-AT.
            SET EDJ-OPEN TO TRUE.
            WRITE EDPROJ-RECORD
                INVALID KEY
                    STRING "PROJECT " FUNCTION TRIM(EDJ-PROJECT)
                        " ALREADY EXISTS"
                        DELIMITED BY SIZE INTO WS-MESSAGE
                    EXIT PARAGRAPH
            END-WRITE.
            STRING "PROJECT " FUNCTION TRIM(EDJ-PROJECT) " CREATED"
                DELIMITED BY SIZE INTO WS-MESSAGE.
            EXIT.

        620-CLOSE-OR-REOPEN.
            MOVE WS-PROJECT TO EDJ-PROJECT.
            MOVE SPACES TO EDJ-REFDES.
            READ EDPROJ-FILE
                INVALID KEY
                    MOVE "PROJECT IS NO LONGER ON FILE" TO WS-MESSAGE
                    EXIT PARAGRAPH
            END-READ.
            IF EDJ-CLOSED THEN
                SET EDJ-OPEN TO TRUE
                STRING "PROJECT " FUNCTION TRIM(WS-PROJECT)
                    " REOPENED" DELIMITED BY SIZE INTO WS-MESSAGE
            ELSE
                SET EDJ-CLOSED TO TRUE
                STRING "PROJECT " FUNCTION TRIM(WS-PROJECT)
                    " CLOSED" DELIMITED BY SIZE INTO WS-MESSAGE
            END-IF.
            REWRITE EDPROJ-RECORD
                INVALID KEY
                    MOVE "PROJECT COULD NOT BE UPDATED" TO WS-MESSAGE
            END-REWRITE.
            EXIT.

        630-DELETE-PROJECT.
            IF WS-PRJ-PARTS(WS-PICK-NO) > 0 THEN
                MOVE "DROP THE PROJECT'S PARTS BEFORE DELETING IT"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PROJECT TO EDJ-PROJECT.
            MOVE SPACES TO EDJ-REFDES.
            DELETE EDPROJ-FILE
                INVALID KEY
                    MOVE "PROJECT IS NO LONGER ON FILE" TO WS-MESSAGE
                    EXIT PARAGRAPH
            END-DELETE.
            STRING "PROJECT " FUNCTION TRIM(WS-PROJECT) " DELETED"
                DELIMITED BY SIZE INTO WS-MESSAGE.
            MOVE SPACES TO WS-PAGE-START.
            EXIT.

      *>
      *>     THE PARTS OF WS-PROJECT, A PAGE AT A TIME.
      *>
        700-SHOW-PARTS.
            MOVE SPACES TO WS-PAGE-START.
            MOVE WS-PROJECT TO WS-PAGE-START(1:12).
            MOVE 'N' TO WS-DONE-FLAG.
            PERFORM UNTIL LIST-DONE
                PERFORM 710-LOAD-PARTS
                PERFORM 720-PAINT-PARTS
                PERFORM 730-TAKE-PART-CHOICE
            END-PERFORM.
            MOVE 'N' TO WS-DONE-FLAG.
            MOVE SPACES TO WS-PAGE-START.
            EXIT.

        710-LOAD-PARTS.
            MOVE ZERO TO WS-PRT-USED.
            MOVE 'N' TO WS-MORE-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-PAGE-START TO EDJ-KEY.
            START EDPROJ-FILE KEY IS > EDJ-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ EDPROJ-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 715-NOTE-PART
                END-READ
            END-PERFORM.
            EXIT.

        715-NOTE-PART.
            IF EDJ-PROJECT NOT = WS-PROJECT THEN
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-PRT-USED >= 15 THEN
                SET MORE-TO-LIST TO TRUE
                SET END-OF-FILE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PRT-USED.
            MOVE EDJ-REFDES TO WS-PRT-REFDES(WS-PRT-USED).
            MOVE EDJ-PART-TEXT TO WS-PRT-TEXT(WS-PRT-USED).
            MOVE EDJ-SERIES TO WS-PRT-SERIES(WS-PRT-USED).
            MOVE EDJ-TOLERANCE TO WS-PRT-TOLERANCE(WS-PRT-USED).
            MOVE EDJ-CALC-PROGRAM TO WS-PRT-PROGRAM(WS-PRT-USED).
            MOVE EDJ-CALC-ROLE TO WS-PRT-ROLE(WS-PRT-USED).
            MOVE EDJ-CALC-AT TO WS-PRT-CALC-AT(WS-PRT-USED).
            MOVE EDJ-KEY TO WS-NEXT-START.
            EXIT.

        720-PAINT-PARTS.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "PROJECT " WS-PROJECT " " WS-PROJECT-TITLE
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 1 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE "Dn DROP PART, + MORE, CR BACK" TO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            IF WS-PRT-USED = 0 THEN
                MOVE "NO PARTS ATTACHED YET" TO WS-LIST-TEXT
                MOVE 4 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-PRT-USED
                MOVE WS-X TO WS-NO-EDIT
                MOVE WS-PRT-TOLERANCE(WS-X) TO WS-TOL-ED
                MOVE SPACES TO WS-LIST-TEXT
                STRING WS-NO-EDIT " " WS-PRT-REFDES(WS-X) " "
                    WS-PRT-TEXT(WS-X) " " WS-PRT-SERIES(WS-X) " "
                    WS-TOL-ED "% " WS-PRT-PROGRAM(WS-X) " "
                    WS-PRT-ROLE(WS-X) " "
                    WS-PRT-CALC-AT(WS-X)(1:8) " "
                    WS-PRT-CALC-AT(WS-X)(9:4)
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
                COMPUTE WS-LINE-NO = WS-X + 3
                PERFORM 900-PUT-LINE
            END-PERFORM.
            IF MORE-TO-LIST THEN
                MOVE "  ... MORE (+)" TO WS-LIST-TEXT
                MOVE 19 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM 950-SHOW-MESSAGE.
            EXIT.

        730-TAKE-PART-CHOICE.
            MOVE "CHOICE:" TO WS-PROMPT.
            MOVE 21 TO WS-LINE-NO.
            MOVE 3 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK OR WS-ENTRY = SPACES THEN
                SET LIST-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.
            IF WS-ENTRY(1:1) = '+' THEN
                IF MORE-TO-LIST THEN
                    MOVE WS-NEXT-START TO WS-PAGE-START
                ELSE
                    MOVE SPACES TO WS-PAGE-START
                    MOVE WS-PROJECT TO WS-PAGE-START(1:12)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-ENTRY(1:1) NOT = 'D'
            OR WS-ENTRY(2:2) = SPACES
            OR FUNCTION TRIM(WS-ENTRY(2:2)) IS NOT NUMERIC THEN
                MOVE "NOT A CHOICE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-ENTRY(2:2)) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-PRT-USED THEN
                MOVE "NO SUCH PART ON THIS PAGE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PROJECT TO EDJ-PROJECT.
            MOVE WS-PRT-REFDES(WS-PICK-NO) TO EDJ-REFDES.
            DELETE EDPROJ-FILE
                INVALID KEY
                    MOVE "PART IS NO LONGER ON FILE" TO WS-MESSAGE
                    EXIT PARAGRAPH
            END-DELETE.
            STRING "PART " FUNCTION TRIM(EDJ-REFDES) " DROPPED"
                DELIMITED BY SIZE INTO WS-MESSAGE.
            MOVE SPACES TO WS-PAGE-START.
            MOVE WS-PROJECT TO WS-PAGE-START(1:12).
            EXIT.

        900-PUT-LINE.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE 2 TO NC-FIELD-X
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
            END-IF.
            EXIT.

        950-SHOW-MESSAGE.
            IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO WS-LIST-TEXT
                MOVE 20 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
                MOVE SPACES TO WS-MESSAGE
            END-IF.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-PROJECTS.
