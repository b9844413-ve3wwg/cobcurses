        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-DECISION-TABLE.
      *>
      *>     EVALUATE A DECISION TABLE (DECTAB.X, SEE DECTAB.cbl): FIND
      *>     THE FIRST ROW OF LS-TABLE-NAME IN EFFECT TODAY WHOSE
      *>     CONDITIONS MATCH LS-INPUTS (INPUT n AGAINST CONDITION n).
      *>     ONE SERVICE FOR THE ONLINE RUNTIME, SCRPLAY AND BATCHEDT,
      *>     SO A TABLE MEANS THE SAME THING WHEREVER IT IS APPLIED.
      *>     LS-FUNCTION SELECTS:
      *>
      *>     'L'  LOOK UP: LS-OUTPUT RECEIVES THE ROW'S OUTPUT VALUE.
      *>     'V'  VALIDATE LS-CANDIDATE AGAINST THE ROW: WITH
      *>          LS-NUMERIC 'Y' THE OUTPUT IS A CEILING THE CANDIDATE
      *>          MAY NOT EXCEED; OTHERWISE IT IS A COMMA-SEPARATED
      *>          LIST THE CANDIDATE MUST APPEAR IN (IGNORING CASE). A
      *>          BLANK OUTPUT OR A BLANK CANDIDATE ONLY NEEDS THE ROW.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               ROW FOUND (AND 'V': CANDIDATE FITS)
      *>     NC-RET-NOTFOUND         NO ROW MATCHES (OR NO TABLE FILE)
      *>     NC-RET-FAILED           'V': THE CANDIDATE DOES NOT FIT
      *>     NC-RET-BADPARM          UNKNOWN FUNCTION
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO WS-DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY
                FILE STATUS IS WS-DECTAB-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-DECTAB-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DECTAB.X".
        01  WS-DECTAB-FILE-STATUS           PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-NOW                          PIC X(21).
        01  WS-TODAY                        PIC 9(8).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-ROWS                 VALUE 'Y'.
        01  WS-FOUND-FLAG                   PIC X.
            88  ROW-FOUND                   VALUE 'Y'.
        01  WS-MATCH-FLAG                   PIC X.
            88  ROW-MATCHES                 VALUE 'Y'.
        01  WS-COND-X                       PIC 9 COMP-5.
        01  WS-INPUT-UC                     PIC X(40) OCCURS 4 TIMES.
        01  WS-COND-UC                      PIC X(40).
        01  WS-CANDIDATE-UC                 PIC X(40).
        01  WS-LIST-ITEM                    PIC X(40).
        01  WS-LIST-PTR                     PIC 99 COMP-5.
        01  WS-CANDIDATE-NUM                PIC S9(13)V9(5).
        01  WS-CEILING-NUM                  PIC S9(13)V9(5).

        LINKAGE SECTION.

        01  LS-FUNCTION                     PIC X.
        01  LS-TABLE-NAME                   PIC X(16).
        01  LS-INPUTS.
            10  LS-INPUT                    PIC X(40) OCCURS 4 TIMES.
        01  LS-CANDIDATE                    PIC X(40).
        01  LS-NUMERIC                      PIC X.
        01  LS-OUTPUT                       PIC X(40).

        PROCEDURE DIVISION USING
            LS-FUNCTION, LS-TABLE-NAME, LS-INPUTS, LS-CANDIDATE,
            LS-NUMERIC, LS-OUTPUT.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-DECTAB-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-DECTAB-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.
            MOVE SPACES TO LS-OUTPUT.
            IF LS-FUNCTION NOT = 'L' AND LS-FUNCTION NOT = 'V' THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM 200-FIND-ROW.
            IF NOT ROW-FOUND THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE DTB-OUTPUT TO LS-OUTPUT.
            MOVE NC-RET-OK TO RETURN-CODE.
            IF LS-FUNCTION = 'V' THEN
                PERFORM 300-VALIDATE-CANDIDATE
            END-IF.
            GOBACK.

      *>
      *> 200-FIND-ROW :
      *>     SCAN THE TABLE'S ROWS IN ROW ORDER FOR THE FIRST ONE IN
      *>     EFFECT TODAY WHOSE CONDITIONS ALL MATCH.
      *>
        200-FIND-ROW.
            MOVE 'N' TO WS-FOUND-FLAG, WS-EOF-FLAG.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.
            PERFORM VARYING WS-COND-X FROM 1 BY 1 UNTIL WS-COND-X > 4
                MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(LS-INPUT(WS-COND-X)))
                    TO WS-INPUT-UC(WS-COND-X)
            END-PERFORM.

            OPEN INPUT DECTAB-FILE.
            IF WS-DECTAB-FILE-STATUS NOT = "00" THEN
                IF WS-DECTAB-FILE-STATUS = "05" THEN
                    CLOSE DECTAB-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-TABLE-NAME TO DTB-TABLE-NAME.
            MOVE ZERO TO DTB-ROW.
            START DECTAB-FILE KEY IS >= DTB-KEY
                INVALID KEY
                    SET END-OF-ROWS TO TRUE
            END-START.
            PERFORM UNTIL END-OF-ROWS OR ROW-FOUND
                READ DECTAB-FILE NEXT RECORD
                    AT END
                        SET END-OF-ROWS TO TRUE
                    NOT AT END
                        IF DTB-TABLE-NAME NOT = LS-TABLE-NAME THEN
                            SET END-OF-ROWS TO TRUE
                        ELSE
                            PERFORM 210-MATCH-ROW
                            IF ROW-MATCHES THEN
                                SET ROW-FOUND TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DECTAB-FILE.
            EXIT.

        210-MATCH-ROW.
            MOVE 'N' TO WS-MATCH-FLAG.
            IF DTB-EFFECTIVE-FROM IS NUMERIC
            AND DTB-EFFECTIVE-FROM > 0
            AND DTB-EFFECTIVE-FROM > WS-TODAY THEN
                EXIT PARAGRAPH
            END-IF.
            IF DTB-EFFECTIVE-TO IS NUMERIC
            AND DTB-EFFECTIVE-TO > 0
            AND DTB-EFFECTIVE-TO < WS-TODAY THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-COND-X FROM 1 BY 1 UNTIL WS-COND-X > 4
                IF DTB-COND(WS-COND-X) NOT = SPACES
                AND DTB-COND(WS-COND-X) NOT = '*' THEN
                    MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(DTB-COND(WS-COND-X)))
                        TO WS-COND-UC
                    IF WS-COND-UC NOT = WS-INPUT-UC(WS-COND-X) THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-PERFORM.
            SET ROW-MATCHES TO TRUE.
            EXIT.

      *>
      *> 300-VALIDATE-CANDIDATE :
      *>     THE ROW IS FOUND; DOES THE CANDIDATE FIT ITS OUTPUT?
      *>
        300-VALIDATE-CANDIDATE.
            IF DTB-OUTPUT = SPACES OR LS-CANDIDATE = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF LS-NUMERIC = 'Y' THEN
                IF FUNCTION TEST-NUMVAL(LS-CANDIDATE) NOT = 0
                OR FUNCTION TEST-NUMVAL(DTB-OUTPUT) NOT = 0 THEN
                    MOVE NC-RET-FAILED TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(LS-CANDIDATE) TO WS-CANDIDATE-NUM
                MOVE FUNCTION NUMVAL(DTB-OUTPUT) TO WS-CEILING-NUM
                IF WS-CANDIDATE-NUM > WS-CEILING-NUM THEN
                    MOVE NC-RET-FAILED TO RETURN-CODE
                END-IF
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CANDIDATE))
                TO WS-CANDIDATE-UC.
            MOVE NC-RET-FAILED TO RETURN-CODE.
            MOVE 1 TO WS-LIST-PTR.
            PERFORM UNTIL WS-LIST-PTR > LENGTH OF DTB-OUTPUT
                MOVE SPACES TO WS-LIST-ITEM
                UNSTRING DTB-OUTPUT DELIMITED BY ","
                    INTO WS-LIST-ITEM
                    WITH POINTER WS-LIST-PTR
                END-UNSTRING
                IF WS-LIST-ITEM NOT = SPACES THEN
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-ITEM))
                       = WS-CANDIDATE-UC THEN
                        MOVE NC-RET-OK TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        END PROGRAM COBCURSES-DECISION-TABLE.
