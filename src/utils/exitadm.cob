        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXITADM.
      *>
      *> EXITADM MAINTAINS THE SCREENS' REGISTERED USER EXITS
      *> (SCREXIT.X, SEE SCREXIT.cbl) FROM THE CONSOLE, THE SAME
      *> PATTERN AS SOFTKADM. AN EXIT NAMES A COBOL PROGRAM THE
      *> RUNTIME CALLS, WITH THE USREXIT.cbl INTERFACE BLOCK, WHEN
      *> ITS EVENT OCCURS ON ITS SCREEN. EXITS ARE LOADED WHEN THE
      *> SCREEN STARTS, SO A CHANGE TAKES EFFECT ON THE NEXT VISIT
      *> WITHOUT REGENERATING THE SCREEN.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE)                  LIST EVERY EXIT
      *>     LIST SCREEN             LIST ONE SCREEN'S EXITS
      *>     SET SCREEN EVENT FIELD PROGRAM [DESCRIPTION]
      *>                             REGISTER OR REPLACE AN EXIT
      *>     DROP SCREEN EVENT FIELD REMOVE AN EXIT
      *>
      *>     EVENT   SO  SCREEN OPEN        FE  FIELD ENTRY
      *>             FA  FIELD ACCEPTED     BF  BEFORE FILE
      *>             AF  AFTER FILE         SX  SCREEN EXIT
      *>     FIELD   THE SCR-FDEF FIELD NUMBER FOR FE/FA, OR 0 FOR
      *>             EVERY FIELD; ALWAYS 0 FOR THE SCREEN EVENTS
      *>
      *>     EXAMPLE: EXITADM SET AR000010 FA 3 ARCUSTCK CUSTOMER CHECK
      *>
      *> AN EXIT RUNS IN EVERY OPERATOR'S SESSION, SO THE ACTING USER
      *> MUST HOLD SECADMIN TO SET OR DROP ONE WHEN THE SHOP KEEPS
      *> ROLES.
      *>
      *> RETURN-CODE: 0 OK, 8 FILE OR NOT-FOUND PROBLEM, 16 USAGE OR
      *> AUTHORISATION ERROR.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SCREXIT-FILE
                ASSIGN TO SCREXIT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS XIT-KEY
                FILE STATUS IS WS-SCREXIT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCREXIT-FILE.
        01  SCREXIT-RECORD.
            COPY SCREXIT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SCREXIT-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREXIT.X".

        01  WS-SCREXIT-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-SCREEN                       PIC X(16).
        01  WS-ARG-EVENT                        PIC X(4).
        01  WS-ARG-FIELD                        PIC X(8).
        01  WS-ARG-PROGRAM                      PIC X(30).
        01  WS-ARG-DESCRIPTION                  PIC X(40).
        01  WS-ARG-WORD                         PIC X(40).

        01  WS-FIELD-NO                         PIC 9(4).

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-LIST-COUNT                       PIC 9(4) VALUE 0.
        01  WS-DESC-PTR                         PIC 99 COMP.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-EXITS
                WHEN "SET"
                    PERFORM 3000-SET-EXIT
                WHEN "DROP"
                    PERFORM 4000-DROP-EXIT
                WHEN OTHER
                    DISPLAY "EXITADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF SCREXIT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREXIT-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-SCREEN, WS-ARG-EVENT,
                WS-ARG-FIELD, WS-ARG-PROGRAM, WS-ARG-DESCRIPTION.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-SCREEN FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-EVENT FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-FIELD FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-PROGRAM FROM ARGUMENT-VALUE.
      *>
      *>     THE DESCRIPTION IS THE REST OF THE COMMAND LINE.
      *>
            MOVE 1 TO WS-DESC-PTR.
            MOVE SPACES TO WS-ARG-WORD.
            ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE.
            PERFORM UNTIL WS-ARG-WORD = SPACES
                OR WS-DESC-PTR > 40
                IF WS-DESC-PTR > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO WS-ARG-DESCRIPTION POINTER WS-DESC-PTR
                END-IF
                STRING WS-ARG-WORD DELIMITED BY SPACE
                    INTO WS-ARG-DESCRIPTION POINTER WS-DESC-PTR
                MOVE SPACES TO WS-ARG-WORD
                ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
            END-PERFORM.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE FUNCTION UPPER-CASE(WS-ARG-EVENT) TO WS-ARG-EVENT.
            MOVE 0 TO WS-FIELD-NO.
            IF WS-ARG-FIELD NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ARG-FIELD) TO WS-FIELD-NO
            END-IF.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB = "SET" OR WS-VERB = "DROP" THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "EXITADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        2000-LIST-EXITS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SCREXIT-FILE.
            IF WS-SCREXIT-FILE-STATUS NOT = "00" THEN
                DISPLAY "EXITADM: NO USER EXIT FILE YET."
                IF WS-SCREXIT-FILE-STATUS = "05" THEN
                    CLOSE SCREXIT-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "SCREEN           EV FIELD PROGRAM",
                "                        DESCRIPTION".
            INITIALIZE SCREXIT-RECORD.
            IF WS-ARG-SCREEN NOT = SPACES THEN
                MOVE WS-ARG-SCREEN TO XIT-SCREEN-NAME
            END-IF.
            START SCREXIT-FILE KEY IS >= XIT-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREXIT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ARG-SCREEN NOT = SPACES
                        AND XIT-SCREEN-NAME NOT = WS-ARG-SCREEN
                        THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            DISPLAY XIT-SCREEN-NAME, " ",
                                XIT-EVENT, " ", XIT-FIELD-NO, "  ",
                                XIT-PROGRAM, " ",
                                FUNCTION TRIM(XIT-DESCRIPTION
                                    TRAILING)
                            ADD 1 TO WS-LIST-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREXIT-FILE.
            DISPLAY " ".
            DISPLAY "USER EXITS LISTED: ", WS-LIST-COUNT.
            EXIT.

        3000-SET-EXIT.
            MOVE WS-ARG-EVENT(1:2) TO XIT-EVENT.
            IF WS-ARG-SCREEN = SPACES
            OR WS-ARG-PROGRAM = SPACES
            OR WS-ARG-EVENT(3:2) NOT = SPACES
            OR NOT XIT-EVENT-VALID THEN
                DISPLAY "EXITADM: SET NEEDS SCREEN, EVENT (SO FE FA ",
                    "BF AF SX), FIELD AND PROGRAM."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF NOT XIT-FIELD-EVENT AND WS-FIELD-NO NOT = 0 THEN
                DISPLAY "EXITADM: ", WS-ARG-EVENT(1:2),
                    " IS A SCREEN EVENT -- ITS FIELD MUST BE 0."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SCREXIT-FILE.
            IF WS-SCREXIT-FILE-STATUS NOT = "00"
            AND WS-SCREXIT-FILE-STATUS NOT = "05" THEN
                DISPLAY "EXITADM: CANNOT OPEN SCREXIT.X (STATUS ",
                    WS-SCREXIT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-SCREEN TO XIT-SCREEN-NAME.
            MOVE WS-ARG-EVENT(1:2) TO XIT-EVENT.
            MOVE WS-FIELD-NO TO XIT-FIELD-NO.
            READ SCREXIT-FILE
                INVALID KEY
                    PERFORM 3100-FILL-EXIT
                    WRITE SCREXIT-RECORD
                    DISPLAY "EXITADM: EXIT ADDED FOR ",
                        WS-ARG-SCREEN, " ", XIT-EVENT, " FIELD ",
                        XIT-FIELD-NO, "."
                NOT INVALID KEY
                    PERFORM 3100-FILL-EXIT
                    REWRITE SCREXIT-RECORD
                    DISPLAY "EXITADM: EXIT REPLACED FOR ",
                        WS-ARG-SCREEN, " ", XIT-EVENT, " FIELD ",
                        XIT-FIELD-NO, "."
            END-READ.
            CLOSE SCREXIT-FILE.
            EXIT.

        3100-FILL-EXIT.
            MOVE WS-ARG-SCREEN TO XIT-SCREEN-NAME.
            MOVE WS-ARG-EVENT(1:2) TO XIT-EVENT.
            MOVE WS-FIELD-NO TO XIT-FIELD-NO.
            MOVE WS-ARG-PROGRAM TO XIT-PROGRAM.
            MOVE WS-ARG-DESCRIPTION TO XIT-DESCRIPTION.
            MOVE FUNCTION CURRENT-DATE TO XIT-ADDED-AT.
            MOVE WS-ADMIN-ID TO XIT-ADDED-BY.
            EXIT.

        4000-DROP-EXIT.
            IF WS-ARG-SCREEN = SPACES OR WS-ARG-EVENT = SPACES THEN
                DISPLAY "EXITADM: DROP NEEDS SCREEN, EVENT AND FIELD."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SCREXIT-FILE.
            IF WS-SCREXIT-FILE-STATUS NOT = "00" THEN
                DISPLAY "EXITADM: NO USER EXIT FILE."
                IF WS-SCREXIT-FILE-STATUS = "05" THEN
                    CLOSE SCREXIT-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-SCREEN TO XIT-SCREEN-NAME.
            MOVE WS-ARG-EVENT(1:2) TO XIT-EVENT.
            MOVE WS-FIELD-NO TO XIT-FIELD-NO.
            DELETE SCREXIT-FILE RECORD
                INVALID KEY
                    DISPLAY "EXITADM: NO SUCH EXIT."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "EXITADM: EXIT DROPPED."
            END-DELETE.
            CLOSE SCREXIT-FILE.
            EXIT.
