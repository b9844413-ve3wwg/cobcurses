        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-PARK-WORK.
      *>
      *>     PARKED WORK SUPPORT (SEE PARKWORK.cbl). NC-PKW-FUNCTION
      *>     SELECTS THE SERVICE:
      *>
      *>     'P'  PARK THE SCREEN: ITS NAME, NC-PKW-STATE-NO, THE
      *>          OPERATOR'S NOTE (NC-PKW-NOTE) AND EVERY FIELD
      *>          BUFFER, OWNED BY THE OPERATOR ($USER). ANSWERS
      *>          NC-PKW-ID. SENSITIVE AND PASSWORD FIELDS (AND ANY
      *>          FIELD THE OPERATOR MAY NOT VIEW, WHICH FIELD
      *>          SECURITY MARKS SENSITIVE) ARE NOT KEPT.
      *>     'R'  RESUME: WHEN AN ITEM OWNED BY THE OPERATOR FOR THIS
      *>          SCREEN HAS BEEN SELECTED (COBCURSES-PARK-SELECT),
      *>          ITS FIELDS GO BACK INTO THE BUFFERS AND ITS STATE
      *>          NUMBER INTO NC-PKW-STATE-NO. THE ITEM IS MARKED
      *>          RESUMED AND ITS FIELD RECORDS ARE REMOVED.
      *>
      *>     THE CALLER PASSES ITS OWN NC-FIELD-DESCRIPTORS AREA
      *>     (COBCURSL IS COPIED INTO THE LINKAGE SO THE LAYOUT HAS
      *>     ONE TRUE DEFINITION).
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE (FOR 'R': AN ITEM WAS
      *>                             RESTORED)
      *>     NC-RET-NOTFOUND         'R': NOTHING SELECTED
      *>     NC-RET-FAILED           PARKED WORK FILE UNAVAILABLE
      *>     NC-RET-BADPARM          UNKNOWN FUNCTION
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL PARKWORK-FILE
                ASSIGN TO WS-PARKWORK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PKW-KEY
                ALTERNATE RECORD KEY IS PKW-OWNER
                    WITH DUPLICATES
                FILE STATUS IS WS-PARKWORK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PARKWORK-FILE.
        01  PARKWORK-RECORD.
            COPY PARKWORK.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-PARKWORK-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/PARKWORK.X".
        01  WS-PARKWORK-FILE-STATUS         PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-NOW                          PIC X(21).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCAN                 VALUE 'Y'.
        01  WS-FIELD-X                      PIC 999 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-FIELD-COUNT                  PIC 9(4).
        01  WS-FOUND-ID                     PIC 9(8).
        01  WS-FOUND-STATE-NO               PIC 9(4).

        LINKAGE SECTION.

            COPY COBCURSL.

        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            LS-SCREEN-NAME, NC-FIELD-DESCRIPTORS, NC-PARK-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO RETURN-CODE.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-PARKWORK-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-PARKWORK-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE NC-RET-OK TO RETURN-CODE.

            EVALUATE NC-PKW-FUNCTION
                WHEN 'P'
                    PERFORM 200-PARK-SCREEN
                WHEN 'R'
                    PERFORM 300-RESUME-SELECTED
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-PARK-SCREEN.
            OPEN I-O PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00"
            AND WS-PARKWORK-FILE-STATUS NOT = "05" THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     ISSUE THE NEXT NUMBER FROM THE CONTROL RECORD.
      *>
            MOVE SPACES TO PARKWORK-RECORD.
            MOVE 0 TO PKW-ID, PKW-FIELD-NO.
            READ PARKWORK-FILE
                INVALID KEY
                    MOVE SPACES TO PARKWORK-RECORD
                    MOVE 0 TO PKW-ID, PKW-FIELD-NO, PKW-LAST-ID
                    WRITE PARKWORK-RECORD
                        INVALID KEY CONTINUE
                    END-WRITE
            END-READ.
            ADD 1 TO PKW-LAST-ID.
            MOVE PKW-LAST-ID TO NC-PKW-ID.
            REWRITE PARKWORK-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-REWRITE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                CLOSE PARKWORK-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE 0 TO WS-FIELD-COUNT.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > 80
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND NC-FDESC-LENGTH(WS-FIELD-X) > 0
                AND NC-FDESC-SENSITIVE(WS-FIELD-X) NOT = 'Y'
                AND NC-FDESC-MASK(WS-FIELD-X) NOT = 'Y' THEN
                    PERFORM 210-WRITE-ONE-FIELD
                END-IF
            END-PERFORM.

            MOVE SPACES TO PARKWORK-RECORD.
            MOVE NC-PKW-ID TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            MOVE WS-OPERATOR-ID TO PKW-OWNER.
            SET PKW-PARKED TO TRUE.
            MOVE LS-SCREEN-NAME TO PKW-SCREEN-NAME.
            MOVE NC-PKW-STATE-NO TO PKW-STATE-NO.
            MOVE NC-PKW-NOTE TO PKW-NOTE.
            MOVE WS-OPERATOR-ID TO PKW-PARKED-BY.
            MOVE WS-NOW TO PKW-PARKED-AT.
            MOVE NC-PKW-MODE TO PKW-PARKED-MODE.
            MOVE WS-FIELD-COUNT TO PKW-FIELD-COUNT.
            WRITE PARKWORK-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-WRITE.
            CLOSE PARKWORK-FILE.
            EXIT.

        210-WRITE-ONE-FIELD.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(WS-FIELD-X).
            MOVE NC-FDESC-LENGTH(WS-FIELD-X) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
            MOVE SPACES TO PARKWORK-RECORD.
            MOVE NC-PKW-ID TO PKW-ID.
            MOVE WS-FIELD-X TO PKW-FIELD-NO.
            MOVE WS-OPERATOR-ID TO PKW-OWNER.
            MOVE WS-TAKE-LEN TO PKW-TEXT-LEN.
            MOVE NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                TO PKW-TEXT(1:WS-TAKE-LEN).
            WRITE PARKWORK-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-FIELD-COUNT
            END-WRITE.
            EXIT.

        300-RESUME-SELECTED.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            OPEN I-O PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                IF WS-PARKWORK-FILE-STATUS = "05" THEN
                    CLOSE PARKWORK-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-FOUND-ID.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-OPERATOR-ID TO PKW-OWNER.
            START PARKWORK-FILE KEY IS = PKW-OWNER
                INVALID KEY SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF PKW-OWNER NOT = WS-OPERATOR-ID THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 310-CONSIDER-HEADER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FOUND-ID = 0 THEN
                CLOSE PARKWORK-FILE
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     RESTORE THE FIELDS, DROPPING EACH RECORD AS IT IS USED:
      *>     A RESUMED ITEM KEEPS ONLY ITS HEADER, FOR THE AUDIT.
      *>
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-FOUND-ID TO PKW-ID.
            MOVE 1 TO PKW-FIELD-NO.
            START PARKWORK-FILE KEY IS >= PKW-KEY
                INVALID KEY SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF PKW-ID NOT = WS-FOUND-ID THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 320-RESTORE-ONE-FIELD
                            DELETE PARKWORK-FILE RECORD
                                INVALID KEY CONTINUE
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.

            MOVE WS-FOUND-ID TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            READ PARKWORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET PKW-RESUMED TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO PKW-RESUMED-AT
                    REWRITE PARKWORK-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-READ.
            CLOSE PARKWORK-FILE.
            MOVE WS-FOUND-ID TO NC-PKW-ID.
            MOVE WS-FOUND-STATE-NO TO NC-PKW-STATE-NO.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        310-CONSIDER-HEADER.
            IF PKW-FIELD-NO NOT = 0 OR PKW-ID = 0
            OR WS-FOUND-ID NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF PKW-SELECTED AND PKW-SCREEN-NAME = LS-SCREEN-NAME THEN
                MOVE PKW-ID TO WS-FOUND-ID
                MOVE PKW-STATE-NO TO WS-FOUND-STATE-NO
                MOVE PKW-NOTE TO NC-PKW-NOTE
            END-IF.
            EXIT.

      *>
      *>     A FIELD THE RESUMING OPERATOR MAY NOT VIEW (A REASSIGNED
      *>     ITEM) IS LEFT AS THE SCREEN PRESENTED IT.
      *>
        320-RESTORE-ONE-FIELD.
            IF PKW-FIELD-NO < 1 OR PKW-FIELD-NO > 80 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-ADDRESS(PKW-FIELD-NO) = NULL
            OR NC-FDESC-LENGTH(PKW-FIELD-NO) = 0
            OR NC-FDESC-SENSITIVE(PKW-FIELD-NO) = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(PKW-FIELD-NO).
            MOVE NC-FDESC-LENGTH(PKW-FIELD-NO) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > PKW-TEXT-LEN THEN
                MOVE PKW-TEXT-LEN TO WS-TAKE-LEN
            END-IF.
            IF WS-TAKE-LEN > 0 THEN
                MOVE PKW-TEXT(1:WS-TAKE-LEN)
                    TO NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-PARK-WORK.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-PARK-SELECT.
      *>
      *>     SELECT PARKED ITEM LS-PARK-ID FOR RESUMPTION BY ITS OWNER:
      *>     THE NEXT VISIT THE OWNER MAKES TO THE ITEM'S SCREEN, ON ANY
      *>     TERMINAL AND IN EITHER CURSES OR 3270 MODE, RESTORES IT
      *>     (COBCURSES-PARK-WORK 'R'). ANY OTHER ITEM OF THE SAME OWNER
      *>     AND SCREEN STILL SELECTED GOES BACK TO PARKED, SO THE
      *>     CHOICE IS UNAMBIGUOUS. USED BY COBCURSES-SHOW-PARKED AND
      *>     PARKADM RESUME.
      *>
      *> OUTPUTS:
      *>     LS-SCREEN-NAME          THE ITEM'S SCREEN
      *> RETURN-CODE:
      *>     NC-RET-OK               SELECTED
      *>     NC-RET-NOTFOUND         NO SUCH ITEM, OR NOT PARKED
      *>     NC-RET-FAILED           PARKED WORK FILE UNAVAILABLE
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL PARKWORK-FILE
                ASSIGN TO WS-PARKWORK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PKW-KEY
                ALTERNATE RECORD KEY IS PKW-OWNER
                    WITH DUPLICATES
                FILE STATUS IS WS-PARKWORK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PARKWORK-FILE.
        01  PARKWORK-RECORD.
            COPY PARKWORK.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-PARKWORK-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/PARKWORK.X".
        01  WS-PARKWORK-FILE-STATUS         PIC XX.

        01  WS-OWNER                        PIC X(20).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCAN                 VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-PARK-ID                      PIC 9(8).
        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING LS-PARK-ID, LS-SCREEN-NAME.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-SCREEN-NAME.
            MOVE LENGTH OF WS-PARKWORK-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-PARKWORK-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.

            OPEN I-O PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                IF WS-PARKWORK-FILE-STATUS = "05" THEN
                    CLOSE PARKWORK-FILE
                ELSE
                    MOVE NC-RET-FAILED TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.

            MOVE LS-PARK-ID TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            READ PARKWORK-FILE
                INVALID KEY
                    CLOSE PARKWORK-FILE
                    GOBACK
            END-READ.
            IF LS-PARK-ID = 0
            OR NOT (PKW-PARKED OR PKW-SELECTED) THEN
                CLOSE PARKWORK-FILE
                GOBACK
            END-IF.
            MOVE PKW-OWNER TO WS-OWNER.
            MOVE PKW-SCREEN-NAME TO LS-SCREEN-NAME.

            MOVE 'N' TO WS-EOF-FLAG.
            START PARKWORK-FILE KEY IS = PKW-OWNER
                INVALID KEY SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF PKW-OWNER NOT = WS-OWNER THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 200-DESELECT-OTHER
                        END-IF
                END-READ
            END-PERFORM.

            MOVE LS-PARK-ID TO PKW-ID.
            MOVE 0 TO PKW-FIELD-NO.
            READ PARKWORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET PKW-SELECTED TO TRUE
                    REWRITE PARKWORK-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NC-RET-OK TO RETURN-CODE
                    END-REWRITE
            END-READ.
            CLOSE PARKWORK-FILE.
            GOBACK.

        200-DESELECT-OTHER.
            IF PKW-FIELD-NO = 0
            AND PKW-ID NOT = LS-PARK-ID
            AND PKW-SELECTED
            AND PKW-SCREEN-NAME = LS-SCREEN-NAME THEN
                SET PKW-PARKED TO TRUE
                REWRITE PARKWORK-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-PARK-SELECT.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-PARKED.
      *>
      *>     "MY PARKED WORK": THE OPERATOR'S PARKED ITEMS (OLDEST
      *>     FIRST, UP TO 20), OFFERED AT SIGN-ON BEFORE THE FAVOURITES
      *>     (SEE ED000010). EACH LINE SHOWS THE SCREEN, WHEN IT WAS
      *>     PARKED AND THE NOTE; A REASSIGNED ITEM IS MARKED WITH "*".
      *>
      *>     THE OPERATOR KEYS (THEN CR):
      *>         n       RESUME ITEM n
      *>         CR      (ALONE) CARRY ON WITHOUT RESUMING
      *>
      *>     A CHOSEN ITEM IS SELECTED (COBCURSES-PARK-SELECT) AND ITS
      *>     PROGRAM RETURNED FOR THE CALLER TO DISPATCH; OPENING THE
      *>     SCREEN RESTORES IT. THE PROGRAM IS THE ONE THE ROUTING
      *>     FILE NAMES FOR THE SCREEN (ITS TRANSACTION CODE IS TAKEN
      *>     THROUGH COBCURSES-ROUTER-LOOKUP, SO THE OPERATOR'S ROLE IS
      *>     CHECKED AS FOR ANY TRANSFER); A SCREEN WITH NO ROUTE IS
      *>     RUN BY THE PROGRAM OF THE SAME NAME.
      *>
      *>     IN LINEAR (ACCESSIBLE) MODE THE LIST IS DISPLAYED AS
      *>     LINES AND THE CHOICE ACCEPTED AS A LINE.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     LS-OPERATOR-ID          FROM COBCURSES-SIGNON
      *> OUTPUTS:
      *>     LS-PROGRAM-NAME         PROGRAM TO DISPATCH
      *> RETURN-CODE:
      *>     NC-RET-OK               AN ITEM WAS CHOSEN
      *>     NC-RET-END              NOTHING PARKED, OR DECLINED
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARKWORK-FILE
                ASSIGN TO WS-PARKWORK-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PKW-KEY
                ALTERNATE RECORD KEY IS PKW-OWNER
                    WITH DUPLICATES
                FILE STATUS IS WS-PARKWORK-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO WS-ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PARKWORK-FILE.
        01  PARKWORK-RECORD.
            COPY PARKWORK.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-PARKWORK-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/PARKWORK.X".
        01  WS-ROUTER-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ROUTER.X".
        01  WS-PARKWORK-FILE-STATUS         PIC XX.
        01  WS-ROUTER-FILE-STATUS           PIC XX.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-DONE-FLAG                    PIC X.
            88  PARKED-TAKEN                VALUE 'Y'.
            88  PARKED-DECLINED             VALUE 'D'.
        01  WS-ROUTE-FLAG                   PIC X.
            88  ROUTE-FOUND                 VALUE 'Y'.
        01  WS-ROUTER-CODE                  PIC X(8).

      *>
      *>     THE LISTED ITEMS, IN PARKING ORDER.
      *>
        01  PARKED-LIST.
            10  WS-PKL-USED                 PIC 99 COMP-5.
            10  WS-PKL-ENTRY OCCURS 20 TIMES.
                15  WS-PKL-ID               PIC 9(8).
                15  WS-PKL-SCREEN           PIC X(16).
                15  WS-PKL-PARKED-AT        PIC X(21).
                15  WS-PKL-NOTE             PIC X(40).
                15  WS-PKL-ASSIGNED-FLAG    PIC X.
                    88  WS-PKL-REASSIGNED   VALUE 'Y'.
        01  WS-PKL-X                        PIC 99 COMP-5.

        01  WS-LINE-NO                      PIC 9999 COMP-5.
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-NO-EDIT                      PIC Z9.
        01  WS-MARK                         PIC X.
        01  WS-WHEN                         PIC X(16).
        01  WS-SELECTED-SCREEN              PIC X(16).

        01  WS-ENTRY                        PIC X(16).
        01  WS-ENTRY-LEN                    PIC 99 COMP-5.
        01  WS-PICK-NO                      PIC 99.

        LINKAGE SECTION.

            COPY COBCURSG.

        01  LS-OPERATOR-ID                  PIC X(20).
        01  LS-PROGRAM-NAME                 PIC X(8).

        PROCEDURE DIVISION USING
            NC-COBCURSES, LS-OPERATOR-ID, LS-PROGRAM-NAME.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-PROGRAM-NAME.
            MOVE NC-RET-END TO RETURN-CODE.
            IF LS-OPERATOR-ID = SPACES THEN
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-PARKWORK-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-PARKWORK-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ROUTER-FILE-NAME, WS-FILE-NAME-LENGTH.

            MOVE SPACE TO WS-DONE-FLAG.
            PERFORM UNTIL PARKED-TAKEN OR PARKED-DECLINED
                PERFORM 300-LOAD-PARKED
                IF WS-PKL-USED = 0 THEN
                    SET PARKED-DECLINED TO TRUE
                ELSE
                    PERFORM 500-PAINT-PARKED
                    PERFORM 600-TAKE-CHOICE
                END-IF
            END-PERFORM.

            IF PARKED-TAKEN THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE SPACES TO LS-PROGRAM-NAME
                MOVE NC-RET-END TO RETURN-CODE
            END-IF.
            GOBACK.

        300-LOAD-PARKED.
            MOVE ZERO TO WS-PKL-USED.
            OPEN INPUT PARKWORK-FILE.
            IF WS-PARKWORK-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LS-OPERATOR-ID TO PKW-OWNER.
            START PARKWORK-FILE KEY IS = PKW-OWNER
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ PARKWORK-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PKW-OWNER NOT = LS-OPERATOR-ID THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 310-CONSIDER-HEADER
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PARKWORK-FILE.
            EXIT.

        310-CONSIDER-HEADER.
            IF PKW-FIELD-NO NOT = 0 OR PKW-ID = 0
            OR WS-PKL-USED >= 20 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT (PKW-PARKED OR PKW-SELECTED) THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PKL-USED.
            MOVE PKW-ID TO WS-PKL-ID(WS-PKL-USED).
            MOVE PKW-SCREEN-NAME TO WS-PKL-SCREEN(WS-PKL-USED).
            MOVE PKW-PARKED-AT TO WS-PKL-PARKED-AT(WS-PKL-USED).
            MOVE PKW-NOTE TO WS-PKL-NOTE(WS-PKL-USED).
            IF PKW-ASSIGNED-BY NOT = SPACES THEN
                MOVE 'Y' TO WS-PKL-ASSIGNED-FLAG(WS-PKL-USED)
            ELSE
                MOVE 'N' TO WS-PKL-ASSIGNED-FLAG(WS-PKL-USED)
            END-IF.
            EXIT.

        500-PAINT-PARKED.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "MY PARKED WORK  (NUMBER + CR TO RESUME; "
                "CR ALONE TO CARRY ON)"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            MOVE 4 TO NC-FIELD-X.
            PERFORM 550-PUT-LINE.

            PERFORM VARYING WS-PKL-X FROM 1 BY 1
                UNTIL WS-PKL-X > WS-PKL-USED
                MOVE WS-PKL-X TO WS-NO-EDIT
                IF WS-PKL-REASSIGNED(WS-PKL-X) THEN
                    MOVE '*' TO WS-MARK
                ELSE
                    MOVE SPACE TO WS-MARK
                END-IF
                MOVE SPACES TO WS-WHEN
                STRING WS-PKL-PARKED-AT(WS-PKL-X)(1:4) "-"
                    WS-PKL-PARKED-AT(WS-PKL-X)(5:2) "-"
                    WS-PKL-PARKED-AT(WS-PKL-X)(7:2) " "
                    WS-PKL-PARKED-AT(WS-PKL-X)(9:2) ":"
                    WS-PKL-PARKED-AT(WS-PKL-X)(11:2)
                    DELIMITED BY SIZE INTO WS-WHEN
                MOVE SPACES TO WS-LIST-TEXT
                STRING WS-NO-EDIT " " WS-MARK " "
                    WS-PKL-SCREEN(WS-PKL-X)(1:8) " "
                    WS-WHEN " "
                    WS-PKL-NOTE(WS-PKL-X)
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
                COMPUTE WS-LINE-NO = WS-PKL-X + 3
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
      *>     COLLECT THE CHOICE: UP TO TWO DIGITS, ENDED BY CR. A BARE
      *>     CR OR A FUNCTION KEY CARRIES ON WITHOUT RESUMING.
      *>
        600-TAKE-CHOICE.
            MOVE SPACES TO WS-ENTRY.
            MOVE ZERO TO WS-ENTRY-LEN.
            IF NC-LINEAR-ON THEN
                DISPLAY "RESUME? " WITH NO ADVANCING
                ACCEPT WS-ENTRY
            ELSE
                PERFORM 610-COLLECT-KEYS
            END-IF.

            IF WS-ENTRY(1:2) = SPACES
            OR FUNCTION TRIM(WS-ENTRY(1:2)) IS NOT NUMERIC THEN
                SET PARKED-DECLINED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-ENTRY(1:2)) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-PKL-USED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 800-TAKE-PARKED.
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
                AND WS-ENTRY-LEN < 2 THEN
                    ADD 1 TO WS-ENTRY-LEN
                    MOVE NC-KEY-CHAR TO WS-ENTRY(WS-ENTRY-LEN:1)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     RESOLVE THE PROGRAM FIRST, SO AN ITEM THE OPERATOR MAY NOT
      *>     OPEN IS NOT LEFT SELECTED.
      *>
        800-TAKE-PARKED.
            PERFORM 810-RESOLVE-PROGRAM.
            IF LS-PROGRAM-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PARK-SELECT" USING
                WS-PKL-ID(WS-PICK-NO), WS-SELECTED-SCREEN.
            IF RETURN-CODE = NC-RET-OK THEN
                SET PARKED-TAKEN TO TRUE
            ELSE
                MOVE SPACES TO LS-PROGRAM-NAME
            END-IF.
            EXIT.

        810-RESOLVE-PROGRAM.
            MOVE SPACES TO LS-PROGRAM-NAME.
            MOVE 'N' TO WS-ROUTE-FLAG.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS = "00" THEN
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL END-OF-FILE OR ROUTE-FOUND
                    READ ROUTER-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF RTR-PROGRAM-NAME
                                = WS-PKL-SCREEN(WS-PICK-NO)(1:8) THEN
                                SET ROUTE-FOUND TO TRUE
                                MOVE RTR-CODE TO WS-ROUTER-CODE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ROUTER-FILE
            END-IF.
            IF ROUTE-FOUND THEN
                CALL "COBCURSES-ROUTER-LOOKUP" USING
                    WS-ROUTER-CODE, LS-PROGRAM-NAME
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    MOVE SPACES TO LS-PROGRAM-NAME
                END-IF
            ELSE
                MOVE WS-PKL-SCREEN(WS-PICK-NO)(1:8) TO LS-PROGRAM-NAME
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-PARKED.
