        IDENTIFICATION DIVISION.
        PROGRAM-ID. FAVADM.
      *>
      *> FAVADM MAINTAINS THE OPERATORS' FAVOURITES (FAVMENU.X, SEE
      *> FAVMENU.cbl) FROM THE CONSOLE, THE SAME PATTERN AS ROLEGADM.
      *> MENU ITEM COUNTS ARE KEPT LIVE BY THE RUNTIME; TRANSACTION
      *> CODE COUNTS ARE REBUILT HERE FROM THE ROUTER TRANSFERS IN
      *> SESSACCT.LOG (BUILD, RUN NIGHTLY AS A NITERUN STEP).
      *> SESSACCT.LOG RECORDS THE TARGET PROGRAM, SO EACH TRANSFER IS
      *> CREDITED TO THE FIRST ROUTER.X CODE NAMING THAT PROGRAM.
      *>
      *> USAGE (ARGUMENTS):
      *>     LIST [OPERATOR]                 LIST FAVOURITES
      *>     PIN OPERATOR M MENU ITEM        PIN A MENU ITEM
      *>     PIN OPERATOR T CODE             PIN A TRANSACTION CODE
      *>     UNPIN, REMOVE, RESTORE          AS PIN, SAME OPERANDS
      *>     BUILD                           RECOUNT TRANSACTION CODES
      *>
      *> AN OPERATOR MAY CHANGE THEIR OWN FAVOURITES; CHANGING
      *> ANOTHER OPERATOR'S, OR BUILD, NEEDS SECADMIN WHEN THE SHOP
      *> KEEPS ROLES.
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     8   FILE OR RECORD PROBLEM
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL FAVMENU-FILE
                ASSIGN TO FAVMENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FAV-KEY
                FILE STATUS IS WS-FAVMENU-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT SESSACCT-FILE
                ASSIGN TO SESSACCT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSACCT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FAVMENU-FILE.
        01  FAVMENU-RECORD.
            COPY FAVMENU.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  SESSACCT-FILE.
        01  SESSACCT-RECORD.
            COPY SESSACCT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  FAVMENU-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/FAVMENU.X".
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  SESSACCT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SESSACCT.LOG".

        01  WS-FAVMENU-FILE-STATUS              PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.
        01  WS-SESSACCT-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-OPERATOR                     PIC X(20).
        01  WS-ARG-KIND                         PIC X(8).
        01  WS-ARG-NAME-1                       PIC X(20).
        01  WS-ARG-NAME-2                       PIC X(20).

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".
        01  WS-NEED-ADMIN-FLAG                  PIC X VALUE 'N'.
            88  NEED-ADMIN                      VALUE 'Y'.

        01  WS-LIST-COUNT                       PIC 9(6) VALUE 0.
        01  WS-ZEROED-COUNT                     PIC 9(6) VALUE 0.
        01  WS-TRANSFER-COUNT                   PIC 9(6) VALUE 0.
        01  WS-UNMAPPED-COUNT                   PIC 9(6) VALUE 0.
        01  WS-COUNT-EDIT                       PIC ZZZZZZZZ9.
        01  WS-STATE-TEXT                       PIC X(9).

      *>
      *>     PROGRAM NAME TO TRANSACTION CODE, LOADED FROM ROUTER.X.
      *>
        01  ROUTER-TABLE.
            10  WS-RTR-USED                     PIC 9(4) COMP VALUE 0.
            10  WS-RTR-ENTRY OCCURS 500 TIMES.
                15  WS-RTR-PROGRAM              PIC X(8).
                15  WS-RTR-CODE                 PIC X(8).
        01  WS-RTR-X                            PIC 9(4) COMP.
        01  WS-MAPPED-CODE                      PIC X(8).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-FAVOURITES
                WHEN "PIN"
                WHEN "UNPIN"
                WHEN "REMOVE"
                WHEN "RESTORE"
                    PERFORM 3000-SET-STATE
                WHEN "BUILD"
                    PERFORM 4000-BUILD-TRANCODES
                WHEN OTHER
                    DISPLAY "FAVADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF FAVMENU-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING FAVMENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ROUTER-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SESSACCT-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-OPERATOR, WS-ARG-KIND,
                WS-ARG-NAME-1, WS-ARG-NAME-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-OPERATOR FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-KIND FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-NAME-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-NAME-2 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE FUNCTION UPPER-CASE(WS-ARG-KIND) TO WS-ARG-KIND.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB = "BUILD" THEN
                SET NEED-ADMIN TO TRUE
            END-IF.
            IF (WS-VERB = "PIN" OR WS-VERB = "UNPIN"
                OR WS-VERB = "REMOVE" OR WS-VERB = "RESTORE")
            AND WS-ARG-OPERATOR NOT = WS-ADMIN-ID THEN
                SET NEED-ADMIN TO TRUE
            END-IF.
            IF NEED-ADMIN THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "FAVADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        2000-LIST-FAVOURITES.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS NOT = "00" THEN
                DISPLAY "FAVADM: NO FAVOURITES FILE YET (STATUS ",
                    WS-FAVMENU-FILE-STATUS, ")."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "OPERATOR             MENU             K ",
                "ENTRY                    COUNT STATE".
            INITIALIZE FAVMENU-RECORD.
            IF WS-ARG-OPERATOR NOT = SPACES THEN
                MOVE WS-ARG-OPERATOR TO FAV-OPERATOR
            END-IF.
            START FAVMENU-FILE KEY IS >= FAV-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ FAVMENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ARG-OPERATOR NOT = SPACES
                        AND FAV-OPERATOR NOT = WS-ARG-OPERATOR THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2100-LIST-ONE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FAVMENU-FILE.
            DISPLAY " ".
            DISPLAY "FAVOURITES LISTED: ", WS-LIST-COUNT.
            EXIT.

        2100-LIST-ONE.
            EVALUATE TRUE
                WHEN FAV-PINNED
                    MOVE "PINNED" TO WS-STATE-TEXT
                WHEN FAV-REMOVED
                    MOVE "REMOVED" TO WS-STATE-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-STATE-TEXT
            END-EVALUATE.
            MOVE FAV-COUNT TO WS-COUNT-EDIT.
            DISPLAY FAV-OPERATOR, " ", FAV-MENU-NAME, " ",
                FAV-KIND, " ", FAV-ENTRY, WS-COUNT-EDIT, " ",
                WS-STATE-TEXT.
            ADD 1 TO WS-LIST-COUNT.
            EXIT.

      *>
      *>     PIN / UNPIN / REMOVE / RESTORE ONE ENTRY. PINNING OR
      *>     REMOVING AN ENTRY NOT YET USED CREATES IT WITH A ZERO
      *>     COUNT, SO AN OPERATOR CAN PIN SOMETHING NEW.
      *>
        3000-SET-STATE.
            IF WS-ARG-OPERATOR = SPACES THEN
                DISPLAY "FAVADM: ", FUNCTION TRIM(WS-VERB),
                    " NEEDS AN OPERATOR."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE FAVMENU-RECORD.
            MOVE WS-ARG-OPERATOR TO FAV-OPERATOR.
            EVALUATE WS-ARG-KIND
                WHEN "M"
                    IF WS-ARG-NAME-1 = SPACES
                    OR WS-ARG-NAME-2 = SPACES THEN
                        DISPLAY "FAVADM: KIND M NEEDS MENU AND ITEM."
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    SET FAV-KIND-ITEM TO TRUE
                    MOVE WS-ARG-NAME-1 TO FAV-MENU-NAME
                    MOVE WS-ARG-NAME-2 TO FAV-ENTRY
                WHEN "T"
                    IF WS-ARG-NAME-1 = SPACES THEN
                        DISPLAY "FAVADM: KIND T NEEDS A CODE."
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    SET FAV-KIND-TRANCODE TO TRUE
                    MOVE SPACES TO FAV-MENU-NAME
                    MOVE FUNCTION UPPER-CASE(WS-ARG-NAME-1)
                        TO FAV-ENTRY
                WHEN OTHER
                    DISPLAY "FAVADM: KIND MUST BE M OR T."
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-EVALUATE.

            OPEN I-O FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS NOT = "00"
            AND WS-FAVMENU-FILE-STATUS NOT = "05" THEN
                DISPLAY "FAVADM: CANNOT OPEN FAVMENU.X (STATUS ",
                    WS-FAVMENU-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ FAVMENU-FILE
                INVALID KEY
                    IF WS-VERB = "PIN" OR WS-VERB = "REMOVE" THEN
                        MOVE ZERO TO FAV-COUNT
                        MOVE SPACES TO FAV-LAST-USED
                        PERFORM 3100-APPLY-VERB
                        WRITE FAVMENU-RECORD
                        PERFORM 3200-REPORT-STATE
                    ELSE
                        DISPLAY "FAVADM: NO SUCH FAVOURITE."
                        MOVE 8 TO RETURN-CODE
                    END-IF
                NOT INVALID KEY
                    PERFORM 3100-APPLY-VERB
                    REWRITE FAVMENU-RECORD
                    PERFORM 3200-REPORT-STATE
            END-READ.
            CLOSE FAVMENU-FILE.
            EXIT.

        3100-APPLY-VERB.
            EVALUATE WS-VERB
                WHEN "PIN"
                    SET FAV-PINNED TO TRUE
                WHEN "REMOVE"
                    SET FAV-REMOVED TO TRUE
                WHEN OTHER
                    SET FAV-AUTOMATIC TO TRUE
            END-EVALUATE.
            EXIT.

        3200-REPORT-STATE.
            DISPLAY "FAVADM: ", FUNCTION TRIM(FAV-OPERATOR), " ",
                FUNCTION TRIM(FAV-ENTRY), " ",
                FUNCTION TRIM(WS-VERB), " DONE.".
            EXIT.

      *>
      *>     REBUILD THE TRANSACTION CODE COUNTS: DROP THE AUTOMATIC
      *>     'T' ENTRIES, ZERO THE PINNED AND REMOVED ONES (THEIR STATE
      *>     IS KEPT), THEN COUNT EVERY ROUTER TRANSFER IN SESSACCT.LOG.
      *>
        4000-BUILD-TRANCODES.
            PERFORM 4100-LOAD-ROUTER-TABLE.
            OPEN I-O FAVMENU-FILE.
            IF WS-FAVMENU-FILE-STATUS NOT = "00"
            AND WS-FAVMENU-FILE-STATUS NOT = "05" THEN
                DISPLAY "FAVADM: CANNOT OPEN FAVMENU.X (STATUS ",
                    WS-FAVMENU-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4200-ZERO-TRANCODES.

            OPEN INPUT SESSACCT-FILE.
            IF WS-SESSACCT-FILE-STATUS = "00" THEN
                MOVE 'N' TO EOF-FLAG
                PERFORM UNTIL END-OF-FILE
                    READ SESSACCT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF SAC-EVENT-ENTER
                            AND NOT SAC-MODE-TRAINING THEN
                                PERFORM 4300-COUNT-TRANSFER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SESSACCT-FILE
            ELSE
                DISPLAY "FAVADM: NO SESSACCT.LOG (STATUS ",
                    WS-SESSACCT-FILE-STATUS, "), NOTHING TO COUNT."
            END-IF.
            CLOSE FAVMENU-FILE.

            DISPLAY "FAVADM: ROUTER CODES LOADED    ", WS-RTR-USED.
            DISPLAY "FAVADM: CODE ENTRIES RESET     ", WS-ZEROED-COUNT.
            DISPLAY "FAVADM: TRANSFERS COUNTED      ",
                WS-TRANSFER-COUNT.
            DISPLAY "FAVADM: TRANSFERS NOT IN ROUTER ",
                WS-UNMAPPED-COUNT.
            EXIT.

        4100-LOAD-ROUTER-TABLE.
            MOVE ZERO TO WS-RTR-USED.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                DISPLAY "FAVADM: NO ROUTER.X (STATUS ",
                    WS-ROUTER-FILE-STATUS, ")."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ROUTER-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-RTR-USED < 500 THEN
                            ADD 1 TO WS-RTR-USED
                            MOVE RTR-PROGRAM-NAME
                                TO WS-RTR-PROGRAM(WS-RTR-USED)
                            MOVE RTR-CODE
                                TO WS-RTR-CODE(WS-RTR-USED)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROUTER-FILE.
            EXIT.

        4200-ZERO-TRANCODES.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE FAVMENU-RECORD.
            START FAVMENU-FILE KEY IS >= FAV-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ FAVMENU-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF FAV-KIND-TRANCODE THEN
                            ADD 1 TO WS-ZEROED-COUNT
                            IF FAV-AUTOMATIC THEN
                                DELETE FAVMENU-FILE RECORD
                            ELSE
                                MOVE ZERO TO FAV-COUNT
                                REWRITE FAVMENU-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        4300-COUNT-TRANSFER.
            MOVE SPACES TO WS-MAPPED-CODE.
            PERFORM VARYING WS-RTR-X FROM 1 BY 1
                UNTIL WS-RTR-X > WS-RTR-USED
                   OR WS-MAPPED-CODE NOT = SPACES
                IF WS-RTR-PROGRAM(WS-RTR-X) = SAC-SCREEN(1:8) THEN
                    MOVE WS-RTR-CODE(WS-RTR-X) TO WS-MAPPED-CODE
                END-IF
            END-PERFORM.
            IF WS-MAPPED-CODE = SPACES THEN
                ADD 1 TO WS-UNMAPPED-COUNT
                EXIT PARAGRAPH
            END-IF.

            INITIALIZE FAVMENU-RECORD.
            MOVE SAC-OPERATOR TO FAV-OPERATOR.
            MOVE SPACES TO FAV-MENU-NAME.
            SET FAV-KIND-TRANCODE TO TRUE.
            MOVE WS-MAPPED-CODE TO FAV-ENTRY.
            READ FAVMENU-FILE
                INVALID KEY
                    MOVE 1 TO FAV-COUNT
                    MOVE SAC-DATE-TIME TO FAV-LAST-USED
                    SET FAV-AUTOMATIC TO TRUE
                    WRITE FAVMENU-RECORD
                NOT INVALID KEY
                    ADD 1 TO FAV-COUNT
                    IF SAC-DATE-TIME > FAV-LAST-USED THEN
                        MOVE SAC-DATE-TIME TO FAV-LAST-USED
                    END-IF
                    REWRITE FAVMENU-RECORD
            END-READ.
            ADD 1 TO WS-TRANSFER-COUNT.
            EXIT.

        END PROGRAM FAVADM.
