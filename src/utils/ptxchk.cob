        IDENTIFICATION DIVISION.
        PROGRAM-ID. PTXCHK.
      *>
      *> PTXCHK IS THE CHECKER'S SIDE OF MAKER-CHECKER APPROVAL
      *> (PENDTXN.X, SEE PENDTXN.cbl). A SCREEN FLAGGED
      *> SCN-MAKER-CHECKER QUEUES EACH FILED TRANSACTION INSTEAD OF
      *> HANDING IT TO ITS APPLICATION; HERE A CHECKER REVIEWS IT
      *> FIELD BY FIELD AGAINST THE VALUES THE MAKER STARTED FROM,
      *> AND APPROVES, REJECTS OR RETURNS IT.
      *>
      *>     APPROVE     THE CHECKER RELEASES IT BY OPENING THE SCREEN:
      *>                 THE APPROVED VALUES ARE LOADED, PROTECTED, AND
      *>                 FILING THEM DELIVERS THEM TO THE APPLICATION.
      *>     REJECT      FINAL; THE REASON IS KEPT FOR THE MAKER.
      *>     RETURN      BACK TO THE MAKER, WHOSE NEXT VISIT TO THE
      *>                 SCREEN LOADS IT FOR CORRECTION. FILED AGAIN
      *>                 IT IS A NEW TRANSACTION (PTX-PRIOR-ID LINKS
      *>                 THEM) AND THE RETURNED ONE IS MARKED
      *>                 RESUBMITTED.
      *>
      *> THE MAKER MAY NOT CHECK THEIR OWN WORK. DECISIONS NEED THE
      *> CHECKER ROLE (COBCURSES-CHECK-ROLE) AND ARE LOGGED TO
      *> SIGNON.LOG. SHOW BLANKS FIELDS THE ACTING OPERATOR MAY NOT
      *> VIEW (SCR-FDEF-VIEW-ROLE) AND PASSWORD OR MASKED FIELDS.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR LIST [SCREEN]  OPEN TRANSACTIONS WITH THEIR AGE
      *>     SHOW ID                  SIDE BY SIDE: CURRENT / PROPOSED
      *>     APPROVE ID [NOTE]
      *>     REJECT ID REASON
      *>     RETURN ID REASON
      *>     WITHDRAW ID              THE MAKER CANCELS THEIR OWN
      *>                              PENDING OR RETURNED TRANSACTION
      *>     MINE                     THE ACTING OPERATOR'S OWN
      *>                              TRANSACTIONS AND THEIR OUTCOME
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     8   FILE, RECORD OR TRANSACTION STATE PROBLEM
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL PENDTXN-FILE
                ASSIGN TO PENDTXN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PTX-KEY
                ALTERNATE RECORD KEY IS PTX-SCREEN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-PENDTXN-FILE-STATUS.

            SELECT SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PENDTXN-FILE.
        01  PENDTXN-RECORD.
            COPY PENDTXN.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  PENDTXN-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/PENDTXN.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".

        01  WS-PENDTXN-FILE-STATUS              PIC XX.
        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-SCRFDEF-OPEN-FLAG                PIC X VALUE 'N'.
            88  SCRFDEF-OPEN                    VALUE 'Y'.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(20).
        01  WS-ARG-WORD                         PIC X(40).
        01  WS-ARG-TEXT                         PIC X(60).
        01  WS-ARG-TEXT-PTR                     PIC 9(4) COMP.

        01  WS-ACTING-ID                        PIC X(20).
        01  WS-CHECKER-ROLE                     PIC X(16)
            VALUE "CHECKER".
        01  WS-CHECKER-FLAG                     PIC X VALUE 'N'.
            88  ACTING-IS-CHECKER               VALUE 'Y'.

        01  WS-TXN-ID                           PIC 9(8) VALUE 0.
        01  WS-LIST-SCREEN                      PIC X(16).
        01  WS-DECISION                         PIC X.
        01  WS-STATUS-WORD                      PIC X(11).
        01  WS-ID-EDIT                          PIC Z(7)9.
        01  WS-COUNT-EDIT                       PIC ZZZ,ZZ9.
        01  WS-LIST-COUNT                       PIC 9(6).

        01  WS-NOW                              PIC X(21).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-TODAY-INT                        PIC 9(8).
        01  WS-DAY-INT                          PIC 9(8).
        01  WS-AGE-DAYS                         PIC 9(5).
        01  WS-AGE-EDIT                         PIC ZZZZ9.

      *>
      *>     SIDE-BY-SIDE DETAIL LINE.
      *>
        01  WS-FIELD-NO-EDIT                    PIC ZZZ9.
        01  WS-FIELD-NAME                       PIC X(32).
        01  WS-SHOW-BEFORE                      PIC X(30).
        01  WS-SHOW-AFTER                       PIC X(30).
        01  WS-CHANGED-MARK                     PIC X.
        01  WS-CHANGED-COUNT                    PIC 9(4).
        01  WS-FIELD-ACCESS                     PIC X.
        01  WS-NO-VIEW-ROLE                     PIC X(16).
        01  WS-NO-UPDATE-ROLE                   PIC X(16).

        01  WS-LOG-OPERATOR                     PIC X(20).
        01  WS-LOG-EVENT                        PIC X(20).
        01  WS-LOG-DETAIL                       PIC X(40).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-OPEN
                WHEN "SHOW"
                    PERFORM 3000-SHOW-TRANSACTION
                WHEN "APPROVE"
                    MOVE 'A' TO WS-DECISION
                    PERFORM 4000-DECIDE
                WHEN "REJECT"
                    MOVE 'J' TO WS-DECISION
                    PERFORM 4000-DECIDE
                WHEN "RETURN"
                    MOVE 'M' TO WS-DECISION
                    PERFORM 4000-DECIDE
                WHEN "WITHDRAW"
                    PERFORM 5000-WITHDRAW
                WHEN "MINE"
                    PERFORM 6000-LIST-MINE
                WHEN OTHER
                    DISPLAY "PTXCHK: UNKNOWN REQUEST '",
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

            MOVE LENGTH OF PENDTXN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING PENDTXN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-1.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            PERFORM 1200-TAKE-TEXT.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-DATE-NUM.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

            MOVE SPACES TO WS-ACTING-ID.
            CALL "C$GETENV" USING "USER", WS-ACTING-ID.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-CHECKER-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET ACTING-IS-CHECKER TO TRUE
            END-IF.
            MOVE 0 TO RETURN-CODE.

            IF WS-VERB = "SHOW" OR WS-VERB = "APPROVE"
            OR WS-VERB = "REJECT" OR WS-VERB = "RETURN"
            OR WS-VERB = "WITHDRAW" THEN
                IF WS-ARG-1 = SPACES
                OR FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0 THEN
                    DISPLAY "PTXCHK: ", FUNCTION TRIM(WS-VERB),
                        " NEEDS A TRANSACTION NUMBER."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-TXN-ID
            END-IF.

            IF (WS-VERB = "REJECT" OR WS-VERB = "RETURN")
            AND WS-ARG-TEXT = SPACES THEN
                DISPLAY "PTXCHK: ", FUNCTION TRIM(WS-VERB),
                    " NEEDS A REASON FOR THE MAKER."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-VERB = "APPROVE" OR WS-VERB = "REJECT"
            OR WS-VERB = "RETURN" THEN
                IF NOT ACTING-IS-CHECKER THEN
                    DISPLAY "PTXCHK: ",
                        FUNCTION TRIM(WS-ACTING-ID),
                        " DOES NOT HOLD THE CHECKER ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        1200-TAKE-TEXT.
            MOVE SPACES TO WS-ARG-TEXT.
            MOVE 1 TO WS-ARG-TEXT-PTR.
            MOVE SPACES TO WS-ARG-WORD.
            ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
                ON EXCEPTION
                    MOVE SPACES TO WS-ARG-WORD
            END-ACCEPT.
            PERFORM UNTIL WS-ARG-WORD = SPACES
                       OR WS-ARG-TEXT-PTR > 60
                IF WS-ARG-TEXT-PTR > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO WS-ARG-TEXT POINTER WS-ARG-TEXT-PTR
                END-IF
                STRING WS-ARG-WORD DELIMITED BY SPACE
                    INTO WS-ARG-TEXT POINTER WS-ARG-TEXT-PTR
                MOVE SPACES TO WS-ARG-WORD
                ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
                    ON EXCEPTION
                        MOVE SPACES TO WS-ARG-WORD
                END-ACCEPT
            END-PERFORM.
            EXIT.

      *>
      *>     AGE IN DAYS OF THE CURRENT HEADER (FROM PTX-MADE).
      *>
        1500-HEADER-AGE.
            MOVE 0 TO WS-AGE-DAYS.
            IF PTX-MADE(1:8) IS NUMERIC THEN
                MOVE PTX-MADE(1:8) TO WS-DATE-NUM
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                IF WS-TODAY-INT > WS-DAY-INT THEN
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DAY-INT
                END-IF
            END-IF.
            MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
            EXIT.

        1600-STATUS-WORD.
            EVALUATE TRUE
                WHEN PTX-PENDING
                    MOVE "PENDING" TO WS-STATUS-WORD
                WHEN PTX-APPROVED
                    MOVE "APPROVED" TO WS-STATUS-WORD
                WHEN PTX-RELEASED
                    MOVE "RELEASED" TO WS-STATUS-WORD
                WHEN PTX-REJECTED
                    MOVE "REJECTED" TO WS-STATUS-WORD
                WHEN PTX-RETURNED
                    MOVE "RETURNED" TO WS-STATUS-WORD
                WHEN PTX-RESUBMITTED
                    MOVE "RESUBMITTED" TO WS-STATUS-WORD
                WHEN PTX-WITHDRAWN
                    MOVE "WITHDRAWN" TO WS-STATUS-WORD
                WHEN OTHER
                    MOVE "?" TO WS-STATUS-WORD
            END-EVALUATE.
            EXIT.

        1700-OPEN-QUEUE-INPUT.
            OPEN INPUT PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                IF WS-PENDTXN-FILE-STATUS = "05" THEN
                    CLOSE PENDTXN-FILE
                END-IF
                DISPLAY "PTXCHK: NO TRANSACTIONS ARE QUEUED."
                STOP RUN
            END-IF.
            EXIT.

      *>
      *>     READ THE HEADER OF WS-TXN-ID (THE FILE IS OPEN).
      *>
        1800-READ-HEADER.
            MOVE WS-TXN-ID TO PTX-ID.
            MOVE 0 TO PTX-FIELD-NO.
            READ PENDTXN-FILE
                INVALID KEY
                    MOVE WS-TXN-ID TO WS-ID-EDIT
                    DISPLAY "PTXCHK: TRANSACTION ",
                        FUNCTION TRIM(WS-ID-EDIT), " NOT ON FILE."
                    CLOSE PENDTXN-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ.
            IF WS-TXN-ID = 0 THEN
                DISPLAY "PTXCHK: TRANSACTION 0 NOT ON FILE."
                CLOSE PENDTXN-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

      *>
      *>     OPEN TRANSACTIONS: PENDING, APPROVED BUT NOT YET RELEASED,
      *>     AND RETURNED TO THEIR MAKER.
      *>
        2000-LIST-OPEN.
            MOVE FUNCTION UPPER-CASE(WS-ARG-1) TO WS-LIST-SCREEN.
            PERFORM 1700-OPEN-QUEUE-INPUT.
            DISPLAY "TRANSACTION STATUS      SCREEN           ",
                "MAKER                MADE      AGE".
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PTX-ID > 0 AND PTX-FIELD-NO = 0
                        AND (PTX-PENDING OR PTX-APPROVED
                             OR PTX-RETURNED)
                        AND (WS-LIST-SCREEN = SPACES
                             OR PTX-SCREEN-NAME = WS-LIST-SCREEN)
                            PERFORM 2100-LIST-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDTXN-FILE.
            MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
            DISPLAY FUNCTION TRIM(WS-COUNT-EDIT),
                " OPEN TRANSACTION(S).".
            EXIT.

        2100-LIST-LINE.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 1500-HEADER-AGE.
            PERFORM 1600-STATUS-WORD.
            MOVE PTX-ID TO WS-ID-EDIT.
            DISPLAY WS-ID-EDIT, "    ", WS-STATUS-WORD, " ",
                PTX-SCREEN-NAME, " ", PTX-MAKER, " ",
                PTX-MADE(1:8), " ", WS-AGE-EDIT.
            IF PTX-APPROVED THEN
                DISPLAY "            AWAITING RELEASE BY ",
                    FUNCTION TRIM(PTX-CHECKER)
            END-IF.
            IF PTX-RETURNED THEN
                DISPLAY "            RETURNED: ",
                    FUNCTION TRIM(PTX-REASON)
            END-IF.
            EXIT.

      *>
      *>     SIDE BY SIDE: THE VALUE WHEN THE MAKER OPENED THE SCREEN,
      *>     THE VALUE THEY FILED, AND '*' WHERE THEY DIFFER.
      *>
        3000-SHOW-TRANSACTION.
            PERFORM 1700-OPEN-QUEUE-INPUT.
            PERFORM 1800-READ-HEADER.
            IF NOT ACTING-IS-CHECKER
            AND PTX-MAKER NOT = WS-ACTING-ID THEN
                DISPLAY "PTXCHK: ",
                    FUNCTION TRIM(WS-ACTING-ID),
                    " DOES NOT HOLD THE CHECKER ROLE."
                CLOSE PENDTXN-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1500-HEADER-AGE.
            PERFORM 1600-STATUS-WORD.
            MOVE PTX-ID TO WS-ID-EDIT.
            DISPLAY "TRANSACTION ", FUNCTION TRIM(WS-ID-EDIT),
                " ON ", FUNCTION TRIM(PTX-SCREEN-NAME), " -- ",
                FUNCTION TRIM(WS-STATUS-WORD).
            DISPLAY "  MADE BY ", FUNCTION TRIM(PTX-MAKER), " AT ",
                PTX-MADE(1:14), " (", FUNCTION TRIM(WS-AGE-EDIT),
                " DAY(S) AGO)".
            IF PTX-CHECKER NOT = SPACES THEN
                DISPLAY "  CHECKED BY ", FUNCTION TRIM(PTX-CHECKER),
                    " AT ", PTX-CHECKED(1:14)
            END-IF.
            IF PTX-REASON NOT = SPACES THEN
                DISPLAY "  REASON: ", FUNCTION TRIM(PTX-REASON)
            END-IF.
            IF PTX-PRIOR-ID NOT = 0 THEN
                MOVE PTX-PRIOR-ID TO WS-ID-EDIT
                DISPLAY "  RESUBMITS RETURNED TRANSACTION ",
                    FUNCTION TRIM(WS-ID-EDIT)
            END-IF.
            DISPLAY " ".
            DISPLAY "  NO  FIELD                            ",
                "CURRENT                        ",
                "PROPOSED".

            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS = "00" THEN
                SET SCRFDEF-OPEN TO TRUE
            END-IF.
            MOVE 0 TO WS-CHANGED-COUNT.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PTX-ID NOT = WS-TXN-ID THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 3100-SHOW-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            IF SCRFDEF-OPEN THEN
                CLOSE SCRFDEF-FILE
            END-IF.
            CLOSE PENDTXN-FILE.
            MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
            DISPLAY "  ", FUNCTION TRIM(WS-COUNT-EDIT),
                " FIELD(S) CHANGED.".
            EXIT.

        3100-SHOW-FIELD.
            MOVE SPACES TO WS-FIELD-NAME.
            MOVE 'U' TO WS-FIELD-ACCESS.
            IF SCRFDEF-OPEN THEN
                MOVE PTX-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME
                MOVE PTX-FIELD-NO TO SCR-FDEF-NO
                READ SCRFDEF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SCR-FDEF-COBOL-NAME TO WS-FIELD-NAME
                        CALL "COBCURSES-FIELD-ACCESS" USING
                            SCR-FDEF-VIEW-ROLE, SCR-FDEF-UPDATE-ROLE,
                            WS-FIELD-ACCESS
                        IF SCR-FDEF-PASSWORD = 'Y'
                        OR SCR-FDEF-MASKED = 'Y' THEN
                            MOVE 'N' TO WS-FIELD-ACCESS
                        END-IF
                END-READ
            END-IF.

            MOVE ' ' TO WS-CHANGED-MARK.
            IF PTX-BEFORE-TEXT NOT = PTX-AFTER-TEXT THEN
                MOVE '*' TO WS-CHANGED-MARK
                ADD 1 TO WS-CHANGED-COUNT
            END-IF.
            IF WS-FIELD-ACCESS = 'N' THEN
                MOVE "(NOT SHOWN)" TO WS-SHOW-BEFORE, WS-SHOW-AFTER
            ELSE
                MOVE PTX-BEFORE-TEXT TO WS-SHOW-BEFORE
                MOVE PTX-AFTER-TEXT TO WS-SHOW-AFTER
            END-IF.
            MOVE PTX-FIELD-NO TO WS-FIELD-NO-EDIT.
            DISPLAY WS-CHANGED-MARK, WS-FIELD-NO-EDIT, "  ",
                WS-FIELD-NAME, " ", WS-SHOW-BEFORE, " ",
                WS-SHOW-AFTER.
            EXIT.

      *>
      *>     APPROVE, REJECT OR RETURN A PENDING TRANSACTION.
      *>
        4000-DECIDE.
            OPEN I-O PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                DISPLAY "PTXCHK: CANNOT OPEN PENDTXN.X, STATUS ",
                    WS-PENDTXN-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1800-READ-HEADER.
            MOVE PTX-ID TO WS-ID-EDIT.
            IF NOT PTX-PENDING THEN
                PERFORM 1600-STATUS-WORD
                DISPLAY "PTXCHK: TRANSACTION ",
                    FUNCTION TRIM(WS-ID-EDIT), " IS ",
                    FUNCTION TRIM(WS-STATUS-WORD),
                    ", NOT PENDING."
                CLOSE PENDTXN-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF PTX-MAKER = WS-ACTING-ID THEN
                DISPLAY "PTXCHK: ", FUNCTION TRIM(WS-ACTING-ID),
                    " MADE TRANSACTION ", FUNCTION TRIM(WS-ID-EDIT),
                    " -- THE MAKER MAY NOT CHECK THEIR OWN WORK."
                CLOSE PENDTXN-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-DECISION TO PTX-STATUS.
            MOVE WS-ACTING-ID TO PTX-CHECKER.
            MOVE WS-NOW TO PTX-CHECKED.
            MOVE WS-ARG-TEXT TO PTX-REASON.
            REWRITE PENDTXN-RECORD
                INVALID KEY
                    DISPLAY "PTXCHK: REWRITE FAILED, STATUS ",
                        WS-PENDTXN-FILE-STATUS
                    CLOSE PENDTXN-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-REWRITE.
            CLOSE PENDTXN-FILE.

            PERFORM 1600-STATUS-WORD.
            DISPLAY "TRANSACTION ", FUNCTION TRIM(WS-ID-EDIT), " ",
                FUNCTION TRIM(WS-STATUS-WORD), ".".
            IF PTX-APPROVED THEN
                DISPLAY "  OPEN ", FUNCTION TRIM(PTX-SCREEN-NAME),
                    " AND FILE IT TO RELEASE IT TO THE APPLICATION."
            END-IF.

            MOVE WS-ACTING-ID TO WS-LOG-OPERATOR.
            EVALUATE TRUE
                WHEN PTX-APPROVED
                    MOVE "PTX-APPROVE" TO WS-LOG-EVENT
                WHEN PTX-REJECTED
                    MOVE "PTX-REJECT" TO WS-LOG-EVENT
                WHEN OTHER
                    MOVE "PTX-RETURN" TO WS-LOG-EVENT
            END-EVALUATE.
            PERFORM 7000-LOG-DECISION.
            EXIT.

      *>
      *>     THE MAKER CANCELS THEIR OWN OPEN TRANSACTION.
      *>
        5000-WITHDRAW.
            OPEN I-O PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                DISPLAY "PTXCHK: CANNOT OPEN PENDTXN.X, STATUS ",
                    WS-PENDTXN-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1800-READ-HEADER.
            MOVE PTX-ID TO WS-ID-EDIT.
            IF PTX-MAKER NOT = WS-ACTING-ID THEN
                DISPLAY "PTXCHK: ONLY THE MAKER MAY WITHDRAW ",
                    "TRANSACTION ", FUNCTION TRIM(WS-ID-EDIT), "."
                CLOSE PENDTXN-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF NOT ( PTX-PENDING OR PTX-RETURNED ) THEN
                PERFORM 1600-STATUS-WORD
                DISPLAY "PTXCHK: TRANSACTION ",
                    FUNCTION TRIM(WS-ID-EDIT), " IS ",
                    FUNCTION TRIM(WS-STATUS-WORD),
                    " AND CAN NO LONGER BE WITHDRAWN."
                CLOSE PENDTXN-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET PTX-WITHDRAWN TO TRUE.
            REWRITE PENDTXN-RECORD
                INVALID KEY
                    DISPLAY "PTXCHK: REWRITE FAILED, STATUS ",
                        WS-PENDTXN-FILE-STATUS
                    CLOSE PENDTXN-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-REWRITE.
            CLOSE PENDTXN-FILE.
            DISPLAY "TRANSACTION ", FUNCTION TRIM(WS-ID-EDIT),
                " WITHDRAWN.".
            MOVE WS-ACTING-ID TO WS-LOG-OPERATOR.
            MOVE "PTX-WITHDRAW" TO WS-LOG-EVENT.
            PERFORM 7000-LOG-DECISION.
            EXIT.

      *>
      *>     THE ACTING OPERATOR'S OWN TRANSACTIONS.
      *>
        6000-LIST-MINE.
            PERFORM 1700-OPEN-QUEUE-INPUT.
            DISPLAY "TRANSACTION STATUS      SCREEN           ",
                "CHECKER              MADE      AGE".
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF PTX-ID > 0 AND PTX-FIELD-NO = 0
                        AND PTX-MAKER = WS-ACTING-ID
                            PERFORM 6100-MINE-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDTXN-FILE.
            MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
            DISPLAY FUNCTION TRIM(WS-COUNT-EDIT),
                " TRANSACTION(S).".
            EXIT.

        6100-MINE-LINE.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 1500-HEADER-AGE.
            PERFORM 1600-STATUS-WORD.
            MOVE PTX-ID TO WS-ID-EDIT.
            DISPLAY WS-ID-EDIT, "    ", WS-STATUS-WORD, " ",
                PTX-SCREEN-NAME, " ", PTX-CHECKER, " ",
                PTX-MADE(1:8), " ", WS-AGE-EDIT.
            IF PTX-REASON NOT = SPACES THEN
                DISPLAY "            ", FUNCTION TRIM(PTX-REASON)
            END-IF.
            EXIT.

        7000-LOG-DECISION.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "TXN " DELIMITED BY SIZE
                WS-ID-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                PTX-SCREEN-NAME DELIMITED BY SPACE
                " BY " DELIMITED BY SIZE
                PTX-MAKER DELIMITED BY SPACE
                INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

        END PROGRAM PTXCHK.
