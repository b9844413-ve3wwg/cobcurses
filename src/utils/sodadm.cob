        IDENTIFICATION DIVISION.
        PROGRAM-ID. SODADM.
      *>
      *> SODADM MAINTAINS THE SEGREGATION-OF-DUTIES RULES (SODRULES.X,
      *> SEE SODRULE.cbl) -- PAIRS OF ROLES THAT NO ONE OPERATOR MAY
      *> HOLD TOGETHER -- AND CHECKS THEM. ACCMATRX ANSWERS "WHO CAN
      *> REACH WHAT"; SODADM CHECK ANSWERS "WHO HOLDS WHAT THEY
      *> SHOULD NOT":
      *>
      *>     1. STANDING CONFLICTS: EVERY OPERATOR IN USERROLE.X WHOSE
      *>        EFFECTIVE ROLE SET (COBCURSES-EXPAND-ROLES) HOLDS BOTH
      *>        ROLES OF A RULE.
      *>     2. APPROVAL.X: A REVIEWED CHANGE WHOSE REVIEWER IS THE
      *>        CHANGER, OR WHOSE CHANGER OR REVIEWER HOLDS A
      *>        CONFLICTING PAIR.
      *>     3. OVERRIDE.LOG: AN OVERRIDE THE SUPERVISOR APPROVED ON
      *>        THEIR OWN ENTRY, OR WHERE THE OPERATOR OR SUPERVISOR
      *>        HOLDS A CONFLICTING PAIR.
      *>
      *> EVERY VIOLATION IS PRINTED AND RAISED TO ALERTS.X AS A
      *> WARNING (COBCURSES-RAISE-ALERT). ROLES ARE RESOLVED AS THEY
      *> STAND TODAY; THE FILES KEEP NO HISTORY OF PAST GRANTS.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR LIST          LIST THE RULES
      *>     ADD ROLE ROLE [TEXT]    ADD A CONFLICTING PAIR
      *>     DROP ROLE ROLE          REMOVE A PAIR
      *>     CHECK [DAYS]            REPORT AND RAISE VIOLATIONS; THE
      *>                             HISTORY CHECKS COVER THE LAST DAYS
      *>                             DAYS (DEFAULT 1, 0 = ALL HISTORY)
      *>
      *> ADD AND DROP NEED THE SECADMIN ROLE.
      *>
      *> RETURN-CODE:
      *>     0   DONE (VIOLATIONS ARE REPORTED THROUGH ALERTS.X)
      *>     8   FILE OR RECORD PROBLEM
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL SODRULE-FILE
                ASSIGN TO SODRULE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SOD-KEY
                FILE STATUS IS WS-SODRULE-FILE-STATUS.

            SELECT USERROLE-FILE
                ASSIGN TO USERROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS USR-KEY
                FILE STATUS IS WS-USERROLE-FILE-STATUS.

            SELECT APPROVAL-FILE
                ASSIGN TO APPROVAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APP-SCREEN-NAME
                FILE STATUS IS WS-APPROVAL-FILE-STATUS.

            SELECT OVERRIDE-FILE
                ASSIGN TO OVERRIDE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SODRULE-FILE.
        01  SODRULE-RECORD.
            COPY SODRULE.

        FD  USERROLE-FILE.
        01  USERROLE-RECORD.
            COPY USERROLE.

        FD  APPROVAL-FILE.
        01  APPROVAL-RECORD.
            COPY APPROVAL.

        FD  OVERRIDE-FILE.
        01  OVERRIDE-RECORD.
            COPY OVERRIDE.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  SODRULE-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SODRULES.X".
            10  USERROLE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/USERROLE.X".
            10  APPROVAL-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPROVAL.X".
            10  OVERRIDE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/OVERRIDE.LOG".

        01  WS-SODRULE-FILE-STATUS              PIC XX.
        01  WS-USERROLE-FILE-STATUS             PIC XX.
        01  WS-APPROVAL-FILE-STATUS             PIC XX.
        01  WS-OVERRIDE-FILE-STATUS             PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-ROLE-A                       PIC X(16).
        01  WS-ARG-ROLE-B                       PIC X(16).
        01  WS-ARG-WORD                         PIC X(40).
        01  WS-ARG-TEXT                         PIC X(40).
        01  WS-ARG-TEXT-PTR                     PIC 9(4) COMP.
        01  WS-SWAP-ROLE                        PIC X(16).

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-LIST-COUNT                       PIC 9(4) VALUE 0.

      *>
      *>     HISTORY WINDOW FOR CHECK.
      *>
        01  WS-DAYS                             PIC 9(4) VALUE 1.
        01  WS-SINCE-DATE                       PIC X(8) VALUE SPACES.
        01  WS-TODAY-NUM                        PIC 9(8).
        01  WS-SINCE-NUM                        PIC 9(8).

      *>
      *>     THE RULES, LOADED ONCE FOR CHECK.
      *>
        01  RULE-TABLE.
            10  WS-RULE-COUNT                   PIC 9(4) COMP VALUE 0.
            10  WS-RULE-ENTRY OCCURS 200 TIMES.
                15  WS-RULE-ROLE-A              PIC X(16).
                15  WS-RULE-ROLE-B              PIC X(16).
                15  WS-RULE-DESCRIPTION         PIC X(40).
        01  WS-RULE-X                           PIC 9(4) COMP.

      *>
      *>     EACH IDENTITY'S CONFLICTS ARE RESOLVED ONCE AND KEPT.
      *>
        01  OPERATOR-TABLE.
            10  WS-OP-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-OP-ENTRY OCCURS 500 TIMES.
                15  WS-OP-NAME                  PIC X(20).
                15  WS-OP-CONFLICTS             PIC 9(4) COMP.
                15  WS-OP-FIRST-RULE            PIC 9(4) COMP.
        01  WS-OP-X                             PIC 9(4) COMP.

        01  WS-LOOKUP-OPERATOR                  PIC X(20).
        01  WS-LOOKUP-CONFLICTS                 PIC 9(4) COMP.
        01  WS-LOOKUP-FIRST-RULE                PIC 9(4) COMP.
        01  WS-SHOW-FLAG                        PIC X VALUE 'N'.
            88  SHOW-CONFLICTS                  VALUE 'Y'.

        01  WS-ROLE-SET.
            05  WS-ROLE-COUNT                   PIC 999 COMP-5.
            05  WS-ROLE-SET-NAME                PIC X(16)
                                                OCCURS 64 TIMES.
        01  WS-ROLE-X                           PIC 999 COMP-5.
        01  WS-CHECK-ROLE                       PIC X(16).
        01  WS-ROLE-HELD-FLAG                   PIC X.
            88  ROLE-IS-HELD                    VALUE 'Y'.
        01  WS-HELD-A-FLAG                      PIC X.
            88  HOLDS-ROLE-A                    VALUE 'Y'.

        01  WS-CURRENT-OPERATOR                 PIC X(20).
        01  WS-CHANGER-CONFLICTS                PIC 9(4) COMP.
        01  WS-CHANGER-RULE                     PIC 9(4) COMP.
        01  WS-REASON                           PIC X(40).
        01  WS-PAIR-TEXT                        PIC X(33).

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12)
                VALUE "SODADM".
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        01  CHECK-COUNTS.
            10  WS-OPERATORS-CHECKED            PIC 9(6) VALUE 0.
            10  WS-STANDING-COUNT               PIC 9(6) VALUE 0.
            10  WS-APPROVALS-CHECKED            PIC 9(6) VALUE 0.
            10  WS-APPROVAL-VIOLATIONS          PIC 9(6) VALUE 0.
            10  WS-OVERRIDES-CHECKED            PIC 9(6) VALUE 0.
            10  WS-OVERRIDE-VIOLATIONS          PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-RULES
                WHEN "ADD"
                    PERFORM 3000-ADD-RULE
                WHEN "DROP"
                    PERFORM 4000-DROP-RULE
                WHEN "CHECK"
                    PERFORM 5000-CHECK
                WHEN OTHER
                    DISPLAY "SODADM: UNKNOWN REQUEST '",
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

            MOVE LENGTH OF SODRULE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SODRULE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING USERROLE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING APPROVAL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING OVERRIDE-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-ROLE-A, WS-ARG-ROLE-B.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

            IF WS-VERB = "CHECK" THEN
                PERFORM 1100-TAKE-DAYS
            ELSE
                ACCEPT WS-ARG-ROLE-A FROM ARGUMENT-VALUE
                ACCEPT WS-ARG-ROLE-B FROM ARGUMENT-VALUE
                PERFORM 1200-TAKE-TEXT
            END-IF.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB = "ADD" OR WS-VERB = "DROP" THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "SODADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        1100-TAKE-DAYS.
            MOVE SPACES TO WS-ARG-WORD.
            ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
                ON EXCEPTION
                    MOVE SPACES TO WS-ARG-WORD
            END-ACCEPT.
            IF WS-ARG-WORD NOT = SPACES THEN
                IF FUNCTION TRIM(WS-ARG-WORD) IS NUMERIC THEN
                    MOVE FUNCTION NUMVAL(WS-ARG-WORD) TO WS-DAYS
                ELSE
                    DISPLAY "SODADM: CHECK DAYS MUST BE NUMERIC."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            MOVE SPACES TO WS-SINCE-DATE.
            IF WS-DAYS > 0 THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
                COMPUTE WS-SINCE-NUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-DAYS)
                MOVE WS-SINCE-NUM TO WS-SINCE-DATE
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
                       OR WS-ARG-TEXT-PTR > 40
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

        2000-LIST-RULES.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SODRULE-FILE.
            IF WS-SODRULE-FILE-STATUS NOT = "00" THEN
                IF WS-SODRULE-FILE-STATUS = "05" THEN
                    CLOSE SODRULE-FILE
                END-IF
                DISPLAY "SODADM: NO SEGREGATION RULES YET."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "ROLE             CONFLICTS WITH   DESCRIPTION".
            PERFORM UNTIL END-OF-FILE
                READ SODRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        DISPLAY SOD-ROLE-A, " ", SOD-ROLE-B, " ",
                            SOD-DESCRIPTION
                        ADD 1 TO WS-LIST-COUNT
                END-READ
            END-PERFORM.
            CLOSE SODRULE-FILE.
            DISPLAY " ".
            DISPLAY "RULES LISTED: ", WS-LIST-COUNT.
            EXIT.

        2100-ORDER-PAIR.
            IF WS-ARG-ROLE-A > WS-ARG-ROLE-B THEN
                MOVE WS-ARG-ROLE-A TO WS-SWAP-ROLE
                MOVE WS-ARG-ROLE-B TO WS-ARG-ROLE-A
                MOVE WS-SWAP-ROLE TO WS-ARG-ROLE-B
            END-IF.
            EXIT.

        3000-ADD-RULE.
            IF WS-ARG-ROLE-A = SPACES OR WS-ARG-ROLE-B = SPACES THEN
                DISPLAY "SODADM: ADD NEEDS TWO ROLES."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-ROLE-A = WS-ARG-ROLE-B THEN
                DISPLAY "SODADM: A ROLE CANNOT CONFLICT WITH ITSELF."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-ORDER-PAIR.
            OPEN I-O SODRULE-FILE.
            IF WS-SODRULE-FILE-STATUS NOT = "00"
            AND WS-SODRULE-FILE-STATUS NOT = "05" THEN
                DISPLAY "SODADM: CANNOT OPEN SODRULES.X (STATUS ",
                    WS-SODRULE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO SODRULE-RECORD.
            MOVE WS-ARG-ROLE-A TO SOD-ROLE-A.
            MOVE WS-ARG-ROLE-B TO SOD-ROLE-B.
            MOVE WS-ARG-TEXT TO SOD-DESCRIPTION.
            MOVE FUNCTION CURRENT-DATE TO SOD-ADDED.
            MOVE WS-ADMIN-ID TO SOD-ADDED-BY.
            WRITE SODRULE-RECORD
                INVALID KEY
                    DISPLAY "SODADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE-A), " + ",
                        FUNCTION TRIM(WS-ARG-ROLE-B),
                        " IS ALREADY A RULE."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "SODADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE-A), " + ",
                        FUNCTION TRIM(WS-ARG-ROLE-B),
                        " ADDED."
            END-WRITE.
            CLOSE SODRULE-FILE.
            EXIT.

        4000-DROP-RULE.
            IF WS-ARG-ROLE-A = SPACES OR WS-ARG-ROLE-B = SPACES THEN
                DISPLAY "SODADM: DROP NEEDS TWO ROLES."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-ORDER-PAIR.
            OPEN I-O SODRULE-FILE.
            IF WS-SODRULE-FILE-STATUS NOT = "00" THEN
                DISPLAY "SODADM: NO SEGREGATION RULE FILE (STATUS ",
                    WS-SODRULE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-ROLE-A TO SOD-ROLE-A.
            MOVE WS-ARG-ROLE-B TO SOD-ROLE-B.
            DELETE SODRULE-FILE RECORD
                INVALID KEY
                    DISPLAY "SODADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE-A), " + ",
                        FUNCTION TRIM(WS-ARG-ROLE-B),
                        " IS NOT A RULE."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "SODADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE-A), " + ",
                        FUNCTION TRIM(WS-ARG-ROLE-B),
                        " DROPPED."
            END-DELETE.
            CLOSE SODRULE-FILE.
            EXIT.

        5000-CHECK.
            DISPLAY "SEGREGATION OF DUTIES CHECK  ",
                FUNCTION CURRENT-DATE(1:14).
            IF WS-SINCE-DATE = SPACES THEN
                DISPLAY "HISTORY: ALL RECORDS"
            ELSE
                DISPLAY "HISTORY: FROM ", WS-SINCE-DATE
            END-IF.
            DISPLAY " ".
            PERFORM 5100-LOAD-RULES.
            IF WS-RULE-COUNT = 0 THEN
                DISPLAY "SODADM: NO SEGREGATION RULES -- NOTHING ",
                    "TO CHECK."
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5200-CHECK-OPERATORS.
            PERFORM 5300-CHECK-APPROVALS.
            PERFORM 5400-CHECK-OVERRIDES.

            DISPLAY " ".
            DISPLAY "SUMMARY :".
            DISPLAY "  RULES                    ", WS-RULE-COUNT.
            DISPLAY "  OPERATORS CHECKED        ", WS-OPERATORS-CHECKED.
            DISPLAY "  OPERATORS IN CONFLICT    ", WS-STANDING-COUNT.
            DISPLAY "  APPROVALS CHECKED        ", WS-APPROVALS-CHECKED.
            DISPLAY "  APPROVAL VIOLATIONS      ",
                WS-APPROVAL-VIOLATIONS.
            DISPLAY "  OVERRIDES CHECKED        ", WS-OVERRIDES-CHECKED.
            DISPLAY "  OVERRIDE VIOLATIONS      ",
                WS-OVERRIDE-VIOLATIONS.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5100-LOAD-RULES.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SODRULE-FILE.
            IF WS-SODRULE-FILE-STATUS NOT = "00" THEN
                IF WS-SODRULE-FILE-STATUS = "05" THEN
                    CLOSE SODRULE-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ SODRULE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-RULE-COUNT < 200 THEN
                            ADD 1 TO WS-RULE-COUNT
                            MOVE SOD-ROLE-A
                                TO WS-RULE-ROLE-A(WS-RULE-COUNT)
                            MOVE SOD-ROLE-B
                                TO WS-RULE-ROLE-B(WS-RULE-COUNT)
                            MOVE SOD-DESCRIPTION
                                TO WS-RULE-DESCRIPTION(WS-RULE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SODRULE-FILE.
            EXIT.

      *>
      *>     STANDING CONFLICTS: ONE ALERT PER OPERATOR, NAMING THE
      *>     FIRST PAIR; THE REPORT LISTS THEM ALL.
      *>
        5200-CHECK-OPERATORS.
            DISPLAY "1. OPERATORS HOLDING CONFLICTING ROLES".
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00" THEN
                DISPLAY "   NO USERROLE.X -- NO ROLES ARE GRANTED."
                DISPLAY " "
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CURRENT-OPERATOR.
            SET SHOW-CONFLICTS TO TRUE.
            PERFORM UNTIL END-OF-FILE
                READ USERROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF USR-OPERATOR NOT = WS-CURRENT-OPERATOR
                        THEN
                            MOVE USR-OPERATOR TO WS-CURRENT-OPERATOR
                            PERFORM 5210-CHECK-ONE-OPERATOR
                        END-IF
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-SHOW-FLAG.
            CLOSE USERROLE-FILE.
            IF WS-STANDING-COUNT = 0 THEN
                DISPLAY "   (NONE)"
            END-IF.
            DISPLAY " ".
            EXIT.

        5210-CHECK-ONE-OPERATOR.
            ADD 1 TO WS-OPERATORS-CHECKED.
            MOVE WS-CURRENT-OPERATOR TO WS-LOOKUP-OPERATOR.
            PERFORM 7000-RESOLVE-OPERATOR.
            IF WS-LOOKUP-CONFLICTS = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-STANDING-COUNT.
            MOVE WS-LOOKUP-FIRST-RULE TO WS-RULE-X.
            PERFORM 7300-FORMAT-PAIR.
            MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT.
            STRING "SOD-ROLES " WS-CURRENT-OPERATOR
                DELIMITED BY SIZE INTO WS-RAISE-KEY.
            STRING FUNCTION TRIM(WS-CURRENT-OPERATOR)
                " HOLDS CONFLICTING ROLES "
                FUNCTION TRIM(WS-PAIR-TEXT)
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "W", WS-RAISE-KEY, WS-RAISE-TEXT.
            EXIT.

      *>
      *>     APPROVAL.X KEEPS THE LATEST DECISION PER SCREEN; A
      *>     PENDING CHANGE HAS NO REVIEWER YET AND IS PASSED OVER.
      *>
        5300-CHECK-APPROVALS.
            DISPLAY "2. CHANGE APPROVALS (APPROVAL.X)".
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT APPROVAL-FILE.
            IF WS-APPROVAL-FILE-STATUS NOT = "00" THEN
                DISPLAY "   NO APPROVAL.X -- NOTHING TO CHECK."
                DISPLAY " "
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ APPROVAL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF APP-REVIEWED-BY NOT = SPACES
                        AND APP-REVIEWED(1:8) >= WS-SINCE-DATE THEN
                            PERFORM 5310-CHECK-ONE-APPROVAL
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE APPROVAL-FILE.
            IF WS-APPROVAL-VIOLATIONS = 0 THEN
                DISPLAY "   (NONE)"
            END-IF.
            DISPLAY " ".
            EXIT.

        5310-CHECK-ONE-APPROVAL.
            ADD 1 TO WS-APPROVALS-CHECKED.
            MOVE SPACES TO WS-REASON.
            MOVE APP-CHANGED-BY TO WS-LOOKUP-OPERATOR.
            PERFORM 7000-RESOLVE-OPERATOR.
            MOVE WS-LOOKUP-CONFLICTS TO WS-CHANGER-CONFLICTS.
            MOVE WS-LOOKUP-FIRST-RULE TO WS-CHANGER-RULE.
            MOVE APP-REVIEWED-BY TO WS-LOOKUP-OPERATOR.
            PERFORM 7000-RESOLVE-OPERATOR.
            EVALUATE TRUE
                WHEN APP-REVIEWED-BY = APP-CHANGED-BY
                    MOVE "REVIEWED OWN CHANGE" TO WS-REASON
                WHEN WS-LOOKUP-CONFLICTS > 0
                    MOVE WS-LOOKUP-FIRST-RULE TO WS-RULE-X
                    PERFORM 7300-FORMAT-PAIR
                    STRING "REVIEWER HOLDS " WS-PAIR-TEXT
                        DELIMITED BY SIZE INTO WS-REASON
                WHEN WS-CHANGER-CONFLICTS > 0
                    MOVE WS-CHANGER-RULE TO WS-RULE-X
                    PERFORM 7300-FORMAT-PAIR
                    STRING "CHANGER HOLDS " WS-PAIR-TEXT
                        DELIMITED BY SIZE INTO WS-REASON
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            ADD 1 TO WS-APPROVAL-VIOLATIONS.
            DISPLAY "   ", APP-SCREEN-NAME, " ", APP-STATUS,
                " CHANGED BY ", APP-CHANGED-BY,
                " REVIEWED BY ", APP-REVIEWED-BY.
            DISPLAY "       ", APP-REVIEWED(1:8), " ", WS-REASON.
            MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT.
            STRING "SOD-APPROVAL " APP-SCREEN-NAME
                DELIMITED BY SIZE INTO WS-RAISE-KEY.
            STRING FUNCTION TRIM(APP-SCREEN-NAME) " "
                FUNCTION TRIM(APP-REVIEWED-BY) ": "
                WS-REASON
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "W", WS-RAISE-KEY, WS-RAISE-TEXT.
            EXIT.

        5400-CHECK-OVERRIDES.
            DISPLAY "3. SUPERVISOR OVERRIDES (OVERRIDE.LOG)".
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-FILE-STATUS NOT = "00" THEN
                DISPLAY "   NO OVERRIDE.LOG -- NOTHING TO CHECK."
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ OVERRIDE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF OVR-DATE-TIME(1:8) >= WS-SINCE-DATE THEN
                            PERFORM 5410-CHECK-ONE-OVERRIDE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OVERRIDE-FILE.
            IF WS-OVERRIDE-VIOLATIONS = 0 THEN
                DISPLAY "   (NONE)"
            END-IF.
            EXIT.

        5410-CHECK-ONE-OVERRIDE.
            ADD 1 TO WS-OVERRIDES-CHECKED.
            MOVE SPACES TO WS-REASON.
            MOVE OVR-OPERATOR TO WS-LOOKUP-OPERATOR.
            PERFORM 7000-RESOLVE-OPERATOR.
            MOVE WS-LOOKUP-CONFLICTS TO WS-CHANGER-CONFLICTS.
            MOVE WS-LOOKUP-FIRST-RULE TO WS-CHANGER-RULE.
            MOVE OVR-SUPERVISOR TO WS-LOOKUP-OPERATOR.
            PERFORM 7000-RESOLVE-OPERATOR.
            EVALUATE TRUE
                WHEN OVR-SUPERVISOR = OVR-OPERATOR
                    MOVE "SUPERVISOR APPROVED OWN ENTRY" TO WS-REASON
                WHEN WS-CHANGER-CONFLICTS > 0
                    MOVE WS-CHANGER-RULE TO WS-RULE-X
                    PERFORM 7300-FORMAT-PAIR
                    STRING "OPERATOR HOLDS " WS-PAIR-TEXT
                        DELIMITED BY SIZE INTO WS-REASON
                WHEN WS-LOOKUP-CONFLICTS > 0
                    MOVE WS-LOOKUP-FIRST-RULE TO WS-RULE-X
                    PERFORM 7300-FORMAT-PAIR
                    STRING "SUPERVISOR HOLDS " WS-PAIR-TEXT
                        DELIMITED BY SIZE INTO WS-REASON
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            ADD 1 TO WS-OVERRIDE-VIOLATIONS.
            DISPLAY "   ", OVR-DATE-TIME(1:14), " ", OVR-SCREEN-NAME,
                " OPERATOR ", OVR-OPERATOR,
                " SUPERVISOR ", OVR-SUPERVISOR.
            DISPLAY "       ", FUNCTION TRIM(OVR-WHAT), ": ",
                WS-REASON.
            MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT.
            STRING "SOD-OVERRIDE " OVR-DATE-TIME(1:16)
                DELIMITED BY SIZE INTO WS-RAISE-KEY.
            STRING FUNCTION TRIM(OVR-SCREEN-NAME) " "
                FUNCTION TRIM(OVR-SUPERVISOR) ": "
                WS-REASON
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "W", WS-RAISE-KEY, WS-RAISE-TEXT.
            EXIT.

      *>
      *>     RESOLVE WS-LOOKUP-OPERATOR TO ITS CONFLICT COUNT AND
      *>     FIRST CONFLICTING RULE, FROM THE TABLE WHEN ALREADY SEEN.
      *>
        7000-RESOLVE-OPERATOR.
            MOVE 0 TO WS-LOOKUP-CONFLICTS, WS-LOOKUP-FIRST-RULE.
            IF WS-LOOKUP-OPERATOR = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-OP-X FROM 1 BY 1
                UNTIL WS-OP-X > WS-OP-COUNT
                IF WS-OP-NAME(WS-OP-X) = WS-LOOKUP-OPERATOR THEN
                    MOVE WS-OP-CONFLICTS(WS-OP-X)
                        TO WS-LOOKUP-CONFLICTS
                    MOVE WS-OP-FIRST-RULE(WS-OP-X)
                        TO WS-LOOKUP-FIRST-RULE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.

            MOVE 0 TO WS-ROLE-COUNT.
            CALL "COBCURSES-EXPAND-ROLES" USING
                WS-LOOKUP-OPERATOR, WS-ROLE-SET.
            MOVE 0 TO RETURN-CODE.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                PERFORM 7100-CHECK-RULE
            END-PERFORM.

            IF WS-OP-COUNT < 500 THEN
                ADD 1 TO WS-OP-COUNT
                MOVE WS-LOOKUP-OPERATOR TO WS-OP-NAME(WS-OP-COUNT)
                MOVE WS-LOOKUP-CONFLICTS
                    TO WS-OP-CONFLICTS(WS-OP-COUNT)
                MOVE WS-LOOKUP-FIRST-RULE
                    TO WS-OP-FIRST-RULE(WS-OP-COUNT)
            END-IF.
            EXIT.

        7100-CHECK-RULE.
            MOVE WS-RULE-ROLE-A(WS-RULE-X) TO WS-CHECK-ROLE.
            PERFORM 7200-ROLE-IN-SET.
            MOVE WS-ROLE-HELD-FLAG TO WS-HELD-A-FLAG.
            IF NOT HOLDS-ROLE-A THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-RULE-ROLE-B(WS-RULE-X) TO WS-CHECK-ROLE.
            PERFORM 7200-ROLE-IN-SET.
            IF NOT ROLE-IS-HELD THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LOOKUP-CONFLICTS.
            IF WS-LOOKUP-FIRST-RULE = 0 THEN
                MOVE WS-RULE-X TO WS-LOOKUP-FIRST-RULE
            END-IF.
            IF SHOW-CONFLICTS THEN
                PERFORM 7300-FORMAT-PAIR
                DISPLAY "   ", WS-LOOKUP-OPERATOR, " ", WS-PAIR-TEXT,
                    " ", WS-RULE-DESCRIPTION(WS-RULE-X)
            END-IF.
            EXIT.

        7200-ROLE-IN-SET.
            MOVE 'N' TO WS-ROLE-HELD-FLAG.
            PERFORM VARYING WS-ROLE-X FROM 1 BY 1
                UNTIL WS-ROLE-X > WS-ROLE-COUNT
                OR ROLE-IS-HELD
                IF WS-ROLE-SET-NAME(WS-ROLE-X) = WS-CHECK-ROLE THEN
                    SET ROLE-IS-HELD TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

        7300-FORMAT-PAIR.
            MOVE SPACES TO WS-PAIR-TEXT.
            STRING FUNCTION TRIM(WS-RULE-ROLE-A(WS-RULE-X)) " + "
                FUNCTION TRIM(WS-RULE-ROLE-B(WS-RULE-X))
                DELIMITED BY SIZE INTO WS-PAIR-TEXT.
            EXIT.

        END PROGRAM SODADM.
