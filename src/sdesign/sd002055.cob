      *> WHICH THE RUNTIME EVALUATES WHEN THE OPERATOR FILES THE
      *> SCREEN (NC-VERIFY-SCREEN-RULES), POSITIONING THE CURSOR ON
      *> THE OFFENDING FIELD WITH THE RULE'S MESSAGE.
      *>
      *> THE SAME RECORDS CARRY CONDITIONAL FIELD RULES: OPERATOR
      *> SH/HI/PR/RQ SHOWS, HIDES, PROTECTS OR REQUIRES THE LHS FIELD
      *> (OR, WITH LHS FIELD 0, THE FIELD GROUP NAMED IN THE RHS
      *> LITERAL) WHILE THE WHEN CONDITION HOLDS. THE RUNTIME RESHAPES
      *> THE SCREEN AFTER EVERY ACCEPTED FIELD (NC-COND-APPLY).
      *>
      *> OPERATOR TD/TV REFERENCES A DECISION TABLE (DECTAB.X, KEPT
      *> BY SD002057) NAMED IN THE RHS LITERAL, FED BY THE FIELDS
      *> LISTED IN THE WHEN VALUE: TD DERIVES THE TABLE'S OUTPUT INTO
      *> THE LHS FIELD, TV VALIDATES THE COMBINATION (AND THE LHS
      *> FIELD) AGAINST IT.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ACCESS IS DYNAMIC
                RECORD KEY IS RUL-KEY.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY.

        DATA DIVISION.
        FILE SECTION.

        01  SCRNRULE-RECORD.
            COPY SCRNRULE.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
        77  FILE-NAME-LENGTH                PIC 9999.
        77  SCRNRULE-FILE-NAME                PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRNRULE.X".
        77  DECTAB-FILE-NAME                PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DECTAB.X".
        77  WS-TABLE-FOUND-FLAG             PIC X.
            88  WS-TABLE-FOUND              VALUE 'Y'.

        01  RECORD-STATE.
            10  RCD-DEFINED                 PIC X.
            10  WS-SCREEN-TOO-SMALL-FLAG    PIC X VALUE 'N'.
                88  WS-SCREEN-TOO-SMALL     VALUE 'Y'.

      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).
        01  WS-DTL-SEQ-ED                   PIC 9(4).

        LINKAGE SECTION.

            COPY COBCURSG.
            INITIALIZE SCRNRULE-RECORD.
            MOVE FNO-ACTION TO NC-FSEQ-STATE.

      *>
      *>     RULES FOLLOW THE DESIGNER INTO A PRIVATE WORKSPACE WHEN
      *>     ONE IS SET (COBCURSES-WORKSPACE-PATHNAME).
      *>
            MOVE LENGTH OF SCRNRULE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRNRULE-FILE-NAME, FILE-NAME-LENGTH.

            OPEN I-O SCRNRULE-FILE.
            MOVE LENGTH OF DECTAB-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE DECTAB-FILE-NAME, FILE-NAME-LENGTH.

            PERFORM 1010-RECORD-INIT.
            PERFORM 1020-COBCURSES-INIT.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT DEFINED-RECORD THEN
                MOVE "No record to save." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
            END-IF.
      *>
      *>     A RULE MUST NAME ITS LEFT-HAND FIELD AND A RECOGNIZED
      *>     OPERATOR, OR THE RUNTIME COULD NOT EVALUATE IT. A
      *>     CONDITIONAL RULE MAY NAME A FIELD GROUP INSTEAD, AND MAY
      *>     NOT HIDE OR PROTECT THE FIELD ITS CONDITION READS (THE
      *>     OPERATOR COULD NEVER CHANGE IT BACK).
      *>
            IF FLD-RULE-OPERATOR NOT = 'EQ'
            AND FLD-RULE-OPERATOR NOT = 'NE'
            AND FLD-RULE-OPERATOR NOT = 'GT'
            AND FLD-RULE-OPERATOR NOT = 'GE'
            AND FLD-RULE-OPERATOR NOT = 'LT'
            AND FLD-RULE-OPERATOR NOT = 'LE'
            AND FLD-RULE-OPERATOR NOT = 'NB'
            AND FLD-RULE-OPERATOR NOT = 'SH'
            AND FLD-RULE-OPERATOR NOT = 'HI'
            AND FLD-RULE-OPERATOR NOT = 'PR'
            AND FLD-RULE-OPERATOR NOT = 'RQ'
            AND FLD-RULE-OPERATOR NOT = 'DS'
            AND FLD-RULE-OPERATOR NOT = 'TD'
            AND FLD-RULE-OPERATOR NOT = 'TV' THEN
                MOVE SPACES TO NC-MSGBUF
                STRING "Operator: EQ/NE/GT/GE/LT/LE/NB, SH/HI/PR/RQ, "
                    "DS or TD/TV." DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            IF FLD-RULE-OPERATOR = 'TD' OR 'TV' THEN
                PERFORM 5440-CHECK-TABLE-RULE
                IF RETURN-CODE NOT = ZERO THEN
                    MOVE ZERO TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF FLD-LHS-FIELD-NO = ZERO
            AND FLD-RULE-OPERATOR NOT = 'TV' THEN
                IF FLD-RULE-OPERATOR = 'SH' OR 'HI' OR 'PR' OR 'RQ'
                    IF FLD-RHS-LITERAL = SPACES THEN
                        MOVE SPACES TO NC-MSGBUF
                        STRING "Give a target field, or a field group "
                            "name as the literal." DELIMITED BY SIZE
                            INTO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                        EXIT PARAGRAPH
                    END-IF
                ELSE
                    MOVE "The rule needs a left-hand field number."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
      *>
      *>     A DUPLICATE-SIGNATURE MEMBER'S LITERAL, WHEN GIVEN, IS
      *>     ITS WINDOW IN DAYS.
      *>
            IF FLD-RULE-OPERATOR = 'DS'
            AND FLD-RHS-LITERAL NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(FLD-RHS-LITERAL) NOT = 0 THEN
                    MOVE "DS literal: blank or the window in days."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF FLD-RULE-OPERATOR = 'SH' OR 'HI' OR 'PR'
                IF FLD-LHS-FIELD-NO NOT = ZERO
                AND FLD-LHS-FIELD-NO = FLD-WHEN-FIELD-NO THEN
                    MOVE "A rule cannot hide the field it depends on."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF NEW-RECORD THEN
                PERFORM 5410-ADD-RECORD
            ELSE
                    MOVE "A new record was added (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "RU", "W", SCRNRULE-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "R", RUL-SCREEN-NAME, "SD002055"
                    PERFORM 5430-BUILD-AUDIT-KEY
                    CALL "COBCURSES-DETAIL-AUDIT" USING
                        "RU", "A", WS-DTL-KEY, WS-DTL-EMPTY,
                        SCRNRULE-RECORD
            END-WRITE.
            EXIT.

        5420-UPDATE-RECORD.
      *>
      *>     CAPTURE THE BEFORE IMAGE FOR THE DETAIL AUDIT.
      *>
            PERFORM 4200-MOVE-TO-KEY.
            MOVE SPACES TO WS-DTL-BEFORE.
            READ SCRNRULE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SCRNRULE-RECORD TO WS-DTL-BEFORE
            END-READ.
            PERFORM 4200-MOVE-TO-KEY.
            PERFORM 4000-MOVE-TO-RECORD.
            REWRITE SCRNRULE-RECORD
                    MOVE "Your record was updated (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "RU", "R", SCRNRULE-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "R", RUL-SCREEN-NAME, "SD002055"
                    PERFORM 5430-BUILD-AUDIT-KEY
                    CALL "COBCURSES-DETAIL-AUDIT" USING
                        "RU", "C", WS-DTL-KEY, WS-DTL-BEFORE,
                        SCRNRULE-RECORD
            END-REWRITE.
            EXIT.

        5430-BUILD-AUDIT-KEY.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE RUL-SEQ TO WS-DTL-SEQ-ED.
            STRING RUL-SCREEN-NAME " #" WS-DTL-SEQ-ED
                DELIMITED BY SIZE INTO WS-DTL-KEY.
            EXIT.

      *>
      *> 5440-CHECK-TABLE-RULE :
      *>     A DECISION-TABLE RULE NAMES A TABLE THAT HAS ROWS, AND
      *>     LISTS ONE TO FOUR INPUT FIELD NUMBERS IN ITS WHEN VALUE
      *>     WITH NO WHEN FIELD. RETURN-CODE NON-ZERO WHEN IT DOES NOT.
      *>
        5440-CHECK-TABLE-RULE.
            IF FLD-WHEN-FIELD-NO NOT = ZERO
            OR FLD-WHEN-VALUE = SPACES THEN
                MOVE "TD/TV: WHEN field 0, WHEN value = input fields."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF FLD-RULE-OPERATOR = 'TD'
            AND FLD-LHS-FIELD-NO = ZERO THEN
                MOVE "TD: the left-hand field receives the output."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-TABLE-FOUND-FLAG.
            OPEN INPUT DECTAB-FILE.
            MOVE FLD-RHS-LITERAL TO DTB-TABLE-NAME.
            MOVE ZERO TO DTB-ROW.
            START DECTAB-FILE KEY IS >= DTB-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ DECTAB-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF DTB-TABLE-NAME = FLD-RHS-LITERAL THEN
                                SET WS-TABLE-FOUND TO TRUE
                            END-IF
                    END-READ
            END-START.
            CLOSE DECTAB-FILE.
            IF NOT WS-TABLE-FOUND THEN
                MOVE "No such decision table (see SD002057)."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                PERFORM 4200-MOVE-TO-KEY
                MOVE SPACES TO WS-DTL-BEFORE
                READ SCRNRULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SCRNRULE-RECORD TO WS-DTL-BEFORE
                END-READ
                PERFORM 4200-MOVE-TO-KEY
                DELETE SCRNRULE-FILE
                    INVALID KEY
                            TO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                    NOT INVALID KEY
                        CALL "COBCURSES-AFTER-IMAGE" USING
                            "RU", "D", WS-DTL-BEFORE
                        CALL "COBCURSES-REGEN-QUEUE" USING
                            "R", RUL-SCREEN-NAME, "SD002055"
                        PERFORM 5430-BUILD-AUDIT-KEY
                        CALL "COBCURSES-DETAIL-AUDIT" USING
                            "RU", "D", WS-DTL-KEY, WS-DTL-BEFORE,
                            WS-DTL-EMPTY
                        PERFORM 5100-ACTION-C
                        MOVE "The record was deleted." TO NC-MSGBUF
                        PERFORM NC-PUT-MESSAGE-OVERRIDE
