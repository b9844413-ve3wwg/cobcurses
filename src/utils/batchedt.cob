      *>     YN  NOT Y OR N                    NV  NOT NUMERIC
      *>     MN  BELOW VALID-MIN               MX  ABOVE VALID-MAX
      *>     LS  NOT IN VALID-LIST             DT  INVALID DATE
      *>     RU  CROSS-FIELD RULE FAILED       HF  HIDDEN, NOT BLANK
      *>     TB  DECISION TABLE REFUSED        FP  PACKED/ZONED VALUE
      *>                                           TOO LARGE FOR FIELD
      *>     PS  FISCAL PERIOD SOFT-CLOSED     PC  FISCAL PERIOD CLOSED
      *>                                           (OR NO PERIOD)
      *>
      *> DATE FIELDS FLAGGED OPEN-PERIOD MUST FALL IN AN OPEN PERIOD
      *> OF THE FISCAL CALENDAR (COBCURSES-PERIOD-CHECK). A FEED HAS
      *> NO SUPERVISOR AT THE KEYBOARD, SO A SOFT-CLOSED PERIOD IS
      *> REJECTED TOO (KEY IT ONLINE UNDER AN OVERRIDE, OR REOPEN THE
      *> PERIOD AND RERUN); EVERY SUCH ATTEMPT IS LOGGED FOR FISCRPT
      *> WITH THE INPUT FILE AND RECORD NUMBER.
      *>
      *> PACKED AND ZONED FIELDS (COMP-TYPE 05/06) ARE EDITED EXACTLY
      *> AS ONLINE (COBCURSES-FIXED-EDIT): A NUMBER THAT WILL NOT FIT
      *> THE FIELD'S DIGITS AND DECIMALS IS 'FP', AND VALID-MIN/MAX
      *> ARE COMPARED WITHOUT ROUNDING.
      *>
      *> DECISION-TABLE RULES (TD/TV, SEE DECTAB.cbl) ARE EVALUATED BY
      *> THE SAME COBCURSES-DECISION-TABLE SERVICE AS ONLINE. A TD
      *> RULE'S TARGET ARRIVES ALREADY FILLED IN A FEED, SO IT MUST
      *> AGREE WITH THE ROW (WHEN NOT BLANK) RATHER THAN BE DERIVED.
      *>
      *> CONDITIONAL FIELD RULES (SH/HI/PR/RQ) ARE SETTLED FROM THE
      *> RECORD'S OWN VALUES FIRST, AS THE ONLINE SCREEN WOULD STAND
      *> WHEN FILED: A FIELD THE RULES HIDE MUST ARRIVE BLANK (ONLINE
      *> IT IS BLANKED), HIDDEN AND PROTECTED FIELDS ARE NOT EDITED
      *> (THE OPERATOR NEVER VISITS THEM), AND RQ REJECTS AS 'RU'
      *> WHEN ITS FIELD IS BLANK.
      *>
      *> RETURN-CODE: 0 ALL ACCEPTED, 4 SOME REJECTS, 8 COULD NOT
      *> RUN.
                15  WS-FLD-VALID-MIN            PIC X(20).
                15  WS-FLD-VALID-MAX            PIC X(20).
                15  WS-FLD-VALID-LIST           PIC X(60).
                15  WS-FLD-OPEN-PERIOD          PIC X.
        01  WS-FLD-X                            PIC 999 COMP.
        01  WS-NEXT-START                       PIC 9(4) COMP.

                15  WS-RULE-NUMERIC         PIC X.
                15  WS-RULE-ERROR-FIELD     PIC 9999 COMP-5.
                15  WS-RULE-MESSAGE         PIC X(60).
                15  WS-RULE-SEQ             PIC 9999 COMP-5.
        01  WS-RULE-X                           PIC 999 COMP.

      *>
      *> DECISION-TABLE RULE WORK (COBCURSES-DECISION-TABLE).
      *>
        01  DTB-WORK.
            10  WS-DTB-FUNCTION                 PIC X.
            10  WS-DTB-INPUTS.
                15  WS-DTB-INPUT                PIC X(40)
                                                OCCURS 4 TIMES.
            10  WS-DTB-CANDIDATE                PIC X(40).
            10  WS-DTB-OUTPUT                   PIC X(40).
            10  WS-DTB-TABLE-NAME               PIC X(16).
            10  WS-DTB-PART                     PIC X(5)
                                                OCCURS 4 TIMES.
            10  WS-DTB-X                        PIC 9 COMP.
            10  WS-DTB-FIRST-FIELD              PIC 9(4).
            10  WS-DTB-BLANK-FLAG               PIC X.
                88  DTB-INPUTS-BLANK            VALUE 'Y'.

      *>
      *> CONDITIONAL FIELD STATE BY FIELD NUMBER, AS NC-CND-STATE
      *> ONLINE: 0 AS DESIGNED, 1 REQUIRED, 2 PROTECTED, 3 HIDDEN.
      *>
        01  COND-DATA.
            10  WS-COND-FIELD OCCURS 80 TIMES.
                15  WS-COND-STATE               PIC 9.
                15  WS-COND-SHOW                PIC X.
        01  WS-COND-F                           PIC 9(4) COMP.
        01  WS-COND-LEVEL                       PIC 9.

      *>
      *> PER-RECORD WORK AREAS.
      *>
        01  WS-LHS-NUM                          PIC S9(13)V9(5).
        01  WS-RHS-NUM                          PIC S9(13)V9(5).
        01  WS-CHECK-NUM                        PIC S9(13)V9(5).
        01  FIXED-POINT-WORK.
            10  WS-FIXED-VALUE                  PIC S9(18)V9(9) COMP-3.
            10  WS-FIXED-LIMIT                  PIC S9(18)V9(9) COMP-3.
            10  WS-FIXED-LENGTH                 PIC 9999 COMP-5.
            10  WS-FIXED-DIGITS                 PIC 9999 COMP-5.
            10  WS-FIXED-DECIMALS               PIC 9999 COMP-5.
            10  WS-FIXED-ANY-DIGITS             PIC 9999 COMP-5
                                                VALUE 18.
            10  WS-FIXED-ANY-DECIMALS           PIC 9999 COMP-5
                                                VALUE 9.
            10  WS-FIXED-ANY-SIGN               PIC X VALUE 'Y'.
        01  WS-SCAN-X                           PIC 9(4) COMP.
        01  WS-CHAR-OK-FLAG                     PIC X.
            88  CHAR-IS-OK                      VALUE 'Y'.
            10  WS-DATE-OK-FLAG                 PIC X.
                88  DATE-IS-VALID               VALUE 'Y'.

      *>
      *> FISCAL PERIOD CHECK AND ATTEMPT LOG (COBCURSES-PERIOD-CHECK,
      *> COBCURSES-PERIOD-LOG).
      *>
        01  PERIOD-WORK.
            10  WS-FPD-DATE                     PIC X(8).
            10  WS-FPD-PERIOD                   PIC X(6).
            10  WS-FPD-STATE                    PIC X.
            10  WS-FPD-OUTCOME                  PIC X VALUE 'R'.
            10  WS-FPD-SOURCE                   PIC X(8)
                VALUE "BATCHEDT".
            10  WS-FPD-FIELD-NO                 PIC 9(4).
            10  WS-FPD-SUPERVISOR               PIC X(20)
                VALUE SPACES.
            10  WS-FPD-REFERENCE                PIC X(40).
            10  WS-FPD-RECORD-NO                PIC Z(7)9.

        01  COUNTERS.
            10  WS-READ-COUNT                   PIC 9(8) VALUE 0.
            10  WS-ACCEPT-COUNT                 PIC 9(8) VALUE 0.
            MOVE SCR-FDEF-VALID-MAX TO WS-FLD-VALID-MAX(WS-FLD-COUNT).
            MOVE SCR-FDEF-VALID-LIST
                TO WS-FLD-VALID-LIST(WS-FLD-COUNT).
            MOVE SCR-FDEF-OPEN-PERIOD
                TO WS-FLD-OPEN-PERIOD(WS-FLD-COUNT).
            MOVE 0 TO WS-FLD-CHARSET-X(WS-FLD-COUNT).
            IF SCR-FDEF-RES-CHARSET NOT = SPACES THEN
                PERFORM 2200-CACHE-CHARSET
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE 0 TO WS-REJECT-FIELD.

            PERFORM 3050-APPLY-CONDITIONS.

            PERFORM VARYING WS-FLD-X FROM 1 BY 1
                UNTIL WS-FLD-X > WS-FLD-COUNT
                OR NOT RECORD-ACCEPTED
            END-IF.
            EXIT.

        3050-APPLY-CONDITIONS.
      *>
      *>     THE SAME PRECEDENCE NC-COND-APPLY USES ONLINE: HIDE
      *>     OUTRANKS PROTECT OUTRANKS REQUIRE, AND A FIELD WITH SH
      *>     RULES IS HIDDEN UNLESS ONE OF THEM APPLIES.
      *>
            PERFORM VARYING WS-COND-F FROM 1 BY 1 UNTIL WS-COND-F > 80
                MOVE 0 TO WS-COND-STATE(WS-COND-F)
                MOVE SPACE TO WS-COND-SHOW(WS-COND-F)
            END-PERFORM.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                EVALUATE WS-RULE-OPERATOR(WS-RULE-X)
                    WHEN "SH"
                    WHEN "HI"
                    WHEN "PR"
                    WHEN "RQ"
                        PERFORM 3060-APPLY-ONE-CONDITION
                END-EVALUATE
            END-PERFORM.
            PERFORM VARYING WS-COND-F FROM 1 BY 1 UNTIL WS-COND-F > 80
                IF WS-COND-SHOW(WS-COND-F) = 'N' THEN
                    MOVE 3 TO WS-COND-STATE(WS-COND-F)
                END-IF
            END-PERFORM.
            EXIT.

        3060-APPLY-ONE-CONDITION.
            MOVE WS-RULE-LHS-FIELD(WS-RULE-X) TO WS-COND-F.
            IF WS-COND-F = 0 OR WS-COND-F > 80 THEN
                EXIT PARAGRAPH
            END-IF.
            SET RULE-SATISFIED TO TRUE.
            IF WS-RULE-WHEN-FIELD(WS-RULE-X) > 0 THEN
                PERFORM 4200-FETCH-WHEN-VALUE
            END-IF.
            MOVE 0 TO WS-COND-LEVEL.
            EVALUATE WS-RULE-OPERATOR(WS-RULE-X)
                WHEN "SH"
                    IF RULE-SATISFIED THEN
                        MOVE 'Y' TO WS-COND-SHOW(WS-COND-F)
                    ELSE
                        IF WS-COND-SHOW(WS-COND-F) NOT = 'Y' THEN
                            MOVE 'N' TO WS-COND-SHOW(WS-COND-F)
                        END-IF
                    END-IF
                WHEN "HI"
                    IF RULE-SATISFIED THEN
                        MOVE 3 TO WS-COND-LEVEL
                    END-IF
                WHEN "PR"
                    IF RULE-SATISFIED THEN
                        MOVE 2 TO WS-COND-LEVEL
                    END-IF
                WHEN "RQ"
                    IF RULE-SATISFIED THEN
                        MOVE 1 TO WS-COND-LEVEL
                    END-IF
            END-EVALUATE.
            IF WS-COND-LEVEL > WS-COND-STATE(WS-COND-F) THEN
                MOVE WS-COND-LEVEL TO WS-COND-STATE(WS-COND-F)
            END-IF.
            EXIT.

        3200-EDIT-ONE-FIELD.
            MOVE SPACES TO WS-VALUE.
            MOVE WS-FLD-LENGTH(WS-FLD-X) TO WS-VALUE-LEN.
                (WS-FLD-START(WS-FLD-X):WS-VALUE-LEN)
                TO WS-VALUE(1:WS-VALUE-LEN).

            IF WS-FLD-NO(WS-FLD-X) > 0
            AND WS-FLD-NO(WS-FLD-X) <= 80 THEN
                MOVE WS-FLD-NO(WS-FLD-X) TO WS-COND-F
                IF WS-COND-STATE(WS-COND-F) = 3
                AND WS-VALUE(1:WS-VALUE-LEN) NOT = SPACES THEN
                    MOVE "HF" TO WS-REJECT-REASON
                    PERFORM 3950-FLAG-REJECT
                    EXIT PARAGRAPH
                END-IF
                IF WS-COND-STATE(WS-COND-F) >= 2 THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            IF WS-VALUE(1:WS-VALUE-LEN) = SPACES THEN
                IF WS-FLD-NOT-BLANK(WS-FLD-X) = 'Y' THEN
                    PERFORM 3900-FLAG-REJECT-NB
                EXIT PARAGRAPH
            END-IF.

            IF WS-FLD-COMP-TYPE(WS-FLD-X) = 5
            OR WS-FLD-COMP-TYPE(WS-FLD-X) = 6 THEN
                PERFORM 3450-CHECK-FIXED-POINT
                IF NOT RECORD-ACCEPTED THEN
                    EXIT PARAGRAPH
                END-IF
                PERFORM 3650-CHECK-FIXED-RANGE
                IF NOT RECORD-ACCEPTED THEN
                    EXIT PARAGRAPH
                END-IF
                IF WS-FLD-VALID-LIST(WS-FLD-X) NOT = SPACES THEN
                    PERFORM 3700-CHECK-VALID-LIST
                END-IF
                EXIT PARAGRAPH
            END-IF.

            IF WS-FLD-DIGITS(WS-FLD-X) > 0 THEN
                PERFORM 3400-CHECK-NUMERIC
                IF NOT RECORD-ACCEPTED THEN
            END-IF.
            EXIT.

        3450-CHECK-FIXED-POINT.
      *>
      *>     PACKED/ZONED FIELDS (COMP-TYPE 05/06): THE SAME EXACT
      *>     EDIT THE RUNTIME MAKES ONLINE. THE VALUE IS KEPT IN
      *>     WS-FIXED-VALUE FOR THE RANGE CHECK.
      *>
            MOVE WS-VALUE-LEN TO WS-FIXED-LENGTH.
            MOVE WS-FLD-DIGITS(WS-FLD-X) TO WS-FIXED-DIGITS.
            MOVE WS-FLD-DECIMALS(WS-FLD-X) TO WS-FIXED-DECIMALS.
            CALL "COBCURSES-FIXED-EDIT" USING WS-VALUE,
                WS-FIXED-LENGTH, WS-FIXED-DIGITS, WS-FIXED-DECIMALS,
                WS-FLD-SIGNED(WS-FLD-X), WS-FIXED-VALUE.
            EVALUATE RETURN-CODE
                WHEN NC-RET-OK
                    CONTINUE
                WHEN NC-RET-RANGE
                    MOVE "FP" TO WS-REJECT-REASON
                    PERFORM 3950-FLAG-REJECT
                WHEN OTHER
                    MOVE "NV" TO WS-REJECT-REASON
                    PERFORM 3950-FLAG-REJECT
            END-EVALUATE.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3500-CHECK-DATE.
      *>
      *>     DATE FIELDS (COMP-TYPE 04): COLLECT THE DIGITS, APPLY
            IF NOT DATE-IS-VALID THEN
                MOVE "DT" TO WS-REJECT-REASON
                PERFORM 3950-FLAG-REJECT
                EXIT PARAGRAPH
            END-IF.
            IF WS-FLD-OPEN-PERIOD(WS-FLD-X) = 'Y' THEN
                PERFORM 3580-CHECK-PERIOD
            END-IF.
            EXIT.

        3580-CHECK-PERIOD.
      *>
      *>     THE SAME FISCAL CALENDAR TEST NC-PERIOD-FIELD-CHECK
      *>     MAKES ONLINE; THE ATTEMPT IS LOGGED AS REFUSED.
      *>
            MOVE SPACES TO WS-FPD-DATE.
            STRING WS-DATE-YYYY WS-DATE-MM WS-DATE-DD
                DELIMITED BY SIZE INTO WS-FPD-DATE.
            CALL "COBCURSES-PERIOD-CHECK" USING
                WS-FPD-DATE, WS-FPD-PERIOD, WS-FPD-STATE.
            IF RETURN-CODE = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO RETURN-CODE.
            IF WS-FPD-STATE = 'S' THEN
                MOVE "PS" TO WS-REJECT-REASON
            ELSE
                MOVE "PC" TO WS-REJECT-REASON
            END-IF.
            PERFORM 3950-FLAG-REJECT.

            MOVE WS-FLD-NO(WS-FLD-X) TO WS-FPD-FIELD-NO.
            MOVE WS-READ-COUNT TO WS-FPD-RECORD-NO.
            MOVE SPACES TO WS-FPD-REFERENCE.
            STRING INPUT-FILE-NAME DELIMITED BY SPACE,
                " REC " DELIMITED BY SIZE,
                WS-FPD-RECORD-NO DELIMITED BY SIZE
                INTO WS-FPD-REFERENCE
                ON OVERFLOW CONTINUE
            END-STRING.
            CALL "COBCURSES-PERIOD-LOG" USING
                WS-FPD-SOURCE, WS-SCREEN-NAME, WS-FPD-FIELD-NO,
                WS-FPD-DATE, WS-FPD-PERIOD, WS-FPD-STATE,
                WS-FPD-OUTCOME, WS-FPD-SUPERVISOR, WS-FPD-REFERENCE.
            EXIT.

        3550-VALIDATE-CALENDAR.
            MOVE 'N' TO WS-DATE-OK-FLAG.
            IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
            END-IF.
            EXIT.

        3650-CHECK-FIXED-RANGE.
      *>
      *>     VALID-MIN/MAX OF A PACKED/ZONED FIELD, EXACTLY. A LIMIT
      *>     THAT IS NOT A NUMBER IS NOT ENFORCED (THE DESIGNER
      *>     REFUSES ONE).
      *>
            MOVE 20 TO WS-FIXED-LENGTH.
            IF WS-FLD-VALID-MIN(WS-FLD-X) NOT = SPACES THEN
                CALL "COBCURSES-FIXED-EDIT" USING
                    WS-FLD-VALID-MIN(WS-FLD-X), WS-FIXED-LENGTH,
                    WS-FIXED-ANY-DIGITS, WS-FIXED-ANY-DECIMALS,
                    WS-FIXED-ANY-SIGN, WS-FIXED-LIMIT
                IF RETURN-CODE = NC-RET-OK
                AND WS-FIXED-VALUE < WS-FIXED-LIMIT THEN
                    MOVE "MN" TO WS-REJECT-REASON
                    PERFORM 3950-FLAG-REJECT
                    MOVE 0 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-FLD-VALID-MAX(WS-FLD-X) NOT = SPACES THEN
                CALL "COBCURSES-FIXED-EDIT" USING
                    WS-FLD-VALID-MAX(WS-FLD-X), WS-FIXED-LENGTH,
                    WS-FIXED-ANY-DIGITS, WS-FIXED-ANY-DECIMALS,
                    WS-FIXED-ANY-SIGN, WS-FIXED-LIMIT
                IF RETURN-CODE = NC-RET-OK
                AND WS-FIXED-VALUE > WS-FIXED-LIMIT THEN
                    MOVE "MX" TO WS-REJECT-REASON
                    PERFORM 3950-FLAG-REJECT
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3700-CHECK-VALID-LIST.
      *>
      *>     VALID-LIST IS A COMMA-SEPARATED LIST OF ACCEPTED
            EXIT.

        4100-VERIFY-ONE-RULE.
            EVALUATE WS-RULE-OPERATOR(WS-RULE-X)
                WHEN "SH"
                WHEN "HI"
                WHEN "PR"
                WHEN "DS"
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE WS-RULE-LHS-FIELD(WS-RULE-X) TO WS-COND-F.
            IF WS-COND-F > 0 AND WS-COND-F <= 80 THEN
                IF WS-COND-STATE(WS-COND-F) = 3 THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-RULE-OPERATOR(WS-RULE-X) = "TD"
            OR WS-RULE-OPERATOR(WS-RULE-X) = "TV" THEN
                PERFORM 4700-VERIFY-TABLE-RULE
                EXIT PARAGRAPH
            END-IF.
            IF WS-RULE-WHEN-FIELD(WS-RULE-X) > 0 THEN
                PERFORM 4200-FETCH-WHEN-VALUE
                IF NOT RULE-SATISFIED THEN
            PERFORM 4300-FETCH-LHS-RHS.

            SET RULE-SATISFIED TO TRUE.
            IF WS-RULE-OPERATOR(WS-RULE-X) = "NB"
            OR WS-RULE-OPERATOR(WS-RULE-X) = "RQ" THEN
                IF WS-LHS-VALUE = SPACES THEN
                    MOVE 'N' TO WS-RULE-OK-FLAG
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> 4700-VERIFY-TABLE-RULE :
      *>     A TD/TV RULE: THE INPUT FIELDS LISTED IN THE WHEN VALUE
      *>     MUST MATCH A ROW OF THE TABLE IN THE RHS LITERAL IN
      *>     EFFECT TODAY. TV ALSO FITS THE LHS FIELD TO THE ROW; TD
      *>     REQUIRES A NON-BLANK TARGET TO EQUAL THE ROW'S OUTPUT.
      *>     ALL-BLANK INPUTS ARE LEFT TO THE NOT-BLANK EDITS. THE
      *>     REJECT NAMES THE FIRST INPUT FIELD (OR THE TD TARGET).
      *>
        4700-VERIFY-TABLE-RULE.
            MOVE WS-RULE-RHS-LITERAL(WS-RULE-X) TO WS-DTB-TABLE-NAME.
            MOVE SPACES TO WS-DTB-INPUTS, WS-DTB-CANDIDATE.
            MOVE SPACES TO WS-DTB-PART(1), WS-DTB-PART(2),
                WS-DTB-PART(3), WS-DTB-PART(4).
            UNSTRING WS-RULE-WHEN-VALUE(WS-RULE-X)
                DELIMITED BY "," OR ALL SPACE
                INTO WS-DTB-PART(1), WS-DTB-PART(2),
                    WS-DTB-PART(3), WS-DTB-PART(4)
            END-UNSTRING.
            MOVE ZERO TO WS-DTB-FIRST-FIELD.
            SET DTB-INPUTS-BLANK TO TRUE.
            PERFORM VARYING WS-DTB-X FROM 1 BY 1 UNTIL WS-DTB-X > 4
                IF WS-DTB-PART(WS-DTB-X) NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-DTB-PART(WS-DTB-X)) = 0
                    MOVE FUNCTION NUMVAL(WS-DTB-PART(WS-DTB-X))
                        TO WS-SCAN-X
                    IF WS-DTB-FIRST-FIELD = ZERO THEN
                        MOVE WS-SCAN-X TO WS-DTB-FIRST-FIELD
                    END-IF
                    PERFORM 4600-FETCH-FIELD-VALUE
                    MOVE WS-VALUE TO WS-DTB-INPUT(WS-DTB-X)
                    IF WS-VALUE NOT = SPACES THEN
                        MOVE 'N' TO WS-DTB-BLANK-FLAG
                    END-IF
                END-IF
            END-PERFORM.
            IF DTB-INPUTS-BLANK THEN
                EXIT PARAGRAPH
            END-IF.

            IF WS-RULE-LHS-FIELD(WS-RULE-X) > 0 THEN
                MOVE WS-RULE-LHS-FIELD(WS-RULE-X) TO WS-SCAN-X
                PERFORM 4600-FETCH-FIELD-VALUE
                MOVE WS-VALUE TO WS-DTB-CANDIDATE
            END-IF.
            IF WS-RULE-OPERATOR(WS-RULE-X) = "TV" THEN
                MOVE 'V' TO WS-DTB-FUNCTION
            ELSE
                MOVE 'L' TO WS-DTB-FUNCTION
            END-IF.
            CALL "COBCURSES-DECISION-TABLE" USING
                WS-DTB-FUNCTION, WS-DTB-TABLE-NAME, WS-DTB-INPUTS,
                WS-DTB-CANDIDATE, WS-RULE-NUMERIC(WS-RULE-X),
                WS-DTB-OUTPUT.
            SET RULE-SATISFIED TO TRUE.
            IF RETURN-CODE NOT = 0 THEN
                MOVE 'N' TO WS-RULE-OK-FLAG
            ELSE
                IF WS-RULE-OPERATOR(WS-RULE-X) = "TD"
                AND WS-DTB-CANDIDATE NOT = SPACES
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DTB-CANDIDATE))
                    NOT = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-DTB-OUTPUT)) THEN
                    MOVE 'N' TO WS-RULE-OK-FLAG
                    MOVE WS-RULE-LHS-FIELD(WS-RULE-X)
                        TO WS-DTB-FIRST-FIELD
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.
            IF NOT RULE-SATISFIED THEN
                MOVE "TB" TO WS-REJECT-REASON
                MOVE WS-DTB-FIRST-FIELD TO WS-REJECT-FIELD
                MOVE 'N' TO WS-RECORD-OK-FLAG
            END-IF.
            EXIT.

        9000-FINALIZE.
            DISPLAY "BATCHEDT ", WS-SCREEN-NAME, " : ",
                WS-READ-COUNT, " READ, ", WS-ACCEPT-COUNT,
