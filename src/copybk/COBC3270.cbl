      *>
        NC-3270-STATE-MACHINE.
      *>
      *>     GUIDED WORKFLOWS: A SCREEN WHOSE RUN HAS MOVED ON TO
      *>     ANOTHER PROGRAM LEAVES AT ONCE FOR THE NEXT STEP; ON
      *>     THE FIRST ENTRY OF A VISIT THE STEP IS ANNOUNCED (SEE
      *>     NC-WORKFLOW-ENTER).
      *>
            IF NC-WFL-PASSED-ON THEN
                MOVE 'N' TO NC-WFL-PASSED-FLAG
                SET NC-FIELD-EXIT-ESC TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF NOT NC-WFL-CHECKED THEN
                PERFORM NC-WORKFLOW-ENTER
                IF NC-WFL-ACTIVE THEN
                    MOVE SPACES TO NC-MSGBUF
                    STRING NC-WFL-LABEL NC-WFL-NAME
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE
                END-IF
            END-IF.
      *>
      *>     SESSION RECOVERY: ON THE FIRST ENTRY, A PENDING
      *>     CHECKPOINT BELONGING TO THIS SCREEN (THE LINE DROPPED
      *>     MID-TRANSACTION, SEE COBCURSES-3270-PROBE) IS RESTORED
                END-IF
                MOVE ZERO TO RETURN-CODE
            END-IF.
      *>
      *>     USER EXITS: THE SCREEN-OPEN EXIT RUNS ONCE PER VISIT, AS
      *>     IN THE CURSES MACHINE. A REJECT LEAVES THE SCREEN AT
      *>     ONCE; A REDIRECT STARTS THE FORM AT THE FIELD IT NAMES.
      *>
            MOVE ZERO TO NC-ED3-START-FIELD.
            IF NC-EXIT-COUNT > 0 AND NOT NC-XIT-SCREEN-OPENED THEN
                SET NC-XIT-SCREEN-OPENED TO TRUE
                MOVE "SO" TO NC-XIT-EVENT
                MOVE ZERO TO NC-XIT-FIELD
                PERFORM NC-USER-EXIT
                IF NC-XIT-REJECTED THEN
                    MOVE 'N' TO NC-XIT-OPEN-FLAG
                    SET NC-FIELD-EXIT-ESC TO TRUE
                    EXIT PARAGRAPH
                END-IF
                IF NC-XIT-REDIRECTED
                AND NC-XIT-REDIRECT-FIELD > 0 THEN
                    MOVE NC-XIT-REDIRECT-FIELD TO NC-ED3-FIELD
                    PERFORM NC-3270-START-AT-FIELD
                END-IF
            END-IF.
      *>
      *>     IN LINEAR (ACCESSIBLE) MODE THE FORM IS READ OUT FIELD
      *>     BY FIELD INSTEAD (SEE NC-LINEAR-3270-WALK); THE EXIT
      *>     FROM THE LAST FIELD ACTS AS THE AID KEY.
      *>     FIELDS THE OPERATOR MAY NOT VIEW GO OUT BLANK AND
      *>     PROTECTED, AND ARE NEVER WALKED (SEE NC-FLDSEC-APPLY).
      *>
            PERFORM NC-FLDSEC-APPLY.
      *>
      *>     MAKER-CHECKER SCREENS: SEE NC-PENDTXN-BEGIN. ENTER
      *>     QUEUES THE TRANSACTION OR RELEASES AN APPROVED ONE
      *>     (NC-PENDTXN-FILE); A QUEUED TRANSACTION REACHES THE
      *>     APPLICATION AS AN ESCAPE.
      *>
            MOVE 'N' TO NC-PTX-QUEUED-FLAG.
            IF NC-PTX-SCREEN AND NOT NC-PTX-STARTED THEN
                PERFORM NC-PENDTXN-BEGIN
            END-IF.
      *>
      *>     PARKED WORK: A SELECTED PARKED ITEM OF THIS SCREEN IS
      *>     RESTORED ON THE FIRST ENTRY OF THE VISIT (SEE
      *>     NC-PARK-RESUME); THE PARK PF KEY SETS THE SCREEN ASIDE
      *>     (NC-PARK-3270) AND REACHES THE APPLICATION AS AN ESCAPE.
      *>
            IF NOT NC-PKW-CHECKED THEN
                PERFORM NC-PARK-RESUME
            END-IF.
            MOVE 'N' TO NC-PKW-PARKED-FLAG.
      *>
      *>     CONDITIONAL FIELDS: THE FORM GOES OUT SHAPED BY THE
      *>     VALUES IT HOLDS -- HIDDEN FIELDS BLANK, HIDDEN AND
      *>     PROTECTED ONES PROTECTED (SEE NC-COND-APPLY). A BLOCK-
      *>     MODE TERMINAL RETURNS THE WHOLE FORM AT ONCE, SO THE
      *>     RULES FOLLOW ITS VALUES FROM ONE AID TO THE NEXT.
      *>     ENTER IS HELD BACK UNTIL THE FORM PASSES THE RUNTIME'S
      *>     OWN EDITS (NC-3270-FORM-EDITS); A REFUSED FORM GOES
      *>     STRAIGHT BACK OUT WITH THE MESSAGE.
      *>
            MOVE 'N' TO NC-ED3-DONE-FLAG.
            PERFORM NC-3270-PRESENT-FORM UNTIL NC-ED3-DONE.
            IF NC-PTX-SCREEN AND NC-FIELD-EXIT-CR THEN
                PERFORM NC-PENDTXN-FILE
            END-IF.
            IF NC-WFL-ACTIVE AND NC-FIELD-EXIT-CR
            AND NOT NC-PTX-QUEUED THEN
                PERFORM NC-WORKFLOW-FILED
            END-IF.
            IF NC-FIELD-EXIT-FKEY THEN
                PERFORM NC-RESOLVE-FKEYS
                IF NC-FIELD-FKEY-NO = NC-PARK-FKEY THEN
                    PERFORM NC-PARK-3270
                END-IF
            END-IF.
      *>
      *>     CHECKPOINT THE SCREEN AND FIELD CONTENTS ON EVERY AID
      *>     THAT LEAVES THE TRANSACTION OPEN, SO A DROPPED LINE
      *>     COSTS A RE-ATTACH INSTEAD OF A FORTY-FIELD RE-KEY.
      *>     ENTER SUBMITS THE SCREEN, SO IT DROPS THE CHECKPOINT
      *>     INSTEAD -- A COMPLETED TRANSACTION MUST NEVER BE
      *>     ANNOUNCED FOR RESTORE AT THE NEXT SIGN-ON. A PARKED
      *>     SCREEN IS SAFE IN THE PARKED WORK FILE AND DROPS IT TOO.
      *>
            IF NC-FIELD-EXIT-CR OR NC-PKW-PARKED THEN
                CALL "COBCURSES-3270-DISCARD"
            ELSE
                CALL "COBCURSES-3270-CHECKPOINT" USING
                    NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS
            END-IF.
      *>
      *>     OPERATOR KEYING STATISTICS: ENTER FILES ONE DOCUMENT.
      *>     A BLOCK-MODE TERMINAL SENDS NO KEYSTROKES, SO NONE
      *>     ARE BOOKED (SEE COBCURSES-OPR-STAT).
      *>
            IF NC-FIELD-EXIT-CR THEN
                MOVE 'F' TO NC-OPS-OP
                MOVE 0 TO NC-OPS-KEYSTROKES
                CALL "COBCURSES-OPR-STAT" USING NC-OPS-OP,
                    NC-STATS-SCREEN-NAME, NC-OPS-CHECK-TYPE,
                    NC-OPS-KEYSTROKES
            END-IF.
      *>
      *>     DUPLICATE SUBMISSION: THE FILING (QUEUED FOR A CHECKER
      *>     OR NOT) JOINS THE ROLLING INDEX UNDER ITS SIGNATURE.
      *>
            IF NC-DUP-PENDING AND NC-FIELD-EXIT-CR THEN
                MOVE 'R' TO NC-DUP-FUNCTION
                CALL "COBCURSES-DUP-CHECK" USING
                    NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                    NC-RULE-DATA, NC-DUP-DATA
                MOVE 0 TO RETURN-CODE
            END-IF.
            MOVE 'N' TO NC-DUP-PENDING-FLAG.
            IF NC-PTX-QUEUED OR NC-PKW-PARKED THEN
                SET NC-FIELD-EXIT-ESC TO TRUE
            END-IF.
      *>
      *>     USER EXITS: AFTER FILE ON ENTER, OR SCREEN EXIT WHEN THE
      *>     FORM IS LEFT BY ESCAPE (WHICH RE-ARMS SCREEN OPEN). A
      *>     TRANSACTION ONLY QUEUED FOR APPROVAL FIRES NEITHER, AS
      *>     ONLINE. BOTH ARE NOTIFICATIONS: ONLY A MESSAGE COUNTS.
      *>
            IF NC-EXIT-COUNT > 0 THEN
                MOVE ZERO TO NC-XIT-FIELD
                IF NC-FIELD-EXIT-ESC AND NOT NC-PTX-QUEUED THEN
                    MOVE "SX" TO NC-XIT-EVENT
                    PERFORM NC-USER-EXIT
                    MOVE 'N' TO NC-XIT-OPEN-FLAG
                END-IF
                IF NC-FIELD-EXIT-CR THEN
                    MOVE "AF" TO NC-XIT-EVENT
                    PERFORM NC-USER-EXIT
                END-IF
            END-IF.
            PERFORM NC-3270-APPLY-MASKS.
            IF NC-FIELD-EXIT-PRINT THEN
                PERFORM NC-3270-PRINT-SCREEN
            END-IF.
            EXIT.

      *>
      *> NC-3270-PRESENT-FORM :
      *>     (FOR 3270 MODE USE ONLY)
      *>     SEND THE FORM OUT ONCE -- LINEAR OR PAGED -- AND, ON
      *>     ENTER, APPLY NC-3270-FORM-EDITS. A REFUSAL LEAVES
      *>     NC-ED3-DONE UNSET SO THE FORM IS PRESENTED AGAIN.
      *>
        NC-3270-PRESENT-FORM.
            PERFORM NC-COND-APPLY.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-3270-WALK
            ELSE
                PERFORM NC-PAGE-3270
            END-IF.
            MOVE ZERO TO NC-ED3-START-FIELD.
            SET NC-ED3-DONE TO TRUE.
            IF NC-FIELD-EXIT-CR THEN
                PERFORM NC-3270-FORM-EDITS
                IF NC-ED3-REFUSED THEN
                    MOVE 'N' TO NC-ED3-DONE-FLAG
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-PAGE-3270 :
      *>     (FOR 3270 MODE USE ONLY)
      *>     PRESENT THE FORM. A MULTI-PAGE FORM GOES OUT ONE PAGE AT A
      *>     TIME (SEE NC-PAGE-COMPACT AND NC-PAGE-MASK-FIELDS): THE
      *>     PAGE PF KEYS (NC-PGUP-FKEY / NC-PGDN-FKEY) TURN THE PAGE,
      *>     AND ENTER ON ANY PAGE BUT THE LAST MOVES TO THE NEXT ONE.
      *>     ENTER ON THE LAST PAGE FILES THE WHOLE FORM ONCE EVERY PAGE
      *>     PASSES NC-PAGE-VERIFY-FORM; OTHERWISE THE PAGE HOLDING THE
      *>     BLANK REQUIRED FIELD GOES BACK OUT. EVERY OTHER AID
      *>     REACHES THE APPLICATION AS BEFORE.
      *>
        NC-PAGE-3270.
            IF NC-PG-COUNT <= 1 THEN
                PERFORM NC-FLDSEC-CONCEAL
                CALL "COBCURSES-3270-STATE-MACHINE" USING
                    COPY COBCPARMS.
                PERFORM NC-FLDSEC-REVEAL
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-RESOLVE-FKEYS.
            MOVE 'N' TO NC-PG-DONE-FLAG.
            PERFORM NC-PAGE-3270-ONE UNTIL NC-PG-DONE.
            EXIT.

        NC-PAGE-3270-ONE.
            IF NC-PG-MESSAGE NOT = SPACES THEN
                MOVE NC-PG-MESSAGE TO NC-MSGBUF
                MOVE SPACES TO NC-PG-MESSAGE
                PERFORM NC-PUT-ERROR
            ELSE
                PERFORM NC-PAGE-ANNOUNCE
            END-IF.
            PERFORM NC-FLDSEC-CONCEAL.
            PERFORM NC-PAGE-COMPACT.
            PERFORM NC-PAGE-MASK-FIELDS.
            CALL "COBCURSES-3270-STATE-MACHINE" USING
                COPY COBCPARMS.
            PERFORM NC-PAGE-UNMASK-FIELDS.
            PERFORM NC-PAGE-RESTORE.
            PERFORM NC-FLDSEC-REVEAL.
            SET NC-PG-DONE TO TRUE.
            IF NC-FIELD-EXIT-FKEY
            AND (NC-FIELD-FKEY-NO = NC-PGDN-FKEY
                 OR NC-FIELD-FKEY-NO = NC-PGUP-FKEY) THEN
                MOVE 'N' TO NC-PG-DONE-FLAG
                IF NC-FIELD-FKEY-NO = NC-PGDN-FKEY THEN
                    IF NC-PG-CURRENT < NC-PG-COUNT THEN
                        ADD 1 TO NC-PG-CURRENT
                    ELSE
                        MOVE "THIS IS THE LAST PAGE."
                            TO NC-PG-MESSAGE
                    END-IF
                ELSE
                    IF NC-PG-CURRENT > 1 THEN
                        SUBTRACT 1 FROM NC-PG-CURRENT
                    ELSE
                        MOVE "THIS IS THE FIRST PAGE."
                            TO NC-PG-MESSAGE
                    END-IF
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF NC-FIELD-EXIT-CR THEN
                IF NC-PG-CURRENT < NC-PG-COUNT THEN
                    ADD 1 TO NC-PG-CURRENT
                    MOVE 'N' TO NC-PG-DONE-FLAG
                ELSE
                    PERFORM NC-PAGE-VERIFY-FORM
                    IF NC-PG-FAILED THEN
                        MOVE NC-PG-PAGE TO NC-PG-CURRENT
                        MOVE 'N' TO NC-PG-DONE-FLAG
                    END-IF
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-PARK-3270 :
      *>     (FOR 3270 MODE USE ONLY)
      *>     THE PARK PF KEY (COBCURSES_PARK_FKEY). A BLOCK-MODE
      *>     TERMINAL HAS NO POP-UP TO KEY A NOTE INTO, SO THE ITEM
      *>     IS PARKED WITHOUT ONE; THE FORM IS ONE WHOLE SCREEN, SO
      *>     NO STATE NUMBER IS KEPT.
      *>
        NC-PARK-3270.
            IF NC-PTX-SCREEN AND NC-PTX-RELEASING THEN
                MOVE "An approved transaction cannot be parked."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-PKW-NOTE.
            MOVE ZERO TO NC-PKW-STATE-NO.
            SET NC-PKW-3270 TO TRUE.
            PERFORM NC-PARK-FILE.
            EXIT.

      *>
      *> NC-LINEAR-3270-WALK :
      *>     (FOR 3270 MODE USE ONLY)
      *>     LINEAR PRESENTATION OF A 3270 FORM: EACH FIELD IS
      *>     PROMPTED IN FIELD-NUMBER ORDER (BACK STEPS TO THE
      *>     PREVIOUS FIELD, HELP REPEATS THE CURRENT ONE WITH ITS
      *>     HELP TEXT). LEAVING THE LAST FIELD IS "ENTER"; ESCAPE,
      *>     A FUNCTION KEY OR PRINT ENDS THE WALK AS THAT AID.
      *>
        NC-LINEAR-3270-WALK.
            MOVE 1 TO NC-LIN-WALK-X.
            IF NC-ED3-START-FIELD > 0 THEN
                MOVE NC-ED3-START-FIELD TO NC-LIN-WALK-X
            END-IF.
            MOVE 'N' TO NC-LIN-WALK-FLAG.
            PERFORM UNTIL NC-LIN-WALK-DONE
                IF NC-LIN-WALK-X > NC-MAX-FIELDS THEN
                    SET NC-FIELD-EXIT-CR TO TRUE
                    SET NC-LIN-WALK-DONE TO TRUE
                ELSE
                    MOVE NC-LIN-WALK-X TO NC-FSC-FIELD-NO
                    PERFORM NC-FLDSEC-CHECK
                    IF NC-FDESC-ADDRESS(NC-LIN-WALK-X) = NULL
                    OR NC-FSC-HIDDEN
                    OR NC-CND-STATE(NC-LIN-WALK-X) >= 2 THEN
                        ADD 1 TO NC-LIN-WALK-X
                    ELSE
                        PERFORM NC-LINEAR-3270-FIELD
                    END-IF
                END-IF
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        NC-LINEAR-3270-FIELD.
            MOVE NC-LIN-WALK-X TO NC-FIELD-NUMBER.
            INITIALIZE NC-FIELD.
            PERFORM NC-SELECT-FIELD-AND-OPTS.
            PERFORM NC-LINEAR-GET-TEXT.
            EVALUATE TRUE
                WHEN NC-FIELD-EXIT-CU
                    IF NC-LIN-WALK-X > 1 THEN
                        SUBTRACT 1 FROM NC-LIN-WALK-X
                        MOVE NC-LIN-WALK-X TO NC-FSC-FIELD-NO
                        PERFORM NC-FLDSEC-CHECK
                        PERFORM UNTIL NC-LIN-WALK-X = 1
                        OR (NC-FDESC-ADDRESS(NC-LIN-WALK-X) NOT = NULL
                            AND NOT NC-FSC-HIDDEN
                            AND NC-CND-STATE(NC-LIN-WALK-X) < 2)
                            SUBTRACT 1 FROM NC-LIN-WALK-X
                            MOVE NC-LIN-WALK-X TO NC-FSC-FIELD-NO
                            PERFORM NC-FLDSEC-CHECK
                        END-PERFORM
                    END-IF
                WHEN NC-FIELD-EXIT-HELP
                    PERFORM NC-SHOW-FIELD-HELP
                WHEN NC-FIELD-EXIT-CR
                    PERFORM NC-COND-APPLY
                    ADD 1 TO NC-LIN-WALK-X
                WHEN OTHER
                    SET NC-LIN-WALK-DONE TO TRUE
            END-EVALUATE.
            EXIT.

      *>
      *> NC-3270-PRINT-SCREEN :
      *>     (FOR 3270 MODE USE ONLY)
      *>     8 = PRINT SPOOL RESOURCES EXHAUSTED (SEE NC-RET-RESOURCE)
      *>
        NC-3270-PRINT-SCREEN.
            PERFORM NC-FLDSEC-CONCEAL.
            CALL "COBCURSES-3270-PRINT-SCREEN" USING
                COPY COBCPARMS..
            PERFORM NC-FLDSEC-REVEAL.
            PERFORM NC-PRINT-EVENT.
            EXIT.

            END-IF.
            EXIT.

      *>
      *> NC-3270-FORM-EDITS :
      *>     (FOR 3270 MODE USE ONLY)
      *>     AFTER THE NATIVE STATE MACHINE RETURNS ON ENTER, SWEEP
      *>     THE CHANGED FIELDS THROUGH THE RUNTIME EDITS THE NATIVE
      *>     MACHINE DOES NOT MAKE, AS THE CURSES MACHINE MAKES THEM
      *>     FIELD BY FIELD:
      *>         - PACKED/ZONED FIELDS (COMP-TYPE 05/06) ARE EDITED
      *>           (NC-VERIFY-FIXED-FIELD) AND STORED INTO THEIR CMP-
      *>           ITEMS (NC-FIXED-STORE-FIELD);
      *>         - OPEN-PERIOD DATE FIELDS ARE VALIDATED, INCLUDING THE
      *>           FISCAL PERIOD (NC-VERIFY-DATE-FIELD AND
      *>           NC-PERIOD-FIELD-CHECK), WITH NO OVERRIDE OFFER;
      *>     THEN, OVER THE WHOLE FORM AS IT FILES, THE DECISION TABLES
      *>     DERIVE THEIR TD TARGETS AND EVERY TD/TV RULE IS CHECKED
      *>     (NC-TABLE-RULE-CHECK), THE DUPLICATE SIGNATURE IS LOOKED
      *>     UP (NC-DUP-CHECK UNDER NC-DUP-NO-OFFER: A DUPLICATE IS
      *>     REFUSED, AS NO ONE CAN CONFIRM IT FROM A BLOCK-MODE FORM)
      *>     AND THE BEFORE-FILE USER EXIT RUNS. THE EDITS END AT THE
      *>     FIRST REFUSAL: NC-FIELD-NUMBER IS LEFT ON THAT FIELD (THE
      *>     RULE'S ERROR FIELD, THE FIRST SIGNATURE FIELD OR THE ONE
      *>     AN EXIT NAMES) AND NC-ED3-REFUSED IS SET.
      *>
        NC-3270-FORM-EDITS.
            MOVE 'N' TO NC-ED3-REFUSED-FLAG.
            MOVE ZERO TO NC-ED3-FIELD.
            MOVE SPACES TO NC-ED3-MESSAGE.
            MOVE NC-FIELD-NUMBER TO NC-ED3-SAVE-FIELD.
            PERFORM VARYING NC-ED3-X FROM 1 BY 1
                UNTIL NC-ED3-X > 80 OR NC-ED3-REFUSED
                PERFORM NC-3270-EDIT-FIELD
            END-PERFORM.
            MOVE 'N' TO NC-VR-FAILED-FLAG, NC-FPD-DECIDED-FLAG,
                NC-FXD-REFUSED-FLAG.

            IF NOT NC-ED3-REFUSED AND NC-RULE-COUNT > 0 THEN
                PERFORM VARYING NC-RULE-X FROM 1 BY 1
                    UNTIL NC-RULE-X > NC-RULE-COUNT
                    IF NC-RULE-OPERATOR(NC-RULE-X) = 'TD' THEN
                        PERFORM NC-TABLE-DERIVE-ONE
                    END-IF
                END-PERFORM
                MOVE ZERO TO RETURN-CODE
                SET NC-RULE-FAILED TO FALSE
                PERFORM VARYING NC-RULE-X FROM 1 BY 1
                    UNTIL NC-RULE-X > NC-RULE-COUNT
                    OR NC-ED3-REFUSED
                    PERFORM NC-3270-TABLE-RULE
                END-PERFORM
            END-IF.

            IF NOT NC-ED3-REFUSED AND NC-RULE-COUNT > 0 THEN
                SET NC-DUP-NO-OFFER TO TRUE
                PERFORM NC-DUP-CHECK
                MOVE 'N' TO NC-DUP-NO-OFFER-FLAG
                IF NC-DUP-FOUND THEN
                    SET NC-ED3-REFUSED TO TRUE
                    MOVE NC-DUP-FIRST-FIELD TO NC-ED3-FIELD
                    MOVE NC-VR-MESSAGE TO NC-ED3-MESSAGE
                    MOVE 'N' TO NC-DUP-FOUND-FLAG,
                        NC-DUP-PENDING-FLAG
                END-IF
            END-IF.

            IF NOT NC-ED3-REFUSED AND NC-EXIT-COUNT > 0 THEN
                MOVE "BF" TO NC-XIT-EVENT
                MOVE ZERO TO NC-XIT-FIELD
                PERFORM NC-USER-EXIT
                IF NOT NC-XIT-CONTINUE THEN
                    SET NC-ED3-REFUSED TO TRUE
                    MOVE NC-XIT-MESSAGE TO NC-ED3-MESSAGE
                    IF NC-XIT-REDIRECTED THEN
                        MOVE NC-XIT-REDIRECT-FIELD TO NC-ED3-FIELD
                    END-IF
                END-IF
            END-IF.

            MOVE ZERO TO RETURN-CODE.
            IF NOT NC-ED3-REFUSED THEN
                MOVE NC-ED3-SAVE-FIELD TO NC-FIELD-NUMBER
                EXIT PARAGRAPH
            END-IF.
            IF NC-ED3-FIELD > 0 AND NC-ED3-FIELD <= 80 THEN
                PERFORM NC-3270-START-AT-FIELD
            ELSE
                MOVE NC-ED3-SAVE-FIELD TO NC-FIELD-NUMBER
            END-IF.
      *>
      *>     A PAGED FORM REPAINTS BEFORE IT GOES OUT, SO THE MESSAGE
      *>     RIDES ALONG AS THE PAGE MESSAGE (SEE NC-PAGE-3270-ONE).
      *>
            IF NC-PG-COUNT > 1 AND NC-ED3-MESSAGE NOT = SPACES THEN
                MOVE NC-ED3-MESSAGE TO NC-PG-MESSAGE
            END-IF.
            EXIT.

        NC-3270-EDIT-FIELD.
            IF NC-FDESC-ADDRESS(NC-ED3-X) = NULL
            OR NC-FDESC-LENGTH(NC-ED3-X) = 0
            OR NOT NC-FDESC-CHANGED(NC-ED3-X) THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-CND-ACTIVE AND NC-CND-STATE(NC-ED3-X) >= 2 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FSC-COUNT > 0 THEN
                MOVE NC-ED3-X TO NC-FSC-FIELD-NO
                PERFORM NC-FLDSEC-CHECK
                IF NC-FSC-HIDDEN THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            MOVE NC-ED3-X TO NC-FIELD-NUMBER.
            MOVE 'N' TO NC-VR-FAILED-FLAG, NC-FPD-DECIDED-FLAG,
                NC-FXD-REFUSED-FLAG.
            EVALUATE NC-FDESC-COMP-TYPE(NC-ED3-X)
                WHEN 4
                    PERFORM NC-3270-PERIOD-FIELD
                WHEN 5
                WHEN 6
                    PERFORM NC-VERIFY-FIXED-FIELD
                    IF NOT NC-VR-FAILED THEN
                        PERFORM NC-FIXED-STORE-FIELD
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF NC-VR-FAILED THEN
                SET NC-ED3-REFUSED TO TRUE
                MOVE NC-ED3-X TO NC-ED3-FIELD
                MOVE NC-VR-MESSAGE TO NC-ED3-MESSAGE
            END-IF.
            EXIT.

      *>
      *>     A TD OR TV RULE AS THE FORM FILES, SKIPPED (AS ONLINE) WHEN
      *>     A CONDITION HAS HIDDEN ITS FIELD.
      *>
        NC-3270-TABLE-RULE.
            IF NC-RULE-OPERATOR(NC-RULE-X) NOT = 'TD'
            AND NC-RULE-OPERATOR(NC-RULE-X) NOT = 'TV' THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-CND-F.
            IF NC-CND-F > 0 AND NC-CND-F <= 80 THEN
                IF NC-CND-STATE(NC-CND-F) = 3 THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM NC-TABLE-RULE-CHECK.
            IF NC-RULE-FAILED THEN
                SET NC-ED3-REFUSED TO TRUE
                MOVE NC-RULE-FAIL-FIELD TO NC-ED3-FIELD
                MOVE NC-VR-MESSAGE TO NC-ED3-MESSAGE
                SET NC-RULE-FAILED TO FALSE
            END-IF.
            EXIT.

      *>
      *>     ONLY DATE FIELDS FLAGGED OPEN-PERIOD ARE TAKEN THROUGH THE
      *>     DATE EDIT, WHICH PARSES THE DATE THE PERIOD CHECK NEEDS.
      *>
        NC-3270-PERIOD-FIELD.
            MOVE 'N' TO NC-FPD-WANTED-FLAG.
            PERFORM VARYING NC-FPD-X FROM 1 BY 1
                UNTIL NC-FPD-X > NC-FPD-COUNT
                IF NC-FPD-FIELD(NC-FPD-X) = NC-ED3-X THEN
                    SET NC-FPD-WANTED TO TRUE
                END-IF
            END-PERFORM.
            IF NOT NC-FPD-WANTED THEN
                EXIT PARAGRAPH
            END-IF.
            SET NC-FPD-NO-OFFER TO TRUE.
            PERFORM NC-VERIFY-DATE-FIELD.
            MOVE 'N' TO NC-FPD-NO-OFFER-FLAG.
            EXIT.

      *>
      *> NC-3270-START-AT-FIELD :
      *>     (FOR 3270 MODE USE ONLY)
      *>     THE NEXT PRESENTATION STARTS AT FIELD NC-ED3-FIELD: ITS
      *>     PAGE OF A PAGED FORM, ITS PROMPT IN A LINEAR WALK.
      *>
        NC-3270-START-AT-FIELD.
            MOVE NC-ED3-FIELD TO NC-FIELD-NUMBER.
            MOVE NC-ED3-FIELD TO NC-ED3-START-FIELD.
            IF NC-PG-COUNT > 1 THEN
                MOVE NC-ED3-FIELD TO NC-PG-X
                PERFORM NC-PAGE-OF-FIELD
                MOVE NC-PG-PAGE TO NC-PG-CURRENT
            END-IF.
            EXIT.

      *>
      *> NC-3270-APPLY-MASKS :
      *>     (FOR 3270 MODE USE ONLY)
