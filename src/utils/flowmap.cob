      *>       FORWARD WALK FROM STATE 1 NEVER VISITS, SO THE
      *>       REQUIRED EDIT CAN BE BYPASSED
      *>
      *> THE SCREEN'S CONDITIONAL FIELD RULES (SCRNRULE.X SH/HI/PR/RQ,
      *> GROUPS RESOLVED THROUGH COBCURSES-LOAD-RULES) ARE LISTED
      *> UNDER THE MAP, AND A STATE WHOSE FIELD A RULE CAN HIDE OR
      *> PROTECT IS MARKED "(COND)": THE RUNTIME PASSES OVER IT, SO A
      *> REQUIRED FIELD THAT A RULE CAN HIDE OR PROTECT IS ALSO
      *> FLAGGED AS BYPASSABLE.
      *>
      *> THE SCREEN'S REGISTERED USER EXITS (SCREXIT.X, LOADED
      *> THROUGH COBCURSES-LOAD-EXITS) ARE LISTED AFTER THE RULES:
      *> AN EXIT CAN REJECT OR REDIRECT, SO IT IS PART OF THE FLOW
      *> THE REVIEW IS WALKING THROUGH.
      *>
      *> RETURN-CODE 1 WHEN THE ANALYSIS FLAGS ANYTHING.
      *>

                15  WS-ST-SLASH                 PIC 9(4).
                15  WS-ST-REACHED               PIC X.
                15  WS-ST-ON-FWD-CHAIN          PIC X.
                15  WS-ST-CONDITIONAL           PIC X.
        01  WS-ST-X                             PIC 9(4) COMP.
        01  WS-ST-MAX                           PIC 9(4) VALUE 0.


        01  WS-TARGET-NAME                      PIC X(14).

      *>
      *> THE SCREEN'S CROSS-FIELD RULES, IN THE TABLE LAYOUT
      *> COBCURSES-LOAD-RULES FILLS FOR THE ONLINE RUNTIME.
      *>
        01  RULE-DATA.
            10  WS-RULE-COUNT                   PIC 999 COMP-5.
            10  WS-RULE-ENTRY OCCURS 40 TIMES.
                15  WS-RULE-WHEN-FIELD          PIC 9999 COMP-5.
                15  WS-RULE-WHEN-VALUE          PIC X(20).
                15  WS-RULE-LHS-FIELD           PIC 9999 COMP-5.
                15  WS-RULE-OPERATOR            PIC XX.
                15  WS-RULE-RHS-FIELD           PIC 9999 COMP-5.
                15  WS-RULE-RHS-LITERAL         PIC X(20).
                15  WS-RULE-NUMERIC             PIC X.
                15  WS-RULE-ERROR-FIELD         PIC 9999 COMP-5.
                15  WS-RULE-MESSAGE             PIC X(60).
                15  WS-RULE-SEQ                 PIC 9999 COMP-5.
        01  WS-RULE-X                           PIC 999 COMP.
        01  WS-COND-COUNT                       PIC 9(4) VALUE 0.
        01  WS-COND-FIELD-NO                    PIC 9(4).
        01  WS-COND-WHEN-NO                     PIC 9(4).
        01  WS-COND-FIELD-NAME                  PIC X(32).
        01  WS-COND-VERB                        PIC X(8).

      *>
      *> THE SCREEN'S USER EXITS, IN THE TABLE LAYOUT
      *> COBCURSES-LOAD-EXITS FILLS FOR THE ONLINE RUNTIME.
      *>
        01  EXIT-DATA.
            10  WS-EXIT-COUNT                   PIC 99 COMP-5.
            10  WS-EXIT-ENTRY OCCURS 30 TIMES.
                15  WS-EXIT-EVENT-CODE          PIC XX.
                15  WS-EXIT-FIELD-NO            PIC 9999 COMP-5.
                15  WS-EXIT-PROGRAM             PIC X(30).
        01  WS-EXIT-X                           PIC 99 COMP.
        01  WS-EXIT-FIELD-ED                    PIC 9(4).
        01  WS-EXIT-EVENT-NAME                  PIC X(14).
        01  WS-EXIT-WHERE                       PIC X(32).
        01  WS-EXIT-SHOWN                       PIC 9(4) VALUE 0.

        01  MAP-COUNTS.
            10  WS-STATE-COUNT                  PIC 9(4) VALUE 0.
            10  WS-UNREACHABLE-COUNT            PIC 9(4) VALUE 0.
                STOP RUN
            END-IF.
            PERFORM 3000-RESOLVE-FIELDS.
            PERFORM 3500-MARK-CONDITIONAL.
            PERFORM 4000-COMPUTE-REACHABILITY.
            PERFORM 4500-COMPUTE-FORWARD-CHAIN.
            PERFORM 5000-PRINT-MAP.
            PERFORM 5500-PRINT-CONDITIONS.
            PERFORM 5600-PRINT-EXITS.
            PERFORM 6000-PRINT-ANALYSIS.
            PERFORM 9000-FINALIZE.

                MOVE 'N' TO WS-ST-PRESENT(WS-ST-X)
                MOVE 'N' TO WS-ST-REACHED(WS-ST-X)
                MOVE 'N' TO WS-ST-ON-FWD-CHAIN(WS-ST-X)
                MOVE 'N' TO WS-ST-CONDITIONAL(WS-ST-X)
            END-PERFORM.
            EXIT.

            END-PERFORM.
            EXIT.

        3500-MARK-CONDITIONAL.
      *>
      *>     A STATE IS CONDITIONAL WHEN AN SH, HI OR PR RULE
      *>     TARGETS ITS FIELD (RQ NEVER TAKES A FIELD AWAY).
      *>
            MOVE 0 TO WS-RULE-COUNT.
            CALL "COBCURSES-LOAD-RULES" USING
                WS-TARGET-SCREEN, RULE-DATA.
            MOVE 0 TO RETURN-CODE.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                IF WS-RULE-OPERATOR(WS-RULE-X) = "SH"
                OR WS-RULE-OPERATOR(WS-RULE-X) = "HI"
                OR WS-RULE-OPERATOR(WS-RULE-X) = "PR" THEN
                    PERFORM VARYING WS-ST-X FROM 1 BY 1
                        UNTIL WS-ST-X > WS-ST-MAX
                        IF WS-ST-PRESENT(WS-ST-X) = 'Y'
                        AND WS-ST-FIELD-NO(WS-ST-X) =
                            WS-RULE-LHS-FIELD(WS-RULE-X) THEN
                            MOVE 'Y' TO WS-ST-CONDITIONAL(WS-ST-X)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
            EXIT.

        4000-COMPUTE-REACHABILITY.
      *>
      *>     FIXED-POINT SWEEP FROM STATE 1 OVER ALL FOUR TARGET
            PERFORM 5200-SHOW-TARGET.
            MOVE WS-ST-SLASH(WS-ST-X) TO WS-WALK-STATE.
            PERFORM 5200-SHOW-TARGET.
            IF WS-ST-CONDITIONAL(WS-ST-X) = 'Y' THEN
                DISPLAY " (COND)"
            ELSE
                DISPLAY " "
            END-IF.
            EXIT.

        5200-SHOW-TARGET.
            DISPLAY " ", WS-TARGET-NAME WITH NO ADVANCING.
            EXIT.

        5500-PRINT-CONDITIONS.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > WS-RULE-COUNT
                EVALUATE WS-RULE-OPERATOR(WS-RULE-X)
                    WHEN "SH"
                        MOVE "SHOWN" TO WS-COND-VERB
                    WHEN "HI"
                        MOVE "HIDDEN" TO WS-COND-VERB
                    WHEN "PR"
                        MOVE "PROTECTED" TO WS-COND-VERB
                    WHEN "RQ"
                        MOVE "REQUIRED" TO WS-COND-VERB
                    WHEN OTHER
                        MOVE SPACES TO WS-COND-VERB
                END-EVALUATE
                IF WS-COND-VERB NOT = SPACES THEN
                    PERFORM 5510-PRINT-ONE-CONDITION
                END-IF
            END-PERFORM.
            EXIT.

        5510-PRINT-ONE-CONDITION.
            IF WS-COND-COUNT = 0 THEN
                DISPLAY " "
                DISPLAY "CONDITIONAL FIELDS :"
            END-IF.
            ADD 1 TO WS-COND-COUNT.
            MOVE WS-RULE-LHS-FIELD(WS-RULE-X) TO WS-COND-FIELD-NO.
            MOVE WS-RULE-WHEN-FIELD(WS-RULE-X) TO WS-COND-WHEN-NO.
            MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME.
            MOVE WS-COND-FIELD-NO TO SCR-FDEF-NO.
            READ SCRFDEF-FILE
                INVALID KEY
                    MOVE "(FIELD NOT ON FILE)" TO WS-COND-FIELD-NAME
                NOT INVALID KEY
                    MOVE SCR-FDEF-COBOL-NAME TO WS-COND-FIELD-NAME
            END-READ.
            IF WS-COND-WHEN-NO = 0 THEN
                DISPLAY "  FIELD ", WS-COND-FIELD-NO, " ",
                    WS-COND-FIELD-NAME, " ", WS-COND-VERB,
                    " ALWAYS"
            ELSE
                DISPLAY "  FIELD ", WS-COND-FIELD-NO, " ",
                    WS-COND-FIELD-NAME, " ", WS-COND-VERB,
                    " WHEN FIELD ", WS-COND-WHEN-NO, " = ",
                    WS-RULE-WHEN-VALUE(WS-RULE-X)
            END-IF.
            EXIT.

        5600-PRINT-EXITS.
            MOVE 0 TO WS-EXIT-COUNT.
            CALL "COBCURSES-LOAD-EXITS" USING
                WS-TARGET-SCREEN, EXIT-DATA.
            MOVE 0 TO RETURN-CODE.
            PERFORM VARYING WS-EXIT-X FROM 1 BY 1
                UNTIL WS-EXIT-X > WS-EXIT-COUNT
                PERFORM 5610-PRINT-ONE-EXIT
            END-PERFORM.
            EXIT.

        5610-PRINT-ONE-EXIT.
            IF WS-EXIT-SHOWN = 0 THEN
                DISPLAY " "
                DISPLAY "USER EXITS :"
            END-IF.
            ADD 1 TO WS-EXIT-SHOWN.
            EVALUATE WS-EXIT-EVENT-CODE(WS-EXIT-X)
                WHEN "SO"
                    MOVE "SCREEN OPEN" TO WS-EXIT-EVENT-NAME
                WHEN "FE"
                    MOVE "FIELD ENTRY" TO WS-EXIT-EVENT-NAME
                WHEN "FA"
                    MOVE "FIELD ACCEPTED" TO WS-EXIT-EVENT-NAME
                WHEN "BF"
                    MOVE "BEFORE FILE" TO WS-EXIT-EVENT-NAME
                WHEN "AF"
                    MOVE "AFTER FILE" TO WS-EXIT-EVENT-NAME
                WHEN OTHER
                    MOVE "SCREEN EXIT" TO WS-EXIT-EVENT-NAME
            END-EVALUATE.
            MOVE WS-EXIT-FIELD-NO(WS-EXIT-X) TO WS-EXIT-FIELD-ED.
            IF WS-EXIT-FIELD-NO(WS-EXIT-X) = 0 THEN
                IF WS-EXIT-EVENT-CODE(WS-EXIT-X) = "FE"
                OR WS-EXIT-EVENT-CODE(WS-EXIT-X) = "FA" THEN
                    MOVE "(EVERY FIELD)" TO WS-EXIT-WHERE
                ELSE
                    MOVE "(SCREEN)" TO WS-EXIT-WHERE
                END-IF
            ELSE
                MOVE WS-TARGET-SCREEN TO SCR-FDEF-SCREEN-NAME
                MOVE WS-EXIT-FIELD-NO(WS-EXIT-X) TO SCR-FDEF-NO
                READ SCRFDEF-FILE
                    INVALID KEY
                        MOVE "(FIELD NOT ON FILE)" TO WS-EXIT-WHERE
                    NOT INVALID KEY
                        MOVE SCR-FDEF-COBOL-NAME TO WS-EXIT-WHERE
                END-READ
            END-IF.
            DISPLAY "  ", WS-EXIT-EVENT-NAME, " FIELD ",
                WS-EXIT-FIELD-ED, " ", WS-EXIT-WHERE, " CALLS ",
                WS-EXIT-PROGRAM(WS-EXIT-X).
            EXIT.

        6000-PRINT-ANALYSIS.
            DISPLAY " ".
            DISPLAY "ANALYSIS :".
                            WS-ST-X, " ", WS-ST-NAME(WS-ST-X)
                    END-IF
                    IF WS-ST-REQUIRED(WS-ST-X) = 'Y'
                    AND WS-ST-CONDITIONAL(WS-ST-X) = 'Y' THEN
                        ADD 1 TO WS-BYPASS-COUNT
                        DISPLAY "  REQUIRED FIELD A RULE CAN HIDE ",
                            "OR PROTECT (CAN BE BYPASSED): ",
                            WS-ST-X, " ", WS-ST-FIELD-NAME(WS-ST-X)
                    END-IF
                    IF WS-ST-REQUIRED(WS-ST-X) = 'Y'
                    AND WS-ST-CONDITIONAL(WS-ST-X) = 'N'
                    AND WS-ST-ON-FWD-CHAIN(WS-ST-X) = 'N' THEN
                        ADD 1 TO WS-BYPASS-COUNT
                        DISPLAY "  REQUIRED FIELD OFF THE FORWARD ",
            DISPLAY "STATES       ", WS-STATE-COUNT.
            DISPLAY "UNREACHABLE  ", WS-UNREACHABLE-COUNT.
            DISPLAY "DEAD ENDS    ", WS-DEADEND-COUNT.
            DISPLAY "CONDITIONAL  ", WS-COND-COUNT.
            DISPLAY "USER EXITS   ", WS-EXIT-SHOWN.
            DISPLAY "BYPASSABLE REQUIRED FIELDS ", WS-BYPASS-COUNT.
            EXIT.

