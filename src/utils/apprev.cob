      *> SD002096 / COBCURSES-CHECK-ROLE -- AS EVERYWHERE ELSE, AN
      *> ABSENT ROLE FILE LEAVES THE CHECK OPEN). EVERY DECISION IS
      *> WRITTEN WITH BOTH IDENTITIES AND LOGGED TO SIGNON.LOG.
      *>
      *> WITH COBCURSES_LINT_GATE=Y AN APPROVAL IS ALSO REFUSED WHILE
      *> THE SCREEN BREAKS AN ERROR-SEVERITY DESIGN STANDARD (SEE
      *> LINTRULE.cbl / SCRLINT); A REJECTION IS ALWAYS ALLOWED.
      *>

        ENVIRONMENT DIVISION.
        01  WS-REVIEWER-ROLE                    PIC X(16)
            VALUE "REVIEWER".

        01  WS-LINT-GATE                        PIC X.
            88  LINT-GATE-ON                    VALUE 'Y' 'y'.
        01  LINT-RESULT.
            COPY LINTRES.

        01  WS-LOG-EVENT                        PIC X(20).
        01  WS-LOG-DETAIL                       PIC X(40).

            MOVE SPACES TO WS-REVIEWER-ID.
            CALL "C$GETENV" USING "USER", WS-REVIEWER-ID.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_LINT_GATE".
            MOVE WS-ENV-VAR(1:1) TO WS-LINT-GATE.

            MOVE LENGTH OF APPROVAL-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE APPROVAL-FILE-NAME, FILE-NAME-LENGTH.
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     THE STANDARDS GATE: NO APPROVAL OVER A LINT ERROR.
      *>
            IF WS-DECISION = "APPROVE" AND LINT-GATE-ON THEN
                CALL "COBCURSES-SCREEN-LINT" USING
                    APP-SCREEN-NAME, LINT-RESULT
                IF RETURN-CODE = NC-RET-OK AND LNT-ERRORS > 0 THEN
                    DISPLAY "STANDARDS GATE: ", APP-SCREEN-NAME,
                        " HAS ", LNT-ERRORS, " DESIGN-STANDARD ",
                        "ERROR(S) -- SEE SCRLINT."
                    MOVE "REVIEW-DENIED" TO WS-LOG-EVENT
                    MOVE SPACES TO WS-LOG-DETAIL
                    STRING "LINT ERRORS IN " APP-SCREEN-NAME
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                    CALL "COBCURSES-SIGNON-LOG" USING
                        WS-REVIEWER-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            IF WS-DECISION = "APPROVE" THEN
                SET APP-APPROVED TO TRUE
                MOVE "CHANGE-APPROVED" TO WS-LOG-EVENT
