        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-OPR-STAT.
      *>
      *>     COUNT OPERATOR KEYING ACTIVITY INTO OPRSTAT.X (SEE
      *>     OPRSTAT.cbl), UNDER THE SIGNED-ON OPERATOR, TODAY'S
      *>     DATE AND THE SCREEN. DOES NOTHING UNLESS
      *>     COBCURSES_OPRSTAT=Y. LIKE THE OTHER BACKGROUND
      *>     COUNTERS, FAILURES HERE ARE SWALLOWED AND THE CALLER'S
      *>     RETURN-CODE KEPT.
      *>
      *> OPERATIONS (LS-OP):
      *>     'V'  ONE VALIDATION FAILURE OF CHECK LS-CHECK-TYPE
      *>          (CALLED FROM COBCURSES-VFY-STAT-COUNT). CHECK
      *>          TYPE 'V' IS A DOUBLE-ENTRY MISMATCH.
      *>     'F'  SCREEN FILED: ONE DOCUMENT, PLUS LS-KEYSTROKES.
      *>     'E'  SCREEN ESCAPED: ONE ESCAPE, PLUS LS-KEYSTROKES.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL OPRSTAT-FILE
                ASSIGN TO WS-OPRSTAT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OPS-KEY
                FILE STATUS IS WS-OPRSTAT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  OPRSTAT-FILE.
        01  OPRSTAT-RECORD.
            COPY OPRSTAT.

        WORKING-STORAGE SECTION.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-OPRSTAT-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/OPRSTAT.X".
        01  WS-OPRSTAT-FILE-STATUS          PIC XX.

        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-STAMP                        PIC X(21).

      *>
      *>     THE ENABLEMENT SWITCH IS RESOLVED ONCE AND REMEMBERED.
      *>
        01  WS-ENABLE-STATE                 PIC X VALUE ' '.
            88  ENABLE-UNRESOLVED           VALUE ' '.
            88  STATS-ENABLED               VALUE 'Y'.
            88  STATS-DISABLED              VALUE 'N'.
        01  WS-ENV-VAR                      PIC X(32).

        LINKAGE SECTION.

        01  LS-OP                           PIC X.
        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-CHECK-TYPE                   PIC X.
        01  LS-KEYSTROKES                   PIC 9(9) COMP-5.

        PROCEDURE DIVISION
            USING LS-OP, LS-SCREEN-NAME, LS-CHECK-TYPE, LS-KEYSTROKES.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            IF ENABLE-UNRESOLVED THEN
                MOVE SPACES TO WS-ENV-VAR
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_OPRSTAT"
                IF WS-ENV-VAR(1:1) = 'Y' OR WS-ENV-VAR(1:1) = 'y'
                    SET STATS-ENABLED TO TRUE
                ELSE
                    SET STATS-DISABLED TO TRUE
                END-IF
            END-IF.

            IF STATS-DISABLED
            OR LS-SCREEN-NAME = SPACES THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-OPRSTAT-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-OPRSTAT-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            IF WS-OPERATOR-ID = SPACES THEN
                MOVE "NOBODY" TO WS-OPERATOR-ID
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.

            OPEN I-O OPRSTAT-FILE.
            IF WS-OPRSTAT-FILE-STATUS = "00"
            OR WS-OPRSTAT-FILE-STATUS = "05" THEN
                MOVE WS-OPERATOR-ID TO OPS-OPERATOR
                MOVE WS-STAMP(1:8) TO OPS-DATE
                MOVE LS-SCREEN-NAME TO OPS-SCREEN-NAME
                READ OPRSTAT-FILE
                    INVALID KEY
                        PERFORM 200-NEW-RECORD
                        PERFORM 300-APPLY-EVENT
                        WRITE OPRSTAT-RECORD
                    NOT INVALID KEY
                        PERFORM 300-APPLY-EVENT
                        REWRITE OPRSTAT-RECORD
                END-READ
                CLOSE OPRSTAT-FILE
            END-IF.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        200-NEW-RECORD.
            INITIALIZE OPRSTAT-RECORD.
            MOVE WS-OPERATOR-ID TO OPS-OPERATOR.
            MOVE WS-STAMP(1:8) TO OPS-DATE.
            MOVE LS-SCREEN-NAME TO OPS-SCREEN-NAME.
            EXIT.

        300-APPLY-EVENT.
            EVALUATE LS-OP
                WHEN 'V'
                    IF LS-CHECK-TYPE = 'V' THEN
                        ADD 1 TO OPS-MISMATCHES
                    ELSE
                        ADD 1 TO OPS-VERIFY-FAILS
                    END-IF
                WHEN 'F'
                    ADD 1 TO OPS-DOCUMENTS
                    ADD LS-KEYSTROKES TO OPS-KEYSTROKES
                WHEN 'E'
                    ADD 1 TO OPS-ESCAPES
                    ADD LS-KEYSTROKES TO OPS-KEYSTROKES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE WS-STAMP TO OPS-LAST-UPDATED.
            EXIT.

        END PROGRAM COBCURSES-OPR-STAT.
