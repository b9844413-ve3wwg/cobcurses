      *>     MASSATTR/SCRGRID BULK TOOLS, SCRCANVS) ALONGSIDE THE
      *>     AFTER-IMAGE JOURNAL. LIKE EVERY BACKGROUND WRITER,
      *>     FAILURES ARE SWALLOWED AND THE CALLER'S RETURN-CODE
      *>     PRESERVED. EACH RECORD CARRIES THE RUN'S CHANGE TICKET.
      *>
      *> INPUTS:
      *>     LS-FILE-TAG             RELPKG FILE CODE

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-DTLAUDIT-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG".
        01  WS-DTLAUDIT-FILE-STATUS         PIC XX.
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-TICKET                       PIC X(12).
        01  WS-SAVED-RETURN-CODE            PIC S9(9).

        LINKAGE SECTION.
        01  LS-FILE-TAG                     PIC X(2).
        01  LS-ACTION                       PIC X.
        01  LS-OBJECT-KEY                   PIC X(40).
        01  LS-BEFORE                       PIC X(600).
        01  LS-AFTER                        PIC X(600).

        PROCEDURE DIVISION USING
            LS-FILE-TAG, LS-ACTION, LS-OBJECT-KEY,
        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

      *>
      *>     A SAVE INTO A PRIVATE DESIGNER WORKSPACE IS NOT YET A
      *>     CHANGE TO THE CATALOG: SCRWKSP AUDITS IT AT PUBLISH.
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-DTLAUDIT-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-DTLAUDIT-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET.

            OPEN EXTEND DTLAUDIT-FILE.
            IF WS-DTLAUDIT-FILE-STATUS = "00"
                MOVE LS-ACTION TO DTA-ACTION
                MOVE LS-BEFORE TO DTA-BEFORE-IMAGE
                MOVE LS-AFTER TO DTA-AFTER-IMAGE
                MOVE WS-TICKET TO DTA-TICKET
                CALL "COBCURSES-AUDIT-CHAIN" USING
                    "DTLAUDIT", DTLAUDIT-RECORD
                WRITE DTLAUDIT-RECORD
                CLOSE DTLAUDIT-FILE
            END-IF.
