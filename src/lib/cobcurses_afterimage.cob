      *>     LIKE THE OTHER BACKGROUND WRITERS, JOURNALLING MUST
      *>     NEVER DISTURB THE SAVE THAT JUST SUCCEEDED: FAILURES
      *>     ARE SWALLOWED AND THE CALLER'S RETURN-CODE PRESERVED.
      *>     EACH RECORD CARRIES THE CHANGE TICKET THE RUN HOLDS.
      *>
      *> INPUTS:
      *>     LS-FILE-TAG             RELPKG FILE CODE ('01','BG',...)
      *>     LS-ACTION               'W' / 'R' / 'D'
      *>     LS-RECORD               THE RECORD IMAGE (UP TO 600)
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-JOURNAL-STEM                 PIC X(256)
            VALUE "${COBCURSES_DATADIR}/AFTERIMG-".
        01  WS-JOURNAL-FILE-STATUS          PIC XX.
        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-TICKET                       PIC X(12).
        01  WS-STEM-RESOLVED-FLAG           PIC X VALUE 'N'.
            88  STEM-RESOLVED               VALUE 'Y'.


        01  LS-FILE-TAG                     PIC X(2).
        01  LS-ACTION                       PIC X.
        01  LS-RECORD                       PIC X(600).

        PROCEDURE DIVISION USING LS-FILE-TAG, LS-ACTION, LS-RECORD.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

      *>
      *>     A SAVE INTO A PRIVATE DESIGNER WORKSPACE NEVER REACHES
      *>     THE LIVE CATALOG, SO THERE IS NOTHING TO RECOVER: SCRWKSP
      *>     JOURNALS THE CHANGE SET WHEN IT IS PUBLISHED.
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            IF NOT STEM-RESOLVED THEN
                MOVE LENGTH OF WS-JOURNAL-STEM
                    TO WS-FILE-NAME-LENGTH
                SET STEM-RESOLVED TO TRUE
            END-IF.

            CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET.

            MOVE SPACES TO WS-JOURNAL-FILE-NAME.
            STRING FUNCTION TRIM(WS-JOURNAL-STEM)
                FUNCTION CURRENT-DATE(1:8) ".JRN"
                MOVE LS-ACTION TO AJR-ACTION
                MOVE WS-OPERATOR-ID TO AJR-OPERATOR
                MOVE LS-RECORD TO AJR-DATA
                MOVE WS-TICKET TO AJR-TICKET
                CALL "COBCURSES-AUDIT-CHAIN" USING
                    "AFTERIMG", AFTERIMG-RECORD
                WRITE AFTERIMG-RECORD
                CLOSE JOURNAL-FILE
            END-IF.
