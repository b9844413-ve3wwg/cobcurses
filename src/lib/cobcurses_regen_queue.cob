        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-REGEN-QUEUE.
      *>
      *>     QUEUE ONE CHANGED DESIGN OBJECT FOR DEPENDENCY-DRIVEN
      *>     REGENERATION (REGENQ.X, SEE REGENQ.cbl). CALLED BY THE
      *>     MAINTENANCE PROGRAMS AFTER EACH SUCCESSFUL ADD, CHANGE OR
      *>     DELETE. A REPEAT CHANGE BUMPS THE EXISTING ENTRY. LIKE THE
      *>     OTHER BACKGROUND WRITERS, FAILURES ARE SWALLOWED AND THE
      *>     CALLER'S RETURN-CODE KEPT -- A QUEUE PROBLEM MUST NEVER
      *>     STOP A DESIGNER SAVING. A SAVE INTO A PRIVATE DESIGNER
      *>     WORKSPACE QUEUES NOTHING; SCRWKSP QUEUES THE CHANGE WHEN
      *>     IT IS PUBLISHED.
      *>
      *> INPUTS:
      *>     LS-OBJECT-TYPE          'C' 'M' 'R' 'K' 'L' (SEE REGENQ.cbl)
      *>     LS-OBJECT-NAME          CHARSET, MENU OR SCREEN NAME
      *>     LS-PROGRAM              THE MAINTENANCE PROGRAM
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL REGENQ-FILE
                ASSIGN TO WS-REGENQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RGQ-KEY
                FILE STATUS IS WS-REGENQ-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  REGENQ-FILE.
        01  REGENQ-RECORD.
            COPY REGENQ.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-REGENQ-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/REGENQ.X".
        01  WS-REGENQ-FILE-STATUS           PIC XX.

        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-STAMP                        PIC X(21).

        LINKAGE SECTION.

        01  LS-OBJECT-TYPE                  PIC X.
        01  LS-OBJECT-NAME                  PIC X(16).
        01  LS-PROGRAM                      PIC X(8).

        PROCEDURE DIVISION
            USING LS-OBJECT-TYPE, LS-OBJECT-NAME, LS-PROGRAM.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            IF LS-OBJECT-NAME = SPACES THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-REGENQ-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-REGENQ-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            IF WS-OPERATOR-ID = SPACES THEN
                MOVE "NOBODY" TO WS-OPERATOR-ID
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.

            OPEN I-O REGENQ-FILE.
            IF WS-REGENQ-FILE-STATUS = "00"
            OR WS-REGENQ-FILE-STATUS = "05" THEN
                MOVE LS-OBJECT-TYPE TO RGQ-OBJECT-TYPE
                MOVE LS-OBJECT-NAME TO RGQ-OBJECT-NAME
                READ REGENQ-FILE
                    INVALID KEY
                        MOVE WS-STAMP TO RGQ-FIRST-QUEUED
                        MOVE WS-STAMP TO RGQ-LAST-QUEUED
                        MOVE 1 TO RGQ-CHANGES
                        MOVE WS-OPERATOR-ID TO RGQ-OPERATOR
                        MOVE LS-PROGRAM TO RGQ-PROGRAM
                        WRITE REGENQ-RECORD
                    NOT INVALID KEY
                        MOVE WS-STAMP TO RGQ-LAST-QUEUED
                        ADD 1 TO RGQ-CHANGES
                        MOVE WS-OPERATOR-ID TO RGQ-OPERATOR
                        MOVE LS-PROGRAM TO RGQ-PROGRAM
                        REWRITE REGENQ-RECORD
                END-READ
                CLOSE REGENQ-FILE
            END-IF.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-REGEN-QUEUE.
