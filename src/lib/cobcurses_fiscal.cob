        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-PERIOD-CHECK.
      *>
      *>     IS A DATE IN AN OPEN FISCAL PERIOD? THE PERIOD IS THE
      *>     FIRST ONE IN FISCAL.X (SEE FISCAL.cbl) ENDING ON OR
      *>     AFTER THE DATE, PROVIDED IT ALSO STARTS ON OR BEFORE
      *>     IT; A DATE THAT FALLS BETWEEN OR BEYOND THE DEFINED
      *>     PERIODS IS IN NO PERIOD. A SHOP WITH NO CALENDAR FILE
      *>     HAS EVERY DATE OPEN.
      *>
      *> INPUTS:
      *>     LS-DATE                 YYYYMMDD
      *> OUTPUTS:
      *>     LS-PERIOD               FISCAL YEAR + PERIOD (YYYYPP),
      *>                             SPACES WHEN IN NO PERIOD
      *>     LS-STATE                O / S / C AS ON FILE, N IN NO
      *>                             PERIOD, SPACE WITH NO CALENDAR
      *> RETURN-CODE:
      *>     NC-RET-OK               OPEN (OR NO CALENDAR)
      *>     NC-RET-NOTFOUND         SOFT-CLOSED, CLOSED OR NO PERIOD
      *>     NC-RET-BADPARM          NOT A DATE
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT FISCAL-FILE
                ASSIGN TO WS-FISCAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FSC-KEY
                ALTERNATE RECORD KEY IS FSC-END-DATE
                    WITH DUPLICATES
                FILE STATUS IS WS-FISCAL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FISCAL-FILE.
        01  FISCAL-RECORD.
            COPY FISCAL.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-FISCAL-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/FISCAL.X".
        01  WS-FISCAL-FILE-STATUS           PIC XX.

        LINKAGE SECTION.

        01  LS-DATE                         PIC X(8).
        01  LS-PERIOD                       PIC X(6).
        01  LS-STATE                        PIC X.

        PROCEDURE DIVISION USING LS-DATE, LS-PERIOD, LS-STATE.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-PERIOD.
            MOVE SPACE TO LS-STATE.
            IF LS-DATE IS NOT NUMERIC THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-FISCAL-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-FISCAL-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN INPUT FISCAL-FILE.
            IF WS-FISCAL-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-OK TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 'N' TO LS-STATE.
            MOVE LS-DATE TO FSC-END-DATE.
            START FISCAL-FILE KEY IS >= FSC-END-DATE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ FISCAL-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF FSC-START-DATE <= LS-DATE THEN
                                MOVE FSC-KEY TO LS-PERIOD
                                MOVE FSC-STATE TO LS-STATE
                            END-IF
                    END-READ
            END-START.
            CLOSE FISCAL-FILE.

            IF LS-STATE = 'O' THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-IF.
            GOBACK.

        END PROGRAM COBCURSES-PERIOD-CHECK.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-PERIOD-LOG.
      *>
      *>     APPEND ONE CLOSED-PERIOD POSTING ATTEMPT (FISCLOG.LOG,
      *>     SEE FISCLOG.cbl). CALLED BY THE RUNTIME'S PERIOD CHECK
      *>     (NC-PERIOD-FIELD-CHECK) AND BY BATCHEDT WHENEVER A DATE
      *>     LANDS IN A PERIOD THAT IS NOT OPEN, WHETHER THE POSTING
      *>     WAS REFUSED OR A SUPERVISOR LET IT THROUGH. THE OPERATOR
      *>     IS THE SIGNED-ON USER. LIKE THE OTHER BACKGROUND
      *>     WRITERS, LOGGING NEVER DISTURBS THE CALLER.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL FISCLOG-FILE
                ASSIGN TO WS-FISCLOG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FISCLOG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  FISCLOG-FILE.
        01  FISCLOG-RECORD.
            COPY FISCLOG.

        WORKING-STORAGE SECTION.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-FISCLOG-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/FISCLOG.LOG".
        01  WS-FISCLOG-FILE-STATUS          PIC XX.
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-SAVED-RETURN-CODE            PIC S9(9).

        LINKAGE SECTION.

        01  LS-SOURCE                       PIC X(8).
        01  LS-SCREEN-NAME                  PIC X(16).
        01  LS-FIELD-NO                     PIC 9(4).
        01  LS-DATE                         PIC X(8).
        01  LS-PERIOD                       PIC X(6).
        01  LS-STATE                        PIC X.
        01  LS-OUTCOME                      PIC X.
        01  LS-SUPERVISOR                   PIC X(20).
        01  LS-REFERENCE                    PIC X(40).

        PROCEDURE DIVISION USING
            LS-SOURCE, LS-SCREEN-NAME, LS-FIELD-NO, LS-DATE,
            LS-PERIOD, LS-STATE, LS-OUTCOME, LS-SUPERVISOR,
            LS-REFERENCE.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            MOVE LENGTH OF WS-FISCLOG-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-FISCLOG-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            OPEN EXTEND FISCLOG-FILE.
            IF WS-FISCLOG-FILE-STATUS = "00"
            OR WS-FISCLOG-FILE-STATUS = "05" THEN
                MOVE SPACES TO FISCLOG-RECORD
                MOVE FUNCTION CURRENT-DATE TO FLG-DATE-TIME
                MOVE LS-SOURCE TO FLG-SOURCE
                MOVE LS-SCREEN-NAME TO FLG-SCREEN-NAME
                MOVE LS-FIELD-NO TO FLG-FIELD-NO
                MOVE WS-OPERATOR-ID TO FLG-OPERATOR
                MOVE LS-DATE TO FLG-POSTING-DATE
                MOVE LS-PERIOD TO FLG-PERIOD
                MOVE LS-STATE TO FLG-PERIOD-STATE
                MOVE LS-OUTCOME TO FLG-OUTCOME
                MOVE LS-SUPERVISOR TO FLG-SUPERVISOR
                MOVE LS-REFERENCE TO FLG-REFERENCE
                WRITE FISCLOG-RECORD
                CLOSE FISCLOG-FILE
            END-IF.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-PERIOD-LOG.
