      *>             DIVISOR (DEFAULT 0 = NO DELAYS; 1 = RECORDED
      *>             PACE TO WHOLE-SECOND RESOLUTION; 2 = TWICE AS
      *>             FAST; ...)
      *>         COBCURSES_SESSION_STRICT=Y       END THE RUN WHEN
      *>             THE PLAYBACK SCRIPT IS EXHAUSTED INSTEAD OF
      *>             FALLING BACK TO THE KEYBOARD: THE TERMINAL IS
      *>             RESTORED AND THE PROCESS STOPS WITH RETURN-CODE
      *>             12, SO AN UNATTENDED RUN NEVER WAITS ON A KEY.
      *>
      *>     SCRIPT RECORDS ARE ONE KEYSTROKE PER LINE:
      *>         FLAG(1) KEYCODE(4) CHARORD(3) ELAPSED-SECONDS(6)
      *>
      *>     EVERY RECORDING STARTED IS ENTERED IN RECINDEX.LOG (SEE
      *>     RECINDEX.cbl) WITH ITS OPERATOR AND START TIME.
      *>
      *> OPERATIONS (LS-OP):
      *>     'P'  PLAYBACK: FILL THE KEY FIELDS FROM THE SCRIPT.
      *>          RETURN-CODE 0 = KEY SUPPLIED (SKIP THE REAL READ),
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-STATUS.

            SELECT OPTIONAL RECINDEX-FILE
                ASSIGN TO WS-RECINDEX-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECINDEX-STATUS.

        DATA DIVISION.
        FILE SECTION.

            05  FILLER                      PIC X.
            05  SIN-ELAPSED                 PIC 9(6).

        FD  RECINDEX-FILE.
        01  RECINDEX-RECORD.
            COPY RECINDEX.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
        01  WS-PLAYBACK-FILE-NAME           PIC X(256).
        01  WS-OUT-STATUS                   PIC XX.
        01  WS-IN-STATUS                    PIC XX.
        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-RECINDEX-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/RECINDEX.LOG".
        01  WS-RECINDEX-STATUS              PIC XX.

        01  WS-MODE-STATE                   PIC X VALUE ' '.
            88  MODE-UNRESOLVED             VALUE ' '.

        01  WS-SPEED-DIVISOR                PIC 9(4) VALUE 0.

        01  WS-STRICT-FLAG                  PIC X VALUE 'N'.
            88  STRICT-PLAYBACK             VALUE 'Y'.

      *>
      *>     ELAPSED TIME BASE: SECONDS SINCE THE DAY'S MIDNIGHT AT
      *>     THE FIRST RECORDED KEY (DAY ROLLOVER YIELDS A ZERO GAP,
                    IF WS-OUT-STATUS = "00"
                    OR WS-OUT-STATUS = "05" THEN
                        SET MODE-RECORDING TO TRUE
                        PERFORM 220-INDEX-RECORDING
                    END-IF
                END-IF
            END-IF.
            END-IF.
            EXIT.

      *>
      *>     ENTER THE NEW RECORDING IN RECINDEX.LOG. LIKE THE OTHER
      *>     BACKGROUND WRITERS, A FAILURE HERE IS SWALLOWED.
      *>
        220-INDEX-RECORDING.
            MOVE LENGTH OF WS-RECINDEX-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-RECINDEX-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN EXTEND RECINDEX-FILE.
            IF WS-RECINDEX-STATUS NOT = "00"
            AND WS-RECINDEX-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO RECINDEX-RECORD.
            MOVE FUNCTION CURRENT-DATE TO RCX-DATE-TIME.
            CALL "C$GETENV" USING "USER", RCX-OPERATOR.
            IF WS-RECORD-FILE-NAME(1:1) = "/" THEN
                MOVE WS-RECORD-FILE-NAME TO RCX-FILE-NAME
            ELSE
                MOVE SPACES TO WS-ENV-VAR
                CALL "C$GETENV" USING "PWD", WS-ENV-VAR
                STRING WS-ENV-VAR DELIMITED BY SPACE,
                    "/" DELIMITED BY SIZE,
                    WS-RECORD-FILE-NAME DELIMITED BY SPACE
                    INTO RCX-FILE-NAME
            END-IF.
            WRITE RECINDEX-RECORD.
            CLOSE RECINDEX-FILE.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        250-GET-NOW-SECONDS.
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
            COMPUTE WS-NOW-SECONDS =
                AT END
                    CLOSE SCRIPT-IN-FILE
                    SET MODE-OFF TO TRUE
                    IF STRICT-PLAYBACK THEN
                        PERFORM 500-END-STRICT-RUN
                    END-IF
                    MOVE NC-RET-END TO RETURN-CODE
                NOT AT END
                    PERFORM 450-DELIVER-KEY
            END-IF.
            EXIT.

      *>
      *>     STRICT PLAYBACK: THE SCRIPT RAN OUT WITH THE PROGRAM STILL
      *>     WAITING ON THE KEYBOARD. PUT THE TERMINAL BACK AND STOP.
      *>
        500-END-STRICT-RUN.
            CALL "COBCURSES-CLOSE"
                ON EXCEPTION
                    CONTINUE
            END-CALL.
            MOVE 12 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM COBCURSES-SESSION-REC.
