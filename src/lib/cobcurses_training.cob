        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-TRAINING-DIRS.
      *>
      *>     TRAINING MODE. NEW HIRES TRAIN ON A SEPARATE COPY OF THE
      *>     CATALOG AND THE APPLICATION DATA, NEVER ON PRODUCTION.
      *>     THREE DIRECTORIES ARE INVOLVED:
      *>
      *>         PRODUCTION  THE SHOP'S OWN COBCURSES_DATADIR
      *>         TRAINING    COBCURSES_TRAINING_DIR, DEFAULTING TO
      *>                     <PRODUCTION>/TRAINING -- THE DATA SET A
      *>                     TRAINING SESSION WORKS AGAINST
      *>         TEMPLATE    COBCURSES_TRAINING_TEMPLATE, DEFAULTING
      *>                     TO <PRODUCTION>/TRAINING.TPL -- THE CLEAN
      *>                     COPY TRNRESET RESTORES THE TRAINING
      *>                     DIRECTORY FROM EVERY NIGHT
      *>
      *>     THIS ROUTINE NAMES ALL THREE, WHETHER OR NOT THE RUN IS
      *>     IN TRAINING MODE (ONCE IT IS, COBCURSES_DATADIR POINTS AT
      *>     THE TRAINING COPY AND THE PRODUCTION DIRECTORY IS KEPT IN
      *>     COBCURSES_PRODUCTION_DATADIR).
      *>
      *> OUTPUTS:
      *>     LS-PRODUCTION-DIR / LS-TRAINING-DIR / LS-TEMPLATE-DIR
      *> RETURN-CODE:
      *>     NC-RET-OK           ALL THREE NAMED
      *>     NC-RET-NOTFOUND     NO COBCURSES_DATADIR TO WORK FROM
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                      PIC X(256).

        LINKAGE SECTION.

        01  LS-PRODUCTION-DIR               PIC X(256).
        01  LS-TRAINING-DIR                 PIC X(256).
        01  LS-TEMPLATE-DIR                 PIC X(256).

        PROCEDURE DIVISION USING
            LS-PRODUCTION-DIR, LS-TRAINING-DIR, LS-TEMPLATE-DIR.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO LS-PRODUCTION-DIR, LS-TRAINING-DIR,
                LS-TEMPLATE-DIR.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_PRODUCTION_DATADIR".
            IF WS-ENV-VAR = SPACES THEN
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_DATADIR"
            END-IF.
            IF WS-ENV-VAR = SPACES THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-ENV-VAR TO LS-PRODUCTION-DIR.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_TRAINING_DIR".
            IF WS-ENV-VAR = SPACES THEN
                STRING LS-PRODUCTION-DIR DELIMITED BY SPACE
                    "/TRAINING" DELIMITED BY SIZE
                    INTO LS-TRAINING-DIR
            ELSE
                MOVE WS-ENV-VAR TO LS-TRAINING-DIR
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_TRAINING_TEMPLATE".
            IF WS-ENV-VAR = SPACES THEN
                STRING LS-PRODUCTION-DIR DELIMITED BY SPACE
                    "/TRAINING.TPL" DELIMITED BY SIZE
                    INTO LS-TEMPLATE-DIR
            ELSE
                MOVE WS-ENV-VAR TO LS-TEMPLATE-DIR
            END-IF.

            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-TRAINING-DIRS.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-TRAINING-ENTER.
      *>
      *>     PUT THE RUN INTO TRAINING MODE. COBCURSES_DATADIR IS
      *>     RE-POINTED AT THE TRAINING COPY (THE PRODUCTION VALUE IS
      *>     KEPT IN COBCURSES_PRODUCTION_DATADIR), AND SO ARE THE
      *>     APPLICATION DATA DIRECTORIES THAT CAN LIVE OUTSIDE IT --
      *>     THE PRINT SPOOL (COBCURSES_SPOOLDIR) AND THE REPORT
      *>     ARCHIVE (COBCURSES_RPTARCHDIR) BECOME SPOOL AND RPTARCH
      *>     UNDER THE TRAINING DIRECTORY. COBCURSES_TRAINING=Y IS
      *>     SET, SO ANY PROGRAM THIS SESSION STARTS INHERITS THE
      *>     SAME DATA SET AND KNOWS IT IS TRAINING.
      *>
      *>     EVERY ${COBCURSES_DATADIR} PATHNAME RESOLVED AFTER THIS
      *>     POINT LANDS IN THE TRAINING COPY. THE REDIRECTION IS
      *>     MADE EVEN WHEN THE TRAINING DIRECTORY IS MISSING, SO A
      *>     TRAINING RUN FAILS TO FIND ITS FILES RATHER THAN FALLING
      *>     BACK ONTO PRODUCTION.
      *>
      *>     CALLED BY COBCURSES-SIGNON (A TRAINEE, OR ANY SIGN-ON
      *>     WITH COBCURSES_TRAINING=Y) AND BY COBCURSES-INIT-PATHNAME
      *>     ON ITS FIRST CALL WHEN COBCURSES_TRAINING=Y IS ALREADY IN
      *>     THE ENVIRONMENT.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK           IN TRAINING MODE
      *>     NC-RET-NOTFOUND     THE TRAINING DIRECTORY DOES NOT EXIST
      *>                         (RUN TRNRESET)
      *>     NC-RET-FAILED       NO DATA DIRECTORY, OR THE TRAINING
      *>                         DIRECTORY IS THE PRODUCTION ONE
      *>                         (NOTHING IS RE-POINTED, BUT THE RUN
      *>                         IS STILL MARKED AS TRAINING)
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

      *>
      *>     EXTERNAL, SO EVERY SEPARATELY COMPILED SCREEN AND
      *>     LIBRARY ROUTINE IN THE RUN SEES THE SAME MODE.
      *>
        01  TRAINING-MODE-STATE EXTERNAL.
            05  TMS-STATE-FLAG              PIC X.
                88  TMS-ACTIVE              VALUE 'Y'.
            05  TMS-ENTER-RC                PIC S9(4) COMP.

        01  WS-PRODUCTION-DIR               PIC X(256).
        01  WS-TRAINING-DIR                 PIC X(256).
        01  WS-TEMPLATE-DIR                 PIC X(256).
        01  WS-SUB-DIR                      PIC X(256).
        01  WS-ENV-VAR                      PIC X(256).
        01  WS-DIR-LEN                      PIC 9999 COMP-5.
        01  WS-NAME-LEN                     PIC 9999 COMP-5.
        01  WS-FILE-DETAILS                 PIC X(16).

        PROCEDURE DIVISION.

        100-MAIN-DISPATCH-ENTRY.
            IF TMS-ACTIVE THEN
                MOVE TMS-ENTER-RC TO RETURN-CODE
                GOBACK
            END-IF.

            CALL "COBCURSES-TRAINING-DIRS" USING
                WS-PRODUCTION-DIR, WS-TRAINING-DIR, WS-TEMPLATE-DIR.
            IF RETURN-CODE NOT = NC-RET-OK
            OR WS-TRAINING-DIR = WS-PRODUCTION-DIR THEN
      *>
      *>         STILL MARKED, SO THE PRODUCTION DESTINATIONS STAY
      *>         REFUSED; SIGN-ON TURNS THE SESSION AWAY.
      *>
                SET TMS-ACTIVE TO TRUE
                MOVE NC-RET-FAILED TO TMS-ENTER-RC
                MOVE TMS-ENTER-RC TO RETURN-CODE
                GOBACK
            END-IF.

      *>
      *>     A SESSION STARTED FROM A TRAINING SESSION ARRIVES WITH
      *>     THE ENVIRONMENT ALREADY RE-POINTED; ONLY THE MARK IS
      *>     MISSING.
      *>
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_PRODUCTION_DATADIR".
            IF WS-ENV-VAR = SPACES THEN
                MOVE "COBCURSES_PRODUCTION_DATADIR" TO WS-ENV-VAR
                MOVE WS-PRODUCTION-DIR TO WS-SUB-DIR
                PERFORM 200-SET-ONE
                MOVE "COBCURSES_DATADIR" TO WS-ENV-VAR
                MOVE WS-TRAINING-DIR TO WS-SUB-DIR
                PERFORM 200-SET-ONE
                MOVE "COBCURSES_SPOOLDIR" TO WS-ENV-VAR
                MOVE SPACES TO WS-SUB-DIR
                STRING WS-TRAINING-DIR DELIMITED BY SPACE
                    "/SPOOL" DELIMITED BY SIZE
                    INTO WS-SUB-DIR
                PERFORM 200-SET-ONE
                MOVE "COBCURSES_RPTARCHDIR" TO WS-ENV-VAR
                MOVE SPACES TO WS-SUB-DIR
                STRING WS-TRAINING-DIR DELIMITED BY SPACE
                    "/RPTARCH" DELIMITED BY SIZE
                    INTO WS-SUB-DIR
                PERFORM 200-SET-ONE
                MOVE "COBCURSES_TRAINING" TO WS-ENV-VAR
                MOVE "Y" TO WS-SUB-DIR
                PERFORM 200-SET-ONE
            END-IF.

            SET TMS-ACTIVE TO TRUE.
            MOVE NC-RET-OK TO TMS-ENTER-RC.
            CALL "CBL_CHECK_FILE_EXIST" USING
                WS-TRAINING-DIR, WS-FILE-DETAILS.
            IF RETURN-CODE NOT = 0 THEN
                MOVE NC-RET-NOTFOUND TO TMS-ENTER-RC
            END-IF.
            MOVE TMS-ENTER-RC TO RETURN-CODE.
            GOBACK.

        200-SET-ONE.
      *>
      *>     SET ENVIRONMENT VARIABLE WS-ENV-VAR TO WS-SUB-DIR
      *>     (TRAILING SPACES DROPPED).
      *>
            MOVE 256 TO WS-DIR-LEN.
            PERFORM UNTIL WS-DIR-LEN = 1
              OR WS-SUB-DIR(WS-DIR-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-DIR-LEN
            END-PERFORM.
            MOVE 256 TO WS-NAME-LEN.
            PERFORM UNTIL WS-NAME-LEN = 1
              OR WS-ENV-VAR(WS-NAME-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-NAME-LEN
            END-PERFORM.
            DISPLAY WS-ENV-VAR(1:WS-NAME-LEN)
                UPON ENVIRONMENT-NAME.
            DISPLAY WS-SUB-DIR(1:WS-DIR-LEN)
                UPON ENVIRONMENT-VALUE.
            EXIT.

        END PROGRAM COBCURSES-TRAINING-ENTER.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-TRAINING-ACTIVE.
      *>
      *>     IS THIS RUN IN TRAINING MODE (SEE
      *>     COBCURSES-TRAINING-ENTER)? THE RUNTIME PAINTS THE
      *>     TRAINING WATERMARK, THE SESSION-ACCOUNTING, ERROR-LOG AND
      *>     VALIDATION-STATISTICS WRITERS MARK THEIR EVENTS, AND THE
      *>     ROUTER, THE SPOOL RELEASE AND THE OUTBOUND EXPORTS REFUSE
      *>     ANYTHING THAT WOULD REACH A PRODUCTION DESTINATION WHEN
      *>     IT IS.
      *>
      *>     A RUN WITH COBCURSES_TRAINING=Y IN ITS ENVIRONMENT IS IN
      *>     TRAINING MODE EVEN IF NOTHING HAS ENTERED IT YET; THE
      *>     FIRST ASK ENTERS IT.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK           TRAINING MODE
      *>     NC-RET-NOTFOUND     PRODUCTION
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  TRAINING-MODE-STATE EXTERNAL.
            05  TMS-STATE-FLAG              PIC X.
                88  TMS-ACTIVE              VALUE 'Y'.
            05  TMS-ENTER-RC                PIC S9(4) COMP.

        01  WS-RESOLVED-FLAG                PIC X VALUE 'N'.
            88  MODE-RESOLVED               VALUE 'Y'.
        01  WS-ENV-VAR                      PIC X(8).

        PROCEDURE DIVISION.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT TMS-ACTIVE AND NOT MODE-RESOLVED THEN
                SET MODE-RESOLVED TO TRUE
                MOVE SPACES TO WS-ENV-VAR
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_TRAINING"
                IF WS-ENV-VAR(1:1) = 'Y' OR WS-ENV-VAR(1:1) = 'y'
                THEN
                    CALL "COBCURSES-TRAINING-ENTER"
                END-IF
            END-IF.

            IF TMS-ACTIVE THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-IF.
            GOBACK.

        END PROGRAM COBCURSES-TRAINING-ACTIVE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-TRAINING-REFUSE.
      *>
      *>     THE COMMON TRAINING-MODE REFUSAL: WHEN THE RUN IS IN
      *>     TRAINING MODE, LOG THE REFUSED ACTION TO SIGNON.LOG AS A
      *>     TRAINING-REFUSED EVENT AND TELL THE CALLER NOT TO GO
      *>     AHEAD. CALLED BEFORE A ROUTE, A PRINT OR AN EXPORT THAT
      *>     WOULD REACH A PRODUCTION DESTINATION.
      *>
      *> INPUTS:
      *>     LS-DETAIL               WHAT WAS REFUSED (FOR THE LOG)
      *> RETURN-CODE:
      *>     NC-RET-OK               NOT TRAINING -- GO AHEAD
      *>     NC-RET-FAILED           TRAINING -- REFUSED AND LOGGED
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-LOG-EVENT                    PIC X(20)
            VALUE "TRAINING-REFUSED".

        LINKAGE SECTION.

        01  LS-DETAIL                       PIC X(40).

        PROCEDURE DIVISION USING LS-DETAIL.

        100-MAIN-DISPATCH-ENTRY.
            CALL "COBCURSES-TRAINING-ACTIVE".
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE NC-RET-OK TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-OPERATOR-ID, WS-LOG-EVENT, LS-DETAIL.
            MOVE NC-RET-FAILED TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-TRAINING-REFUSE.
