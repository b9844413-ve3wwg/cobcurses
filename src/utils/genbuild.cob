      *>        WITH ONE RETURN CODE NITERUN CAN TEST: 0 ALL CLEAN,
      *>        4 UNREGISTERED SCREENS ONLY, 8 ANY FAILED COMPILE.
      *>
      *> A MANIFEST SCREEN WHOSE LIFECYCLE (SCREENS.X, SEE SCRLIFE)
      *> IS DRAFT OR RETIRED IS SKIPPED AND COUNTED, BUT DOES NOT
      *> AFFECT THE RETURN CODE.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE)              BUILD FROM THE LAST RUN'S MANIFEST
      *>     SHOW SCREEN-NAME    LIST THAT SCREEN'S DIAGNOSTICS FROM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-FILE-STATUS.

            SELECT OPTIONAL SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT DIAG-FILE
                ASSIGN TO DIAG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
        FD  RESULTS-FILE.
        01  RESULTS-RECORD                  PIC X(300).

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  DIAG-FILE.
        01  DIAG-RECORD                     PIC X(300).

                VALUE "${COBCURSES_DATADIR}/GENBUILD.CNF".
            10  RESULTS-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/GENBUILD.RPT".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  DIAG-FILE-NAME                  PIC X(256)
                VALUE "/tmp/genbuild.diag".

        01  WS-REGISTRY-FILE-STATUS             PIC XX.
        01  WS-RESULTS-FILE-STATUS              PIC XX.
        01  WS-DIAG-FILE-STATUS                 PIC XX.
        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-SCREEN-OPEN-FLAG                 PIC X VALUE 'N'.
            88  SCREEN-FILE-OPEN                VALUE 'Y'.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-UNREGISTERED                     PIC 9(4) VALUE 0.
        01  WS-FAILED                           PIC 9(4) VALUE 0.
        01  WS-CLEAN                            PIC 9(4) VALUE 0.
        01  WS-LIFECYCLE-SKIPPED                PIC 9(4) VALUE 0.

        01  WS-COMPILE-CMD                      PIC X(256).
        01  WS-SHELL-CMD                        PIC X(900).
            MOVE LENGTH OF RESULTS-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                RESULTS-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCREEN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-SCREEN.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS = "00"
            OR WS-SCREEN-FILE-STATUS = "05" THEN
                SET SCREEN-FILE-OPEN TO TRUE
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ MANIFEST-FILE
                    AT END
                END-READ
            END-PERFORM.
            CLOSE MANIFEST-FILE.
            IF SCREEN-FILE-OPEN THEN
                CLOSE SCREEN-FILE
            END-IF.
            EXIT.

        2100-JOIN-REGISTRY.
      *> SMALL, SO A FULL SCAN PER SCREEN IS FINE AND KEEPS THE CNF
      *> A PLAIN TEXT FILE THE TEAM CAN EDIT.
      *>
            IF SCREEN-FILE-OPEN THEN
                MOVE MAN-SCREEN-NAME TO SCN-NAME
                READ SCREEN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SCN-LIFE-DRAFT OR SCN-LIFE-RETIRED THEN
                            DISPLAY "GENBUILD: SCREEN ",
                                MAN-SCREEN-NAME, " IS ",
                                "DRAFT OR RETIRED -- NOT COMPILED."
                            ADD 1 TO WS-LIFECYCLE-SKIPPED
                            EXIT PARAGRAPH
                        END-IF
                END-READ
            END-IF.
            MOVE 'N' TO WS-REG-FOUND-FLAG.
            OPEN INPUT REGISTRY-FILE.
            IF WS-REGISTRY-FILE-STATUS NOT = "00" THEN
            DISPLAY " ".
            DISPLAY "GENBUILD SUMMARY: ", WS-CLEAN, " CLEAN, ",
                WS-FAILED, " FAILED, ", WS-UNREGISTERED,
                " UNREGISTERED, ", WS-LIFECYCLE-SKIPPED,
                " DRAFT/RETIRED.".
            EVALUATE TRUE
                WHEN WS-FAILED > 0
                    MOVE 8 TO RETURN-CODE
