        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRNRESET.
      *>
      *> TRNRESET PUTS THE TRAINING DATA SET BACK TO ITS CLEAN
      *> TEMPLATE, SO EVERY CLASS STARTS FROM THE SAME CATALOG AND
      *> APPLICATION DATA WHATEVER YESTERDAY'S TRAINEES DID TO IT.
      *> RUN IT NIGHTLY FROM JOBSCHED (OR NITERUN) UNDER THE
      *> PRODUCTION ENVIRONMENT. THE DIRECTORIES ARE THOSE NAMED BY
      *> COBCURSES-TRAINING-DIRS:
      *>
      *>     TRAINING    COBCURSES_TRAINING_DIR
      *>                 (DEFAULT ${COBCURSES_DATADIR}/TRAINING)
      *>     TEMPLATE    COBCURSES_TRAINING_TEMPLATE
      *>                 (DEFAULT ${COBCURSES_DATADIR}/TRAINING.TPL)
      *>
      *> THE TEMPLATE IS AN ORDINARY DATA DIRECTORY -- BUILD IT ONCE
      *> FROM A DATABKUP SET OR BY HAND, SIGN-ON FILES INCLUDED.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) / STATUS     SHOW THE THREE DIRECTORIES AND
      *>                         WHETHER EACH IS PRESENT
      *>     RESET               EMPTY THE TRAINING DIRECTORY AND
      *>                         COPY THE TEMPLATE INTO IT
      *>
      *> A RESET IS REFUSED (RC 16) FROM INSIDE A TRAINING SESSION
      *> OR WHEN THE TRAINING DIRECTORY WOULD BE THE PRODUCTION
      *> DIRECTORY ITSELF, AND (RC 8) WHEN THERE IS NO TEMPLATE.
      *>

        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  WS-PRODUCTION-DIR               PIC X(256).
            10  WS-TRAINING-DIR                 PIC X(256).
            10  WS-TEMPLATE-DIR                 PIC X(256).

        01  WS-VERB                             PIC X(8).
        01  WS-SHELL-CMD                        PIC X(1024).
        01  WS-FILE-DETAILS                     PIC X(16).
        01  WS-PRESENT-WORD                     PIC X(9).

        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-LOG-EVENT                        PIC X(20)
            VALUE "TRAINING-RESET".
        01  WS-LOG-DETAIL                       PIC X(40).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "STATUS"
                    PERFORM 2000-SHOW-STATUS
                WHEN "RESET"
                    PERFORM 3000-RESET
                WHEN OTHER
                    DISPLAY "TRNRESET: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            CALL "COBCURSES-TRAINING-DIRS" USING
                WS-PRODUCTION-DIR, WS-TRAINING-DIR, WS-TEMPLATE-DIR.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "TRNRESET: COBCURSES_DATADIR IS NOT SET."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-VERB.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        1100-CHECK-PRESENT.
      *>
      *>     WS-PRESENT-WORD SAYS WHETHER WS-SHELL-CMD (A PATHNAME
      *>     HERE) EXISTS.
      *>
            CALL "CBL_CHECK_FILE_EXIST" USING
                WS-SHELL-CMD, WS-FILE-DETAILS.
            IF RETURN-CODE = 0 THEN
                MOVE "PRESENT" TO WS-PRESENT-WORD
            ELSE
                MOVE "MISSING" TO WS-PRESENT-WORD
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2000-SHOW-STATUS.
            DISPLAY "PRODUCTION  ", FUNCTION TRIM(WS-PRODUCTION-DIR).
            MOVE WS-TRAINING-DIR TO WS-SHELL-CMD.
            PERFORM 1100-CHECK-PRESENT.
            DISPLAY "TRAINING    ", FUNCTION TRIM(WS-TRAINING-DIR),
                "  (", FUNCTION TRIM(WS-PRESENT-WORD), ")".
            MOVE WS-TEMPLATE-DIR TO WS-SHELL-CMD.
            PERFORM 1100-CHECK-PRESENT.
            DISPLAY "TEMPLATE    ", FUNCTION TRIM(WS-TEMPLATE-DIR),
                "  (", FUNCTION TRIM(WS-PRESENT-WORD), ")".
            CALL "COBCURSES-TRAINING-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                DISPLAY "THIS RUN IS IN TRAINING MODE."
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3000-RESET.
            CALL "COBCURSES-TRAINING-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                DISPLAY "TRNRESET: A TRAINING SESSION CANNOT RESET "
                    "ITS OWN DATA SET -- RUN FROM PRODUCTION."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TRAINING-DIR = WS-PRODUCTION-DIR
            OR WS-TRAINING-DIR = WS-TEMPLATE-DIR
            OR WS-TRAINING-DIR = "/" THEN
                DISPLAY "TRNRESET: TRAINING DIRECTORY "
                    FUNCTION TRIM(WS-TRAINING-DIR)
                    " IS NOT A SEPARATE COPY; NOT RESET."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TEMPLATE-DIR TO WS-SHELL-CMD.
            PERFORM 1100-CHECK-PRESENT.
            IF WS-PRESENT-WORD NOT = "PRESENT" THEN
                DISPLAY "TRNRESET: NO TEMPLATE AT "
                    FUNCTION TRIM(WS-TEMPLATE-DIR) "; NOT RESET."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-SHELL-CMD.
            STRING "rm -rf '" FUNCTION TRIM(WS-TRAINING-DIR) "'"
                " && mkdir -p '" FUNCTION TRIM(WS-TRAINING-DIR) "'"
                " && cp -Rp '" FUNCTION TRIM(WS-TEMPLATE-DIR) "/.' '"
                FUNCTION TRIM(WS-TRAINING-DIR) "'"
                " && mkdir -p '" FUNCTION TRIM(WS-TRAINING-DIR)
                "/SPOOL' '" FUNCTION TRIM(WS-TRAINING-DIR)
                "/RPTARCH'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE NOT = 0 THEN
                DISPLAY "TRNRESET: COPY FROM THE TEMPLATE FAILED "
                    "(RC ", RETURN-CODE, ") -- TRAINING DATA SET "
                    "IS INCOMPLETE."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE "FROM TEMPLATE" TO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL.

            DISPLAY "TRNRESET: TRAINING DATA SET "
                FUNCTION TRIM(WS-TRAINING-DIR)
                " RESET FROM " FUNCTION TRIM(WS-TEMPLATE-DIR) ".".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM TRNRESET.
