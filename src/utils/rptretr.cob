        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPTRETR.
      *>
      *> RPTRETR FINDS REPORTS IN THE LONG-TERM REPORT ARCHIVE
      *> (WRITTEN BY RPTARCH) AND BRINGS THEM BACK: LISTED, SHOWN ON
      *> STDOUT, OR SPOOLED AFRESH FOR ANY PRINTER DESTINATION. THE
      *> LOOKUP IS COBCURSES-RPTARCH, THE SAME ROUTINE BEHIND THE
      *> ARCHIVE INQUIRY SCREEN.
      *>
      *> USAGE (ARGUMENTS):
      *>     FIND    NAME|* [FROM [TO]]
      *>                         LIST ARCHIVED REPORTS BY NAME (* FOR
      *>                         ANY) AND RUN-DATE RANGE
      *>     SEARCH  TEXT [NAME|* [FROM [TO]]]
      *>                         THE SAME, BUT ONLY REPORTS WITH TEXT
      *>                         ON ONE OF THEIR PAGES (CASE IGNORED)
      *>     BROWSE  ARCHIVE-NO  LIST AN ARCHIVED REPORT ON STDOUT
      *>     RESPOOL ARCHIVE-NO DEST
      *>                         SPOOL IT AGAIN FOR PRINTDST.X
      *>                         DESTINATION DEST (RELEASE IT WITH
      *>                         SPOOLADM AS USUAL)
      *>
      *> FROM AND TO ARE YYYYMMDD OR YYYYMM; A MONTH ALONE AS FROM
      *> MEANS THAT WHOLE MONTH ("rptretr FIND USAGE 202603").
      *>
      *> RETURN-CODE: 0 FOUND/DONE, 4 NOTHING MATCHED, 8 NO SUCH
      *> ARCHIVE NUMBER OR DESTINATION, 16 USAGE OR FILE TROUBLE.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT EXTRACT-FILE
                ASSIGN TO ARQ-EXTRACT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRACT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  EXTRACT-FILE.
        01  EXTRACT-RECORD                      PIC X(160).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  RPTARQ-DATA.
            COPY RPTARQ.

        01  WS-EXTRACT-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-DONE-FLAG                        PIC X VALUE 'N'.
            88  LIST-DONE                       VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(40).
        01  WS-ARG-2                            PIC X(40).
        01  WS-ARG-3                            PIC X(40).
        01  WS-ARG-4                            PIC X(40).
        01  WS-OPERATOR-ID                      PIC X(20).

        01  WS-X                                PIC 999 COMP.
        01  WS-LIST-COUNT                       PIC 9(6) VALUE 0.
        01  WS-PAGES-ED                         PIC ZZZZZ9.
        01  WS-FOUND-ED                         PIC ZZZZZ9.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "FIND"
                    MOVE WS-ARG-1 TO ARQ-REPORT-NAME
                    MOVE WS-ARG-2 TO ARQ-FROM-DATE
                    MOVE WS-ARG-3 TO ARQ-TO-DATE
                    PERFORM 2000-LIST-MATCHES
                WHEN "SEARCH"
                    MOVE WS-ARG-1 TO ARQ-TEXT
                    MOVE WS-ARG-2 TO ARQ-REPORT-NAME
                    MOVE WS-ARG-3 TO ARQ-FROM-DATE
                    MOVE WS-ARG-4 TO ARQ-TO-DATE
                    IF ARQ-TEXT = SPACES THEN
                        DISPLAY "RPTRETR: SEARCH NEEDS THE TEXT TO "
                            "LOOK FOR."
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM 2000-LIST-MATCHES
                    END-IF
                WHEN "BROWSE"
                    PERFORM 3000-BROWSE
                WHEN "RESPOOL"
                    PERFORM 4000-RESPOOL
                WHEN OTHER
                    DISPLAY "USAGE: rptretr FIND NAME|* [FROM [TO]]"
                    DISPLAY "       rptretr SEARCH TEXT [NAME|* "
                        "[FROM [TO]]]"
                    DISPLAY "       rptretr BROWSE ARCHIVE-NO"
                    DISPLAY "       rptretr RESPOOL ARCHIVE-NO DEST"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2, WS-ARG-3,
                WS-ARG-4.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE SPACES TO RPTARQ-DATA.
            MOVE 0 TO ARQ-ARCHIVE-NO.
            EXIT.

      *>
      *> FIND / SEARCH: ASK FOR A HUNDRED MATCHES AT A TIME UNTIL THE
      *> LOOKUP SAYS THERE ARE NO MORE.
      *>
        2000-LIST-MATCHES.
            SET ARQ-FIND TO TRUE.
            MOVE SPACES TO ARQ-RESUME-KEY.
            MOVE 100 TO ARQ-MAX-HITS.
            DISPLAY "ARCHIVE# REPORT           RUN DATE   TIME   "
                "OPERATOR              SPL-ID  PAGES VOLUME".
            PERFORM UNTIL LIST-DONE
                CALL "COBCURSES-RPTARCH" USING RPTARQ-DATA
                EVALUATE RETURN-CODE
                    WHEN NC-RET-OK
                        PERFORM 2100-LIST-ONE
                            VARYING WS-X FROM 1 BY 1
                            UNTIL WS-X > ARQ-HIT-COUNT
                        IF NOT ARQ-MORE THEN
                            SET LIST-DONE TO TRUE
                        END-IF
                    WHEN NC-RET-NOTFOUND
                        SET LIST-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "RPTRETR: ", FUNCTION TRIM(ARQ-MESSAGE)
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-EVALUATE
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "REPORTS FOUND: ", WS-LIST-COUNT.
            IF WS-LIST-COUNT = 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        2100-LIST-ONE.
            MOVE ARQ-HIT-PAGES(WS-X) TO WS-PAGES-ED.
            DISPLAY ARQ-HIT-ARCHIVE-NO(WS-X), " ",
                ARQ-HIT-REPORT-NAME(WS-X), " ",
                ARQ-HIT-RUN-DATE(WS-X)(1:4), "-",
                ARQ-HIT-RUN-DATE(WS-X)(5:2), "-",
                ARQ-HIT-RUN-DATE(WS-X)(7:2), " ",
                ARQ-HIT-RUN-TIME(WS-X), " ",
                ARQ-HIT-OPERATOR(WS-X), " ",
                ARQ-HIT-SPL-ID(WS-X), " ", WS-PAGES-ED, " ",
                FUNCTION TRIM(ARQ-HIT-VOLUME(WS-X)).
            IF ARQ-HIT-PAGE-FOUND(WS-X) > 0 THEN
                MOVE ARQ-HIT-PAGE-FOUND(WS-X) TO WS-FOUND-ED
                DISPLAY "         PAGE ", FUNCTION TRIM(WS-FOUND-ED),
                    ": ", FUNCTION TRIM(ARQ-HIT-EXCERPT(WS-X))
            END-IF.
            ADD 1 TO WS-LIST-COUNT.
            EXIT.

        3000-BROWSE.
            PERFORM 3100-ARCHIVE-NO-ARGUMENT.
            SET ARQ-EXTRACT TO TRUE.
            CALL "COBCURSES-RPTARCH" USING RPTARQ-DATA.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                PERFORM 9000-LOOKUP-FAILED
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXTRACT-FILE-STATUS NOT = "00" THEN
                DISPLAY "RPTRETR: ARCHIVED REPORT COULD NOT BE READ "
                    "BACK (STATUS ", WS-EXTRACT-FILE-STATUS, ")."
                CALL "CBL_DELETE_FILE" USING ARQ-EXTRACT-FILE
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ EXTRACT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        DISPLAY FUNCTION TRIM(EXTRACT-RECORD TRAILING)
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.
            CALL "CBL_DELETE_FILE" USING ARQ-EXTRACT-FILE.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3100-ARCHIVE-NO-ARGUMENT.
            IF WS-ARG-1 = SPACES
            OR FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0 THEN
                DISPLAY "RPTRETR: GIVE THE ARCHIVE NUMBER FIND LISTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION NUMVAL(WS-ARG-1) TO ARQ-ARCHIVE-NO.
            EXIT.

        4000-RESPOOL.
            PERFORM 3100-ARCHIVE-NO-ARGUMENT.
            IF WS-ARG-2 = SPACES THEN
                DISPLAY "RPTRETR: RESPOOL NEEDS A PRINTER DESTINATION."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-2 TO ARQ-DESTINATION.
            MOVE WS-OPERATOR-ID TO ARQ-OPERATOR.
            SET ARQ-RESPOOL TO TRUE.
            CALL "COBCURSES-RPTARCH" USING RPTARQ-DATA.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                PERFORM 9000-LOOKUP-FAILED
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "RPTRETR: ARCHIVED REPORT ", ARQ-ARCHIVE-NO, " ",
                FUNCTION TRIM(ARQ-MESSAGE), ".".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        9000-LOOKUP-FAILED.
            DISPLAY "RPTRETR: ", FUNCTION TRIM(ARQ-MESSAGE), ".".
            IF RETURN-CODE = NC-RET-NOTFOUND THEN
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF.
            EXIT.
