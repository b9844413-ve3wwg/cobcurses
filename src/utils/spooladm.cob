      *>                         COBCURSES_SPOOL_DEFAULT_DEST)
      *>     PURGE   ID          DELETE THE OUTPUT, KEEP THE RECORD
      *>     BROWSE  ID          LIST THE SPOOLED LINES ON STDOUT
      *>     CLEAN               REAP PURGED AND ARCHIVED CONTROL
      *>                         RECORDS
      *>
      *> A RELEASE RUNS THE DESTINATION'S DST-COMMAND WITH THE SPOOL
      *> DATA FILE'S PATHNAME APPENDED, THE SAME SHELLING-OUT
      *> PRACTICE NITERUN AND DATABKUP ALREADY USE, AND MARKS THE
      *> REPORT PRINTED ONLY WHEN THE COMMAND ENDS CLEANLY.
      *>
      *> PRINTED REPORTS ARCHIVED BY RPTARCH HAVE NO DATA FILE IN THE
      *> SPOOL DIRECTORY ANY MORE; THEY ARE BROWSED AND RE-SPOOLED
      *> THROUGH RPTRETR INSTEAD.
      *>

        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-TRAINING-DETAIL                  PIC X(40).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
                WHEN SPL-STATE-HELD    MOVE "HELD"    TO WS-STATE-WORD
                WHEN SPL-STATE-PRINTED MOVE "PRINTED" TO WS-STATE-WORD
                WHEN SPL-STATE-PURGED  MOVE "PURGED"  TO WS-STATE-WORD
                WHEN SPL-STATE-ARCHIVED MOVE "ARCHIVED" TO WS-STATE-WORD
                WHEN OTHER             MOVE "?"       TO WS-STATE-WORD
            END-EVALUATE.
            DISPLAY SPL-ID, " ", SPL-REPORT-NAME, " ",
            EXIT.

        4000-RELEASE.
      *>
      *>     PRINTERS ARE PRODUCTION DESTINATIONS: A TRAINING REPORT
      *>     STAYS IN THE TRAINING SPOOL, WHERE BROWSE CAN SHOW IT.
      *>
            MOVE SPACES TO WS-TRAINING-DETAIL.
            STRING "SPOOLADM RELEASE " WS-SPOOL-ID DELIMITED BY SIZE
                INTO WS-TRAINING-DETAIL.
            CALL "COBCURSES-TRAINING-REFUSE"
                USING WS-TRAINING-DETAIL.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "SPOOLADM: TRAINING MODE -- REPORTS ARE "
                    "NOT RELEASED TO A PRINTER."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SPOOLCTL-FILE.
            PERFORM 1100-FETCH-BY-ID.
            IF SPL-STATE-PURGED THEN
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF SPL-STATE-ARCHIVED THEN
                DISPLAY "SPOOLADM: ENTRY ", WS-SPOOL-ID,
                    " IS ARCHIVED; RE-SPOOL IT WITH RPTRETR."
                CLOSE SPOOLCTL-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-ARG-DEST TO WS-DEST-NAME.
            IF WS-DEST-NAME = SPACES THEN
        5000-PURGE.
            OPEN I-O SPOOLCTL-FILE.
            PERFORM 1100-FETCH-BY-ID.
            EVALUATE TRUE
                WHEN SPL-STATE-PURGED
                    DISPLAY "SPOOLADM: ENTRY ", WS-SPOOL-ID,
                        " ALREADY PURGED."
                WHEN SPL-STATE-ARCHIVED
                    DISPLAY "SPOOLADM: ENTRY ", WS-SPOOL-ID,
                        " IS ARCHIVED; NOTHING LEFT TO PURGE."
                WHEN OTHER
                    CALL "CBL_DELETE_FILE" USING DATA-FILE-NAME
                    SET SPL-STATE-PURGED TO TRUE
                    REWRITE SPOOLCTL-RECORD
                    DISPLAY "SPOOLADM: ENTRY ", WS-SPOOL-ID, " PURGED."
            END-EVALUATE.
            CLOSE SPOOLCTL-FILE.
            EXIT.

                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF SPL-STATE-ARCHIVED THEN
                DISPLAY "SPOOLADM: ENTRY ", WS-SPOOL-ID,
                    " IS ARCHIVED; BROWSE IT WITH RPTRETR."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT SPOOL-DATA-FILE.
            IF WS-DATA-FILE-STATUS NOT = "00" THEN
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SPL-STATE-PURGED
                        OR SPL-STATE-ARCHIVED THEN
                            DELETE SPOOLCTL-FILE RECORD
                            ADD 1 TO WS-CLEAN-COUNT
                        END-IF
            END-PERFORM.
            CLOSE SPOOLCTL-FILE.
            DISPLAY "SPOOLADM: ", WS-CLEAN-COUNT,
                " PURGED/ARCHIVED ENTRIES REAPED.".
            EXIT.
