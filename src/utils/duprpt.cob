        IDENTIFICATION DIVISION.
        PROGRAM-ID. DUPRPT.
      *>
      *> DUPRPT IS THE WEEKLY REVIEW OF SUSPECTED DUPLICATE
      *> SUBMISSIONS (DUPCONF.LOG, SEE DUPCONF.cbl): EVERY FILING
      *> WHOSE DUPLICATE-CHECK SIGNATURE MATCHED A RECENT ONE BUT
      *> WAS FILED ANYWAY, WITH WHO CONFIRMED IT (OR WHICH
      *> SUPERVISOR OVERRODE) AND THE EARLIER FILING IT MATCHED --
      *> THE LIST A CLERK WORKS THROUGH TO CATCH THE REAL DOUBLE
      *> PAYMENTS. IT ALSO KEEPS THE ROLLING INDEX (DUPIDX.X)
      *> TRIM.
      *>
      *> USAGE:  duprpt REPORT [DAYS]    CONFIRMED DUPLICATES FILED IN
      *>                                 THE LAST DAYS (DEFAULT 7)
      *>         duprpt PURGE [DAYS]     DROP INDEX ENTRIES NOT FILED
      *>                                 IN THE LAST DAYS (DEFAULT 90)
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT DUPCONF-FILE
                ASSIGN TO DUPCONF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUPCONF-FILE-STATUS.

            SELECT DUPIDX-FILE
                ASSIGN TO DUPIDX-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DUP-KEY
                FILE STATUS IS WS-DUPIDX-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  DUPCONF-FILE.
        01  DUPCONF-RECORD.
            COPY DUPCONF.

        FD  DUPIDX-FILE.
        01  DUPIDX-RECORD.
            COPY DUPIDX.

        WORKING-STORAGE SECTION.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  DUPCONF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DUPCONF.LOG".
            10  DUPIDX-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DUPIDX.X".

        01  WS-DUPCONF-FILE-STATUS              PIC XX.
        01  WS-DUPIDX-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-DAYS-ARG                         PIC X(8).
        01  WS-DAYS                             PIC 9(4).
        01  WS-NOW                              PIC X(21).
        01  WS-TODAY-INT                        PIC 9(8).
        01  WS-SINCE-DATE                       PIC 9(8).
        01  WS-SHOWN-COUNT                      PIC 9(6) VALUE 0.
        01  WS-OVERRIDDEN-COUNT                 PIC 9(6) VALUE 0.
        01  WS-KEPT-COUNT                       PIC 9(6) VALUE 0.
        01  WS-PURGED-COUNT                     PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "REPORT"
                    PERFORM 2000-LIST-CONFIRMED
                WHEN "PURGE"
                    PERFORM 3000-PURGE-INDEX
                WHEN OTHER
                    DISPLAY "USAGE: duprpt REPORT [DAYS]"
                    DISPLAY "       duprpt PURGE [DAYS]"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE SPACES TO WS-VERB, WS-DAYS-ARG.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-DAYS-ARG FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            IF WS-DAYS-ARG NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-DAYS-ARG) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-DAYS-ARG) TO WS-DAYS
            ELSE
                IF WS-VERB = "PURGE" THEN
                    MOVE 90 TO WS-DAYS
                ELSE
                    MOVE 7 TO WS-DAYS
                END-IF
            END-IF.
      *>
      *>     "THE LAST N DAYS" COUNTS TODAY AS THE FIRST OF THEM.
      *>
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8))).
            IF WS-DAYS > 0 THEN
                COMPUTE WS-SINCE-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-TODAY-INT - WS-DAYS + 1)
            ELSE
                MOVE 0 TO WS-SINCE-DATE
            END-IF.
            MOVE LENGTH OF DUPCONF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                DUPCONF-FILE-NAME, FILE-NAME-LENGTH.
            MOVE LENGTH OF DUPIDX-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                DUPIDX-FILE-NAME, FILE-NAME-LENGTH.
            EXIT.

        2000-LIST-CONFIRMED.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT DUPCONF-FILE.
            IF WS-DUPCONF-FILE-STATUS NOT = "00" THEN
                DISPLAY "DUPRPT: NO CONFIRMED DUPLICATES ON FILE ",
                    "(STATUS ", WS-DUPCONF-FILE-STATUS, ")."
                MOVE 0 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "DUPLICATES FILED ANYWAY SINCE ", WS-SINCE-DATE.
            DISPLAY " ".
            PERFORM UNTIL END-OF-FILE
                READ DUPCONF-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF CFD-DATE-TIME(1:8) >= WS-SINCE-DATE THEN
                            PERFORM 2100-SHOW-ONE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DUPCONF-FILE.
            DISPLAY " ".
            DISPLAY "DUPLICATES SHOWN: ", WS-SHOWN-COUNT,
                "  SUPERVISOR OVERRIDES: ", WS-OVERRIDDEN-COUNT.
            EXIT.

        2100-SHOW-ONE.
            ADD 1 TO WS-SHOWN-COUNT.
            IF CFD-OVERRIDDEN THEN
                ADD 1 TO WS-OVERRIDDEN-COUNT
                DISPLAY CFD-DATE-TIME(1:14), " ", CFD-SCREEN-NAME,
                    " OP=", FUNCTION TRIM(CFD-OPERATOR),
                    " OVERRIDDEN BY SUP=",
                    FUNCTION TRIM(CFD-SUPERVISOR)
            ELSE
                DISPLAY CFD-DATE-TIME(1:14), " ", CFD-SCREEN-NAME,
                    " OP=", FUNCTION TRIM(CFD-OPERATOR),
                    " CONFIRMED BY OPERATOR"
            END-IF.
            DISPLAY "    SIGNATURE [",
                FUNCTION TRIM(CFD-SIGNATURE TRAILING), "]".
            DISPLAY "    MATCHED ", CFD-PRIOR-FILED-AT(1:14),
                " OP=", FUNCTION TRIM(CFD-PRIOR-OPERATOR),
                " BATCH ", CFD-PRIOR-BATCH-NO.
            EXIT.

        3000-PURGE-INDEX.
            MOVE 'N' TO EOF-FLAG.
            OPEN I-O DUPIDX-FILE.
            IF WS-DUPIDX-FILE-STATUS NOT = "00" THEN
                DISPLAY "DUPRPT: NO DUPLICATE INDEX ON FILE ",
                    "(STATUS ", WS-DUPIDX-FILE-STATUS, ")."
                MOVE 0 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LOW-VALUES TO DUP-KEY.
            START DUPIDX-FILE KEY IS NOT LESS THAN DUP-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ DUPIDX-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF DUP-FILED-AT(1:8) < WS-SINCE-DATE THEN
                            DELETE DUPIDX-FILE RECORD
                            ADD 1 TO WS-PURGED-COUNT
                        ELSE
                            ADD 1 TO WS-KEPT-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DUPIDX-FILE.
            DISPLAY "DUPRPT: INDEX ENTRIES PURGED: ", WS-PURGED-COUNT,
                "  KEPT: ", WS-KEPT-COUNT.
            EXIT.
