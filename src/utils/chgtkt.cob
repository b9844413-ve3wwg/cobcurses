        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGTKT.
      *>
      *> CHGTKT MAINTAINS THE CHANGE TICKET REGISTER (CHGTKT.X, SEE
      *> CHGTKT.cbl) AND REPORTS WHAT WAS CHANGED UNDER EACH TICKET.
      *> ONCE THE REGISTER EXISTS, CHANGE CONTROL IS IN FORCE: THE
      *> MAINTENANCE SCREENS ASK FOR A TICKET BEFORE THE FIRST SAVE
      *> OF A SESSION, THE BULK TOOLS (MASSATTR, RENAMEREF, FDEFLOAD,
      *> SCRGRID) REFUSE TO CHANGE ANYTHING WITHOUT ONE IN
      *> COBCURSES_CHANGE_TICKET, AND THE TICKET IS STAMPED ON EVERY
      *> SCRAUDIT, DTLAUDIT AND AFTER-IMAGE JOURNAL RECORD.
      *>
      *> USAGE (ARGUMENTS):
      *>     ADD TICKET TITLE [UNTIL]   REGISTER AN OPEN TICKET; UNTIL
      *>                                (YYYYMMDD) ENDS ITS VALIDITY
      *>     CLOSE TICKET               NO FURTHER CHANGES UNDER IT
      *>     REOPEN TICKET              OPEN A CLOSED TICKET AGAIN
      *>     LIST [ALL]                 OPEN TICKETS (OR EVERY TICKET)
      *>     REPORT TICKET [FROM [TO]]  EVERY OBJECT CHANGED UNDER THE
      *>                                TICKET (DEFAULT FROM THE DAY
      *>                                IT WAS REGISTERED TO TODAY)
      *>     REPORT * [FROM [TO]]       EVERY TICKET IN THE PERIOD
      *>                                (DEFAULT THE LAST 30 DAYS)
      *>
      *> ADD, CLOSE AND REOPEN NEED THE CHGCTL ROLE (CHECKED THROUGH
      *> COBCURSES-CHECK-ROLE). THE REPORT READS SCRAUDIT.LOG,
      *> DTLAUDIT.LOG AND THE DAY'S AFTER-IMAGE JOURNALS IN THE
      *> PERIOD; A CHANGE FOUND WITH NO TICKET IS LISTED UNDER
      *> *** NO TICKET *** SO IT CAN BE CHASED. JOURNALS WRITTEN
      *> BEFORE UPGRADEX ADDED THE TICKET ARE OF THE OLD WIDTH:
      *> KEEP THE PERIOD AFTER THE UPGRADE.
      *>
      *> RETURN-CODE: 0 DONE, 4 CHANGES WITHOUT A TICKET FOUND,
      *> 8 TICKET NOT ON FILE OR REQUEST REFUSED, 16 USAGE ERROR.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL CHGTKT-FILE
                ASSIGN TO CHGTKT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS TKT-NUMBER
                FILE STATUS IS WS-CHGTKT-FILE-STATUS.

            SELECT OPTIONAL SCRAUDIT-FILE
                ASSIGN TO SCRAUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCRAUDIT-FILE-STATUS.

            SELECT OPTIONAL DTLAUDIT-FILE
                ASSIGN TO DTLAUDIT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DTLAUDIT-FILE-STATUS.

            SELECT JOURNAL-FILE
                ASSIGN TO JOURNAL-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  CHGTKT-FILE.
        01  CHGTKT-RECORD.
            COPY CHGTKT.

        FD  SCRAUDIT-FILE.
        01  SCRAUDIT-RECORD.
            COPY SCRAUDIT.

        FD  DTLAUDIT-FILE.
        01  DTLAUDIT-RECORD.
            COPY DTLAUDIT.

        FD  JOURNAL-FILE.
        01  AFTERIMG-RECORD.
            COPY AFTERIMG.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  CHGTKT-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/CHGTKT.X".
            10  SCRAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRAUDIT.LOG".
            10  DTLAUDIT-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/DTLAUDIT.LOG".
            10  JOURNAL-STEM                    PIC X(256)
                VALUE "${COBCURSES_DATADIR}/AFTERIMG-".
            10  JOURNAL-FILE-NAME               PIC X(256).

        01  WS-CHGTKT-FILE-STATUS               PIC XX.
        01  WS-SCRAUDIT-FILE-STATUS             PIC XX.
        01  WS-DTLAUDIT-FILE-STATUS             PIC XX.
        01  WS-JOURNAL-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-TICKET                       PIC X(12).
        01  WS-ARG-2                            PIC X(40).
        01  WS-ARG-3                            PIC X(8).
        01  WS-ARG-FROM                         PIC X(8).
        01  WS-ARG-TO                           PIC X(8).
        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-REQUIRED-ROLE                    PIC X(16)
            VALUE "CHGCTL".
        01  WS-TODAY                            PIC X(8).
        01  WS-STATUS-NAME                      PIC X(6).
        01  WS-LISTED                           PIC 9(6) VALUE 0.

        01  WS-ALL-FLAG                         PIC X VALUE 'N'.
            88  REPORT-ALL                      VALUE 'Y'.

      *>
      *> THE REPORT PERIOD, AS DATES AND AS DAY NUMBERS FOR THE
      *> JOURNAL WALK.
      *>
        01  WS-FROM-DATE                        PIC X(8).
        01  WS-TO-DATE                          PIC X(8).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-FROM-INT                         PIC S9(9) COMP.
        01  WS-TO-INT                           PIC S9(9) COMP.
        01  WS-DAY-INT                          PIC S9(9) COMP.
        01  WS-JOURNAL-DATE                     PIC 9(8).
        01  WS-JOURNALS-READ                    PIC 9(4) VALUE 0.

      *>
      *> ONE CHANGE AS FOUND IN ANY OF THE THREE SOURCES.
      *>
        01  WS-EVT.
            10  WS-EVT-TICKET                   PIC X(12).
            10  WS-EVT-SOURCE                   PIC X(8).
            10  WS-EVT-TAG                      PIC X(2).
            10  WS-EVT-KEY                      PIC X(40).
            10  WS-EVT-ACTION                   PIC X.
            10  WS-EVT-STAMP                    PIC X(14).
            10  WS-EVT-BY                       PIC X(20).

      *>
      *> THE OBJECTS CHANGED IN THE PERIOD, ONE ENTRY PER TICKET,
      *> SOURCE AND OBJECT. PRINTED GROUPED BY TICKET.
      *>
        01  OBJECT-TABLE.
            10  WS-OBJ-COUNT                    PIC 9(4) COMP VALUE 0.
            10  WS-OBJ-ENTRY OCCURS 500 TIMES.
                15  WS-OBJ-TICKET               PIC X(12).
                15  WS-OBJ-SOURCE               PIC X(8).
                15  WS-OBJ-TAG                  PIC X(2).
                15  WS-OBJ-KEY                  PIC X(40).
                15  WS-OBJ-ACTION               PIC X.
                15  WS-OBJ-CHANGES              PIC 9(5) COMP.
                15  WS-OBJ-LAST-STAMP           PIC X(14).
                15  WS-OBJ-LAST-BY              PIC X(20).
                15  WS-OBJ-PRINTED              PIC X.
        01  WS-OBJ-X                            PIC 9(4) COMP.
        01  WS-OBJ-Y                            PIC 9(4) COMP.
        01  WS-OBJ-FOUND-X                      PIC 9(4) COMP.
        01  WS-OBJ-OVERFLOW                     PIC 9(6) VALUE 0.
        01  WS-GROUP-TICKET                     PIC X(12).
        01  WS-GROUP-OBJECTS                    PIC 9(4) VALUE 0.

        01  WS-TICKETED-CHANGES                 PIC 9(6) VALUE 0.
        01  WS-UNTICKETED-CHANGES               PIC 9(6) VALUE 0.
        01  WS-CHANGES-ED                       PIC ZZZZ9.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN "ADD"
                    PERFORM 2000-ADD-TICKET
                WHEN "CLOSE"
                    PERFORM 2100-CLOSE-TICKET
                WHEN "REOPEN"
                    PERFORM 2200-REOPEN-TICKET
                WHEN "LIST"
                    PERFORM 3000-LIST-TICKETS
                WHEN "REPORT"
                    PERFORM 4000-REPORT
                WHEN OTHER
                    DISPLAY "USAGE: chgtkt ADD TICKET TITLE [UNTIL]"
                    DISPLAY "       chgtkt CLOSE|REOPEN TICKET"
                    DISPLAY "       chgtkt LIST [ALL]"
                    DISPLAY "       chgtkt REPORT TICKET|* [FROM [TO]]"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            MOVE SPACES TO WS-VERB, WS-ARG-TICKET, WS-ARG-2, WS-ARG-3.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            ACCEPT WS-ARG-TICKET FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-ARG-TICKET) TO WS-ARG-TICKET.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            MOVE LENGTH OF CHGTKT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                CHGTKT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                SCRAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                DTLAUDIT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                JOURNAL-STEM, FILE-NAME-LENGTH.
            EXIT.

        2000-ADD-TICKET.
            IF WS-ARG-TICKET = SPACES OR WS-ARG-2 = SPACES THEN
                DISPLAY "USAGE: chgtkt ADD TICKET TITLE [UNTIL]"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-3 NOT = SPACES THEN
                IF WS-ARG-3 IS NOT NUMERIC THEN
                    DISPLAY "CHGTKT: UNTIL MUST BE YYYYMMDD."
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ARG-3 TO WS-DATE-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                OR WS-ARG-3 < WS-TODAY THEN
                    DISPLAY "CHGTKT: ", WS-ARG-3,
                        " IS NOT A VALID FUTURE DATE."
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM 7000-CHECK-ROLE.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O CHGTKT-FILE.
            IF WS-CHGTKT-FILE-STATUS NOT = "00"
            AND WS-CHGTKT-FILE-STATUS NOT = "05" THEN
                DISPLAY "CHGTKT: CANNOT OPEN CHGTKT.X (STATUS ",
                    WS-CHGTKT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO CHGTKT-RECORD.
            MOVE WS-ARG-TICKET TO TKT-NUMBER.
            SET TKT-STATUS-OPEN TO TRUE.
            MOVE WS-ARG-2 TO TKT-TITLE.
            MOVE WS-ARG-3 TO TKT-VALID-UNTIL.
            MOVE WS-OPERATOR-ID TO TKT-REGISTERED-BY.
            MOVE FUNCTION CURRENT-DATE TO TKT-REGISTERED.
            WRITE CHGTKT-RECORD
                INVALID KEY
                    DISPLAY "CHGTKT: TICKET ",
                        FUNCTION TRIM(WS-ARG-TICKET),
                        " IS ALREADY REGISTERED."
                    CLOSE CHGTKT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-WRITE.
            CLOSE CHGTKT-FILE.
            DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                " REGISTERED (OPEN).".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2100-CLOSE-TICKET.
            PERFORM 2300-READ-FOR-UPDATE.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF TKT-STATUS-CLOSED THEN
                DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                    " IS ALREADY CLOSED."
                CLOSE CHGTKT-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            SET TKT-STATUS-CLOSED TO TRUE.
            MOVE WS-OPERATOR-ID TO TKT-CLOSED-BY.
            MOVE FUNCTION CURRENT-DATE TO TKT-CLOSED.
            PERFORM 2400-REWRITE-TICKET.
            IF RETURN-CODE = 0 THEN
                DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                    " CLOSED."
            END-IF.
            EXIT.

        2200-REOPEN-TICKET.
            PERFORM 2300-READ-FOR-UPDATE.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF TKT-STATUS-OPEN THEN
                DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                    " IS ALREADY OPEN."
                CLOSE CHGTKT-FILE
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            SET TKT-STATUS-OPEN TO TRUE.
            MOVE SPACES TO TKT-CLOSED-BY, TKT-CLOSED.
            PERFORM 2400-REWRITE-TICKET.
            IF RETURN-CODE = 0 THEN
                DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                    " REOPENED."
            END-IF.
            EXIT.

        2300-READ-FOR-UPDATE.
      *>
      *>     COMMON TO CLOSE AND REOPEN: ROLE CHECK, THEN THE
      *>     TICKET READ WITH THE REGISTER LEFT OPEN I-O.
      *>
            IF WS-ARG-TICKET = SPACES THEN
                DISPLAY "USAGE: chgtkt ", FUNCTION TRIM(WS-VERB),
                    " TICKET"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 7000-CHECK-ROLE.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O CHGTKT-FILE.
            IF WS-CHGTKT-FILE-STATUS NOT = "00" THEN
                DISPLAY "CHGTKT: NO TICKET REGISTER (STATUS ",
                    WS-CHGTKT-FILE-STATUS, ")."
                IF WS-CHGTKT-FILE-STATUS = "05" THEN
                    CLOSE CHGTKT-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-TICKET TO TKT-NUMBER.
            READ CHGTKT-FILE
                INVALID KEY
                    DISPLAY "TICKET ", FUNCTION TRIM(WS-ARG-TICKET),
                        " IS NOT ON FILE."
                    CLOSE CHGTKT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2400-REWRITE-TICKET.
            REWRITE CHGTKT-RECORD
                INVALID KEY
                    DISPLAY "CHGTKT: UNABLE TO UPDATE ",
                        FUNCTION TRIM(WS-ARG-TICKET), " (STATUS ",
                        WS-CHGTKT-FILE-STATUS, ")."
                    CLOSE CHGTKT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-REWRITE.
            CLOSE CHGTKT-FILE.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3000-LIST-TICKETS.
            IF WS-ARG-TICKET = "ALL" THEN
                SET REPORT-ALL TO TRUE
            END-IF.
            OPEN INPUT CHGTKT-FILE.
            IF WS-CHGTKT-FILE-STATUS NOT = "00" THEN
                DISPLAY "CHGTKT: NO TICKET REGISTER -- CHANGE ",
                    "CONTROL IS NOT IN FORCE."
                IF WS-CHGTKT-FILE-STATUS = "05" THEN
                    CLOSE CHGTKT-FILE
                END-IF
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "CHANGE TICKETS".
            DISPLAY "TICKET       STATUS UNTIL    REGISTERED BY",
                "        TITLE".
            DISPLAY "------------ ------ -------- -------------",
                "------- ----------------------------------------".
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ CHGTKT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 8000-TICKET-STATUS-NAME
                        IF REPORT-ALL
                        OR WS-STATUS-NAME = "OPEN" THEN
                            ADD 1 TO WS-LISTED
                            DISPLAY TKT-NUMBER, " ", WS-STATUS-NAME,
                                " ", TKT-VALID-UNTIL, " ",
                                TKT-REGISTERED-BY, " ", TKT-TITLE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CHGTKT-FILE.
            DISPLAY WS-LISTED, " TICKET(S) LISTED.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        4000-REPORT.
            IF WS-ARG-TICKET = SPACES THEN
                DISPLAY "USAGE: chgtkt REPORT TICKET|* [FROM [TO]]"
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-TICKET = "*" OR WS-ARG-TICKET = "ALL" THEN
                SET REPORT-ALL TO TRUE
            END-IF.
            MOVE WS-ARG-2(1:8) TO WS-ARG-FROM.
            MOVE WS-ARG-3 TO WS-ARG-TO.
            PERFORM 4100-SET-PERIOD.
            IF RETURN-CODE NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "CHANGES BY TICKET, ", WS-FROM-DATE, " TO ",
                WS-TO-DATE.
            PERFORM 5000-SCAN-SCRAUDIT.
            PERFORM 5100-SCAN-DTLAUDIT.
            PERFORM 5200-SCAN-JOURNALS.
            PERFORM 6000-PRINT-REPORT.

            IF WS-UNTICKETED-CHANGES > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        4100-SET-PERIOD.
      *>
      *>     ONE TICKET: FROM THE DAY IT WAS REGISTERED (IT MUST BE
      *>     ON FILE). EVERY TICKET: THE LAST 30 DAYS. EITHER WAY
      *>     TO TODAY, UNLESS FROM/TO ARE GIVEN.
      *>
            MOVE WS-TODAY TO WS-TO-DATE.
            MOVE WS-TODAY TO WS-DATE-NUM.
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 30.
            COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
            MOVE WS-DATE-NUM TO WS-FROM-DATE.

            IF NOT REPORT-ALL THEN
                OPEN INPUT CHGTKT-FILE
                IF WS-CHGTKT-FILE-STATUS NOT = "00" THEN
                    DISPLAY "CHGTKT: NO TICKET REGISTER (STATUS ",
                        WS-CHGTKT-FILE-STATUS, ")."
                    IF WS-CHGTKT-FILE-STATUS = "05" THEN
                        CLOSE CHGTKT-FILE
                    END-IF
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ARG-TICKET TO TKT-NUMBER
                READ CHGTKT-FILE
                    INVALID KEY
                        DISPLAY "TICKET ",
                            FUNCTION TRIM(WS-ARG-TICKET),
                            " IS NOT ON FILE."
                        CLOSE CHGTKT-FILE
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-READ
                CLOSE CHGTKT-FILE
                MOVE TKT-REGISTERED(1:8) TO WS-FROM-DATE
            END-IF.

            IF WS-ARG-FROM NOT = SPACES THEN
                MOVE WS-ARG-FROM TO WS-FROM-DATE
            END-IF.
            IF WS-ARG-TO NOT = SPACES THEN
                MOVE WS-ARG-TO TO WS-TO-DATE
            END-IF.
            IF WS-FROM-DATE IS NOT NUMERIC
            OR WS-TO-DATE IS NOT NUMERIC THEN
                DISPLAY "CHGTKT: FROM AND TO MUST BE YYYYMMDD."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FROM-DATE TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                DISPLAY "CHGTKT: ", WS-FROM-DATE, " IS NOT A DATE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            MOVE WS-TO-DATE TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                DISPLAY "CHGTKT: ", WS-TO-DATE, " IS NOT A DATE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TO-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            IF WS-FROM-INT > WS-TO-INT THEN
                DISPLAY "CHGTKT: FROM IS AFTER TO."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5000-SCAN-SCRAUDIT.
            OPEN INPUT SCRAUDIT-FILE.
            IF WS-SCRAUDIT-FILE-STATUS NOT = "00" THEN
                IF WS-SCRAUDIT-FILE-STATUS = "05" THEN
                    CLOSE SCRAUDIT-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCRAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AUD-DATE-TIME(1:8) NOT < WS-FROM-DATE
                        AND AUD-DATE-TIME(1:8) NOT > WS-TO-DATE THEN
                            MOVE AUD-TICKET TO WS-EVT-TICKET
                            MOVE "SCRAUDIT" TO WS-EVT-SOURCE
                            MOVE "01" TO WS-EVT-TAG
                            MOVE AUD-SCREEN-NAME TO WS-EVT-KEY
                            MOVE AUD-ACTION TO WS-EVT-ACTION
                            MOVE AUD-DATE-TIME(1:14) TO WS-EVT-STAMP
                            MOVE AUD-OPERATOR TO WS-EVT-BY
                            PERFORM 5900-RECORD-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRAUDIT-FILE.
            EXIT.

        5100-SCAN-DTLAUDIT.
            OPEN INPUT DTLAUDIT-FILE.
            IF WS-DTLAUDIT-FILE-STATUS NOT = "00" THEN
                IF WS-DTLAUDIT-FILE-STATUS = "05" THEN
                    CLOSE DTLAUDIT-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ DTLAUDIT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF DTA-DATE-TIME(1:8) NOT < WS-FROM-DATE
                        AND DTA-DATE-TIME(1:8) NOT > WS-TO-DATE THEN
                            MOVE DTA-TICKET TO WS-EVT-TICKET
                            MOVE "DTLAUDIT" TO WS-EVT-SOURCE
                            MOVE DTA-FILE-TAG TO WS-EVT-TAG
                            MOVE DTA-OBJECT-KEY TO WS-EVT-KEY
                            MOVE DTA-ACTION TO WS-EVT-ACTION
                            MOVE DTA-DATE-TIME(1:14) TO WS-EVT-STAMP
                            MOVE DTA-OPERATOR TO WS-EVT-BY
                            PERFORM 5900-RECORD-EVENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DTLAUDIT-FILE.
            EXIT.

        5200-SCAN-JOURNALS.
      *>
      *>     ONE AFTER-IMAGE JOURNAL PER DAY IN THE PERIOD; DAYS
      *>     WITH NO MAINTENANCE HAVE NONE. EVERY CATALOG KEY STARTS
      *>     WITH A NAME (SCREEN, MENU, CHARSET ...), SO THE FIRST
      *>     16 BYTES OF THE IMAGE IDENTIFY THE OBJECT READABLY.
      *>
            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                UNTIL WS-DAY-INT > WS-TO-INT
                COMPUTE WS-JOURNAL-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE SPACES TO JOURNAL-FILE-NAME
                STRING FUNCTION TRIM(JOURNAL-STEM)
                    WS-JOURNAL-DATE ".JRN"
                    DELIMITED BY SIZE INTO JOURNAL-FILE-NAME
                OPEN INPUT JOURNAL-FILE
                IF WS-JOURNAL-FILE-STATUS = "00" THEN
                    ADD 1 TO WS-JOURNALS-READ
                    PERFORM 5300-SCAN-ONE-JOURNAL
                    CLOSE JOURNAL-FILE
                END-IF
            END-PERFORM.
            EXIT.

        5300-SCAN-ONE-JOURNAL.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ JOURNAL-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE AJR-TICKET TO WS-EVT-TICKET
                        MOVE "JOURNAL" TO WS-EVT-SOURCE
                        MOVE AJR-FILE-TAG TO WS-EVT-TAG
                        MOVE AJR-DATA(1:16) TO WS-EVT-KEY
                        MOVE AJR-ACTION TO WS-EVT-ACTION
                        MOVE AJR-TIMESTAMP(1:14) TO WS-EVT-STAMP
                        MOVE AJR-OPERATOR TO WS-EVT-BY
                        PERFORM 5900-RECORD-EVENT
                END-READ
            END-PERFORM.
            EXIT.

        5900-RECORD-EVENT.
      *>
      *>     KEEP THE CHANGE IF IT BELONGS TO THE TICKET REPORTED ON
      *>     (OR ANY TICKET), OR CARRIES NO TICKET AT ALL; FOLD IT
      *>     INTO ITS OBJECT'S ENTRY.
      *>
            IF WS-EVT-TICKET = SPACES THEN
                ADD 1 TO WS-UNTICKETED-CHANGES
            ELSE
                IF NOT REPORT-ALL
                AND WS-EVT-TICKET NOT = WS-ARG-TICKET THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TICKETED-CHANGES
            END-IF.

            MOVE 0 TO WS-OBJ-FOUND-X.
            PERFORM VARYING WS-OBJ-X FROM 1 BY 1
                UNTIL WS-OBJ-X > WS-OBJ-COUNT
                   OR WS-OBJ-FOUND-X > 0
                IF WS-OBJ-TICKET(WS-OBJ-X) = WS-EVT-TICKET
                AND WS-OBJ-SOURCE(WS-OBJ-X) = WS-EVT-SOURCE
                AND WS-OBJ-TAG(WS-OBJ-X) = WS-EVT-TAG
                AND WS-OBJ-KEY(WS-OBJ-X) = WS-EVT-KEY THEN
                    MOVE WS-OBJ-X TO WS-OBJ-FOUND-X
                END-IF
            END-PERFORM.
            IF WS-OBJ-FOUND-X = 0 THEN
                IF WS-OBJ-COUNT NOT < 500 THEN
                    ADD 1 TO WS-OBJ-OVERFLOW
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-OBJ-COUNT
                MOVE WS-OBJ-COUNT TO WS-OBJ-FOUND-X
                MOVE WS-EVT-TICKET TO WS-OBJ-TICKET(WS-OBJ-FOUND-X)
                MOVE WS-EVT-SOURCE TO WS-OBJ-SOURCE(WS-OBJ-FOUND-X)
                MOVE WS-EVT-TAG TO WS-OBJ-TAG(WS-OBJ-FOUND-X)
                MOVE WS-EVT-KEY TO WS-OBJ-KEY(WS-OBJ-FOUND-X)
                MOVE 0 TO WS-OBJ-CHANGES(WS-OBJ-FOUND-X)
                MOVE 'N' TO WS-OBJ-PRINTED(WS-OBJ-FOUND-X)
            END-IF.
            ADD 1 TO WS-OBJ-CHANGES(WS-OBJ-FOUND-X).
            MOVE WS-EVT-ACTION TO WS-OBJ-ACTION(WS-OBJ-FOUND-X).
            MOVE WS-EVT-STAMP TO WS-OBJ-LAST-STAMP(WS-OBJ-FOUND-X).
            MOVE WS-EVT-BY TO WS-OBJ-LAST-BY(WS-OBJ-FOUND-X).
            EXIT.

        6000-PRINT-REPORT.
      *>
      *>     ONE GROUP PER TICKET IN THE ORDER FIRST SEEN, THEN THE
      *>     CHANGES MADE WITHOUT ONE.
      *>
            PERFORM VARYING WS-OBJ-Y FROM 1 BY 1
                UNTIL WS-OBJ-Y > WS-OBJ-COUNT
                IF WS-OBJ-PRINTED(WS-OBJ-Y) = 'N'
                AND WS-OBJ-TICKET(WS-OBJ-Y) NOT = SPACES THEN
                    MOVE WS-OBJ-TICKET(WS-OBJ-Y) TO WS-GROUP-TICKET
                    PERFORM 6100-PRINT-GROUP
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-GROUP-TICKET.
            PERFORM 6100-PRINT-GROUP.

            IF WS-OBJ-COUNT = 0 THEN
                DISPLAY "NO CHANGES FOUND IN THE PERIOD."
            END-IF.
            IF WS-OBJ-OVERFLOW > 0 THEN
                DISPLAY "*** ", WS-OBJ-OVERFLOW, " FURTHER CHANGE(S) ",
                    "NOT LISTED -- NARROW THE PERIOD."
            END-IF.
            DISPLAY " ".
            DISPLAY WS-TICKETED-CHANGES, " CHANGE(S) UNDER A TICKET, ",
                WS-UNTICKETED-CHANGES, " WITHOUT ONE; ",
                WS-JOURNALS-READ, " JOURNAL(S) READ.".
            EXIT.

        6100-PRINT-GROUP.
            MOVE 0 TO WS-GROUP-OBJECTS.
            PERFORM VARYING WS-OBJ-X FROM 1 BY 1
                UNTIL WS-OBJ-X > WS-OBJ-COUNT
                IF WS-OBJ-PRINTED(WS-OBJ-X) = 'N'
                AND WS-OBJ-TICKET(WS-OBJ-X) = WS-GROUP-TICKET THEN
                    IF WS-GROUP-OBJECTS = 0 THEN
                        PERFORM 6200-PRINT-GROUP-HEADING
                    END-IF
                    ADD 1 TO WS-GROUP-OBJECTS
                    MOVE 'Y' TO WS-OBJ-PRINTED(WS-OBJ-X)
                    MOVE WS-OBJ-CHANGES(WS-OBJ-X) TO WS-CHANGES-ED
                    DISPLAY "  ", WS-OBJ-SOURCE(WS-OBJ-X), " ",
                        WS-OBJ-TAG(WS-OBJ-X), " ",
                        WS-OBJ-KEY(WS-OBJ-X), " ",
                        WS-OBJ-ACTION(WS-OBJ-X), " ",
                        WS-CHANGES-ED, " ",
                        WS-OBJ-LAST-STAMP(WS-OBJ-X)(1:12), " ",
                        FUNCTION TRIM(WS-OBJ-LAST-BY(WS-OBJ-X))
                END-IF
            END-PERFORM.
            EXIT.

        6200-PRINT-GROUP-HEADING.
            DISPLAY " ".
            IF WS-GROUP-TICKET = SPACES THEN
                DISPLAY "*** NO TICKET *** -- CHANGES MADE WITHOUT ",
                    "A CHANGE TICKET"
            ELSE
                MOVE SPACES TO TKT-TITLE, WS-STATUS-NAME
                OPEN INPUT CHGTKT-FILE
                IF WS-CHGTKT-FILE-STATUS = "00" THEN
                    MOVE WS-GROUP-TICKET TO TKT-NUMBER
                    READ CHGTKT-FILE
                        INVALID KEY
                            MOVE "(NOT ON THE REGISTER)" TO TKT-TITLE
                        NOT INVALID KEY
                            PERFORM 8000-TICKET-STATUS-NAME
                    END-READ
                    CLOSE CHGTKT-FILE
                ELSE
                    IF WS-CHGTKT-FILE-STATUS = "05" THEN
                        CLOSE CHGTKT-FILE
                    END-IF
                END-IF
                DISPLAY "TICKET ", WS-GROUP-TICKET, " ",
                    WS-STATUS-NAME, " ", FUNCTION TRIM(TKT-TITLE)
            END-IF.
            DISPLAY "  SOURCE   TG OBJECT                           ",
                "        A  CHGS LAST CHANGE   BY".
            EXIT.

        7000-CHECK-ROLE.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OPERATOR-ID, WS-REQUIRED-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "CHGTKT: ", FUNCTION TRIM(WS-OPERATOR-ID),
                    " DOES NOT HOLD THE ",
                    FUNCTION TRIM(WS-REQUIRED-ROLE), " ROLE."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        8000-TICKET-STATUS-NAME.
      *>
      *>     AN OPEN TICKET PAST ITS VALID-UNTIL DATE NO LONGER
      *>     ACCEPTS CHANGES (SEE COBCURSES-CHANGE-TICKET).
      *>
            EVALUATE TRUE
                WHEN TKT-STATUS-CLOSED
                    MOVE "CLOSED" TO WS-STATUS-NAME
                WHEN TKT-VALID-UNTIL NOT = SPACES
                 AND TKT-VALID-UNTIL < WS-TODAY
                    MOVE "EXPIRD" TO WS-STATUS-NAME
                WHEN OTHER
                    MOVE "OPEN" TO WS-STATUS-NAME
            END-EVALUATE.
            EXIT.

        END PROGRAM CHGTKT.
