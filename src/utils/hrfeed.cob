        IDENTIFICATION DIVISION.
        PROGRAM-ID. HRFEED.
      *>
      *> HRFEED IS THE NIGHTLY HR-DRIVEN OPERATOR PROVISIONING RUN. IT
      *> READS THE HR EXTRACT (A CSV, THROUGH THE COBCURSES-EXTRA
      *> READER WITH THE STANDARD MALFORMED-ROW REJECT LOG, AS
      *> FDEFLOAD DOES), COMPARES EACH EMPLOYEE WITH WHAT THE LAST RUN
      *> SAW (HRSTATE.X, SEE HRSTATE.cbl) AND KEEPS USERROLE.X AND
      *> USERCRED.X IN STEP, USING THE JOB CODE TO ROLE MAPPING
      *> (JOBROLE.X, SEE JOBROLE.cbl, MAINTAINED WITH JOBRADM):
      *>
      *>     JOINERS  ARE GRANTED EVERY ROLE (OR ROLE GROUP) MAPPED TO
      *>              THEIR JOB CODE. WHEN THE SHOP KEEPS PASSWORDS
      *>              (USERCRED.X EXISTS) AND THE OPERATOR HAS NONE, A
      *>              TEMPORARY PASSWORD IS SET WITH A FORCED CHANGE AT
      *>              FIRST SIGN-ON AND WRITTEN TO THE NOTICES FILE FOR
      *>              HANDING OVER. AN EMPLOYEE WHO RETURNS AFTER
      *>              LEAVING IS A JOINER AGAIN.
      *>     MOVERS   (NEW JOB CODE) LOSE THE ROLES MAPPED TO THE OLD
      *>              JOB CODE THAT THE NEW ONE DOES NOT ALSO CARRY,
      *>              AND GAIN THOSE OF THE NEW JOB CODE.
      *>     LEAVERS  (STATUS T, OR A TERMINATION DATE) ARE LOCKED IN
      *>              USERCRED.X AND LOSE EVERY USERROLE.X GRANT ON
      *>              THEIR TERMINATION DATE -- AT ONCE WHEN NO DATE
      *>              IS GIVEN OR IT HAS PASSED, OTHERWISE THEY ARE
      *>              HELD AND LISTED UNTIL IT ARRIVES.
      *>
      *> EVERY GRANT ADDED OR REMOVED AND EVERY CREDENTIAL SET OR
      *> LOCKED IS WRITTEN TO DTLAUDIT.LOG ('UR' = USERROLE.X, 'UC' =
      *> USERCRED.X, THE PASSWORD HASH AND SALT BLANKED) AND LOGGED TO
      *> SIGNON.LOG (HR-* EVENTS), THE SAME WAY RECERT DOES.
      *>
      *> THE EXCEPTIONS REPORT LISTS REJECTED ROWS, JOB CODES WITH NO
      *> MAPPING, EMPLOYEES WHOSE OPERATOR ID CHANGED (NOT APPLIED),
      *> HELD LEAVERS, AND EVERY OPERATOR HOLDING A USERROLE.X GRANT
      *> WHO IS NOT IN TONIGHT'S EXTRACT. ANY EXCEPTION IS RAISED TO
      *> ALERTS.X AS A WARNING.
      *>
      *> INPUT CSV (FIRST RECORD IS THE HEADING ROW; COLUMNS MAY BE IN
      *> ANY ORDER) :
      *>
      *>     EMPLOYEE-ID, OPERATOR-ID, DEPARTMENT, JOB-CODE, STATUS,
      *>     TERMINATION-DATE
      *>
      *>     STATUS IS A (ACTIVE, ALSO WHEN BLANK) OR T (TERMINATED);
      *>     TERMINATION-DATE IS YYYYMMDD OR BLANK.
      *>
      *> INPUTS (ENVIRONMENT) :
      *>     COBCURSES_HR_CSV         INPUT CSV (DEFAULT hrfeed.csv)
      *>     COBCURSES_HR_REJECTS     REJECT FILE (DEFAULT
      *>                              hrfeed_rejects.txt)
      *>     COBCURSES_HR_NOTICES     JOINER PASSWORD NOTICES (DEFAULT
      *>                              hrfeed_notices.txt) -- HANDLE
      *>                              AND DESTROY IT AS A SECRET
      *>
      *> THE ACTING USER MUST HOLD SECADMIN WHEN THE SHOP KEEPS ROLES.
      *>
      *> RETURN-CODE:
      *>     0   DONE (EXCEPTIONS ARE REPORTED, NOT FATAL)
      *>     8   FILE PROBLEM
      *>     16  NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT CSV-FILE
                ASSIGN TO WS-CSV-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-FILE-STATUS.

            SELECT NOTICE-FILE
                ASSIGN TO WS-NOTICE-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTICE-FILE-STATUS.

            SELECT OPTIONAL JOBROLE-FILE
                ASSIGN TO JOBROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS JBR-KEY
                FILE STATUS IS WS-JOBROLE-FILE-STATUS.

            SELECT OPTIONAL HRSTATE-FILE
                ASSIGN TO HRSTATE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS HRS-EMPLOYEE-ID
                ALTERNATE RECORD KEY IS HRS-OPERATOR
                    WITH DUPLICATES
                FILE STATUS IS WS-HRSTATE-FILE-STATUS.

            SELECT OPTIONAL USERROLE-FILE
                ASSIGN TO USERROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS USR-KEY
                FILE STATUS IS WS-USERROLE-FILE-STATUS.

            SELECT OPTIONAL USERCRED-FILE
                ASSIGN TO USERCRED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS UCR-OPERATOR
                FILE STATUS IS WS-USERCRED-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  CSV-FILE.
        01  CSV-RECORD                          PIC X(1024).

        FD  NOTICE-FILE.
        01  NOTICE-RECORD                       PIC X(80).

        FD  JOBROLE-FILE.
        01  JOBROLE-RECORD.
            COPY JOBROLE.

        FD  HRSTATE-FILE.
        01  HRSTATE-RECORD.
            COPY HRSTATE.

        FD  USERROLE-FILE.
        01  USERROLE-RECORD.
            COPY USERROLE.

        FD  USERCRED-FILE.
        01  USERCRED-RECORD.
            COPY USERCRED.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
            COPY COBCEXTRA.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  JOBROLE-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBROLE.X".
            10  HRSTATE-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/HRSTATE.X".
            10  USERROLE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/USERROLE.X".
            10  USERCRED-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/USERCRED.X".

        01  WS-CSV-FILENAME                     PIC X(512)
            VALUE "hrfeed.csv".
        01  WS-NOTICE-FILENAME                  PIC X(512)
            VALUE "hrfeed_notices.txt".
        01  WS-CSV-FILE-STATUS                  PIC XX.
        01  WS-NOTICE-FILE-STATUS               PIC XX.
        01  WS-JOBROLE-FILE-STATUS              PIC XX.
        01  WS-HRSTATE-FILE-STATUS              PIC XX.
        01  WS-USERROLE-FILE-STATUS             PIC XX.
        01  WS-USERCRED-FILE-STATUS             PIC XX.

        01  WS-CSV-EOF-FLAG                     PIC X VALUE 'N'.
            88  WS-CSV-EOF                      VALUE 'Y'.
        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-NOTICE-OPEN-FLAG                 PIC X VALUE 'N'.
            88  NOTICE-OPEN                     VALUE 'Y'.
        01  WS-PASSWORDS-FLAG                   PIC X VALUE 'N'.
            88  SHOP-KEEPS-PASSWORDS            VALUE 'Y'.

        01  WS-ACTING-ID                        PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-NOW                              PIC X(21).
        01  WS-TODAY                            PIC X(8).

      *>
      *> CSV COLUMN BUFFERS, BOUND VIA NC-REGISTER-CSV-COLUMN.
      *>
        01  CSV-VALUES.
            10  CSV-EMPLOYEE-ID                 PIC X(12).
            10  CSV-OPERATOR-ID                 PIC X(20).
            10  CSV-DEPARTMENT                  PIC X(8).
            10  CSV-JOB-CODE                    PIC X(8).
            10  CSV-STATUS                      PIC X.
            10  CSV-TERMINATION-DATE            PIC X(8).

        01  WS-ROW-VALID-FLAG                   PIC X.
            88  ROW-VALID                       VALUE 'Y'.
        01  WS-ROW-REASON                       PIC X(40).
        01  WS-DATE-NUM                         PIC 9(8).
        01  WS-LINE-NO                          PIC 9(6).

        01  WS-KNOWN-FLAG                       PIC X.
            88  EMPLOYEE-IS-KNOWN               VALUE 'Y'.
        01  WS-LEAVE-DUE-FLAG                   PIC X.
            88  LEAVE-IS-DUE                    VALUE 'Y'.
        01  WS-OLD-JOB-CODE                     PIC X(8).

      *>
      *>     JOB CODE -> ROLE MAPPING, LOADED ONCE FROM JOBROLE.X.
      *>
        01  JOB-MAP-TABLE.
            10  WS-JM-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-JM-ENTRY OCCURS 1000 TIMES.
                15  WS-JM-JOB-CODE              PIC X(8).
                15  WS-JM-ROLE                  PIC X(16).
        01  WS-JM-X                             PIC 9(4) COMP.
        01  WS-JM-Y                             PIC 9(4) COMP.
        01  WS-MAPPED-FLAG                      PIC X.
            88  JOB-IS-MAPPED                   VALUE 'Y'.
        01  WS-KEEP-FLAG                        PIC X.
            88  ROLE-IS-KEPT                    VALUE 'Y'.

      *>
      *>     ONE OPERATOR'S GRANTS, COLLECTED BEFORE A LEAVER'S
      *>     GRANTS ARE REMOVED.
      *>
        01  HELD-ROLE-TABLE.
            10  WS-HR-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-HR-ROLE OCCURS 64 TIMES      PIC X(16).
        01  WS-HR-X                             PIC 9(4) COMP.

        01  WS-GRANT-OPERATOR                   PIC X(20).
        01  WS-GRANT-ROLE                       PIC X(16).
        01  WS-GRANT-JOB                        PIC X(8).

      *>
      *>     TEMPORARY PASSWORD FOR A JOINER.
      *>
        01  WS-TEMP-PASSWORD                    PIC X(32).
        01  WS-PASSWORD-LETTERS                 PIC X(32)
            VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
        01  WS-PW-X                             PIC 9(4) COMP.
        01  WS-PW-PICK                          PIC 9(4) COMP.
        01  WS-PW-SEED                          PIC 9(8).
        01  WS-PW-RANDOM                        PIC V9(9).
        01  WS-PW-SEEDED-FLAG                   PIC X VALUE 'N'.
            88  PW-IS-SEEDED                    VALUE 'Y'.

      *>
      *>     DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-AFTER                        PIC X(600).
        01  WS-DTL-EMPTY                        PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-CRED-IMAGE.
            05  WS-CRED-OPERATOR                PIC X(20).
            05  WS-CRED-SALT                    PIC X(8).
            05  WS-CRED-HASH                    PIC X(16).
            05  FILLER                          PIC X(36).

        01  WS-LOG-OPERATOR                     PIC X(20).
        01  WS-LOG-EVENT                        PIC X(20).
        01  WS-LOG-DETAIL                       PIC X(40).

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12)
                VALUE "HRFEED".
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

      *>
      *>     EXCEPTIONS, HELD FOR THE REPORT AT THE END OF THE RUN.
      *>
        01  EXCEPTION-TABLE.
            10  WS-EX-COUNT                     PIC 9(6) VALUE 0.
            10  WS-EX-LINE OCCURS 500 TIMES     PIC X(70).
        01  WS-EX-X                             PIC 9(6).
        01  WS-EX-TEXT                          PIC X(70).

        01  WS-LAST-OPERATOR                    PIC X(20).
        01  WS-IN-FEED-FLAG                     PIC X.
            88  OPERATOR-IN-FEED                VALUE 'Y'.

        01  LOAD-COUNTS.
            10  WS-ROW-COUNT                    PIC 9(6) VALUE 0.
            10  WS-REJECT-COUNT                 PIC 9(6) VALUE 0.
            10  WS-JOINER-COUNT                 PIC 9(6) VALUE 0.
            10  WS-MOVER-COUNT                  PIC 9(6) VALUE 0.
            10  WS-LEAVER-COUNT                 PIC 9(6) VALUE 0.
            10  WS-HELD-COUNT                   PIC 9(6) VALUE 0.
            10  WS-GRANTED-COUNT                PIC 9(6) VALUE 0.
            10  WS-REMOVED-COUNT                PIC 9(6) VALUE 0.
            10  WS-LOCKED-COUNT                 PIC 9(6) VALUE 0.
            10  WS-ISSUED-COUNT                 PIC 9(6) VALUE 0.
            10  WS-UNLISTED-COUNT               PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LOAD-CSV.
            PERFORM 6000-UNLISTED-OPERATORS.
            PERFORM 8000-REPORT.
            PERFORM 9000-FINALIZE.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
            PERFORM NC-EXTRA-INIT.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.

            MOVE SPACES TO WS-ACTING-ID.
            CALL "C$GETENV" USING "USER", WS-ACTING-ID.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-ADMIN-ROLE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "HRFEED: ", FUNCTION TRIM(WS-ACTING-ID),
                    " DOES NOT HOLD THE SECADMIN ROLE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_HR_CSV".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO WS-CSV-FILENAME
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_HR_NOTICES".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO WS-NOTICE-FILENAME
            END-IF.

            MOVE "hrfeed_rejects.txt" TO NC-CSV-REJECT-FILE.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_HR_REJECTS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR TO NC-CSV-REJECT-FILE
            END-IF.
            PERFORM NC-SET-CSV-REJECT-FILE.

            MOVE LENGTH OF JOBROLE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING JOBROLE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING HRSTATE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING USERROLE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING USERCRED-FILE-NAME, FILE-NAME-LENGTH.

            PERFORM 1100-LOAD-JOB-MAP.

      *>
      *>     A SHOP WITHOUT USERCRED.X HAS NOT ADOPTED PASSWORDS, AND
      *>     THE FEED DOES NOT ADOPT THEM FOR IT.
      *>
            OPEN INPUT USERCRED-FILE.
            IF WS-USERCRED-FILE-STATUS = "00" THEN
                SET SHOP-KEEPS-PASSWORDS TO TRUE
            END-IF.
            IF WS-USERCRED-FILE-STATUS = "00"
            OR WS-USERCRED-FILE-STATUS = "05" THEN
                CLOSE USERCRED-FILE
            END-IF.

            OPEN I-O HRSTATE-FILE.
            IF WS-HRSTATE-FILE-STATUS NOT = "00"
            AND WS-HRSTATE-FILE-STATUS NOT = "05" THEN
                DISPLAY "HRFEED: CANNOT OPEN HRSTATE.X (STATUS ",
                    WS-HRSTATE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00"
            AND WS-USERROLE-FILE-STATUS NOT = "05" THEN
                DISPLAY "HRFEED: CANNOT OPEN USERROLE.X (STATUS ",
                    WS-USERROLE-FILE-STATUS, ")."
                CLOSE HRSTATE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 1600-REGISTER-CSV-COLUMNS.
            EXIT.

        1100-LOAD-JOB-MAP.
            MOVE 0 TO WS-JM-COUNT.
            OPEN INPUT JOBROLE-FILE.
            IF WS-JOBROLE-FILE-STATUS NOT = "00" THEN
                IF WS-JOBROLE-FILE-STATUS = "05" THEN
                    CLOSE JOBROLE-FILE
                END-IF
                DISPLAY "HRFEED: NO JOB ROLE MAPPING (JOBROLE.X) -- ",
                    "NO ROLES WILL BE GRANTED."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ JOBROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-JM-COUNT < 1000 THEN
                            ADD 1 TO WS-JM-COUNT
                            MOVE JBR-JOB-CODE
                                TO WS-JM-JOB-CODE(WS-JM-COUNT)
                            MOVE JBR-ROLE TO WS-JM-ROLE(WS-JM-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JOBROLE-FILE.
            EXIT.

        1600-REGISTER-CSV-COLUMNS.
            PERFORM NC-CLEAR-CSV-HEADINGS.
            SET NC-CSV-DELIMITED TO TRUE.

            SET NC-CSV-TEXT TO ADDRESS OF CSV-RECORD.
            MOVE LENGTH OF CSV-RECORD TO NC-CSV-LENGTH.

            MOVE "EMPLOYEE-ID" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-EMPLOYEE-ID.
            MOVE LENGTH OF CSV-EMPLOYEE-ID TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "OPERATOR-ID" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-OPERATOR-ID.
            MOVE LENGTH OF CSV-OPERATOR-ID TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "DEPARTMENT" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-DEPARTMENT.
            MOVE LENGTH OF CSV-DEPARTMENT TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "JOB-CODE" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-JOB-CODE.
            MOVE LENGTH OF CSV-JOB-CODE TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "STATUS" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-STATUS.
            MOVE LENGTH OF CSV-STATUS TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.

            MOVE "TERMINATION-DATE" TO NC-CSV-HEADING.
            SET NC-CSV-COL-BUFFER TO ADDRESS OF CSV-TERMINATION-DATE.
            MOVE LENGTH OF CSV-TERMINATION-DATE TO NC-CSV-COL-BUFLEN.
            PERFORM NC-REGISTER-CSV-COLUMN.
            EXIT.

        2000-LOAD-CSV.
            OPEN INPUT CSV-FILE.
            IF WS-CSV-FILE-STATUS NOT = "00" THEN
                DISPLAY "HRFEED: CANNOT OPEN ",
                    FUNCTION TRIM(WS-CSV-FILENAME),
                    " (STATUS ", WS-CSV-FILE-STATUS, ")."
                PERFORM 9000-FINALIZE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *>
      *>     FIRST RECORD IS THE HEADING ROW.
      *>
            PERFORM 2100-READ-CSV.
            IF NOT WS-CSV-EOF THEN
                PERFORM NC-LOAD-CSV-HEADINGS
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "HRFEED: BAD CSV HEADING ROW."
                    CLOSE CSV-FILE
                    PERFORM 9000-FINALIZE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            PERFORM UNTIL WS-CSV-EOF
                PERFORM 2100-READ-CSV
                IF NOT WS-CSV-EOF THEN
                    PERFORM 2200-PROCESS-ONE-ROW
                END-IF
            END-PERFORM.
            CLOSE CSV-FILE.
            EXIT.

        2100-READ-CSV.
            READ CSV-FILE
                AT END
                    SET WS-CSV-EOF TO TRUE
                NOT AT END
                    ADD 1 TO NC-CSV-REJECT-LINE-NO
            END-READ.
            EXIT.

        2200-PROCESS-ONE-ROW.
            ADD 1 TO WS-ROW-COUNT.
            INITIALIZE CSV-VALUES.
            PERFORM NC-EXTRACT-CSV-RECORD.
            IF RETURN-CODE NOT = NC-RET-OK
            AND RETURN-CODE NOT = NC-RET-TRUNCATED THEN
                PERFORM NC-LOG-CSV-REJECT
                ADD 1 TO WS-REJECT-COUNT
                MOVE "MALFORMED ROW" TO WS-ROW-REASON
                PERFORM 2350-REJECT-EXCEPTION
                EXIT PARAGRAPH
            END-IF.

            PERFORM 2300-VALIDATE-ROW.
            IF NOT ROW-VALID THEN
                PERFORM NC-LOG-CSV-REJECT
                ADD 1 TO WS-REJECT-COUNT
                PERFORM 2350-REJECT-EXCEPTION
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     A LEAVER IS DUE WHEN TERMINATED WITH NO DATE, OR WHEN
      *>     THE TERMINATION DATE HAS ARRIVED.
      *>
            MOVE 'N' TO WS-LEAVE-DUE-FLAG.
            IF CSV-TERMINATION-DATE NOT = SPACES THEN
                IF CSV-TERMINATION-DATE <= WS-TODAY THEN
                    SET LEAVE-IS-DUE TO TRUE
                END-IF
            ELSE
                IF CSV-STATUS = 'T' THEN
                    SET LEAVE-IS-DUE TO TRUE
                END-IF
            END-IF.

            MOVE 'N' TO WS-KNOWN-FLAG.
            MOVE CSV-EMPLOYEE-ID TO HRS-EMPLOYEE-ID.
            READ HRSTATE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EMPLOYEE-IS-KNOWN TO TRUE
            END-READ.

            IF EMPLOYEE-IS-KNOWN
            AND HRS-OPERATOR NOT = CSV-OPERATOR-ID THEN
                MOVE SPACES TO WS-EX-TEXT
                STRING "EMPLOYEE " FUNCTION TRIM(CSV-EMPLOYEE-ID)
                    " OPERATOR ID CHANGED "
                    FUNCTION TRIM(HRS-OPERATOR) " -> "
                    FUNCTION TRIM(CSV-OPERATOR-ID) " (NOT APPLIED)"
                    DELIMITED BY SIZE INTO WS-EX-TEXT
                PERFORM 8900-ADD-EXCEPTION
                MOVE WS-TODAY TO HRS-LAST-SEEN
                REWRITE HRSTATE-RECORD
                EXIT PARAGRAPH
            END-IF.

            EVALUATE TRUE
                WHEN LEAVE-IS-DUE
                    IF NOT EMPLOYEE-IS-KNOWN OR NOT HRS-HAS-LEFT THEN
                        PERFORM 5000-LEAVER
                    END-IF
                WHEN NOT EMPLOYEE-IS-KNOWN
                WHEN HRS-HAS-LEFT
                    PERFORM 3000-JOINER
                WHEN HRS-JOB-CODE NOT = CSV-JOB-CODE
                    MOVE HRS-JOB-CODE TO WS-OLD-JOB-CODE
                    PERFORM 4000-MOVER
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            IF NOT LEAVE-IS-DUE
            AND CSV-TERMINATION-DATE NOT = SPACES THEN
                ADD 1 TO WS-HELD-COUNT
                MOVE SPACES TO WS-EX-TEXT
                STRING "LEAVER HELD: " CSV-OPERATOR-ID
                    " TERMINATES " CSV-TERMINATION-DATE
                    DELIMITED BY SIZE INTO WS-EX-TEXT
                PERFORM 8900-ADD-EXCEPTION
            END-IF.

            PERFORM 2400-SAVE-STATE.
            EXIT.

        2300-VALIDATE-ROW.
            MOVE 'Y' TO WS-ROW-VALID-FLAG.
            MOVE SPACES TO WS-ROW-REASON.
            MOVE FUNCTION UPPER-CASE(CSV-JOB-CODE) TO CSV-JOB-CODE.
            MOVE FUNCTION UPPER-CASE(CSV-STATUS) TO CSV-STATUS.
            IF CSV-STATUS = SPACE THEN
                MOVE 'A' TO CSV-STATUS
            END-IF.

            IF CSV-EMPLOYEE-ID = SPACES THEN
                MOVE 'N' TO WS-ROW-VALID-FLAG
                MOVE "EMPLOYEE-ID IS BLANK" TO WS-ROW-REASON
                EXIT PARAGRAPH
            END-IF.
            IF CSV-OPERATOR-ID = SPACES THEN
                MOVE 'N' TO WS-ROW-VALID-FLAG
                MOVE "OPERATOR-ID IS BLANK" TO WS-ROW-REASON
                EXIT PARAGRAPH
            END-IF.
            IF CSV-STATUS NOT = 'A' AND CSV-STATUS NOT = 'T' THEN
                MOVE 'N' TO WS-ROW-VALID-FLAG
                MOVE "STATUS IS NOT A/T" TO WS-ROW-REASON
                EXIT PARAGRAPH
            END-IF.
            IF CSV-TERMINATION-DATE NOT = SPACES THEN
                IF CSV-TERMINATION-DATE IS NOT NUMERIC THEN
                    MOVE 'N' TO WS-ROW-VALID-FLAG
                ELSE
                    MOVE CSV-TERMINATION-DATE TO WS-DATE-NUM
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                        NOT = 0 THEN
                        MOVE 'N' TO WS-ROW-VALID-FLAG
                    END-IF
                END-IF
                IF NOT ROW-VALID THEN
                    MOVE "TERMINATION-DATE IS NOT YYYYMMDD"
                        TO WS-ROW-REASON
                END-IF
            END-IF.
            EXIT.

        2350-REJECT-EXCEPTION.
            MOVE SPACES TO WS-EX-TEXT.
            MOVE NC-CSV-REJECT-LINE-NO TO WS-LINE-NO.
            STRING "REJECTED ROW " WS-LINE-NO ": "
                FUNCTION TRIM(WS-ROW-REASON)
                DELIMITED BY SIZE INTO WS-EX-TEXT.
            PERFORM 8900-ADD-EXCEPTION.
            EXIT.

        2400-SAVE-STATE.
            IF NOT EMPLOYEE-IS-KNOWN THEN
                MOVE SPACES TO HRSTATE-RECORD
                MOVE CSV-EMPLOYEE-ID TO HRS-EMPLOYEE-ID
                MOVE CSV-OPERATOR-ID TO HRS-OPERATOR
                SET HRS-IS-ACTIVE TO TRUE
            END-IF.
            IF LEAVE-IS-DUE THEN
                SET HRS-HAS-LEFT TO TRUE
            ELSE
                SET HRS-IS-ACTIVE TO TRUE
            END-IF.
            IF NOT EMPLOYEE-IS-KNOWN
            OR HRS-DEPARTMENT NOT = CSV-DEPARTMENT
            OR HRS-JOB-CODE NOT = CSV-JOB-CODE
            OR HRS-STATUS NOT = CSV-STATUS
            OR HRS-TERMINATION-DATE NOT = CSV-TERMINATION-DATE THEN
                MOVE WS-NOW TO HRS-CHANGED
            END-IF.
            MOVE CSV-DEPARTMENT TO HRS-DEPARTMENT.
            MOVE CSV-JOB-CODE TO HRS-JOB-CODE.
            MOVE CSV-STATUS TO HRS-STATUS.
            MOVE CSV-TERMINATION-DATE TO HRS-TERMINATION-DATE.
            MOVE WS-TODAY TO HRS-LAST-SEEN.
            IF EMPLOYEE-IS-KNOWN THEN
                REWRITE HRSTATE-RECORD
            ELSE
                WRITE HRSTATE-RECORD
            END-IF.
            EXIT.

      *>
      *>     JOINER: THE JOB CODE'S ROLES, AND A FIRST CREDENTIAL.
      *>
        3000-JOINER.
            ADD 1 TO WS-JOINER-COUNT.
            MOVE CSV-OPERATOR-ID TO WS-GRANT-OPERATOR.
            MOVE CSV-JOB-CODE TO WS-GRANT-JOB.
            MOVE "HR-JOINER-GRANT" TO WS-LOG-EVENT.
            PERFORM 7000-GRANT-JOB-ROLES.
            IF SHOP-KEEPS-PASSWORDS THEN
                PERFORM 7400-ISSUE-CREDENTIAL
            END-IF.
            DISPLAY "  JOINER ", CSV-OPERATOR-ID, " JOB ",
                CSV-JOB-CODE.
            EXIT.

      *>
      *>     MOVER: DROP WHAT ONLY THE OLD JOB CODE CARRIED, THEN ADD
      *>     THE NEW JOB CODE'S ROLES.
      *>
        4000-MOVER.
            ADD 1 TO WS-MOVER-COUNT.
            MOVE CSV-OPERATOR-ID TO WS-GRANT-OPERATOR.
            MOVE "HR-MOVER-REVOKE" TO WS-LOG-EVENT.
            MOVE WS-OLD-JOB-CODE TO WS-GRANT-JOB.
            PERFORM VARYING WS-JM-X FROM 1 BY 1
                    UNTIL WS-JM-X > WS-JM-COUNT
                IF WS-JM-JOB-CODE(WS-JM-X) = WS-OLD-JOB-CODE THEN
                    MOVE 'N' TO WS-KEEP-FLAG
                    PERFORM VARYING WS-JM-Y FROM 1 BY 1
                            UNTIL WS-JM-Y > WS-JM-COUNT
                        IF WS-JM-JOB-CODE(WS-JM-Y) = CSV-JOB-CODE
                        AND WS-JM-ROLE(WS-JM-Y)
                            = WS-JM-ROLE(WS-JM-X) THEN
                            SET ROLE-IS-KEPT TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT ROLE-IS-KEPT THEN
                        MOVE WS-JM-ROLE(WS-JM-X) TO WS-GRANT-ROLE
                        PERFORM 7100-REMOVE-GRANT
                    END-IF
                END-IF
            END-PERFORM.
            MOVE CSV-JOB-CODE TO WS-GRANT-JOB.
            MOVE "HR-MOVER-GRANT" TO WS-LOG-EVENT.
            PERFORM 7000-GRANT-JOB-ROLES.
            DISPLAY "  MOVER  ", CSV-OPERATOR-ID, " JOB ",
                WS-OLD-JOB-CODE, " -> ", CSV-JOB-CODE.
            EXIT.

      *>
      *>     LEAVER: LOCK THE CREDENTIAL AND REMOVE EVERY GRANT.
      *>
        5000-LEAVER.
            ADD 1 TO WS-LEAVER-COUNT.
            MOVE CSV-OPERATOR-ID TO WS-GRANT-OPERATOR.
            MOVE CSV-JOB-CODE TO WS-GRANT-JOB.
            PERFORM 7300-LOCK-CREDENTIAL.

            MOVE 0 TO WS-HR-COUNT.
            MOVE 'N' TO EOF-FLAG.
            MOVE SPACES TO USERROLE-RECORD.
            MOVE WS-GRANT-OPERATOR TO USR-OPERATOR.
            START USERROLE-FILE KEY IS >= USR-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ USERROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF USR-OPERATOR NOT = WS-GRANT-OPERATOR THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            IF WS-HR-COUNT < 64 THEN
                                ADD 1 TO WS-HR-COUNT
                                MOVE USR-ROLE TO WS-HR-ROLE(WS-HR-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            MOVE "HR-LEAVER-REVOKE" TO WS-LOG-EVENT.
            PERFORM VARYING WS-HR-X FROM 1 BY 1
                    UNTIL WS-HR-X > WS-HR-COUNT
                MOVE WS-HR-ROLE(WS-HR-X) TO WS-GRANT-ROLE
                PERFORM 7100-REMOVE-GRANT
            END-PERFORM.
            DISPLAY "  LEAVER ", CSV-OPERATOR-ID, " ", WS-HR-COUNT,
                " GRANTS REMOVED".
            EXIT.

      *>
      *>     THE OPERATORS WHO HOLD GRANTS BUT WERE NOT IN THE FEED.
      *>
        6000-UNLISTED-OPERATORS.
            MOVE SPACES TO WS-LAST-OPERATOR.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO USR-KEY.
            START USERROLE-FILE KEY IS >= USR-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ USERROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF USR-OPERATOR NOT = WS-LAST-OPERATOR THEN
                            MOVE USR-OPERATOR TO WS-LAST-OPERATOR
                            PERFORM 6100-FIND-IN-FEED
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        6100-FIND-IN-FEED.
            MOVE 'N' TO WS-IN-FEED-FLAG.
            MOVE WS-LAST-OPERATOR TO HRS-OPERATOR.
            READ HRSTATE-FILE KEY IS HRS-OPERATOR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF HRS-LAST-SEEN = WS-TODAY THEN
                        SET OPERATOR-IN-FEED TO TRUE
                    END-IF
            END-READ.
            IF WS-HRSTATE-FILE-STATUS = "00"
            OR WS-HRSTATE-FILE-STATUS = "02" THEN
                PERFORM UNTIL OPERATOR-IN-FEED
                           OR WS-HRSTATE-FILE-STATUS NOT = "02"
                    READ HRSTATE-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO WS-HRSTATE-FILE-STATUS
                        NOT AT END
                            IF HRS-OPERATOR = WS-LAST-OPERATOR
                            AND HRS-LAST-SEEN = WS-TODAY THEN
                                SET OPERATOR-IN-FEED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF NOT OPERATOR-IN-FEED THEN
                ADD 1 TO WS-UNLISTED-COUNT
                MOVE SPACES TO WS-EX-TEXT
                STRING "NOT IN HR FEED: " WS-LAST-OPERATOR
                    DELIMITED BY SIZE INTO WS-EX-TEXT
                PERFORM 8900-ADD-EXCEPTION
            END-IF.
            EXIT.

      *>
      *>     GRANT EVERY ROLE MAPPED TO WS-GRANT-JOB.
      *>
        7000-GRANT-JOB-ROLES.
            MOVE 'N' TO WS-MAPPED-FLAG.
            PERFORM VARYING WS-JM-X FROM 1 BY 1
                    UNTIL WS-JM-X > WS-JM-COUNT
                IF WS-JM-JOB-CODE(WS-JM-X) = WS-GRANT-JOB THEN
                    SET JOB-IS-MAPPED TO TRUE
                    MOVE WS-JM-ROLE(WS-JM-X) TO WS-GRANT-ROLE
                    PERFORM 7050-GRANT-ROLE
                END-IF
            END-PERFORM.
            IF NOT JOB-IS-MAPPED THEN
                MOVE SPACES TO WS-EX-TEXT
                STRING "UNKNOWN JOB CODE " WS-GRANT-JOB " FOR "
                    WS-GRANT-OPERATOR " -- NO ROLES GRANTED"
                    DELIMITED BY SIZE INTO WS-EX-TEXT
                PERFORM 8900-ADD-EXCEPTION
            END-IF.
            EXIT.

        7050-GRANT-ROLE.
            MOVE SPACES TO USERROLE-RECORD.
            MOVE WS-GRANT-OPERATOR TO USR-OPERATOR.
            MOVE WS-GRANT-ROLE TO USR-ROLE.
            STRING "HR FEED JOB " WS-GRANT-JOB
                DELIMITED BY SIZE INTO USR-DESCRIPTION.
            MOVE WS-NOW TO USR-ADDED.
            WRITE USERROLE-RECORD
                INVALID KEY
                    EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO WS-GRANTED-COUNT.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE USR-OPERATOR TO WS-DTL-KEY(1:20).
            MOVE USR-ROLE TO WS-DTL-KEY(22:16).
            MOVE USERROLE-RECORD TO WS-DTL-AFTER.
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UR", "A", WS-DTL-KEY, WS-DTL-EMPTY, WS-DTL-AFTER.
            PERFORM 9500-LOG-GRANT-ACTION.
            EXIT.

        7100-REMOVE-GRANT.
            MOVE WS-GRANT-OPERATOR TO USR-OPERATOR.
            MOVE WS-GRANT-ROLE TO USR-ROLE.
            READ USERROLE-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE USERROLE-RECORD TO WS-DTL-BEFORE.
            DELETE USERROLE-FILE RECORD
                INVALID KEY
                    EXIT PARAGRAPH
            END-DELETE.
            ADD 1 TO WS-REMOVED-COUNT.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE WS-GRANT-OPERATOR TO WS-DTL-KEY(1:20).
            MOVE WS-GRANT-ROLE TO WS-DTL-KEY(22:16).
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UR", "D", WS-DTL-KEY, WS-DTL-BEFORE, WS-DTL-EMPTY.
            PERFORM 9500-LOG-GRANT-ACTION.
            EXIT.

        7300-LOCK-CREDENTIAL.
            IF NOT SHOP-KEEPS-PASSWORDS THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O USERCRED-FILE.
            IF WS-USERCRED-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-GRANT-OPERATOR TO UCR-OPERATOR.
            READ USERCRED-FILE
                INVALID KEY
                    CLOSE USERCRED-FILE
                    EXIT PARAGRAPH
            END-READ.
            IF UCR-IS-LOCKED THEN
                CLOSE USERCRED-FILE
                EXIT PARAGRAPH
            END-IF.
            MOVE USERCRED-RECORD TO WS-CRED-IMAGE.
            MOVE SPACES TO WS-CRED-SALT, WS-CRED-HASH.
            MOVE WS-CRED-IMAGE TO WS-DTL-BEFORE.
            SET UCR-IS-LOCKED TO TRUE.
            REWRITE USERCRED-RECORD
                INVALID KEY
                    CLOSE USERCRED-FILE
                    EXIT PARAGRAPH
            END-REWRITE.
            CLOSE USERCRED-FILE.
            ADD 1 TO WS-LOCKED-COUNT.
            MOVE USERCRED-RECORD TO WS-CRED-IMAGE.
            MOVE SPACES TO WS-CRED-SALT, WS-CRED-HASH.
            MOVE WS-CRED-IMAGE TO WS-DTL-AFTER.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE UCR-OPERATOR TO WS-DTL-KEY(1:20).
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UC", "C", WS-DTL-KEY, WS-DTL-BEFORE, WS-DTL-AFTER.
            MOVE UCR-OPERATOR TO WS-LOG-OPERATOR.
            MOVE "HR-LEAVER-LOCK" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "TERMINATED " CSV-TERMINATION-DATE " BY "
                WS-ACTING-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

      *>
      *>     A JOINER WITH NO CREDENTIAL GETS A TEMPORARY PASSWORD
      *>     THAT MUST BE CHANGED AT FIRST SIGN-ON. AN EXISTING
      *>     CREDENTIAL IS LEFT ALONE.
      *>
        7400-ISSUE-CREDENTIAL.
            OPEN INPUT USERCRED-FILE.
            IF WS-USERCRED-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-GRANT-OPERATOR TO UCR-OPERATOR.
            READ USERCRED-FILE
                INVALID KEY
                    MOVE "23" TO WS-USERCRED-FILE-STATUS
            END-READ.
            CLOSE USERCRED-FILE.
            IF WS-USERCRED-FILE-STATUS NOT = "23" THEN
                EXIT PARAGRAPH
            END-IF.

            PERFORM 7450-MAKE-TEMP-PASSWORD.
            CALL "COBCURSES-PASSWORD-SET" USING
                WS-GRANT-OPERATOR, WS-TEMP-PASSWORD, "Y".
            IF RETURN-CODE NOT = 0 THEN
                MOVE SPACES TO WS-EX-TEXT
                STRING "CANNOT SET A CREDENTIAL FOR "
                    WS-GRANT-OPERATOR
                    DELIMITED BY SIZE INTO WS-EX-TEXT
                PERFORM 8900-ADD-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ISSUED-COUNT.

            MOVE SPACES TO WS-CRED-IMAGE.
            MOVE WS-GRANT-OPERATOR TO WS-CRED-OPERATOR.
            MOVE WS-CRED-IMAGE TO WS-DTL-AFTER.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE WS-GRANT-OPERATOR TO WS-DTL-KEY(1:20).
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UC", "A", WS-DTL-KEY, WS-DTL-EMPTY, WS-DTL-AFTER.
            MOVE WS-GRANT-OPERATOR TO WS-LOG-OPERATOR.
            MOVE "HR-JOINER-CREDENTIAL" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "FORCED CHANGE BY " WS-ACTING-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.

            IF NOT NOTICE-OPEN THEN
                OPEN OUTPUT NOTICE-FILE
                IF WS-NOTICE-FILE-STATUS = "00" THEN
                    SET NOTICE-OPEN TO TRUE
                END-IF
            END-IF.
            IF NOTICE-OPEN THEN
                MOVE SPACES TO NOTICE-RECORD
                STRING WS-GRANT-OPERATOR " " CSV-EMPLOYEE-ID " "
                    CSV-DEPARTMENT " " WS-TEMP-PASSWORD(1:10)
                    DELIMITED BY SIZE INTO NOTICE-RECORD
                WRITE NOTICE-RECORD
            END-IF.
            EXIT.

        7450-MAKE-TEMP-PASSWORD.
            IF NOT PW-IS-SEEDED THEN
                MOVE WS-NOW(9:8) TO WS-PW-SEED
                MOVE FUNCTION RANDOM(WS-PW-SEED) TO WS-PW-RANDOM
                SET PW-IS-SEEDED TO TRUE
            END-IF.
            MOVE SPACES TO WS-TEMP-PASSWORD.
            PERFORM VARYING WS-PW-X FROM 1 BY 1 UNTIL WS-PW-X > 10
                MOVE FUNCTION RANDOM TO WS-PW-RANDOM
                COMPUTE WS-PW-PICK = WS-PW-RANDOM * 32 + 1
                MOVE WS-PASSWORD-LETTERS(WS-PW-PICK:1)
                    TO WS-TEMP-PASSWORD(WS-PW-X:1)
            END-PERFORM.
            EXIT.

        8000-REPORT.
            DISPLAY " ".
            DISPLAY "HR FEED ", WS-TODAY, " ",
                FUNCTION TRIM(WS-CSV-FILENAME).
            DISPLAY "  ROWS READ            ", WS-ROW-COUNT.
            DISPLAY "  ROWS REJECTED        ", WS-REJECT-COUNT.
            DISPLAY "  JOINERS              ", WS-JOINER-COUNT.
            DISPLAY "  MOVERS               ", WS-MOVER-COUNT.
            DISPLAY "  LEAVERS              ", WS-LEAVER-COUNT.
            DISPLAY "  LEAVERS HELD         ", WS-HELD-COUNT.
            DISPLAY "  GRANTS ADDED         ", WS-GRANTED-COUNT.
            DISPLAY "  GRANTS REMOVED       ", WS-REMOVED-COUNT.
            DISPLAY "  CREDENTIALS ISSUED   ", WS-ISSUED-COUNT.
            DISPLAY "  CREDENTIALS LOCKED   ", WS-LOCKED-COUNT.
            DISPLAY "  NOT IN HR FEED       ", WS-UNLISTED-COUNT.
            DISPLAY " ".
            DISPLAY "  EXCEPTIONS:".
            IF WS-EX-COUNT = 0 THEN
                DISPLAY "    NONE."
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-EX-X FROM 1 BY 1
                    UNTIL WS-EX-X > WS-EX-COUNT OR WS-EX-X > 500
                DISPLAY "    ", WS-EX-LINE(WS-EX-X)
            END-PERFORM.
            IF WS-EX-COUNT > 500 THEN
                DISPLAY "    ... ", WS-EX-COUNT, " IN ALL."
            END-IF.

            MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT.
            MOVE "HRFEED-EXCEPTIONS" TO WS-RAISE-KEY.
            STRING WS-EX-COUNT " HR FEED EXCEPTIONS; "
                WS-UNLISTED-COUNT " OPERATORS NOT IN THE FEED"
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, "W", WS-RAISE-KEY, WS-RAISE-TEXT.
            EXIT.

        8900-ADD-EXCEPTION.
            ADD 1 TO WS-EX-COUNT.
            IF WS-EX-COUNT <= 500 THEN
                MOVE WS-EX-TEXT TO WS-EX-LINE(WS-EX-COUNT)
            END-IF.
            EXIT.

        9000-FINALIZE.
            CLOSE HRSTATE-FILE, USERROLE-FILE.
            IF NOTICE-OPEN THEN
                CLOSE NOTICE-FILE
                MOVE 'N' TO WS-NOTICE-OPEN-FLAG
            END-IF.
            EXIT.

        9500-LOG-GRANT-ACTION.
            MOVE WS-GRANT-OPERATOR TO WS-LOG-OPERATOR.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING FUNCTION TRIM(WS-GRANT-ROLE) " JOB "
                FUNCTION TRIM(WS-GRANT-JOB) " BY " WS-ACTING-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

            COPY COBCURSX.

        END PROGRAM HRFEED.
