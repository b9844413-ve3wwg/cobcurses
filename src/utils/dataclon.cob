        IDENTIFICATION DIVISION.
        PROGRAM-ID. DATACLON.
      *>
      *> DATACLON BUILDS A SCRUBBED NON-PRODUCTION DATA DIRECTORY (QA,
      *> TEST, TRAINING TEMPLATE) FROM A DATABKUP GENERATION, SO A
      *> REFRESH NO LONGER CARRIES REAL OPERATOR IDS, PASSWORD HASHES,
      *> STORED CONTEXT VALUES, OVERRIDE VALUES OR SPOOLED CUSTOMER
      *> DATA OUT OF PRODUCTION.
      *>
      *> USAGE (ARGUMENTS):
      *>     dataclon SET TARGET [POLICY]
      *>         SET      BACKUP GENERATION NUMBER (GEN-NNNN UNDER
      *>                  COBCURSES_BACKUPDIR, AS FOR DATAREST)
      *>         TARGET   THE NEW DATA DIRECTORY. IT MUST BE EMPTY OR
      *>                  NOT EXIST, AND MAY NOT BE COBCURSES_DATADIR.
      *>         POLICY   THE SCRUB POLICY (DEFAULT COBCURSES_SCRUB_
      *>                  POLICY, ELSE ${COBCURSES_DATADIR}/SCRUB.POL)
      *>
      *> THE POLICY IS A TEXT FILE, ONE LINE PER FILE IN THE SET ('*'
      *> IN COLUMN 1 IS A COMMENT):
      *>
      *>     <FILE>  KEEP                 COPIED UNCHANGED
      *>     <FILE>  DROP                 LEFT OUT OF THE CLONE
      *>     <FILE>  TRUNCATE             PRESENT BUT EMPTY
      *>     <FILE>  MASK <FIELD> ...     COPIED WITH THE NAMED FIELDS
      *>                                  SCRUBBED (UP TO 8 FIELDS)
      *>
      *> MASK NEEDS A LAYOUT DATACLON KNOWS (SEE FIELD-DICTIONARY
      *> BELOW). AN OPERATOR FIELD IS REPLACED BY A PSEUDONYM
      *> (QAUSERNNNN) THAT IS THE SAME FOR THE SAME OPERATOR IN EVERY
      *> FILE OF THE CLONE -- NUMBERED IN USERROLE.X ORDER, SO A
      *> REFRESH OF THE SAME POPULATION GIVES THE SAME NAMES. ANY
      *> OTHER FIELD IS OVERWRITTEN WITH ASTERISKS. THE FIELD NAME
      *> OPERATOR STANDS FOR EVERY OPERATOR FIELD OF THE FILE. A
      *> DIRECTORY IN THE SET (SPOOL) CAN BE KEPT, DROPPED OR
      *> TRUNCATED (EMPTIED) ONLY. A FILE WITH NO POLICY LINE IS KEPT
      *> IF THE MANIFEST LISTS IT AND DROPPED IF IT DOES NOT.
      *>
      *> PROOF. BEFORE ANYTHING IS WRITTEN, EVERY MANIFEST FILE IN THE
      *> SET IS CHECKED AGAINST ITS MANIFEST CKSUM, SIZE AND RECORD
      *> COUNT; A SET THAT FAILS IS NOT CLONED. AFTERWARDS A KEPT FILE
      *> MUST STILL MATCH ITS MANIFEST CKSUM, A MASKED FILE MUST HOLD
      *> AS MANY RECORDS AS WERE READ (AND, FOR A TEXT FILE, AS THE
      *> MANIFEST COUNTS), A TRUNCATED FILE MUST BE EMPTY AND A
      *> DROPPED FILE ABSENT. THE SCRUB CERTIFICATE (SCRUB.CRT IN THE
      *> TARGET) RECORDS THE SET, POLICY, EVERY FILE'S ACTION AND
      *> COUNTS AND THE OUTCOME; THE SAME LINES ARE APPENDED TO
      *> ${COBCURSES_DATADIR}/SCRUBCRT.LOG FOR AUDIT. THE PSEUDONYM
      *> MAP ITSELF IS NEVER WRITTEN ANYWHERE.
      *>
      *> RETURN-CODE:
      *>     0   CLONE BUILT AND CERTIFIED
      *>     8   CLONE BUILT BUT A FILE FAILED ITS CHECK (NOT
      *>         CERTIFIED), OR THE SET FAILED ITS MANIFEST
      *>     16  BAD ARGUMENTS OR POLICY; NOTHING WRITTEN
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT MANIFEST-FILE
                ASSIGN TO MANIFEST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-FILE-STATUS.

            SELECT POLICY-FILE
                ASSIGN TO POLICY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POLICY-FILE-STATUS.

            SELECT WORK-FILE
                ASSIGN TO WORK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT CERT-FILE
                ASSIGN TO CERT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CERT-FILE-STATUS.

            SELECT OPTIONAL AUDIT-FILE
                ASSIGN TO AUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-FILE-STATUS.

            SELECT TEXT-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT TEXT-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT SCN-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS SCN-IN-KEY
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT SCN-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-OUT-KEY
                FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT APP-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS APP-IN-KEY
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT APP-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APP-OUT-KEY
                FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT USR-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS USR-IN-KEY
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT USR-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS USR-OUT-KEY
                FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT UCR-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS UCR-IN-KEY
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT UCR-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS UCR-OUT-KEY
                FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT CTX-IN-FILE
                ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS CTX-IN-KEY
                FILE STATUS IS WS-IN-FILE-STATUS.

            SELECT CTX-OUT-FILE
                ASSIGN TO OUT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CTX-OUT-KEY
                FILE STATUS IS WS-OUT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  MANIFEST-FILE.
        01  MANIFEST-RECORD                     PIC X(300).

        FD  POLICY-FILE.
        01  POLICY-RECORD                       PIC X(200).

        FD  WORK-FILE.
        01  WORK-RECORD                         PIC X(300).

        FD  CERT-FILE.
        01  CERT-RECORD                         PIC X(132).

        FD  AUDIT-FILE.
        01  AUDIT-RECORD                        PIC X(132).

        FD  TEXT-IN-FILE.
        01  TEXT-IN-RECORD                      PIC X(512).

        FD  TEXT-OUT-FILE.
        01  TEXT-OUT-RECORD                     PIC X(512).

      *>
      *>  THE KEYED FILES DATACLON CAN MASK, AS FLAT IMAGES OF THEIR
      *>  RECORDS (SCREEN-01, APPROVAL, USERROLE, USERCRED, CONTEXT).
      *>
        FD  SCN-IN-FILE.
        01  SCN-IN-RECORD.
            05  SCN-IN-KEY                  PIC X(16).
            05  FILLER                      PIC X(392).

        FD  SCN-OUT-FILE.
        01  SCN-OUT-RECORD.
            05  SCN-OUT-KEY                 PIC X(16).
            05  FILLER                      PIC X(392).

        FD  APP-IN-FILE.
        01  APP-IN-RECORD.
            05  APP-IN-KEY                  PIC X(16).
            05  FILLER                      PIC X(123).

        FD  APP-OUT-FILE.
        01  APP-OUT-RECORD.
            05  APP-OUT-KEY                 PIC X(16).
            05  FILLER                      PIC X(123).

        FD  USR-IN-FILE.
        01  USR-IN-RECORD.
            05  USR-IN-KEY                  PIC X(36).
            05  FILLER                      PIC X(61).

        FD  USR-OUT-FILE.
        01  USR-OUT-RECORD.
            05  USR-OUT-KEY                 PIC X(36).
            05  FILLER                      PIC X(61).

        FD  UCR-IN-FILE.
        01  UCR-IN-RECORD.
            05  UCR-IN-KEY                  PIC X(20).
            05  FILLER                      PIC X(60).

        FD  UCR-OUT-FILE.
        01  UCR-OUT-RECORD.
            05  UCR-OUT-KEY                 PIC X(20).
            05  FILLER                      PIC X(60).

        FD  CTX-IN-FILE.
        01  CTX-IN-RECORD.
            05  CTX-IN-KEY                  PIC X(52).
            05  FILLER                      PIC X(81).

        FD  CTX-OUT-FILE.
        01  CTX-OUT-RECORD.
            05  CTX-OUT-KEY                 PIC X(52).
            05  FILLER                      PIC X(81).

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-DATADIR                      PIC X(256)
                VALUE "${COBCURSES_DATADIR}".
            10  WS-BACKUPDIR                    PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BACKUPS".
            10  POLICY-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRUB.POL".
            10  AUDIT-FILE-NAME                 PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRUBCRT.LOG".
            10  MANIFEST-FILE-NAME              PIC X(512).
            10  CERT-FILE-NAME                  PIC X(512).
            10  IN-FILE-NAME                    PIC X(512).
            10  OUT-FILE-NAME                   PIC X(512).
            10  WORK-FILE-NAME                  PIC X(512)
                VALUE "/tmp/dataclon.tmp".

        01  WS-MANIFEST-FILE-STATUS             PIC XX.
        01  WS-POLICY-FILE-STATUS               PIC XX.
        01  WS-WORK-FILE-STATUS                 PIC XX.
        01  WS-CERT-FILE-STATUS                 PIC XX.
        01  WS-AUDIT-FILE-STATUS                PIC XX.
        01  WS-IN-FILE-STATUS                   PIC XX.
        01  WS-OUT-FILE-STATUS                  PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-SET-ARG                          PIC X(16).
        01  WS-SET-NUMBER                       PIC 9(4) VALUE 0.
        01  WS-SET-EDIT                         PIC 9(4).
        01  WS-SET-DIR                          PIC X(256).
        01  WS-TARGET-DIR                       PIC X(256).
        01  WS-POLICY-ARG                       PIC X(256).

        01  WS-SHELL-CMD                        PIC X(1200).

        01  MANIFEST-FIELDS.
            10  WS-MAN-FILE-NAME                PIC X(16).
            10  WS-MAN-CKSUM                    PIC X(40).
            10  WS-MAN-BYTES                    PIC X(20).
            10  WS-MAN-RECS                     PIC X(20).

        01  WS-CHK-CKSUM                        PIC X(40).
        01  WS-CHK-BYTES                        PIC X(20).
        01  WS-CHK-RECS                         PIC X(20).
        01  WS-POLICY-CKSUM                     PIC X(40).

      *>
      *> EVERY ENTRY OF THE SET: MANIFEST FILES FIRST, THEN ANYTHING
      *> ELSE FOUND IN THE SET DIRECTORY.
      *>
        01  SET-TABLE.
            10  WS-SET-USED                     PIC 999 COMP VALUE 0.
            10  WS-SET-ENTRY OCCURS 100 TIMES.
                15  WS-ENT-NAME                 PIC X(16).
                15  WS-ENT-CKSUM                PIC X(40).
                15  WS-ENT-BYTES                PIC X(20).
                15  WS-ENT-RECS                 PIC X(20).
                15  WS-ENT-MANIFEST             PIC X.
                    88  ENT-IN-MANIFEST         VALUE 'Y'.
                15  WS-ENT-ACTION               PIC X(8).
                15  WS-ENT-POLICY-X             PIC 999 COMP.
                15  WS-ENT-READ                 PIC 9(8).
                15  WS-ENT-WRITTEN              PIC 9(8).
                15  WS-ENT-MASKED               PIC 9(8).
                15  WS-ENT-RESULT               PIC X(12).
        01  WS-ENT-X                            PIC 999 COMP.
        01  WS-FOUND-X                          PIC 999 COMP.

      *>
      *> THE POLICY AS LOADED.
      *>
        01  POLICY-TABLE.
            10  WS-POL-USED                     PIC 999 COMP VALUE 0.
            10  WS-POL-ENTRY OCCURS 100 TIMES.
                15  WS-POL-FILE                 PIC X(16).
                15  WS-POL-ACTION               PIC X(8).
                15  WS-POL-FIELD                PIC X(16)
                    OCCURS 8 TIMES.
        01  WS-POL-X                            PIC 999 COMP.
        01  WS-POL-F                            PIC 99 COMP.
        01  WS-POL-WORDS.
            10  WS-POL-WORD                     PIC X(16)
                OCCURS 10 TIMES.
        01  WS-POL-LINE-NO                      PIC 9(4) VALUE 0.
        01  WS-POLICY-ERRORS                    PIC 9(4) VALUE 0.

      *>
      *> FIELD-DICTIONARY: THE FIELDS MASK CAN NAME, PER FILE. KIND
      *> 'O' IS AN OPERATOR ID (PSEUDONYMISED), 'D' IS DATA (STARRED
      *> OUT). FORMAT IS ORGANIZATION 'T' TEXT OR 'K' KEYED. OFFSETS
      *> FOLLOW THE COPYBOOKS NAMED; MOVE THEM WITH THE COPYBOOK.
      *>
        01  FIELD-DICTIONARY.
      *>     SCREEN-01
            10  FILLER PIC X(40) VALUE
                "SCREENS.X       AUTHOR          057020OK".
            10  FILLER PIC X(40) VALUE
                "SCREENS.X       LOCKED-BY       274020OK".
            10  FILLER PIC X(40) VALUE
                "SCREENS.X       LIFECYCLE-BY    372020OK".
            10  FILLER PIC X(40) VALUE
                "SCREENS.X       NOTES           077060DK".
      *>     APPROVAL
            10  FILLER PIC X(40) VALUE
                "APPROVAL.X      CHANGED-BY      018020OK".
            10  FILLER PIC X(40) VALUE
                "APPROVAL.X      REVIEWED-BY     059020OK".
            10  FILLER PIC X(40) VALUE
                "APPROVAL.X      NOTES           100040DK".
      *>     USERROLE
            10  FILLER PIC X(40) VALUE
                "USERROLE.X      OPERATOR        001020OK".
            10  FILLER PIC X(40) VALUE
                "USERROLE.X      DESCRIPTION     037040DK".
      *>     USERCRED
            10  FILLER PIC X(40) VALUE
                "USERCRED.X      OPERATOR        001020OK".
            10  FILLER PIC X(40) VALUE
                "USERCRED.X      SALT            021008DK".
            10  FILLER PIC X(40) VALUE
                "USERCRED.X      HASH            029016DK".
            10  FILLER PIC X(40) VALUE
                "USERCRED.X      LAST-SIGNON     060021DK".
      *>     CONTEXT
            10  FILLER PIC X(40) VALUE
                "CONTEXT.X       OPERATOR        001020OK".
            10  FILLER PIC X(40) VALUE
                "CONTEXT.X       VALUE           053060DK".
      *>     SCRAUDIT
            10  FILLER PIC X(40) VALUE
                "SCRAUDIT.LOG    OPERATOR        022020OT".
            10  FILLER PIC X(40) VALUE
                "SCRAUDIT.LOG    DESCRIPTION     059040DT".
      *>     SIGNON LOG (COBCURSES-SIGNON-LOG)
            10  FILLER PIC X(40) VALUE
                "SIGNON.LOG      OPERATOR        022020OT".
            10  FILLER PIC X(40) VALUE
                "SIGNON.LOG      DETAIL          062040DT".
      *>     SESSACCT
            10  FILLER PIC X(40) VALUE
                "SESSACCT.LOG    OPERATOR        022020OT".
      *>     OVERRIDE
            10  FILLER PIC X(40) VALUE
                "OVERRIDE.LOG    WHAT            038040DT".
            10  FILLER PIC X(40) VALUE
                "OVERRIDE.LOG    OPERATOR        078020OT".
            10  FILLER PIC X(40) VALUE
                "OVERRIDE.LOG    SUPERVISOR      098020OT".
            10  FILLER PIC X(40) VALUE
                "OVERRIDE.LOG    VALUE           118060DT".
      *>     ERRORLOG
            10  FILLER PIC X(40) VALUE
                "ERRORLOG.LOG    KEY             106048DT".
            10  FILLER PIC X(40) VALUE
                "ERRORLOG.LOG    MESSAGE         154060DT".
        01  FIELD-DICTIONARY-TABLE REDEFINES FIELD-DICTIONARY.
            10  WS-DIC-ENTRY OCCURS 25 TIMES.
                15  WS-DIC-FILE                 PIC X(16).
                15  WS-DIC-FIELD                PIC X(16).
                15  WS-DIC-OFFSET               PIC 999.
                15  WS-DIC-LENGTH               PIC 999.
                15  WS-DIC-KIND                 PIC X.
                15  WS-DIC-FORMAT               PIC X.
        01  WS-DIC-X                            PIC 99 COMP.
        01  WS-DIC-HIT                          PIC X.
            88  DIC-HIT                         VALUE 'Y'.
        01  WS-DIC-FORMAT-OF                    PIC X.

      *>
      *> THE MASKS TO APPLY TO THE FILE IN HAND.
      *>
        01  MASK-LIST.
            10  WS-MSK-USED                     PIC 99 COMP VALUE 0.
            10  WS-MSK-ENTRY OCCURS 25 TIMES.
                15  WS-MSK-OFFSET               PIC 999.
                15  WS-MSK-LENGTH               PIC 999.
                15  WS-MSK-KIND                 PIC X.
        01  WS-MSK-X                            PIC 99 COMP.

        01  WS-RECORD                           PIC X(512).
        01  WS-RECORD-CHANGED                   PIC X.
            88  RECORD-CHANGED                  VALUE 'Y'.
        01  WS-FIELD-VALUE                      PIC X(60).

      *>
      *> OPERATOR PSEUDONYMS, IN ORDER OF ASSIGNMENT.
      *>
        01  PSEUDONYM-TABLE.
            10  WS-PSN-USED                     PIC 9(4) COMP VALUE 0.
            10  WS-PSN-ENTRY OCCURS 3000 TIMES.
                15  WS-PSN-REAL                 PIC X(20).
                15  WS-PSN-ALIAS                PIC X(20).
        01  WS-PSN-X                            PIC 9(4) COMP.
        01  WS-PSN-EDIT                         PIC 9(4).
        01  WS-PSN-OPERATOR                     PIC X(20).
        01  WS-PSN-OVERFLOW                     PIC X VALUE 'N'.
            88  PSEUDONYMS-OVERFLOWED           VALUE 'Y'.

        01  WS-FAILED-COUNT                     PIC 999 VALUE 0.
        01  WS-RUN-STAMP                        PIC X(21).
        01  WS-OPERATOR-ID                      PIC X(20).
        01  WS-COUNT-EDIT                       PIC Z(7)9.
        01  WS-COUNT-EDIT-2                     PIC Z(7)9.
        01  WS-CERT-LINE                        PIC X(132).
        01  WS-IS-DIR-FLAG                      PIC X.
            88  ENTRY-IS-DIRECTORY              VALUE 'Y'.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LOAD-SET.
            PERFORM 3000-LOAD-POLICY.
            IF WS-POLICY-ERRORS > 0 THEN
                DISPLAY "DATACLON: ", WS-POLICY-ERRORS,
                    " POLICY ERROR(S) -- NOTHING WRITTEN."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 4000-VERIFY-SET.
            IF WS-FAILED-COUNT > 0 THEN
                DISPLAY "DATACLON: SET GEN-", WS-SET-EDIT,
                    " DOES NOT MATCH ITS MANIFEST -- NOT CLONED."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 5000-CREATE-TARGET.
            PERFORM 5100-SEED-PSEUDONYMS.
            PERFORM VARYING WS-ENT-X FROM 1 BY 1
                UNTIL WS-ENT-X > WS-SET-USED
                PERFORM 6000-CLONE-ONE-ENTRY
            END-PERFORM.
            PERFORM 8000-WRITE-CERTIFICATE.

            IF WS-FAILED-COUNT > 0 OR PSEUDONYMS-OVERFLOWED THEN
                DISPLAY "DATACLON: CLONE BUILT IN ",
                    FUNCTION TRIM(WS-TARGET-DIR),
                    " BUT NOT CERTIFIED -- SEE SCRUB.CRT."
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "DATACLON: CLONE BUILT AND CERTIFIED IN ",
                    FUNCTION TRIM(WS-TARGET-DIR), "."
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF WS-DATADIR TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-DATADIR, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE AUDIT-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_BACKUPDIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-BACKUPDIR
            END-IF.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE WS-BACKUPDIR, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-SET-ARG, WS-TARGET-DIR, WS-POLICY-ARG.
            ACCEPT WS-SET-ARG FROM ARGUMENT-VALUE.
            ACCEPT WS-TARGET-DIR FROM ARGUMENT-VALUE.
            ACCEPT WS-POLICY-ARG FROM ARGUMENT-VALUE.
            IF WS-SET-ARG = SPACES OR WS-TARGET-DIR = SPACES THEN
                DISPLAY "USAGE: dataclon SET TARGET [POLICY]"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-SET-ARG(1:4) = "GEN-" THEN
                MOVE WS-SET-ARG(5:12) TO WS-SET-ARG
            END-IF.
            MOVE FUNCTION NUMVAL(WS-SET-ARG) TO WS-SET-NUMBER.
            MOVE WS-SET-NUMBER TO WS-SET-EDIT.
            MOVE SPACES TO WS-SET-DIR.
            STRING FUNCTION TRIM(WS-BACKUPDIR) "/GEN-" WS-SET-EDIT
                DELIMITED BY SIZE INTO WS-SET-DIR.

            IF WS-TARGET-DIR = WS-DATADIR
            OR WS-TARGET-DIR = WS-SET-DIR
            OR WS-TARGET-DIR = "/" THEN
                DISPLAY "DATACLON: THE TARGET MAY NOT BE THE DATA "
                    "DIRECTORY OR THE SET ITSELF."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "test ! -e '" FUNCTION TRIM(WS-TARGET-DIR)
                "' || test -z ""$(ls -A '"
                FUNCTION TRIM(WS-TARGET-DIR) "')"""
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE NOT = 0 THEN
                DISPLAY "DATACLON: TARGET "
                    FUNCTION TRIM(WS-TARGET-DIR)
                    " IS NOT EMPTY -- NOTHING WRITTEN."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-POLICY-ARG NOT = SPACES THEN
                MOVE WS-POLICY-ARG TO POLICY-FILE-NAME
            ELSE
                MOVE SPACES TO WS-ENV-VAR
                ACCEPT WS-ENV-VAR
                    FROM ENVIRONMENT "COBCURSES_SCRUB_POLICY"
                IF WS-ENV-VAR NOT = SPACES THEN
                    MOVE WS-ENV-VAR(1:256) TO POLICY-FILE-NAME
                ELSE
                    CALL "COBCURSES-INIT-PATHNAME" USING
                        BY REFERENCE POLICY-FILE-NAME,
                        FILE-NAME-LENGTH
                END-IF
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2000-LOAD-SET.
      *>
      *>     THE MANIFEST NAMES THE FILES THE SET VOUCHES FOR.
      *>
            MOVE SPACES TO MANIFEST-FILE-NAME.
            STRING FUNCTION TRIM(WS-SET-DIR) "/MANIFEST.TXT"
                DELIMITED BY SIZE INTO MANIFEST-FILE-NAME.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MANIFEST-FILE-STATUS NOT = "00" THEN
                DISPLAY "DATACLON: NO MANIFEST FOR SET GEN-",
                    WS-SET-EDIT, " (STATUS ",
                    WS-MANIFEST-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MANIFEST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MANIFEST-RECORD(1:4) NOT = "SET "
                        AND MANIFEST-RECORD NOT = SPACES
                        AND WS-SET-USED < 100 THEN
                            PERFORM 2100-ADD-MANIFEST-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MANIFEST-FILE.

      *>
      *>     ANYTHING ELSE DROPPED INTO THE SET DIRECTORY (A SPOOL
      *>     COPY, AN OPERATIONAL LOG) IS UNVOUCHED FOR BUT MUST
      *>     STILL GO THROUGH THE POLICY.
      *>
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "ls -1 '" FUNCTION TRIM(WS-SET-DIR)
                "' > /tmp/dataclon.tmp"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS = "00" THEN
                PERFORM UNTIL END-OF-FILE
                    READ WORK-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM 2200-ADD-EXTRA-ENTRY
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2100-ADD-MANIFEST-ENTRY.
            ADD 1 TO WS-SET-USED.
            MOVE WS-SET-USED TO WS-ENT-X.
            MOVE SPACES TO WS-SET-ENTRY(WS-ENT-X).
            UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
                INTO WS-ENT-NAME(WS-ENT-X), WS-ENT-CKSUM(WS-ENT-X),
                    WS-ENT-BYTES(WS-ENT-X), WS-ENT-RECS(WS-ENT-X).
            SET ENT-IN-MANIFEST(WS-ENT-X) TO TRUE.
            MOVE 0 TO WS-ENT-READ(WS-ENT-X),
                WS-ENT-WRITTEN(WS-ENT-X), WS-ENT-MASKED(WS-ENT-X),
                WS-ENT-POLICY-X(WS-ENT-X).
            EXIT.

        2200-ADD-EXTRA-ENTRY.
            IF WORK-RECORD = SPACES
            OR WORK-RECORD(1:16) = "MANIFEST.TXT" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-FOUND-X.
            PERFORM VARYING WS-ENT-X FROM 1 BY 1
                UNTIL WS-ENT-X > WS-SET-USED
                IF WS-ENT-NAME(WS-ENT-X) = WORK-RECORD(1:16) THEN
                    MOVE WS-ENT-X TO WS-FOUND-X
                END-IF
            END-PERFORM.
            IF WS-FOUND-X NOT = 0 OR WS-SET-USED NOT < 100 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SET-USED.
            MOVE WS-SET-USED TO WS-ENT-X.
            MOVE SPACES TO WS-SET-ENTRY(WS-ENT-X).
            MOVE WORK-RECORD(1:16) TO WS-ENT-NAME(WS-ENT-X).
            MOVE 'N' TO WS-ENT-MANIFEST(WS-ENT-X).
            MOVE 0 TO WS-ENT-READ(WS-ENT-X),
                WS-ENT-WRITTEN(WS-ENT-X), WS-ENT-MASKED(WS-ENT-X),
                WS-ENT-POLICY-X(WS-ENT-X).
            EXIT.

        3000-LOAD-POLICY.
            OPEN INPUT POLICY-FILE.
            IF WS-POLICY-FILE-STATUS NOT = "00" THEN
                DISPLAY "DATACLON: NO SCRUB POLICY AT ",
                    FUNCTION TRIM(POLICY-FILE-NAME),
                    " -- A CLONE WITHOUT ONE WOULD BE A COPY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ POLICY-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-POL-LINE-NO
                        IF POLICY-RECORD(1:1) NOT = "*"
                        AND POLICY-RECORD NOT = SPACES THEN
                            PERFORM 3100-PARSE-POLICY-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE POLICY-FILE.

      *>
      *>     FINGERPRINT THE POLICY FOR THE CERTIFICATE.
      *>
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "cksum < '" FUNCTION TRIM(POLICY-FILE-NAME)
                "' > /tmp/dataclon.tmp"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE SPACES TO WS-POLICY-CKSUM.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS = "00" THEN
                READ WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        UNSTRING WORK-RECORD DELIMITED BY ALL " "
                            INTO WS-POLICY-CKSUM
                END-READ
                CLOSE WORK-FILE
            END-IF.

      *>
      *>     TIE EACH SET ENTRY TO ITS POLICY LINE.
      *>
            PERFORM VARYING WS-ENT-X FROM 1 BY 1
                UNTIL WS-ENT-X > WS-SET-USED
                PERFORM VARYING WS-POL-X FROM 1 BY 1
                    UNTIL WS-POL-X > WS-POL-USED
                    IF WS-POL-FILE(WS-POL-X) = WS-ENT-NAME(WS-ENT-X)
                    THEN
                        MOVE WS-POL-X TO WS-ENT-POLICY-X(WS-ENT-X)
                        MOVE WS-POL-ACTION(WS-POL-X)
                            TO WS-ENT-ACTION(WS-ENT-X)
                    END-IF
                END-PERFORM
                IF WS-ENT-ACTION(WS-ENT-X) = SPACES THEN
                    IF ENT-IN-MANIFEST(WS-ENT-X) THEN
                        MOVE "KEEP" TO WS-ENT-ACTION(WS-ENT-X)
                    ELSE
                        MOVE "DROP" TO WS-ENT-ACTION(WS-ENT-X)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        3100-PARSE-POLICY-LINE.
            MOVE SPACES TO WS-POL-WORDS.
            UNSTRING FUNCTION UPPER-CASE(POLICY-RECORD)
                DELIMITED BY ALL " "
                INTO WS-POL-WORD(1), WS-POL-WORD(2), WS-POL-WORD(3),
                    WS-POL-WORD(4), WS-POL-WORD(5), WS-POL-WORD(6),
                    WS-POL-WORD(7), WS-POL-WORD(8), WS-POL-WORD(9),
                    WS-POL-WORD(10).
            IF WS-POL-USED NOT < 100 THEN
                DISPLAY "DATACLON: POLICY LINE ", WS-POL-LINE-NO,
                    ": MORE THAN 100 FILES."
                ADD 1 TO WS-POLICY-ERRORS
                EXIT PARAGRAPH
            END-IF.
            IF WS-POL-WORD(2) NOT = "KEEP"
            AND WS-POL-WORD(2) NOT = "DROP"
            AND WS-POL-WORD(2) NOT = "TRUNCATE"
            AND WS-POL-WORD(2) NOT = "MASK" THEN
                DISPLAY "DATACLON: POLICY LINE ", WS-POL-LINE-NO,
                    ": UNKNOWN ACTION '",
                    FUNCTION TRIM(WS-POL-WORD(2)), "'."
                ADD 1 TO WS-POLICY-ERRORS
                EXIT PARAGRAPH
            END-IF.
            IF WS-POL-WORD(2) = "MASK" THEN
                IF WS-POL-WORD(3) = SPACES THEN
                    DISPLAY "DATACLON: POLICY LINE ", WS-POL-LINE-NO,
                        ": MASK NAMES NO FIELD."
                    ADD 1 TO WS-POLICY-ERRORS
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-POL-F FROM 3 BY 1
                    UNTIL WS-POL-F > 10
                    IF WS-POL-WORD(WS-POL-F) NOT = SPACES THEN
                        PERFORM 3200-CHECK-FIELD-NAME
                    END-IF
                END-PERFORM
            END-IF.

            ADD 1 TO WS-POL-USED.
            MOVE WS-POL-WORD(1) TO WS-POL-FILE(WS-POL-USED).
            MOVE WS-POL-WORD(2) TO WS-POL-ACTION(WS-POL-USED).
            PERFORM VARYING WS-POL-F FROM 1 BY 1 UNTIL WS-POL-F > 8
                MOVE WS-POL-WORD(WS-POL-F + 2)
                    TO WS-POL-FIELD(WS-POL-USED, WS-POL-F)
            END-PERFORM.
            EXIT.

        3200-CHECK-FIELD-NAME.
            MOVE 'N' TO WS-DIC-HIT.
            PERFORM VARYING WS-DIC-X FROM 1 BY 1 UNTIL WS-DIC-X > 25
                IF WS-DIC-FILE(WS-DIC-X) = WS-POL-WORD(1)
                AND (WS-DIC-FIELD(WS-DIC-X) = WS-POL-WORD(WS-POL-F)
                  OR (WS-POL-WORD(WS-POL-F) = "OPERATOR"
                      AND WS-DIC-KIND(WS-DIC-X) = "O")) THEN
                    SET DIC-HIT TO TRUE
                END-IF
            END-PERFORM.
            IF NOT DIC-HIT THEN
                DISPLAY "DATACLON: POLICY LINE ", WS-POL-LINE-NO,
                    ": ", FUNCTION TRIM(WS-POL-WORD(1)),
                    " HAS NO MASKABLE FIELD ",
                    FUNCTION TRIM(WS-POL-WORD(WS-POL-F)), "."
                ADD 1 TO WS-POLICY-ERRORS
            END-IF.
            EXIT.

        4000-VERIFY-SET.
      *>
      *>     PROVE THE SOURCE: EVERY MANIFEST FILE AS THE SET
      *>     RECORDED IT.
      *>
            PERFORM VARYING WS-ENT-X FROM 1 BY 1
                UNTIL WS-ENT-X > WS-SET-USED
                IF ENT-IN-MANIFEST(WS-ENT-X) THEN
                    MOVE SPACES TO IN-FILE-NAME
                    STRING FUNCTION TRIM(WS-SET-DIR) "/"
                        FUNCTION TRIM(WS-ENT-NAME(WS-ENT-X))
                        DELIMITED BY SIZE INTO IN-FILE-NAME
                    PERFORM 7000-MEASURE-FILE
                    IF WS-CHK-CKSUM NOT = WS-ENT-CKSUM(WS-ENT-X)
                    OR WS-CHK-BYTES NOT = WS-ENT-BYTES(WS-ENT-X)
                    OR (WS-ENT-RECS(WS-ENT-X) NOT = SPACES
                        AND WS-CHK-RECS NOT = WS-ENT-RECS(WS-ENT-X))
                    THEN
                        DISPLAY "  *** SET MISMATCH: ",
                            WS-ENT-NAME(WS-ENT-X)
                        ADD 1 TO WS-FAILED-COUNT
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        5000-CREATE-TARGET.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mkdir -p '" FUNCTION TRIM(WS-TARGET-DIR) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        5100-SEED-PSEUDONYMS.
      *>
      *>     NUMBER THE OPERATORS IN USERROLE.X KEY ORDER FIRST, SO
      *>     THE SAME POPULATION GETS THE SAME PSEUDONYMS EVERY
      *>     REFRESH. OPERATORS ONLY SEEN ELSEWHERE ARE NUMBERED ON
      *>     FIRST SIGHT AFTER THESE.
      *>
            MOVE SPACES TO IN-FILE-NAME.
            STRING FUNCTION TRIM(WS-SET-DIR) "/USERROLE.X"
                DELIMITED BY SIZE INTO IN-FILE-NAME.
            OPEN INPUT USR-IN-FILE.
            IF WS-IN-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ USR-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE USR-IN-KEY(1:20) TO WS-PSN-OPERATOR
                        PERFORM 6900-PSEUDONYM-FOR
                END-READ
            END-PERFORM.
            CLOSE USR-IN-FILE.
            EXIT.

        6000-CLONE-ONE-ENTRY.
            MOVE SPACES TO IN-FILE-NAME, OUT-FILE-NAME.
            STRING FUNCTION TRIM(WS-SET-DIR) "/"
                FUNCTION TRIM(WS-ENT-NAME(WS-ENT-X))
                DELIMITED BY SIZE INTO IN-FILE-NAME.
            STRING FUNCTION TRIM(WS-TARGET-DIR) "/"
                FUNCTION TRIM(WS-ENT-NAME(WS-ENT-X))
                DELIMITED BY SIZE INTO OUT-FILE-NAME.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "test -d '" FUNCTION TRIM(IN-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE = 0 THEN
                MOVE 'Y' TO WS-IS-DIR-FLAG
            ELSE
                MOVE 'N' TO WS-IS-DIR-FLAG
            END-IF.
            MOVE 0 TO RETURN-CODE.

            EVALUATE WS-ENT-ACTION(WS-ENT-X)
                WHEN "KEEP"
                    PERFORM 6100-KEEP
                WHEN "DROP"
                    PERFORM 6200-DROP
                WHEN "TRUNCATE"
                    PERFORM 6300-TRUNCATE
                WHEN "MASK"
                    PERFORM 6400-MASK
            END-EVALUATE.
            IF WS-ENT-RESULT(WS-ENT-X) NOT = "VERIFIED" THEN
                ADD 1 TO WS-FAILED-COUNT
            END-IF.
            DISPLAY "  ", WS-ENT-NAME(WS-ENT-X), " ",
                WS-ENT-ACTION(WS-ENT-X), " ",
                WS-ENT-RESULT(WS-ENT-X).
            EXIT.

        6100-KEEP.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "cp -Rp '" FUNCTION TRIM(IN-FILE-NAME) "' '"
                FUNCTION TRIM(OUT-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE NOT = 0 THEN
                MOVE "COPY FAILED" TO WS-ENT-RESULT(WS-ENT-X)
                EXIT PARAGRAPH
            END-IF.
            IF NOT ENT-IN-MANIFEST(WS-ENT-X) THEN
                MOVE "VERIFIED" TO WS-ENT-RESULT(WS-ENT-X)
                EXIT PARAGRAPH
            END-IF.
            MOVE OUT-FILE-NAME TO IN-FILE-NAME.
            PERFORM 7000-MEASURE-FILE.
            MOVE FUNCTION NUMVAL(WS-CHK-RECS) TO WS-ENT-READ(WS-ENT-X)
                WS-ENT-WRITTEN(WS-ENT-X).
            IF WS-CHK-CKSUM = WS-ENT-CKSUM(WS-ENT-X)
            AND WS-CHK-BYTES = WS-ENT-BYTES(WS-ENT-X) THEN
                MOVE "VERIFIED" TO WS-ENT-RESULT(WS-ENT-X)
            ELSE
                MOVE "MISMATCH" TO WS-ENT-RESULT(WS-ENT-X)
            END-IF.
            EXIT.

        6200-DROP.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "test ! -e '" FUNCTION TRIM(OUT-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE = 0 THEN
                MOVE "VERIFIED" TO WS-ENT-RESULT(WS-ENT-X)
            ELSE
                MOVE "PRESENT" TO WS-ENT-RESULT(WS-ENT-X)
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        6300-TRUNCATE.
      *>
      *>     A KEYED FILE DATACLON HAS A LAYOUT FOR IS CREATED EMPTY
      *>     WITH ITS INDEX; A DIRECTORY IS CREATED EMPTY; ANYTHING
      *>     ELSE BECOMES A ZERO-LENGTH FILE.
      *>
            PERFORM 6950-FORMAT-OF-ENTRY.
            EVALUATE TRUE
                WHEN ENTRY-IS-DIRECTORY
                    MOVE SPACES TO WS-SHELL-CMD
                    STRING "mkdir -p '" FUNCTION TRIM(OUT-FILE-NAME)
                        "' && test -z ""$(ls -A '"
                        FUNCTION TRIM(OUT-FILE-NAME) "')"""
                        DELIMITED BY SIZE INTO WS-SHELL-CMD
                    CALL "SYSTEM" USING WS-SHELL-CMD
                WHEN WS-DIC-FORMAT-OF = "K"
                    PERFORM 6310-CREATE-EMPTY-KEYED
                WHEN OTHER
                    MOVE SPACES TO WS-SHELL-CMD
                    STRING ": > '" FUNCTION TRIM(OUT-FILE-NAME)
                        "' && test ! -s '"
                        FUNCTION TRIM(OUT-FILE-NAME) "'"
                        DELIMITED BY SIZE INTO WS-SHELL-CMD
                    CALL "SYSTEM" USING WS-SHELL-CMD
            END-EVALUATE.
            IF RETURN-CODE = 0 THEN
                MOVE "VERIFIED" TO WS-ENT-RESULT(WS-ENT-X)
            ELSE
                MOVE "NOT EMPTY" TO WS-ENT-RESULT(WS-ENT-X)
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        6310-CREATE-EMPTY-KEYED.
            EVALUATE WS-ENT-NAME(WS-ENT-X)
                WHEN "SCREENS.X"
                    OPEN OUTPUT SCN-OUT-FILE
                    CLOSE SCN-OUT-FILE
                WHEN "APPROVAL.X"
                    OPEN OUTPUT APP-OUT-FILE
                    CLOSE APP-OUT-FILE
                WHEN "USERROLE.X"
                    OPEN OUTPUT USR-OUT-FILE
                    CLOSE USR-OUT-FILE
                WHEN "USERCRED.X"
                    OPEN OUTPUT UCR-OUT-FILE
                    CLOSE UCR-OUT-FILE
                WHEN "CONTEXT.X"
                    OPEN OUTPUT CTX-OUT-FILE
                    CLOSE CTX-OUT-FILE
            END-EVALUATE.
            IF WS-OUT-FILE-STATUS = "00" THEN
                MOVE 0 TO RETURN-CODE
            ELSE
                MOVE 1 TO RETURN-CODE
            END-IF.
            EXIT.

        6400-MASK.
      *>
      *>     GATHER THE MASKS FOR THIS FILE, THEN RECOPY IT RECORD BY
      *>     RECORD FROM THE SET INTO THE TARGET.
      *>
            MOVE WS-ENT-POLICY-X(WS-ENT-X) TO WS-POL-X.
            MOVE 0 TO WS-MSK-USED.
            PERFORM VARYING WS-DIC-X FROM 1 BY 1 UNTIL WS-DIC-X > 25
                IF WS-DIC-FILE(WS-DIC-X) = WS-ENT-NAME(WS-ENT-X) THEN
                    PERFORM VARYING WS-POL-F FROM 1 BY 1
                        UNTIL WS-POL-F > 8
                        IF WS-POL-FIELD(WS-POL-X, WS-POL-F) =
                            WS-DIC-FIELD(WS-DIC-X)
                        OR (WS-POL-FIELD(WS-POL-X, WS-POL-F) =
                            "OPERATOR"
                            AND WS-DIC-KIND(WS-DIC-X) = "O") THEN
                            PERFORM 6410-ADD-MASK
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

            MOVE 0 TO WS-ENT-READ(WS-ENT-X), WS-ENT-WRITTEN(WS-ENT-X),
                WS-ENT-MASKED(WS-ENT-X).
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "test -f '" FUNCTION TRIM(IN-FILE-NAME) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                MOVE "NOT A FILE" TO WS-ENT-RESULT(WS-ENT-X)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            EVALUATE WS-ENT-NAME(WS-ENT-X)
                WHEN "SCREENS.X"
                    PERFORM 6500-MASK-SCREENS
                WHEN "APPROVAL.X"
                    PERFORM 6510-MASK-APPROVAL
                WHEN "USERROLE.X"
                    PERFORM 6520-MASK-USERROLE
                WHEN "USERCRED.X"
                    PERFORM 6530-MASK-USERCRED
                WHEN "CONTEXT.X"
                    PERFORM 6540-MASK-CONTEXT
                WHEN OTHER
                    PERFORM 6600-MASK-TEXT
            END-EVALUATE.

            IF WS-ENT-READ(WS-ENT-X) NOT = WS-ENT-WRITTEN(WS-ENT-X)
            THEN
                MOVE "COUNT DIFFERS" TO WS-ENT-RESULT(WS-ENT-X)
                EXIT PARAGRAPH
            END-IF.
            MOVE "VERIFIED" TO WS-ENT-RESULT(WS-ENT-X).
      *>
      *>     A TEXT FILE MUST ALSO STILL HAVE THE MANIFEST'S LINES.
      *>
            PERFORM 6950-FORMAT-OF-ENTRY.
            IF WS-DIC-FORMAT-OF = "T"
            AND ENT-IN-MANIFEST(WS-ENT-X)
            AND WS-ENT-RECS(WS-ENT-X) NOT = SPACES THEN
                MOVE OUT-FILE-NAME TO IN-FILE-NAME
                PERFORM 7000-MEASURE-FILE
                IF WS-CHK-RECS NOT = WS-ENT-RECS(WS-ENT-X) THEN
                    MOVE "COUNT DIFFERS" TO WS-ENT-RESULT(WS-ENT-X)
                END-IF
            END-IF.
            EXIT.

        6410-ADD-MASK.
            IF WS-MSK-USED < 25 THEN
                ADD 1 TO WS-MSK-USED
                MOVE WS-DIC-OFFSET(WS-DIC-X)
                    TO WS-MSK-OFFSET(WS-MSK-USED)
                MOVE WS-DIC-LENGTH(WS-DIC-X)
                    TO WS-MSK-LENGTH(WS-MSK-USED)
                MOVE WS-DIC-KIND(WS-DIC-X)
                    TO WS-MSK-KIND(WS-MSK-USED)
            END-IF.
            EXIT.

        6500-MASK-SCREENS.
            OPEN INPUT SCN-IN-FILE.
            OPEN OUTPUT SCN-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ SCN-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE SCN-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO SCN-OUT-RECORD
                        WRITE SCN-OUT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE SCN-IN-FILE.
            CLOSE SCN-OUT-FILE.
            EXIT.

        6510-MASK-APPROVAL.
            OPEN INPUT APP-IN-FILE.
            OPEN OUTPUT APP-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ APP-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE APP-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO APP-OUT-RECORD
                        WRITE APP-OUT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE APP-IN-FILE.
            CLOSE APP-OUT-FILE.
            EXIT.

        6520-MASK-USERROLE.
      *>
      *>     THE OPERATOR IS PART OF THE KEY: THE PSEUDONYMS ARE ONE
      *>     TO ONE, SO THE REKEYED RECORDS STILL CANNOT COLLIDE.
      *>
            OPEN INPUT USR-IN-FILE.
            OPEN OUTPUT USR-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ USR-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE USR-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO USR-OUT-RECORD
                        WRITE USR-OUT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE USR-IN-FILE.
            CLOSE USR-OUT-FILE.
            EXIT.

        6530-MASK-USERCRED.
            OPEN INPUT UCR-IN-FILE.
            OPEN OUTPUT UCR-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ UCR-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE UCR-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO UCR-OUT-RECORD
                        WRITE UCR-OUT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE UCR-IN-FILE.
            CLOSE UCR-OUT-FILE.
            EXIT.

        6540-MASK-CONTEXT.
            OPEN INPUT CTX-IN-FILE.
            OPEN OUTPUT CTX-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ CTX-IN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE CTX-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO CTX-OUT-RECORD
                        WRITE CTX-OUT-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE CTX-IN-FILE.
            CLOSE CTX-OUT-FILE.
            EXIT.

        6600-MASK-TEXT.
            OPEN INPUT TEXT-IN-FILE.
            IF WS-IN-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TEXT-OUT-FILE.
            PERFORM UNTIL END-OF-FILE
                READ TEXT-IN-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENT-READ(WS-ENT-X)
                        MOVE TEXT-IN-RECORD TO WS-RECORD
                        PERFORM 6700-APPLY-MASKS
                        MOVE WS-RECORD TO TEXT-OUT-RECORD
                        WRITE TEXT-OUT-RECORD
                        IF WS-OUT-FILE-STATUS = "00" THEN
                            ADD 1 TO WS-ENT-WRITTEN(WS-ENT-X)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TEXT-IN-FILE.
            CLOSE TEXT-OUT-FILE.
            EXIT.

        6700-APPLY-MASKS.
            MOVE 'N' TO WS-RECORD-CHANGED.
            PERFORM VARYING WS-MSK-X FROM 1 BY 1
                UNTIL WS-MSK-X > WS-MSK-USED
                MOVE SPACES TO WS-FIELD-VALUE
                MOVE WS-RECORD(WS-MSK-OFFSET(WS-MSK-X):
                    WS-MSK-LENGTH(WS-MSK-X)) TO WS-FIELD-VALUE
                IF WS-FIELD-VALUE NOT = SPACES THEN
                    SET RECORD-CHANGED TO TRUE
                    IF WS-MSK-KIND(WS-MSK-X) = "O" THEN
                        MOVE WS-FIELD-VALUE(1:20) TO WS-PSN-OPERATOR
                        PERFORM 6900-PSEUDONYM-FOR
                        MOVE WS-PSN-ALIAS(WS-PSN-X)
                            TO WS-RECORD(WS-MSK-OFFSET(WS-MSK-X):
                                WS-MSK-LENGTH(WS-MSK-X))
                    ELSE
                        MOVE ALL "*"
                            TO WS-RECORD(WS-MSK-OFFSET(WS-MSK-X):
                                WS-MSK-LENGTH(WS-MSK-X))
                    END-IF
                END-IF
            END-PERFORM.
            IF RECORD-CHANGED THEN
                ADD 1 TO WS-ENT-MASKED(WS-ENT-X)
            END-IF.
            EXIT.

        6900-PSEUDONYM-FOR.
      *>
      *>     WS-PSN-X <- THE ENTRY FOR WS-PSN-OPERATOR, ADDING ONE IF
      *>     THIS OPERATOR HAS NOT BEEN SEEN YET.
      *>
            PERFORM VARYING WS-PSN-X FROM 1 BY 1
                UNTIL WS-PSN-X > WS-PSN-USED
                OR WS-PSN-REAL(WS-PSN-X) = WS-PSN-OPERATOR
                CONTINUE
            END-PERFORM.
            IF WS-PSN-X > WS-PSN-USED THEN
                IF WS-PSN-USED < 3000 THEN
                    ADD 1 TO WS-PSN-USED
                    MOVE WS-PSN-USED TO WS-PSN-X, WS-PSN-EDIT
                    MOVE WS-PSN-OPERATOR TO WS-PSN-REAL(WS-PSN-X)
                    MOVE SPACES TO WS-PSN-ALIAS(WS-PSN-X)
                    STRING "QAUSER" WS-PSN-EDIT DELIMITED BY SIZE
                        INTO WS-PSN-ALIAS(WS-PSN-X)
                ELSE
      *>
      *>             NO ROOM: NEVER LEAK THE REAL ID -- STAR IT OUT
      *>             AND REFUSE TO CERTIFY.
      *>
                    SET PSEUDONYMS-OVERFLOWED TO TRUE
                    MOVE 3000 TO WS-PSN-X
                    MOVE ALL "*" TO WS-PSN-ALIAS(WS-PSN-X)
                    MOVE SPACES TO WS-PSN-REAL(WS-PSN-X)
                END-IF
            END-IF.
            EXIT.

        6950-FORMAT-OF-ENTRY.
            MOVE SPACE TO WS-DIC-FORMAT-OF.
            PERFORM VARYING WS-DIC-X FROM 1 BY 1 UNTIL WS-DIC-X > 25
                IF WS-DIC-FILE(WS-DIC-X) = WS-ENT-NAME(WS-ENT-X) THEN
                    MOVE WS-DIC-FORMAT(WS-DIC-X) TO WS-DIC-FORMAT-OF
                END-IF
            END-PERFORM.
            EXIT.

        7000-MEASURE-FILE.
      *>
      *>     CKSUM, BYTE SIZE AND LINE COUNT OF IN-FILE-NAME, AS
      *>     DATABKUP MANIFESTS THEM.
      *>
            MOVE SPACES TO WS-CHK-CKSUM, WS-CHK-BYTES, WS-CHK-RECS.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "cksum '" FUNCTION TRIM(IN-FILE-NAME)
                "' > /tmp/dataclon.tmp && "
                "wc -l < '" FUNCTION TRIM(IN-FILE-NAME)
                "' >> /tmp/dataclon.tmp"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-FILE-STATUS = "00" THEN
                READ WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        UNSTRING WORK-RECORD DELIMITED BY ALL " "
                            INTO WS-CHK-CKSUM, WS-CHK-BYTES
                END-READ
                READ WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE FUNCTION TRIM(WORK-RECORD)(1:20)
                            TO WS-CHK-RECS
                END-READ
                CLOSE WORK-FILE
            END-IF.
            EXIT.

        8000-WRITE-CERTIFICATE.
            MOVE SPACES TO CERT-FILE-NAME.
            STRING FUNCTION TRIM(WS-TARGET-DIR) "/SCRUB.CRT"
                DELIMITED BY SIZE INTO CERT-FILE-NAME.
            OPEN OUTPUT CERT-FILE.
            OPEN EXTEND AUDIT-FILE.

            MOVE SPACES TO WS-CERT-LINE.
            STRING "SCRUB CERTIFICATE " WS-RUN-STAMP(1:14)
                " BY " FUNCTION TRIM(WS-OPERATOR-ID)
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.
            MOVE SPACES TO WS-CERT-LINE.
            STRING "  SOURCE SET  GEN-" WS-SET-EDIT " "
                FUNCTION TRIM(WS-SET-DIR)
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.
            MOVE SPACES TO WS-CERT-LINE.
            STRING "  TARGET      " FUNCTION TRIM(WS-TARGET-DIR)
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.
            MOVE SPACES TO WS-CERT-LINE.
            STRING "  POLICY      " FUNCTION TRIM(POLICY-FILE-NAME)
                " CKSUM " FUNCTION TRIM(WS-POLICY-CKSUM)
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.
            MOVE SPACES TO WS-CERT-LINE.
            STRING "  FILE             ACTION   FIELDS"
                "                     READ  WRITTEN   MASKED  RESULT"
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.

            PERFORM VARYING WS-ENT-X FROM 1 BY 1
                UNTIL WS-ENT-X > WS-SET-USED
                PERFORM 8200-CERTIFY-ENTRY
            END-PERFORM.

            MOVE WS-PSN-USED TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-CERT-LINE.
            STRING "  OPERATORS PSEUDONYMISED "
                FUNCTION TRIM(WS-COUNT-EDIT)
                " (MAP NOT RETAINED)"
                DELIMITED BY SIZE INTO WS-CERT-LINE.
            PERFORM 8100-PUT-LINE.
            MOVE SPACES TO WS-CERT-LINE.
            IF WS-FAILED-COUNT = 0 AND NOT PSEUDONYMS-OVERFLOWED THEN
                MOVE "  RESULT      CERTIFIED" TO WS-CERT-LINE
            ELSE
                MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
                STRING "  RESULT      NOT CERTIFIED -- "
                    FUNCTION TRIM(WS-COUNT-EDIT)
                    " FILE(S) FAILED THEIR CHECK"
                    DELIMITED BY SIZE INTO WS-CERT-LINE
                IF PSEUDONYMS-OVERFLOWED THEN
                    MOVE "  RESULT      NOT CERTIFIED -- TOO MANY "
                        & "OPERATORS TO PSEUDONYMISE"
                        TO WS-CERT-LINE
                END-IF
            END-IF.
            PERFORM 8100-PUT-LINE.

            CLOSE CERT-FILE.
            IF WS-AUDIT-FILE-STATUS = "00"
            OR WS-AUDIT-FILE-STATUS = "05" THEN
                CLOSE AUDIT-FILE
            END-IF.
            EXIT.

        8100-PUT-LINE.
            MOVE WS-CERT-LINE TO CERT-RECORD.
            WRITE CERT-RECORD.
            IF WS-AUDIT-FILE-STATUS = "00"
            OR WS-AUDIT-FILE-STATUS = "05" THEN
                MOVE WS-CERT-LINE TO AUDIT-RECORD
                WRITE AUDIT-RECORD
            END-IF.
            EXIT.

        8200-CERTIFY-ENTRY.
            MOVE SPACES TO WS-CERT-LINE.
            MOVE WS-ENT-NAME(WS-ENT-X) TO WS-CERT-LINE(3:16).
            MOVE WS-ENT-ACTION(WS-ENT-X) TO WS-CERT-LINE(20:8).
            IF WS-ENT-ACTION(WS-ENT-X) = "MASK" THEN
                MOVE WS-ENT-POLICY-X(WS-ENT-X) TO WS-POL-X
                STRING
                    FUNCTION TRIM(WS-POL-FIELD(WS-POL-X, 1)) " "
                    FUNCTION TRIM(WS-POL-FIELD(WS-POL-X, 2)) " "
                    FUNCTION TRIM(WS-POL-FIELD(WS-POL-X, 3))
                    DELIMITED BY SIZE INTO WS-CERT-LINE(29:24)
            END-IF.
            IF NOT ENT-IN-MANIFEST(WS-ENT-X) THEN
                MOVE "(NOT IN MANIFEST)" TO WS-CERT-LINE(29:24)
            END-IF.
            MOVE WS-ENT-READ(WS-ENT-X) TO WS-COUNT-EDIT.
            MOVE WS-COUNT-EDIT TO WS-CERT-LINE(53:8).
            MOVE WS-ENT-WRITTEN(WS-ENT-X) TO WS-COUNT-EDIT.
            MOVE WS-COUNT-EDIT TO WS-CERT-LINE(62:8).
            MOVE WS-ENT-MASKED(WS-ENT-X) TO WS-COUNT-EDIT-2.
            MOVE WS-COUNT-EDIT-2 TO WS-CERT-LINE(71:8).
            MOVE WS-ENT-RESULT(WS-ENT-X) TO WS-CERT-LINE(81:12).
            PERFORM 8100-PUT-LINE.
            EXIT.

        END PROGRAM DATACLON.
