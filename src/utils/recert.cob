        IDENTIFICATION DIVISION.
        PROGRAM-ID. RECERT.
      *>
      *> RECERT RUNS THE PERIODIC ACCESS RECERTIFICATION CAMPAIGN
      *> (RECERT.X, SEE RECERT.cbl) AND THE DORMANT-ACCOUNT SWEEP.
      *>
      *>     1. OPEN GENERATES ONE ATTESTATION ITEM PER USERROLE.X
      *>        GRANT, ROUTED TO THE APR-OWNER (APPREG.X) OF THE
      *>        APPLICATION WHOSE OBJECTS THE ROLE SECURES -- THE
      *>        RTR-SECURITY-ROLE TRANSACTION CODES (BY PROGRAM NAME TO
      *>        SCREEN) AND THE MNU-/ITM-SECURITY-ROLE MENUS (THROUGH
      *>        MENUREFS.X TO SCREEN), EACH SCREEN COUNTING FOR ITS
      *>        SCN-APPLICATION. THE APPLICATION COUNTED MOST OFTEN
      *>        OWNS THE ITEM.
      *>     2. EACH OWNER LISTS THEIR ITEMS AND CONFIRMS OR REVOKES
      *>        THEM. A REVOKED GRANT IS REMOVED FROM USERROLE.X AT
      *>        ONCE. NOBODY ATTESTS THEIR OWN GRANTS; SECADMIN MAY
      *>        DECIDE ANY ITEM, AND DECIDES THOSE NO OWNER WAS FOUND
      *>        FOR.
      *>     3. SWEEP (NIGHTLY) SUSPENDS EVERY GRANT STILL PENDING
      *>        AFTER THE DEADLINE AND CLOSES THE CAMPAIGN, THEN FLAGS
      *>        OR LOCKS EVERY OPERATOR WHOSE UCR-LAST-SIGNON IS OLDER
      *>        THAN COBCURSES_DORMANT_DAYS (DEFAULT 90, 0 = NO SWEEP).
      *>        COBCURSES_DORMANT_ACTION=LOCK LOCKS THEM IN USERCRED.X;
      *>        OTHERWISE THEY ARE ONLY REPORTED.
      *>
      *> EVERY GRANT REMOVED OR REINSTATED AND EVERY CREDENTIAL LOCKED
      *> IS WRITTEN TO DTLAUDIT.LOG WITH ITS BEFORE IMAGE ('UR' =
      *> USERROLE.X, 'UC' = USERCRED.X, THE PASSWORD HASH AND SALT
      *> BLANKED) AND LOGGED TO SIGNON.LOG. SUSPENSIONS AND DORMANT
      *> OPERATORS ARE RAISED TO ALERTS.X AS WARNINGS.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR STATUS        CAMPAIGNS AND THEIR PROGRESS
      *>     OPEN CAMPAIGN YYYYMMDD  OPEN A CAMPAIGN WITH ITS DEADLINE
      *>     LIST [OWNER|ALL]        ITEMS ROUTED TO AN OWNER
      *>                             (DEFAULT: THE ACTING USER)
      *>     CONFIRM OPERATOR ROLE [NOTE]
      *>     REVOKE OPERATOR ROLE [NOTE]
      *>     RESTORE OPERATOR ROLE   REINSTATE A SUSPENDED OR REVOKED
      *>                             GRANT
      *>     SWEEP                   DEADLINE AND DORMANT SWEEP
      *>
      *> OPEN, RESTORE, SWEEP AND LIST ALL NEED THE SECADMIN ROLE.
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     8   FILE, RECORD OR CAMPAIGN STATE PROBLEM
      *>     16  BAD ARGUMENTS OR NOT AUTHORISED
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL RECERT-FILE
                ASSIGN TO RECERT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RCI-KEY
                FILE STATUS IS WS-RECERT-FILE-STATUS.

            SELECT USERROLE-FILE
                ASSIGN TO USERROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS USR-KEY
                FILE STATUS IS WS-USERROLE-FILE-STATUS.

            SELECT USERCRED-FILE
                ASSIGN TO USERCRED-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS UCR-OPERATOR
                FILE STATUS IS WS-USERCRED-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

            SELECT MENU-FILE
                ASSIGN TO MENU-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MNU-KEY
                FILE STATUS IS WS-MENU-FILE-STATUS.

            SELECT ITEM-FILE
                ASSIGN TO ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-ITEM-FILE-STATUS.

            SELECT MENUREF-FILE
                ASSIGN TO MENUREF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MREF-KEY
                FILE STATUS IS WS-MENUREF-FILE-STATUS.

            SELECT SCREEN-FILE
                ASSIGN TO SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT APPREG-FILE
                ASSIGN TO APPREG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APR-CODE
                FILE STATUS IS WS-APPREG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  RECERT-FILE.
        01  RECERT-RECORD.
            COPY RECERT.

        FD  USERROLE-FILE.
        01  USERROLE-RECORD.
            COPY USERROLE.

        FD  USERCRED-FILE.
        01  USERCRED-RECORD.
            COPY USERCRED.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        FD  MENU-FILE.
        01  MENU-RECORD.
            COPY MENURECD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  MENUREF-FILE.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  APPREG-FILE.
        01  APPREG-RECORD.
            COPY APPREG.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(512).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  RECERT-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/RECERT.X".
            10  USERROLE-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/USERROLE.X".
            10  USERCRED-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/USERCRED.X".
            10  ROUTER-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ROUTER.X".
            10  MENU-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  APPREG-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/APPREG.X".

        01  WS-RECERT-FILE-STATUS               PIC XX.
        01  WS-USERROLE-FILE-STATUS             PIC XX.
        01  WS-USERCRED-FILE-STATUS             PIC XX.
        01  WS-ROUTER-FILE-STATUS               PIC XX.
        01  WS-MENU-FILE-STATUS                 PIC XX.
        01  WS-ITEM-FILE-STATUS                 PIC XX.
        01  WS-MENUREF-FILE-STATUS              PIC XX.
        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-APPREG-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  INNER-EOF-FLAG                      PIC X VALUE 'N'.
            88  INNER-EOF                       VALUE 'Y'.
        01  REF-EOF-FLAG                        PIC X VALUE 'N'.
            88  REF-EOF                         VALUE 'Y'.

      *>
      *>     WHICH OWNER-RESOLUTION FILES COULD BE OPENED.
      *>
        01  WS-LOOKUP-FILES.
            05  WS-ROUTER-OPEN-FLAG             PIC X VALUE 'N'.
                88  ROUTER-OPEN                 VALUE 'Y'.
            05  WS-MENU-OPEN-FLAG               PIC X VALUE 'N'.
                88  MENU-OPEN                   VALUE 'Y'.
            05  WS-ITEM-OPEN-FLAG               PIC X VALUE 'N'.
                88  ITEM-OPEN                   VALUE 'Y'.
            05  WS-MENUREF-OPEN-FLAG            PIC X VALUE 'N'.
                88  MENUREF-OPEN                VALUE 'Y'.
            05  WS-SCREEN-OPEN-FLAG             PIC X VALUE 'N'.
                88  SCREEN-OPEN                 VALUE 'Y'.
            05  WS-APPREG-OPEN-FLAG             PIC X VALUE 'N'.
                88  APPREG-OPEN                 VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-1                            PIC X(20).
        01  WS-ARG-2                            PIC X(20).
        01  WS-ARG-WORD                         PIC X(40).
        01  WS-ARG-TEXT                         PIC X(40).
        01  WS-ARG-TEXT-PTR                     PIC 9(4) COMP.

        01  WS-ACTING-ID                        PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".
        01  WS-SECADMIN-FLAG                    PIC X VALUE 'N'.
            88  ACTING-IS-SECADMIN              VALUE 'Y'.

        01  WS-NOW                              PIC X(21).
        01  WS-TODAY                            PIC X(8).
        01  WS-TODAY-NUM                        PIC 9(8).
        01  WS-CUTOFF-NUM                       PIC 9(8).
        01  WS-CUTOFF-DATE                      PIC X(8).

      *>
      *>     THE CAMPAIGN CURRENTLY OPEN, IF ANY.
      *>
        01  WS-OPEN-CAMPAIGN                    PIC X(8).
        01  WS-OPEN-DEADLINE                    PIC X(8).
        01  WS-CAMPAIGN-FLAG                    PIC X VALUE 'N'.
            88  CAMPAIGN-IS-OPEN                VALUE 'Y'.

        01  WS-DECISION                         PIC X.
        01  WS-GRANT-FLAG                       PIC X.
            88  GRANT-WAS-FOUND                 VALUE 'Y'.
        01  WS-GRANT-OPERATOR                   PIC X(20).
        01  WS-GRANT-ROLE                       PIC X(16).

      *>
      *>     ROLE -> OWNER, RESOLVED ONCE PER ROLE.
      *>
        01  ROLE-OWNER-TABLE.
            10  WS-RO-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-RO-ENTRY OCCURS 200 TIMES.
                15  WS-RO-ROLE                  PIC X(16).
                15  WS-RO-OWNER                 PIC X(20).
                15  WS-RO-APPLICATION           PIC X(8).
        01  WS-RO-X                             PIC 9(4) COMP.
        01  WS-RESOLVE-ROLE                     PIC X(16).
        01  WS-RESOLVED-OWNER                   PIC X(20).
        01  WS-RESOLVED-APPLICATION             PIC X(8).

        01  APPLICATION-TALLY.
            10  WS-AT-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-AT-ENTRY OCCURS 60 TIMES.
                15  WS-AT-APPLICATION           PIC X(8).
                15  WS-AT-HITS                  PIC 9(6) COMP.
        01  WS-AT-X                             PIC 9(4) COMP.
        01  WS-AT-BEST                          PIC 9(4) COMP.
        01  WS-TALLY-SCREEN                     PIC X(16).
        01  WS-TALLY-MENU                       PIC X(16).

      *>
      *>     PER-OWNER COUNTS FOR OPEN AND STATUS.
      *>
        01  OWNER-TABLE.
            10  WS-OW-COUNT                     PIC 9(4) COMP VALUE 0.
            10  WS-OW-ENTRY OCCURS 100 TIMES.
                15  WS-OW-OWNER                 PIC X(20).
                15  WS-OW-ITEMS                 PIC 9(6).
                15  WS-OW-PENDING               PIC 9(6).
        01  WS-OW-X                             PIC 9(4) COMP.
        01  WS-OW-NAME                          PIC X(20).

        01  CAMPAIGN-COUNTS.
            10  WS-ITEM-COUNT                   PIC 9(6).
            10  WS-PENDING-COUNT                PIC 9(6).
            10  WS-CONFIRMED-COUNT              PIC 9(6).
            10  WS-REVOKED-COUNT                PIC 9(6).
            10  WS-SUSPENDED-COUNT              PIC 9(6).
            10  WS-OTHER-COUNT                  PIC 9(6).
            10  WS-UNROUTED-COUNT               PIC 9(6).
        01  WS-CAMPAIGN-NAME                    PIC X(8).
        01  WS-LIST-OWNER                       PIC X(20).
        01  WS-STATUS-WORD                      PIC X(11).

      *>
      *>     DORMANT-ACCOUNT SWEEP.
      *>
        01  WS-DORMANT-DAYS                     PIC 9(4) VALUE 90.
        01  WS-DORMANT-ACTION                   PIC X(8) VALUE "FLAG".
            88  DORMANT-LOCKS                   VALUE "LOCK".
        01  WS-LAST-SEEN                        PIC X(8).
        01  WS-DORMANT-COUNT                    PIC 9(6) VALUE 0.
        01  WS-DORMANT-LOCKED                   PIC 9(6) VALUE 0.

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
                VALUE "RECERT".
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "STATUS"
                    PERFORM 2000-STATUS
                WHEN "OPEN"
                    PERFORM 3000-OPEN-CAMPAIGN
                WHEN "LIST"
                    PERFORM 4000-LIST-ITEMS
                WHEN "CONFIRM"
                    MOVE 'C' TO WS-DECISION
                    PERFORM 5000-DECIDE-ITEM
                WHEN "REVOKE"
                    MOVE 'R' TO WS-DECISION
                    PERFORM 5000-DECIDE-ITEM
                WHEN "RESTORE"
                    PERFORM 6000-RESTORE-GRANT
                WHEN "SWEEP"
                    PERFORM 7000-SWEEP
                WHEN OTHER
                    DISPLAY "RECERT: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF RECERT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING RECERT-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING USERROLE-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING USERCRED-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ROUTER-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING MENU-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING ITEM-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING APPREG-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            PERFORM 1200-TAKE-TEXT.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY.

            MOVE SPACES TO WS-ACTING-ID.
            CALL "C$GETENV" USING "USER", WS-ACTING-ID.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-ADMIN-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET ACTING-IS-SECADMIN TO TRUE
            END-IF.
            MOVE 0 TO RETURN-CODE.

            IF WS-VERB = "OPEN" OR WS-VERB = "RESTORE"
            OR WS-VERB = "SWEEP"
            OR (WS-VERB = "LIST"
                AND FUNCTION UPPER-CASE(WS-ARG-1) = "ALL") THEN
                IF NOT ACTING-IS-SECADMIN THEN
                    DISPLAY "RECERT: ",
                        FUNCTION TRIM(WS-ACTING-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        1200-TAKE-TEXT.
            MOVE SPACES TO WS-ARG-TEXT.
            MOVE 1 TO WS-ARG-TEXT-PTR.
            MOVE SPACES TO WS-ARG-WORD.
            ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
                ON EXCEPTION
                    MOVE SPACES TO WS-ARG-WORD
            END-ACCEPT.
            PERFORM UNTIL WS-ARG-WORD = SPACES
                       OR WS-ARG-TEXT-PTR > 40
                IF WS-ARG-TEXT-PTR > 1 THEN
                    STRING " " DELIMITED BY SIZE
                        INTO WS-ARG-TEXT POINTER WS-ARG-TEXT-PTR
                END-IF
                STRING WS-ARG-WORD DELIMITED BY SPACE
                    INTO WS-ARG-TEXT POINTER WS-ARG-TEXT-PTR
                MOVE SPACES TO WS-ARG-WORD
                ACCEPT WS-ARG-WORD FROM ARGUMENT-VALUE
                    ON EXCEPTION
                        MOVE SPACES TO WS-ARG-WORD
                END-ACCEPT
            END-PERFORM.
            EXIT.

      *>
      *>     LOCATE THE OPEN CAMPAIGN (AT MOST ONE IS OPEN).
      *>
        1500-FIND-OPEN-CAMPAIGN.
            MOVE 'N' TO WS-CAMPAIGN-FLAG.
            MOVE SPACES TO WS-OPEN-CAMPAIGN, WS-OPEN-DEADLINE.
            OPEN INPUT RECERT-FILE.
            IF WS-RECERT-FILE-STATUS NOT = "00" THEN
                IF WS-RECERT-FILE-STATUS = "05" THEN
                    CLOSE RECERT-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RCI-OPERATOR = SPACES
                        AND RCI-ROLE = SPACES
                        AND RCI-CAMPAIGN-OPEN THEN
                            MOVE RCI-CAMPAIGN TO WS-OPEN-CAMPAIGN
                            MOVE RCI-DEADLINE TO WS-OPEN-DEADLINE
                            SET CAMPAIGN-IS-OPEN TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECERT-FILE.
            EXIT.

        1600-REQUIRE-OPEN-CAMPAIGN.
            PERFORM 1500-FIND-OPEN-CAMPAIGN.
            IF NOT CAMPAIGN-IS-OPEN THEN
                DISPLAY "RECERT: NO RECERTIFICATION CAMPAIGN IS OPEN."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

      *>
      *>     ONE LINE PER CAMPAIGN; THE OPEN ONE ALSO BY OWNER.
      *>
        2000-STATUS.
            PERFORM 1500-FIND-OPEN-CAMPAIGN.
            OPEN INPUT RECERT-FILE.
            IF WS-RECERT-FILE-STATUS NOT = "00" THEN
                IF WS-RECERT-FILE-STATUS = "05" THEN
                    CLOSE RECERT-FILE
                END-IF
                DISPLAY "RECERT: NO CAMPAIGNS YET."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "ACCESS RECERTIFICATION  ", WS-NOW(1:8).
            DISPLAY " ".
            DISPLAY "CAMPAIGN STATE  DEADLINE  ITEMS   PENDING ",
                "CONFIRMED REVOKED SUSPENDED".
            MOVE SPACES TO WS-CAMPAIGN-NAME.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                        IF WS-CAMPAIGN-NAME NOT = SPACES THEN
                            PERFORM 2200-SHOW-CAMPAIGN-LINE
                        END-IF
                    NOT AT END
                        IF RCI-CAMPAIGN NOT = WS-CAMPAIGN-NAME THEN
                            IF WS-CAMPAIGN-NAME NOT = SPACES THEN
                                PERFORM 2200-SHOW-CAMPAIGN-LINE
                            END-IF
                            MOVE RCI-CAMPAIGN TO WS-CAMPAIGN-NAME
                            INITIALIZE CAMPAIGN-COUNTS
                            MOVE SPACES TO WS-STATUS-WORD,
                                WS-OPEN-DEADLINE
                        END-IF
                        PERFORM 2100-COUNT-ITEM
                END-READ
            END-PERFORM.
            CLOSE RECERT-FILE.

            IF NOT CAMPAIGN-IS-OPEN THEN
                DISPLAY " "
                DISPLAY "NO CAMPAIGN IS OPEN."
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2300-COUNT-BY-OWNER.
            DISPLAY " ".
            DISPLAY "CAMPAIGN ", WS-OPEN-CAMPAIGN, " BY OWNER".
            DISPLAY "OWNER                ITEMS   PENDING".
            PERFORM VARYING WS-OW-X FROM 1 BY 1
                UNTIL WS-OW-X > WS-OW-COUNT
                IF WS-OW-OWNER(WS-OW-X) = SPACES THEN
                    DISPLAY "(NO OWNER: SECADMIN) ",
                        WS-OW-ITEMS(WS-OW-X), "  ",
                        WS-OW-PENDING(WS-OW-X)
                ELSE
                    DISPLAY WS-OW-OWNER(WS-OW-X), " ",
                        WS-OW-ITEMS(WS-OW-X), "  ",
                        WS-OW-PENDING(WS-OW-X)
                END-IF
            END-PERFORM.
            EXIT.

        2100-COUNT-ITEM.
            IF RCI-OPERATOR = SPACES AND RCI-ROLE = SPACES THEN
                IF RCI-CAMPAIGN-OPEN THEN
                    MOVE "OPEN" TO WS-STATUS-WORD
                ELSE
                    MOVE "CLOSED" TO WS-STATUS-WORD
                END-IF
                MOVE RCI-DEADLINE TO WS-OPEN-DEADLINE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ITEM-COUNT.
            EVALUATE TRUE
                WHEN RCI-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                WHEN RCI-CONFIRMED
                    ADD 1 TO WS-CONFIRMED-COUNT
                WHEN RCI-REVOKED
                    ADD 1 TO WS-REVOKED-COUNT
                WHEN RCI-SUSPENDED
                    ADD 1 TO WS-SUSPENDED-COUNT
                WHEN OTHER
                    ADD 1 TO WS-OTHER-COUNT
            END-EVALUATE.
            EXIT.

        2200-SHOW-CAMPAIGN-LINE.
            DISPLAY WS-CAMPAIGN-NAME, " ", WS-STATUS-WORD(1:6), " ",
                WS-OPEN-DEADLINE, "  ", WS-ITEM-COUNT, "  ",
                WS-PENDING-COUNT, "  ", WS-CONFIRMED-COUNT, "  ",
                WS-REVOKED-COUNT, "  ", WS-SUSPENDED-COUNT.
            EXIT.

        2300-COUNT-BY-OWNER.
            MOVE 0 TO WS-OW-COUNT.
            OPEN INPUT RECERT-FILE.
            MOVE 'N' TO EOF-FLAG.
            MOVE SPACES TO RCI-KEY.
            MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN.
            START RECERT-FILE KEY IS > RCI-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RCI-CAMPAIGN NOT = WS-OPEN-CAMPAIGN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE RCI-OWNER TO WS-OW-NAME
                            PERFORM 2400-FIND-OWNER
                            IF WS-OW-X > 0 THEN
                                ADD 1 TO WS-OW-ITEMS(WS-OW-X)
                                IF RCI-PENDING THEN
                                    ADD 1 TO WS-OW-PENDING(WS-OW-X)
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECERT-FILE.
            EXIT.

        2400-FIND-OWNER.
            PERFORM VARYING WS-OW-X FROM 1 BY 1
                UNTIL WS-OW-X > WS-OW-COUNT
                IF WS-OW-OWNER(WS-OW-X) = WS-OW-NAME THEN
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-OW-COUNT >= 100 THEN
                MOVE 0 TO WS-OW-X
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OW-COUNT.
            MOVE WS-OW-COUNT TO WS-OW-X.
            MOVE WS-OW-NAME TO WS-OW-OWNER(WS-OW-X).
            MOVE 0 TO WS-OW-ITEMS(WS-OW-X), WS-OW-PENDING(WS-OW-X).
            EXIT.

      *>
      *>     OPEN A CAMPAIGN: ONE PENDING ITEM PER CURRENT GRANT.
      *>
        3000-OPEN-CAMPAIGN.
            IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES THEN
                DISPLAY "RECERT: OPEN NEEDS CAMPAIGN AND DEADLINE ",
                    "(YYYYMMDD)."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-2(1:8) IS NOT NUMERIC
            OR WS-ARG-2(9:) NOT = SPACES THEN
                DISPLAY "RECERT: DEADLINE MUST BE YYYYMMDD."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-ARG-2(1:8))) NOT = 0
            OR WS-ARG-2(1:8) <= WS-TODAY THEN
                DISPLAY "RECERT: DEADLINE MUST BE A DATE AFTER TODAY."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ARG-1(9:) NOT = SPACES THEN
                DISPLAY "RECERT: CAMPAIGN NAMES ARE 8 CHARACTERS ",
                    "AT MOST."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1500-FIND-OPEN-CAMPAIGN.
            IF CAMPAIGN-IS-OPEN THEN
                DISPLAY "RECERT: CAMPAIGN ", WS-OPEN-CAMPAIGN,
                    " IS STILL OPEN."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O RECERT-FILE.
            IF WS-RECERT-FILE-STATUS NOT = "00"
            AND WS-RECERT-FILE-STATUS NOT = "05" THEN
                DISPLAY "RECERT: CANNOT OPEN RECERT.X (STATUS ",
                    WS-RECERT-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO RECERT-RECORD.
            MOVE WS-ARG-1 TO RCI-CAMPAIGN.
            SET RCI-CAMPAIGN-OPEN TO TRUE.
            MOVE WS-ACTING-ID TO RCI-OWNER.
            MOVE WS-ARG-2 TO RCI-DEADLINE.
            MOVE WS-NOW TO RCI-OPENED.
            WRITE RECERT-RECORD
                INVALID KEY
                    DISPLAY "RECERT: CAMPAIGN ",
                        FUNCTION TRIM(WS-ARG-1), " ALREADY EXISTS."
                    CLOSE RECERT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-WRITE.

            OPEN INPUT USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00" THEN
                DISPLAY "RECERT: NO USERROLE.X -- NO GRANTS TO ",
                    "RECERTIFY."
                CLOSE RECERT-FILE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8000-OPEN-LOOKUP-FILES.
            INITIALIZE CAMPAIGN-COUNTS.
            MOVE 0 TO WS-OW-COUNT.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ USERROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 3100-WRITE-ITEM
                END-READ
            END-PERFORM.
            PERFORM 8900-CLOSE-LOOKUP-FILES.
            CLOSE USERROLE-FILE.
            CLOSE RECERT-FILE.

            DISPLAY "RECERT: CAMPAIGN ", FUNCTION TRIM(WS-ARG-1),
                " OPENED, DEADLINE ", WS-ARG-2(1:8), ".".
            DISPLAY "  ITEMS GENERATED      ", WS-ITEM-COUNT.
            DISPLAY "  WITH NO OWNER        ", WS-UNROUTED-COUNT,
                " (DECIDED BY SECADMIN)".
            PERFORM VARYING WS-OW-X FROM 1 BY 1
                UNTIL WS-OW-X > WS-OW-COUNT
                IF WS-OW-OWNER(WS-OW-X) NOT = SPACES THEN
                    DISPLAY "  ROUTED TO ", WS-OW-OWNER(WS-OW-X),
                        " ", WS-OW-ITEMS(WS-OW-X)
                END-IF
            END-PERFORM.
            EXIT.

        3100-WRITE-ITEM.
            MOVE USR-ROLE TO WS-RESOLVE-ROLE.
            PERFORM 8100-RESOLVE-ROLE-OWNER.
            MOVE SPACES TO RECERT-RECORD.
            MOVE WS-ARG-1 TO RCI-CAMPAIGN.
            MOVE USR-OPERATOR TO RCI-OPERATOR.
            MOVE USR-ROLE TO RCI-ROLE.
            SET RCI-PENDING TO TRUE.
            MOVE WS-RESOLVED-OWNER TO RCI-OWNER.
            MOVE WS-RESOLVED-APPLICATION TO RCI-APPLICATION.
            MOVE WS-ARG-2 TO RCI-DEADLINE.
            MOVE WS-NOW TO RCI-OPENED.
            MOVE USR-DESCRIPTION TO RCI-GRANT-DESCRIPTION.
            MOVE USR-ADDED TO RCI-GRANT-ADDED.
            WRITE RECERT-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-ITEM-COUNT
                    IF WS-RESOLVED-OWNER = SPACES THEN
                        ADD 1 TO WS-UNROUTED-COUNT
                    END-IF
                    MOVE WS-RESOLVED-OWNER TO WS-OW-NAME
                    PERFORM 2400-FIND-OWNER
                    IF WS-OW-X > 0 THEN
                        ADD 1 TO WS-OW-ITEMS(WS-OW-X)
                    END-IF
            END-WRITE.
            EXIT.

        4000-LIST-ITEMS.
            PERFORM 1600-REQUIRE-OPEN-CAMPAIGN.
            MOVE WS-ARG-1 TO WS-LIST-OWNER.
            IF WS-LIST-OWNER = SPACES THEN
                MOVE WS-ACTING-ID TO WS-LIST-OWNER
            END-IF.
            IF FUNCTION UPPER-CASE(WS-LIST-OWNER) = "ALL" THEN
                MOVE "ALL" TO WS-LIST-OWNER
            END-IF.
            IF WS-LIST-OWNER NOT = WS-ACTING-ID
            AND NOT ACTING-IS-SECADMIN THEN
                DISPLAY "RECERT: ONLY SECADMIN MAY LIST ANOTHER ",
                    "OWNER'S ITEMS."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "CAMPAIGN ", WS-OPEN-CAMPAIGN, "  DEADLINE ",
                WS-OPEN-DEADLINE, "  OWNER ",
                FUNCTION TRIM(WS-LIST-OWNER).
            DISPLAY "OPERATOR             ROLE             ",
                "APPLIC.  STATE       OWNER".
            INITIALIZE CAMPAIGN-COUNTS.
            OPEN INPUT RECERT-FILE.
            MOVE 'N' TO EOF-FLAG.
            MOVE SPACES TO RCI-KEY.
            MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN.
            START RECERT-FILE KEY IS > RCI-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RCI-CAMPAIGN NOT = WS-OPEN-CAMPAIGN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            IF WS-LIST-OWNER = "ALL"
                            OR RCI-OWNER = WS-LIST-OWNER
                            OR (RCI-OWNER = SPACES
                                AND ACTING-IS-SECADMIN
                                AND WS-LIST-OWNER = WS-ACTING-ID) THEN
                                PERFORM 4100-LIST-ONE-ITEM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECERT-FILE.
            DISPLAY " ".
            DISPLAY "ITEMS LISTED: ", WS-ITEM-COUNT,
                "  STILL PENDING: ", WS-PENDING-COUNT.
            EXIT.

        4100-LIST-ONE-ITEM.
            ADD 1 TO WS-ITEM-COUNT.
            PERFORM 4200-STATUS-WORD.
            IF RCI-PENDING THEN
                ADD 1 TO WS-PENDING-COUNT
            END-IF.
            DISPLAY RCI-OPERATOR, " ", RCI-ROLE, " ",
                RCI-APPLICATION, " ", WS-STATUS-WORD, " ",
                RCI-OWNER.
            EXIT.

        4200-STATUS-WORD.
            EVALUATE TRUE
                WHEN RCI-PENDING
                    MOVE "PENDING" TO WS-STATUS-WORD
                WHEN RCI-CONFIRMED
                    MOVE "CONFIRMED" TO WS-STATUS-WORD
                WHEN RCI-REVOKED
                    MOVE "REVOKED" TO WS-STATUS-WORD
                WHEN RCI-SUSPENDED
                    MOVE "SUSPENDED" TO WS-STATUS-WORD
                WHEN RCI-GRANT-GONE
                    MOVE "GRANT GONE" TO WS-STATUS-WORD
                WHEN RCI-REINSTATED
                    MOVE "REINSTATED" TO WS-STATUS-WORD
                WHEN OTHER
                    MOVE RCI-STATUS TO WS-STATUS-WORD
            END-EVALUATE.
            EXIT.

      *>
      *>     CONFIRM OR REVOKE ONE ITEM OF THE OPEN CAMPAIGN.
      *>
        5000-DECIDE-ITEM.
            IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES THEN
                DISPLAY "RECERT: ", FUNCTION TRIM(WS-VERB),
                    " NEEDS OPERATOR AND ROLE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1600-REQUIRE-OPEN-CAMPAIGN.
            OPEN I-O RECERT-FILE.
            MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN.
            MOVE WS-ARG-1 TO RCI-OPERATOR.
            MOVE WS-ARG-2 TO RCI-ROLE.
            READ RECERT-FILE
                INVALID KEY
                    DISPLAY "RECERT: NO ITEM FOR ",
                        FUNCTION TRIM(WS-ARG-1), " / ",
                        FUNCTION TRIM(WS-ARG-2), " IN CAMPAIGN ",
                        WS-OPEN-CAMPAIGN, "."
                    CLOSE RECERT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            IF NOT RCI-PENDING THEN
                PERFORM 4200-STATUS-WORD
                DISPLAY "RECERT: ITEM ALREADY ",
                    FUNCTION TRIM(WS-STATUS-WORD), "."
                CLOSE RECERT-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF RCI-OPERATOR = WS-ACTING-ID THEN
                DISPLAY "RECERT: NOBODY MAY ATTEST THEIR OWN GRANTS."
                CLOSE RECERT-FILE
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF RCI-OWNER NOT = WS-ACTING-ID
            AND NOT ACTING-IS-SECADMIN THEN
                DISPLAY "RECERT: THIS ITEM IS ROUTED TO ",
                    FUNCTION TRIM(RCI-OWNER), "."
                CLOSE RECERT-FILE
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            IF WS-DECISION = 'R' THEN
                MOVE RCI-OPERATOR TO WS-GRANT-OPERATOR
                MOVE RCI-ROLE TO WS-GRANT-ROLE
                MOVE "RECERT-REVOKE" TO WS-LOG-EVENT
                PERFORM 9000-REMOVE-GRANT
                IF GRANT-WAS-FOUND THEN
                    SET RCI-REVOKED TO TRUE
                ELSE
                    SET RCI-GRANT-GONE TO TRUE
                END-IF
            ELSE
                SET RCI-CONFIRMED TO TRUE
            END-IF.
            MOVE WS-ACTING-ID TO RCI-DECIDED-BY.
            MOVE WS-NOW TO RCI-DECIDED.
            MOVE WS-ARG-TEXT TO RCI-NOTE.
            REWRITE RECERT-RECORD.
            CLOSE RECERT-FILE.
            PERFORM 4200-STATUS-WORD.
            DISPLAY "RECERT: ", FUNCTION TRIM(WS-ARG-1), " / ",
                FUNCTION TRIM(WS-ARG-2), " ",
                FUNCTION TRIM(WS-STATUS-WORD), ".".
            EXIT.

      *>
      *>     REINSTATE THE LATEST SUSPENDED OR REVOKED ITEM FOR THE
      *>     GRANT, AS IT WAS WHEN THE CAMPAIGN OPENED.
      *>
        6000-RESTORE-GRANT.
            IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES THEN
                DISPLAY "RECERT: RESTORE NEEDS OPERATOR AND ROLE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O RECERT-FILE.
            IF WS-RECERT-FILE-STATUS NOT = "00" THEN
                DISPLAY "RECERT: NO CAMPAIGNS YET."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CAMPAIGN-NAME.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RCI-OPERATOR = WS-ARG-1
                        AND RCI-ROLE = WS-ARG-2
                        AND (RCI-SUSPENDED OR RCI-REVOKED) THEN
                            MOVE RCI-CAMPAIGN TO WS-CAMPAIGN-NAME
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CAMPAIGN-NAME = SPACES THEN
                DISPLAY "RECERT: NO SUSPENDED OR REVOKED ITEM FOR ",
                    FUNCTION TRIM(WS-ARG-1), " / ",
                    FUNCTION TRIM(WS-ARG-2), "."
                CLOSE RECERT-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CAMPAIGN-NAME TO RCI-CAMPAIGN.
            MOVE WS-ARG-1 TO RCI-OPERATOR.
            MOVE WS-ARG-2 TO RCI-ROLE.
            READ RECERT-FILE
                INVALID KEY
                    CLOSE RECERT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.

            OPEN I-O USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00" THEN
                DISPLAY "RECERT: CANNOT OPEN USERROLE.X (STATUS ",
                    WS-USERROLE-FILE-STATUS, ")."
                CLOSE RECERT-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO USERROLE-RECORD.
            MOVE RCI-OPERATOR TO USR-OPERATOR.
            MOVE RCI-ROLE TO USR-ROLE.
            MOVE RCI-GRANT-DESCRIPTION TO USR-DESCRIPTION.
            MOVE RCI-GRANT-ADDED TO USR-ADDED.
            WRITE USERROLE-RECORD
                INVALID KEY
                    DISPLAY "RECERT: ", FUNCTION TRIM(WS-ARG-1),
                        " ALREADY HOLDS ", FUNCTION TRIM(WS-ARG-2),
                        "."
                    CLOSE USERROLE-FILE, RECERT-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-WRITE.
            CLOSE USERROLE-FILE.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE USR-OPERATOR TO WS-DTL-KEY(1:20).
            MOVE USR-ROLE TO WS-DTL-KEY(22:16).
            MOVE USERROLE-RECORD TO WS-DTL-AFTER.
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UR", "A", WS-DTL-KEY, WS-DTL-EMPTY, WS-DTL-AFTER.

            SET RCI-REINSTATED TO TRUE.
            MOVE WS-ACTING-ID TO RCI-DECIDED-BY.
            MOVE WS-NOW TO RCI-DECIDED.
            REWRITE RECERT-RECORD.
            CLOSE RECERT-FILE.

            MOVE RCI-OPERATOR TO WS-LOG-OPERATOR.
            MOVE "RECERT-REINSTATE" TO WS-LOG-EVENT.
            PERFORM 9500-LOG-GRANT-ACTION.
            DISPLAY "RECERT: ", FUNCTION TRIM(WS-ARG-1), " / ",
                FUNCTION TRIM(WS-ARG-2), " REINSTATED FROM CAMPAIGN ",
                WS-CAMPAIGN-NAME, ".".
            EXIT.

        7000-SWEEP.
            DISPLAY "RECERT SWEEP  ", WS-NOW(1:8).
            PERFORM 7100-SUSPEND-OVERDUE.
            PERFORM 7500-DORMANT-SWEEP.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *>     PAST THE DEADLINE, EVERY GRANT STILL PENDING IS
      *>     SUSPENDED AND THE CAMPAIGN CLOSED.
      *>
        7100-SUSPEND-OVERDUE.
            PERFORM 1500-FIND-OPEN-CAMPAIGN.
            IF NOT CAMPAIGN-IS-OPEN THEN
                DISPLAY "  NO CAMPAIGN OPEN."
                EXIT PARAGRAPH
            END-IF.
            IF WS-TODAY <= WS-OPEN-DEADLINE THEN
                PERFORM 2300-COUNT-BY-OWNER
                MOVE 0 TO WS-PENDING-COUNT
                PERFORM VARYING WS-OW-X FROM 1 BY 1
                    UNTIL WS-OW-X > WS-OW-COUNT
                    ADD WS-OW-PENDING(WS-OW-X) TO WS-PENDING-COUNT
                END-PERFORM
                DISPLAY "  CAMPAIGN ", WS-OPEN-CAMPAIGN,
                    " OPEN UNTIL ", WS-OPEN-DEADLINE, "; ",
                    WS-PENDING-COUNT, " ITEMS PENDING."
                EXIT PARAGRAPH
            END-IF.

            INITIALIZE CAMPAIGN-COUNTS.
            OPEN I-O RECERT-FILE.
            MOVE 'N' TO EOF-FLAG.
            MOVE SPACES TO RCI-KEY.
            MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN.
            START RECERT-FILE KEY IS > RCI-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ RECERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF RCI-CAMPAIGN NOT = WS-OPEN-CAMPAIGN THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            IF RCI-PENDING THEN
                                PERFORM 7200-SUSPEND-ITEM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            MOVE SPACES TO RCI-KEY.
            MOVE WS-OPEN-CAMPAIGN TO RCI-CAMPAIGN.
            READ RECERT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET RCI-CAMPAIGN-CLOSED TO TRUE
                    MOVE WS-ACTING-ID TO RCI-DECIDED-BY
                    MOVE WS-NOW TO RCI-DECIDED
                    REWRITE RECERT-RECORD
            END-READ.
            CLOSE RECERT-FILE.

            DISPLAY "  CAMPAIGN ", WS-OPEN-CAMPAIGN, " CLOSED ",
                "(DEADLINE ", WS-OPEN-DEADLINE, ").".
            DISPLAY "  GRANTS SUSPENDED     ", WS-SUSPENDED-COUNT.
            DISPLAY "  ALREADY REMOVED      ", WS-OTHER-COUNT.
            IF WS-SUSPENDED-COUNT > 0 THEN
                MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT
                STRING "RECERT-SUSPEND " WS-OPEN-CAMPAIGN
                    DELIMITED BY SIZE INTO WS-RAISE-KEY
                STRING "CAMPAIGN " WS-OPEN-CAMPAIGN ": "
                    WS-SUSPENDED-COUNT
                    " GRANTS SUSPENDED, NOT ATTESTED BY DEADLINE"
                    DELIMITED BY SIZE INTO WS-RAISE-TEXT
                CALL "COBCURSES-RAISE-ALERT" USING
                    WS-RAISE-PROGRAM, "W", WS-RAISE-KEY,
                    WS-RAISE-TEXT
            END-IF.
            EXIT.

        7200-SUSPEND-ITEM.
            MOVE RCI-OPERATOR TO WS-GRANT-OPERATOR.
            MOVE RCI-ROLE TO WS-GRANT-ROLE.
            MOVE "RECERT-SUSPEND" TO WS-LOG-EVENT.
            PERFORM 9000-REMOVE-GRANT.
            IF GRANT-WAS-FOUND THEN
                SET RCI-SUSPENDED TO TRUE
                ADD 1 TO WS-SUSPENDED-COUNT
                DISPLAY "  SUSPENDED ", RCI-OPERATOR, " ", RCI-ROLE
            ELSE
                SET RCI-GRANT-GONE TO TRUE
                ADD 1 TO WS-OTHER-COUNT
            END-IF.
            MOVE WS-ACTING-ID TO RCI-DECIDED-BY.
            MOVE WS-NOW TO RCI-DECIDED.
            MOVE "NOT ATTESTED BY THE DEADLINE" TO RCI-NOTE.
            REWRITE RECERT-RECORD.
            EXIT.

      *>
      *>     OPERATORS NOT SIGNED ON FOR COBCURSES_DORMANT_DAYS. ONE
      *>     WHO HAS NEVER SIGNED ON IS AGED FROM THE PASSWORD SET.
      *>
        7500-DORMANT-SWEEP.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_DORMANT_DAYS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-DORMANT-DAYS
            END-IF.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_DORMANT_ACTION".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION UPPER-CASE(WS-ENV-VAR)
                    TO WS-DORMANT-ACTION
            END-IF.
            DISPLAY " ".
            IF WS-DORMANT-DAYS = 0 THEN
                DISPLAY "  DORMANT SWEEP OFF (COBCURSES_DORMANT_DAYS ",
                    "= 0)."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TODAY TO WS-TODAY-NUM.
            COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                - WS-DORMANT-DAYS).
            MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
            DISPLAY "  DORMANT OPERATORS (NO SIGN-ON SINCE ",
                WS-CUTOFF-DATE, ", ACTION ",
                FUNCTION TRIM(WS-DORMANT-ACTION), "):".

            OPEN I-O USERCRED-FILE.
            IF WS-USERCRED-FILE-STATUS NOT = "00" THEN
                DISPLAY "  NO USERCRED.X -- NO SIGN-ON HISTORY TO ",
                    "SWEEP."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ USERCRED-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM 7600-CHECK-DORMANT
                END-READ
            END-PERFORM.
            CLOSE USERCRED-FILE.
            DISPLAY "  DORMANT OPERATORS    ", WS-DORMANT-COUNT.
            DISPLAY "  LOCKED THIS RUN      ", WS-DORMANT-LOCKED.

            IF WS-DORMANT-COUNT > 0 THEN
                MOVE SPACES TO WS-RAISE-KEY, WS-RAISE-TEXT
                MOVE "RECERT-DORMANT" TO WS-RAISE-KEY
                STRING WS-DORMANT-COUNT " OPERATORS DORMANT "
                    WS-DORMANT-DAYS " DAYS; " WS-DORMANT-LOCKED
                    " LOCKED THIS RUN"
                    DELIMITED BY SIZE INTO WS-RAISE-TEXT
                CALL "COBCURSES-RAISE-ALERT" USING
                    WS-RAISE-PROGRAM, "W", WS-RAISE-KEY,
                    WS-RAISE-TEXT
            END-IF.
            EXIT.

        7600-CHECK-DORMANT.
            MOVE UCR-LAST-SIGNON(1:8) TO WS-LAST-SEEN.
            IF WS-LAST-SEEN = SPACES THEN
                MOVE UCR-CHANGED TO WS-LAST-SEEN
            END-IF.
            IF WS-LAST-SEEN = SPACES
            OR WS-LAST-SEEN >= WS-CUTOFF-DATE THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DORMANT-COUNT.
            IF UCR-IS-LOCKED THEN
                DISPLAY "    ", UCR-OPERATOR, " LAST ", WS-LAST-SEEN,
                    " (ALREADY LOCKED)"
                EXIT PARAGRAPH
            END-IF.
            IF NOT DORMANT-LOCKS THEN
                DISPLAY "    ", UCR-OPERATOR, " LAST ", WS-LAST-SEEN
                EXIT PARAGRAPH
            END-IF.

            MOVE USERCRED-RECORD TO WS-CRED-IMAGE.
            MOVE SPACES TO WS-CRED-SALT, WS-CRED-HASH.
            MOVE WS-CRED-IMAGE TO WS-DTL-BEFORE.
            SET UCR-IS-LOCKED TO TRUE.
            REWRITE USERCRED-RECORD
                INVALID KEY
                    EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO WS-DORMANT-LOCKED.
            DISPLAY "    ", UCR-OPERATOR, " LAST ", WS-LAST-SEEN,
                " LOCKED".
            MOVE USERCRED-RECORD TO WS-CRED-IMAGE.
            MOVE SPACES TO WS-CRED-SALT, WS-CRED-HASH.
            MOVE WS-CRED-IMAGE TO WS-DTL-AFTER.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE UCR-OPERATOR TO WS-DTL-KEY(1:20).
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UC", "C", WS-DTL-KEY, WS-DTL-BEFORE, WS-DTL-AFTER.
            MOVE UCR-OPERATOR TO WS-LOG-OPERATOR.
            MOVE "RECERT-DORMANT-LOCK" TO WS-LOG-EVENT.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING "LAST SIGN-ON " WS-LAST-SEEN " BY "
                WS-ACTING-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            EXIT.

      *>
      *>     OWNER RESOLUTION: THE FILES ARE OPENED ONCE FOR A WHOLE
      *>     CAMPAIGN; ANY THAT ARE MISSING SIMPLY CONTRIBUTE NOTHING.
      *>
        8000-OPEN-LOOKUP-FILES.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS = "00" THEN
                SET ROUTER-OPEN TO TRUE
            END-IF.
            OPEN INPUT MENU-FILE.
            IF WS-MENU-FILE-STATUS = "00" THEN
                SET MENU-OPEN TO TRUE
            END-IF.
            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-FILE-STATUS = "00" THEN
                SET ITEM-OPEN TO TRUE
            END-IF.
            OPEN INPUT MENUREF-FILE.
            IF WS-MENUREF-FILE-STATUS = "00" THEN
                SET MENUREF-OPEN TO TRUE
            END-IF.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS = "00" THEN
                SET SCREEN-OPEN TO TRUE
            END-IF.
            OPEN INPUT APPREG-FILE.
            IF WS-APPREG-FILE-STATUS = "00" THEN
                SET APPREG-OPEN TO TRUE
            END-IF.
            EXIT.

        8100-RESOLVE-ROLE-OWNER.
            PERFORM VARYING WS-RO-X FROM 1 BY 1
                UNTIL WS-RO-X > WS-RO-COUNT
                IF WS-RO-ROLE(WS-RO-X) = WS-RESOLVE-ROLE THEN
                    MOVE WS-RO-OWNER(WS-RO-X) TO WS-RESOLVED-OWNER
                    MOVE WS-RO-APPLICATION(WS-RO-X)
                        TO WS-RESOLVED-APPLICATION
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.

            MOVE SPACES TO WS-RESOLVED-OWNER, WS-RESOLVED-APPLICATION.
            MOVE 0 TO WS-AT-COUNT.
            PERFORM 8200-TALLY-ROUTES.
            PERFORM 8300-TALLY-MENUS.
            PERFORM 8400-TALLY-ITEMS.

            MOVE 0 TO WS-AT-BEST.
            PERFORM VARYING WS-AT-X FROM 1 BY 1
                UNTIL WS-AT-X > WS-AT-COUNT
                IF WS-AT-BEST = 0 THEN
                    MOVE WS-AT-X TO WS-AT-BEST
                ELSE
                    IF WS-AT-HITS(WS-AT-X) > WS-AT-HITS(WS-AT-BEST)
                        MOVE WS-AT-X TO WS-AT-BEST
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-AT-BEST > 0 THEN
                MOVE WS-AT-APPLICATION(WS-AT-BEST)
                    TO WS-RESOLVED-APPLICATION
                IF APPREG-OPEN THEN
                    MOVE WS-RESOLVED-APPLICATION TO APR-CODE
                    READ APPREG-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE APR-OWNER TO WS-RESOLVED-OWNER
                    END-READ
                END-IF
            END-IF.

            IF WS-RO-COUNT < 200 THEN
                ADD 1 TO WS-RO-COUNT
                MOVE WS-RESOLVE-ROLE TO WS-RO-ROLE(WS-RO-COUNT)
                MOVE WS-RESOLVED-OWNER TO WS-RO-OWNER(WS-RO-COUNT)
                MOVE WS-RESOLVED-APPLICATION
                    TO WS-RO-APPLICATION(WS-RO-COUNT)
            END-IF.
            EXIT.

        8200-TALLY-ROUTES.
            IF NOT ROUTER-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            MOVE LOW-VALUES TO RTR-CODE.
            START ROUTER-FILE KEY IS >= RTR-CODE
                INVALID KEY
                    SET INNER-EOF TO TRUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ ROUTER-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF RTR-SECURITY-ROLE = WS-RESOLVE-ROLE THEN
                            MOVE RTR-PROGRAM-NAME TO WS-TALLY-SCREEN
                            PERFORM 8600-TALLY-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        8300-TALLY-MENUS.
            IF NOT MENU-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            MOVE LOW-VALUES TO MNU-KEY.
            START MENU-FILE KEY IS >= MNU-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ MENU-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF MNU-SECURITY-ROLE = WS-RESOLVE-ROLE THEN
                            MOVE MNU-MENU-NAME TO WS-TALLY-MENU
                            PERFORM 8500-TALLY-MENU-SCREENS
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        8400-TALLY-ITEMS.
            IF NOT ITEM-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO INNER-EOF-FLAG.
            MOVE LOW-VALUES TO ITM-KEY.
            START ITEM-FILE KEY IS >= ITM-KEY
                INVALID KEY
                    SET INNER-EOF TO TRUE
            END-START.
            PERFORM UNTIL INNER-EOF
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET INNER-EOF TO TRUE
                    NOT AT END
                        IF ITM-SECURITY-ROLE = WS-RESOLVE-ROLE THEN
                            MOVE ITM-MENU-NAME TO WS-TALLY-MENU
                            PERFORM 8500-TALLY-MENU-SCREENS
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *>     A MENU BELONGS TO THE SCREENS THAT LIST IT IN MENUREFS.X.
      *>
        8500-TALLY-MENU-SCREENS.
            IF NOT MENUREF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO REF-EOF-FLAG.
            MOVE LOW-VALUES TO MREF-KEY.
            START MENUREF-FILE KEY IS >= MREF-KEY
                INVALID KEY
                    SET REF-EOF TO TRUE
            END-START.
            PERFORM UNTIL REF-EOF
                READ MENUREF-FILE NEXT RECORD
                    AT END
                        SET REF-EOF TO TRUE
                    NOT AT END
                        IF MREF-MENU-NAME = WS-TALLY-MENU THEN
                            MOVE MREF-SCREEN-NAME TO WS-TALLY-SCREEN
                            PERFORM 8600-TALLY-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        8600-TALLY-SCREEN.
            IF NOT SCREEN-OPEN OR WS-TALLY-SCREEN = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TALLY-SCREEN TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SCN-APPLICATION = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-AT-X FROM 1 BY 1
                UNTIL WS-AT-X > WS-AT-COUNT
                IF WS-AT-APPLICATION(WS-AT-X) = SCN-APPLICATION THEN
                    ADD 1 TO WS-AT-HITS(WS-AT-X)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-AT-COUNT < 60 THEN
                ADD 1 TO WS-AT-COUNT
                MOVE SCN-APPLICATION TO WS-AT-APPLICATION(WS-AT-COUNT)
                MOVE 1 TO WS-AT-HITS(WS-AT-COUNT)
            END-IF.
            EXIT.

        8900-CLOSE-LOOKUP-FILES.
            IF ROUTER-OPEN THEN
                CLOSE ROUTER-FILE
            END-IF.
            IF MENU-OPEN THEN
                CLOSE MENU-FILE
            END-IF.
            IF ITEM-OPEN THEN
                CLOSE ITEM-FILE
            END-IF.
            IF MENUREF-OPEN THEN
                CLOSE MENUREF-FILE
            END-IF.
            IF SCREEN-OPEN THEN
                CLOSE SCREEN-FILE
            END-IF.
            IF APPREG-OPEN THEN
                CLOSE APPREG-FILE
            END-IF.
            MOVE ALL 'N' TO WS-LOOKUP-FILES.
            EXIT.

      *>
      *>     REMOVE THE GRANT (WS-GRANT-OPERATOR, WS-GRANT-ROLE) FROM
      *>     USERROLE.X WITH ITS BEFORE IMAGE IN DTLAUDIT.LOG.
      *>     WS-LOG-EVENT NAMES THE REASON FOR SIGNON.LOG.
      *>
        9000-REMOVE-GRANT.
            MOVE 'N' TO WS-GRANT-FLAG.
            OPEN I-O USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-GRANT-OPERATOR TO USR-OPERATOR.
            MOVE WS-GRANT-ROLE TO USR-ROLE.
            READ USERROLE-FILE
                INVALID KEY
                    CLOSE USERROLE-FILE
                    EXIT PARAGRAPH
            END-READ.
            MOVE USERROLE-RECORD TO WS-DTL-BEFORE.
            DELETE USERROLE-FILE RECORD
                INVALID KEY
                    CLOSE USERROLE-FILE
                    EXIT PARAGRAPH
            END-DELETE.
            CLOSE USERROLE-FILE.
            SET GRANT-WAS-FOUND TO TRUE.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE WS-GRANT-OPERATOR TO WS-DTL-KEY(1:20).
            MOVE WS-GRANT-ROLE TO WS-DTL-KEY(22:16).
            CALL "COBCURSES-DETAIL-AUDIT" USING
                "UR", "D", WS-DTL-KEY, WS-DTL-BEFORE, WS-DTL-EMPTY.
            MOVE WS-GRANT-OPERATOR TO WS-LOG-OPERATOR.
            PERFORM 9500-LOG-GRANT-ACTION.
            EXIT.

        9500-LOG-GRANT-ACTION.
            MOVE SPACES TO WS-LOG-DETAIL.
            STRING FUNCTION TRIM(RCI-ROLE) " BY " WS-ACTING-ID
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-LOG-OPERATOR, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM RECERT.
