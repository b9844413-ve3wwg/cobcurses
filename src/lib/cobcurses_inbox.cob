        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-INBOX.
      *>
      *>     "MY WORK": ONE LIST OF EVERYTHING WAITING ON AN OPERATOR,
      *>     GATHERED FRESH FROM THE FILES THAT OWN EACH ITEM INSTEAD
      *>     OF LEAVING THE OPERATOR TO VISIT EVERY CONSOLE IN TURN:
      *>
      *>         APPROVE  SCREEN CHANGES PENDING APPROVAL (APPROVAL.X),
      *>                  FOR A HOLDER OF THE REVIEWER ROLE WHO DID
      *>                  NOT MAKE THE CHANGE
      *>         ALERT    ALERTS NOT YET ACKNOWLEDGED (ALERTS.X), FOR
      *>                  A HOLDER OF THE ALERT ROLE
      *>                  (COBCURSES_INBOX_ALERT_ROLE, DEFAULT
      *>                  OPERATIONS)
      *>         MESSAGE  MUST-ACKNOWLEDGE BROADCASTS (MSGBOARD.X) THE
      *>                  OPERATOR HAS NOT ACKNOWLEDGED (MSGACK.LOG)
      *>         BATCH    THE OPERATOR'S OPEN DATA-ENTRY BATCHES THAT
      *>                  DO NOT BALANCE (BATCHCTL.X)
      *>         LOCK     SCREENS THE OPERATOR HOLDS LOCKED (SCREENS.X)
      *>
      *>     AS EVERYWHERE ELSE, NO USERROLE.X MEANS NO RESTRICTION.
      *>     AN ITEM A SUPERVISOR HAS REASSIGNED (INBOXASG.X, SEE
      *>     INBOXASG.cbl) SHOWS ONLY TO ITS ASSIGNEE, MARKED "*".
      *>     ITEMS ARE LISTED OLDEST FIRST, FIFTEEN TO A PAGE, WITH
      *>     THEIR AGE IN BUSINESS DAYS (COBCURSES-BUSDAY-COUNT).
      *>
      *>     THE OPERATOR KEYS (THEN CR):
      *>         n       CLEAR ITEM n: RUNS THE CONSOLE THAT CLEARS IT
      *>                 (APPREV, ALERTDSP ACK, BATCHBAL STATUS,
      *>                 LOCKADM) OR, FOR A MESSAGE, ACKNOWLEDGES IT
      *>         +       NEXT PAGE
      *>         V op    (SUPERVISOR) VIEW ANOTHER OPERATOR'S INBOX;
      *>                 V ALONE RETURNS TO ONE'S OWN
      *>         G n op  (SUPERVISOR) REASSIGN ITEM n TO AN OPERATOR;
      *>                 G n ALONE RETURNS IT TO ITS USUAL AUDIENCE
      *>         CR      (ALONE) LEAVE
      *>
      *>     REASSIGNMENTS ARE LOGGED TO SIGNON.LOG. A MESSAGE CANNOT
      *>     BE REASSIGNED, AND ONLY ITS ADDRESSEE MAY ACKNOWLEDGE IT.
      *>     THE CONSOLES RUN AS THE SIGNED-ON OPERATOR AND MAKE THEIR
      *>     OWN AUTHORITY CHECKS.
      *>
      *>     IN LINEAR (ACCESSIBLE) MODE THE LIST IS DISPLAYED AS
      *>     LINES AND THE CHOICE ACCEPTED AS A LINE.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     LS-MODE                 'S' AT SIGN-ON (NOTHING SHOWN
      *>                             WHEN THE INBOX IS EMPTY), 'M'
      *>                             ON REQUEST
      *>     LS-OPERATOR-ID          FROM COBCURSES-SIGNON
      *> RETURN-CODE:
      *>     NC-RET-OK               SHOWN
      *>     NC-RET-END              'S': NOTHING WAITING
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT APPROVAL-FILE
                ASSIGN TO WS-APPROVAL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS APP-SCREEN-NAME
                FILE STATUS IS WS-APPROVAL-FILE-STATUS.

            SELECT ALERT-FILE
                ASSIGN TO WS-ALERT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ALT-ID
                FILE STATUS IS WS-ALERT-FILE-STATUS.

            SELECT MSGBOARD-FILE
                ASSIGN TO WS-MSGBOARD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS MSB-ID
                FILE STATUS IS WS-MSGBOARD-FILE-STATUS.

            SELECT MSGACK-FILE
                ASSIGN TO WS-MSGACK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MSGACK-FILE-STATUS.

            SELECT BATCHCTL-FILE
                ASSIGN TO WS-BATCHCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BCT-KEY
                FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

            SELECT SCREEN-FILE
                ASSIGN TO WS-SCREEN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCN-NAME
                FILE STATUS IS WS-SCREEN-FILE-STATUS.

            SELECT OPTIONAL INBOXASG-FILE
                ASSIGN TO WS-INBOXASG-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS IBA-KEY
                FILE STATUS IS WS-INBOXASG-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  APPROVAL-FILE.
        01  APPROVAL-RECORD.
            COPY APPROVAL.

        FD  ALERT-FILE.
        01  ALERTREC-RECORD.
            COPY ALERTREC.

        FD  MSGBOARD-FILE.
        01  MSGBOARD-RECORD.
            COPY MSGBOARD.

        FD  MSGACK-FILE.
        01  MSGACK-RECORD.
            05  ACK-DATE-TIME               PIC X(21).
            05  ACK-OPERATOR                PIC X(20).
            05  ACK-MESSAGE-ID              PIC 9(6).

        FD  BATCHCTL-FILE.
        01  BATCHCTL-RECORD.
            COPY BATCHCTL.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  INBOXASG-FILE.
        01  INBOXASG-RECORD.
            COPY INBOXASG.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-APPROVAL-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/APPROVAL.X".
        01  WS-ALERT-FILE-NAME              PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ALERTS.X".
        01  WS-MSGBOARD-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/MSGBOARD.X".
        01  WS-MSGACK-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/MSGACK.LOG".
        01  WS-BATCHCTL-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/BATCHCTL.X".
        01  WS-SCREEN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCREENS.X".
        01  WS-INBOXASG-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/INBOXASG.X".
        01  WS-APPROVAL-FILE-STATUS         PIC XX.
        01  WS-ALERT-FILE-STATUS            PIC XX.
        01  WS-MSGBOARD-FILE-STATUS         PIC XX.
        01  WS-MSGACK-FILE-STATUS           PIC XX.
        01  WS-BATCHCTL-FILE-STATUS         PIC XX.
        01  WS-SCREEN-FILE-STATUS           PIC XX.
        01  WS-INBOXASG-FILE-STATUS         PIC XX.

        01  WS-ENV-VAR                      PIC X(64).

      *>
      *>     WHO IS ACTING, AND WHOSE INBOX IS ON SHOW.
      *>
        01  WS-ACTING-ID                    PIC X(20).
        01  WS-OWNER-ID                     PIC X(20).
        01  WS-REVIEWER-ROLE                PIC X(16)
            VALUE "REVIEWER".
        01  WS-SUPERVISOR-ROLE              PIC X(16)
            VALUE "SUPERVISOR".
        01  WS-ALERT-ROLE                   PIC X(16).
        01  WS-SUPERVISOR-FLAG              PIC X VALUE 'N'.
            88  ACTING-IS-SUPERVISOR        VALUE 'Y'.
        01  WS-REVIEWER-FLAG                PIC X VALUE 'N'.
            88  OWNER-IS-REVIEWER           VALUE 'Y'.
        01  WS-ALERTS-FLAG                  PIC X VALUE 'N'.
            88  OWNER-TAKES-ALERTS          VALUE 'Y'.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-DONE-FLAG                    PIC X.
            88  INBOX-DONE                  VALUE 'Y'.
        01  WS-ASG-OPEN-FLAG                PIC X VALUE 'N'.
            88  ASSIGNMENTS-OPEN            VALUE 'Y'.
        01  WS-AUDIENCE-FLAG                PIC X.
            88  OWNER-IS-AUDIENCE           VALUE 'Y'.
        01  WS-ASSIGN-FLAG                  PIC X.
            88  ASSIGNED-TO-OWNER           VALUE 'O'.
            88  ASSIGNED-ELSEWHERE          VALUE 'X'.
            88  NOT-ASSIGNED                VALUE 'N'.

      *>
      *>     THE ITEM BEING CONSIDERED, IN THE LAYOUT OF A LIST ENTRY.
      *>     WS-NEW-SINCE IS YYYYMMDDHHMMSS, THE SORT KEY.
      *>
        01  WS-NEW-ITEM.
            15  WS-NEW-SINCE                PIC X(14).
            15  WS-NEW-KIND                 PIC X(2).
            15  WS-NEW-REF                  PIC X(32).
            15  WS-NEW-SHOW-REF             PIC X(16).
            15  WS-NEW-TEXT                 PIC X(36).
            15  WS-NEW-AGE                  PIC 9(4).
            15  WS-NEW-ASSIGNED-FLAG        PIC X.

      *>
      *>     THE INBOX, OLDEST FIRST. WS-IBX-DROPPED COUNTS ITEMS
      *>     PAST THE END OF THE TABLE.
      *>
        01  INBOX-LIST.
            10  WS-IBX-USED                 PIC 999 COMP-5.
            10  WS-IBX-DROPPED              PIC 9(4).
            10  WS-IBX-ENTRY OCCURS 200 TIMES.
                15  WS-IBX-SINCE            PIC X(14).
                15  WS-IBX-KIND             PIC X(2).
                15  WS-IBX-REF              PIC X(32).
                15  WS-IBX-SHOW-REF         PIC X(16).
                15  WS-IBX-TEXT             PIC X(36).
                15  WS-IBX-AGE              PIC 9(4).
                15  WS-IBX-ASSIGNED-FLAG    PIC X.
                    88  WS-IBX-REASSIGNED   VALUE 'Y'.
        01  WS-IBX-X                        PIC 999 COMP-5.
        01  WS-INSERT-AT                    PIC 999 COMP-5.
        01  WS-PAGE-FIRST                   PIC 999 COMP-5.
        01  WS-PAGE-LAST                    PIC 999 COMP-5.

      *>
      *>     MUST-ACKNOWLEDGE BROADCASTS, HELD UNTIL MSGACK.LOG HAS
      *>     BEEN READ FOR THE OWNER'S ACKNOWLEDGEMENTS.
      *>
        01  MESSAGE-LIST.
            10  WS-MSG-USED                 PIC 999 COMP-5.
            10  WS-MSG-ENTRY OCCURS 100 TIMES.
                15  WS-MSG-ID               PIC 9(6).
                15  WS-MSG-SENT             PIC X(21).
                15  WS-MSG-TEXT             PIC X(36).
                15  WS-MSG-ACKED-FLAG       PIC X.
                    88  WS-MSG-ACKED        VALUE 'Y'.
        01  WS-MSG-X                        PIC 999 COMP-5.

        01  WS-TODAY                        PIC X(8).
        01  WS-AGE-FROM                     PIC X(8).
        01  WS-LAST-FROM                    PIC X(8).
        01  WS-LAST-AGE                     PIC 9(4).
        01  WS-COUNT-ED                     PIC ZZZZZ9.
        01  WS-EXPECT-ED                    PIC ZZZZZ9.
        01  WS-BATCH-TEXT                   PIC X(36).

        01  WS-LINE-NO                      PIC 99.
        01  WS-MAX-LEN                      PIC 99.
        01  WS-PROMPT                       PIC X(60).
        01  WS-ENTRY                        PIC X(40).
        01  WS-WORD-1                       PIC X(20).
        01  WS-WORD-2                       PIC X(20).
        01  WS-WORD-3                       PIC X(20).
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-MESSAGE                      PIC X(72).
        01  WS-NO-EDIT                      PIC ZZ9.
        01  WS-AGE-EDIT                     PIC ZZZ9.
        01  WS-USED-EDIT                    PIC ZZ9.
        01  WS-DROPPED-EDIT                 PIC ZZZ9.
        01  WS-KIND-WORD                    PIC X(7).
        01  WS-MARK                         PIC X.
        01  WS-PICK-NO                      PIC 999.
        01  WS-ACK-ID                       PIC 9(6).

        01  WS-SHELL-CMD                    PIC X(256).
        01  WS-SHELL-RC                     PIC S9(9).
        01  WS-RC-EDIT                      PIC ZZ9.

        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).

        LINKAGE SECTION.

            COPY COBCURSG.

        01  LS-MODE                         PIC X.
        01  LS-OPERATOR-ID                  PIC X(20).

        PROCEDURE DIVISION USING
            NC-COBCURSES, LS-MODE, LS-OPERATOR-ID.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-END TO RETURN-CODE.
            IF LS-OPERATOR-ID = SPACES THEN
                GOBACK
            END-IF.
            MOVE LS-OPERATOR-ID TO WS-ACTING-ID, WS-OWNER-ID.
            PERFORM 200-RESOLVE-NAMES.

            MOVE 'N' TO WS-SUPERVISOR-FLAG.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-ACTING-ID, WS-SUPERVISOR-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET ACTING-IS-SUPERVISOR TO TRUE
            END-IF.

            MOVE SPACES TO WS-MESSAGE.
            MOVE 1 TO WS-PAGE-FIRST.
            PERFORM 300-LOAD-INBOX.
            IF WS-IBX-USED = 0 AND LS-MODE = 'S' THEN
                MOVE NC-RET-END TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 'N' TO WS-DONE-FLAG.
            PERFORM UNTIL INBOX-DONE
                PERFORM 500-PAINT-INBOX
                PERFORM 600-TAKE-CHOICE
                IF NOT INBOX-DONE THEN
                    PERFORM 300-LOAD-INBOX
                END-IF
            END-PERFORM.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-RESOLVE-NAMES.
            MOVE LENGTH OF WS-APPROVAL-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-APPROVAL-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ALERT-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-MSGBOARD-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-MSGACK-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-BATCHCTL-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-SCREEN-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-INBOXASG-FILE-NAME, WS-FILE-NAME-LENGTH.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT
                "COBCURSES_INBOX_ALERT_ROLE".
            IF WS-ENV-VAR = SPACES THEN
                MOVE "OPERATIONS" TO WS-ALERT-ROLE
            ELSE
                MOVE WS-ENV-VAR TO WS-ALERT-ROLE
            END-IF.
            EXIT.

      *>
      *>     GATHER THE OWNER'S ITEMS. THE OWNER'S ROLES ARE LOOKED
      *>     UP ONCE PER LOAD, NOT ONCE PER RECORD.
      *>
        300-LOAD-INBOX.
            MOVE ZERO TO WS-IBX-USED, WS-IBX-DROPPED.
            MOVE 'N' TO WS-REVIEWER-FLAG, WS-ALERTS-FLAG.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OWNER-ID, WS-REVIEWER-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET OWNER-IS-REVIEWER TO TRUE
            END-IF.
            CALL "COBCURSES-CHECK-ROLE" USING
                WS-OWNER-ID, WS-ALERT-ROLE.
            IF RETURN-CODE = NC-RET-OK THEN
                SET OWNER-TAKES-ALERTS TO TRUE
            END-IF.
            MOVE ZERO TO RETURN-CODE.

            MOVE 'N' TO WS-ASG-OPEN-FLAG.
            OPEN INPUT INBOXASG-FILE.
            IF WS-INBOXASG-FILE-STATUS = "00" THEN
                SET ASSIGNMENTS-OPEN TO TRUE
            ELSE
                IF WS-INBOXASG-FILE-STATUS = "05" THEN
                    CLOSE INBOXASG-FILE
                END-IF
            END-IF.

            PERFORM 310-LOAD-APPROVALS.
            PERFORM 320-LOAD-ALERTS.
            PERFORM 330-LOAD-MESSAGES.
            PERFORM 340-LOAD-BATCHES.
            PERFORM 350-LOAD-LOCKS.

            IF ASSIGNMENTS-OPEN THEN
                CLOSE INBOXASG-FILE
            END-IF.
            PERFORM 360-AGE-ITEMS.

            IF WS-PAGE-FIRST > WS-IBX-USED THEN
                MOVE 1 TO WS-PAGE-FIRST
            END-IF.
            EXIT.

        310-LOAD-APPROVALS.
            OPEN INPUT APPROVAL-FILE.
            IF WS-APPROVAL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ APPROVAL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF APP-PENDING THEN
                            PERFORM 311-CONSIDER-APPROVAL
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE APPROVAL-FILE.
            EXIT.

        311-CONSIDER-APPROVAL.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE "AP" TO WS-NEW-KIND.
            MOVE APP-SCREEN-NAME TO WS-NEW-REF, WS-NEW-SHOW-REF.
            MOVE APP-CHANGED(1:14) TO WS-NEW-SINCE.
            STRING "CHANGED BY " APP-CHANGED-BY
                DELIMITED BY SIZE INTO WS-NEW-TEXT.
            IF OWNER-IS-REVIEWER
            AND APP-CHANGED-BY NOT = WS-OWNER-ID THEN
                SET OWNER-IS-AUDIENCE TO TRUE
            ELSE
                MOVE 'N' TO WS-AUDIENCE-FLAG
            END-IF.
            PERFORM 400-OFFER-ITEM.
            EXIT.

        320-LOAD-ALERTS.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ ALERT-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF ALT-STATE-NEW OR ALT-STATE-SENT THEN
                            PERFORM 321-CONSIDER-ALERT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ALERT-FILE.
            EXIT.

        321-CONSIDER-ALERT.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE "AL" TO WS-NEW-KIND.
            MOVE ALT-ID TO WS-NEW-REF, WS-NEW-SHOW-REF.
            MOVE ALT-RAISED(1:14) TO WS-NEW-SINCE.
            STRING ALT-SEVERITY " " ALT-TEXT
                DELIMITED BY SIZE INTO WS-NEW-TEXT.
            IF OWNER-TAKES-ALERTS THEN
                SET OWNER-IS-AUDIENCE TO TRUE
            ELSE
                MOVE 'N' TO WS-AUDIENCE-FLAG
            END-IF.
            PERFORM 400-OFFER-ITEM.
            EXIT.

      *>
      *>     A BROADCAST GOES TO EVERYONE, SO IT IS NEVER REASSIGNED:
      *>     IT WAITS UNTIL THE OWNER HAS ACKNOWLEDGED IT.
      *>
        330-LOAD-MESSAGES.
            MOVE ZERO TO WS-MSG-USED.
            OPEN INPUT MSGBOARD-FILE.
            IF WS-MSGBOARD-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ MSGBOARD-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MSB-KIND-BROADCAST AND MSB-SEV-ACK
                        AND WS-MSG-USED < 100 THEN
                            ADD 1 TO WS-MSG-USED
                            MOVE MSB-ID TO WS-MSG-ID(WS-MSG-USED)
                            MOVE MSB-SENT TO WS-MSG-SENT(WS-MSG-USED)
                            MOVE MSB-TEXT TO WS-MSG-TEXT(WS-MSG-USED)
                            MOVE 'N'
                                TO WS-MSG-ACKED-FLAG(WS-MSG-USED)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MSGBOARD-FILE.
            IF WS-MSG-USED = 0 THEN
                EXIT PARAGRAPH
            END-IF.

            OPEN INPUT MSGACK-FILE.
            IF WS-MSGACK-FILE-STATUS = "00" THEN
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL END-OF-FILE
                    READ MSGACK-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF ACK-OPERATOR = WS-OWNER-ID THEN
                                PERFORM 331-MARK-ACKED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MSGACK-FILE
            END-IF.

            PERFORM VARYING WS-MSG-X FROM 1 BY 1
                UNTIL WS-MSG-X > WS-MSG-USED
                IF NOT WS-MSG-ACKED(WS-MSG-X) THEN
                    MOVE SPACES TO WS-NEW-ITEM
                    MOVE "MS" TO WS-NEW-KIND
                    MOVE WS-MSG-ID(WS-MSG-X)
                        TO WS-NEW-REF, WS-NEW-SHOW-REF
                    MOVE WS-MSG-SENT(WS-MSG-X)(1:14) TO WS-NEW-SINCE
                    MOVE WS-MSG-TEXT(WS-MSG-X) TO WS-NEW-TEXT
                    MOVE 'N' TO WS-NEW-ASSIGNED-FLAG
                    PERFORM 410-INSERT-ITEM
                END-IF
            END-PERFORM.
            EXIT.

        331-MARK-ACKED.
            PERFORM VARYING WS-MSG-X FROM 1 BY 1
                UNTIL WS-MSG-X > WS-MSG-USED
                IF WS-MSG-ID(WS-MSG-X) = ACK-MESSAGE-ID THEN
                    MOVE 'Y' TO WS-MSG-ACKED-FLAG(WS-MSG-X)
                END-IF
            END-PERFORM.
            EXIT.

        340-LOAD-BATCHES.
            OPEN INPUT BATCHCTL-FILE.
            IF WS-BATCHCTL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ BATCHCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BCT-STATE-OPEN
                        AND (BCT-ACTUAL-COUNT NOT = BCT-EXPECTED-COUNT
                        OR BCT-ACTUAL-AMOUNT
                            NOT = BCT-EXPECTED-AMOUNT) THEN
                            PERFORM 341-CONSIDER-BATCH
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BATCHCTL-FILE.
            EXIT.

        341-CONSIDER-BATCH.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE "BA" TO WS-NEW-KIND.
            MOVE BCT-KEY TO WS-NEW-REF.
            MOVE BCT-BATCH-NO TO WS-NEW-SHOW-REF.
            MOVE BCT-OPENED(1:14) TO WS-NEW-SINCE.
            IF BCT-ACTUAL-COUNT NOT = BCT-EXPECTED-COUNT THEN
                MOVE BCT-ACTUAL-COUNT TO WS-COUNT-ED
                MOVE BCT-EXPECTED-COUNT TO WS-EXPECT-ED
                STRING "KEYED " FUNCTION TRIM(WS-COUNT-ED)
                    " OF " FUNCTION TRIM(WS-EXPECT-ED)
                    " DOCUMENTS"
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
            ELSE
                MOVE "AMOUNT DOES NOT AGREE" TO WS-NEW-TEXT
            END-IF.
            IF BCT-OPERATOR = WS-OWNER-ID THEN
                SET OWNER-IS-AUDIENCE TO TRUE
            ELSE
                MOVE 'N' TO WS-AUDIENCE-FLAG
                MOVE WS-NEW-TEXT TO WS-BATCH-TEXT
                MOVE SPACES TO WS-NEW-TEXT
                STRING BCT-OPERATOR(1:12) WS-BATCH-TEXT
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
            END-IF.
            PERFORM 400-OFFER-ITEM.
            EXIT.

        350-LOAD-LOCKS.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-LOCKED-BY NOT = SPACES THEN
                            PERFORM 351-CONSIDER-LOCK
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.
            EXIT.

        351-CONSIDER-LOCK.
            MOVE SPACES TO WS-NEW-ITEM.
            MOVE "LK" TO WS-NEW-KIND.
            MOVE SCN-NAME TO WS-NEW-REF, WS-NEW-SHOW-REF.
            IF SCN-LOCK-TIME(1:12) IS NUMERIC THEN
                STRING SCN-LOCK-TIME(1:12) "00"
                    DELIMITED BY SIZE INTO WS-NEW-SINCE
            END-IF.
            STRING "LOCKED BY " SCN-LOCKED-BY
                DELIMITED BY SIZE INTO WS-NEW-TEXT.
            IF SCN-LOCKED-BY = WS-OWNER-ID THEN
                SET OWNER-IS-AUDIENCE TO TRUE
            ELSE
                MOVE 'N' TO WS-AUDIENCE-FLAG
            END-IF.
            PERFORM 400-OFFER-ITEM.
            EXIT.

      *>
      *>     AGES ARE COUNTED ONCE PER DISTINCT START DATE; THE LIST
      *>     IS IN DATE ORDER, SO SAME-DAY ITEMS ARE NEIGHBOURS.
      *>
        360-AGE-ITEMS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE SPACES TO WS-LAST-FROM.
            MOVE ZERO TO WS-LAST-AGE.
            PERFORM VARYING WS-IBX-X FROM 1 BY 1
                UNTIL WS-IBX-X > WS-IBX-USED
                MOVE WS-IBX-SINCE(WS-IBX-X)(1:8) TO WS-AGE-FROM
                IF WS-AGE-FROM NOT = WS-LAST-FROM THEN
                    MOVE WS-AGE-FROM TO WS-LAST-FROM
                    CALL "COBCURSES-BUSDAY-COUNT" USING
                        WS-AGE-FROM, WS-TODAY, WS-LAST-AGE
                    MOVE ZERO TO RETURN-CODE
                END-IF
                MOVE WS-LAST-AGE TO WS-IBX-AGE(WS-IBX-X)
            END-PERFORM.
            EXIT.

      *>
      *>     A REASSIGNED ITEM BELONGS TO ITS ASSIGNEE ALONE; ANY
      *>     OTHER ITEM GOES TO ITS USUAL AUDIENCE.
      *>
        400-OFFER-ITEM.
            PERFORM 420-CHECK-ASSIGNMENT.
            EVALUATE TRUE
                WHEN ASSIGNED-TO-OWNER
                    MOVE 'Y' TO WS-NEW-ASSIGNED-FLAG
                    PERFORM 410-INSERT-ITEM
                WHEN ASSIGNED-ELSEWHERE
                    CONTINUE
                WHEN OWNER-IS-AUDIENCE
                    MOVE 'N' TO WS-NEW-ASSIGNED-FLAG
                    PERFORM 410-INSERT-ITEM
            END-EVALUATE.
            EXIT.

        410-INSERT-ITEM.
            MOVE 1 TO WS-INSERT-AT.
            PERFORM UNTIL WS-INSERT-AT > WS-IBX-USED
                OR WS-IBX-SINCE(WS-INSERT-AT) > WS-NEW-SINCE
                ADD 1 TO WS-INSERT-AT
            END-PERFORM.
            IF WS-INSERT-AT > 200 THEN
                ADD 1 TO WS-IBX-DROPPED
                EXIT PARAGRAPH
            END-IF.
            IF WS-IBX-USED = 200 THEN
                ADD 1 TO WS-IBX-DROPPED
            ELSE
                ADD 1 TO WS-IBX-USED
            END-IF.
            PERFORM VARYING WS-IBX-X FROM WS-IBX-USED BY -1
                UNTIL WS-IBX-X <= WS-INSERT-AT
                MOVE WS-IBX-ENTRY(WS-IBX-X - 1)
                    TO WS-IBX-ENTRY(WS-IBX-X)
            END-PERFORM.
            MOVE WS-NEW-ITEM TO WS-IBX-ENTRY(WS-INSERT-AT).
            EXIT.

        420-CHECK-ASSIGNMENT.
            SET NOT-ASSIGNED TO TRUE.
            IF NOT ASSIGNMENTS-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-KIND TO IBA-KIND.
            MOVE WS-NEW-REF TO IBA-REF.
            READ INBOXASG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF IBA-ASSIGNED-TO = WS-OWNER-ID THEN
                        SET ASSIGNED-TO-OWNER TO TRUE
                    ELSE
                        SET ASSIGNED-ELSEWHERE TO TRUE
                    END-IF
            END-READ.
            EXIT.

        500-PAINT-INBOX.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE WS-IBX-USED TO WS-USED-EDIT.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "WORK INBOX FOR " DELIMITED BY SIZE,
                WS-OWNER-ID DELIMITED BY SPACE,
                "  (" DELIMITED BY SIZE,
                FUNCTION TRIM(WS-USED-EDIT) DELIMITED BY SIZE,
                " WAITING)" DELIMITED BY SIZE
                INTO WS-LIST-TEXT.
            IF WS-IBX-DROPPED > 0 THEN
                MOVE WS-IBX-DROPPED TO WS-DROPPED-EDIT
                STRING "  +" WS-DROPPED-EDIT " NOT LISTED"
                    DELIMITED BY SIZE INTO WS-LIST-TEXT(48:)
            END-IF.
            MOVE 1 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            IF ACTING-IS-SUPERVISOR THEN
                MOVE SPACES TO WS-LIST-TEXT
                STRING "n CLEAR  + MORE  V op VIEW  "
                    "G n op REASSIGN  CR LEAVE"
                    DELIMITED BY SIZE INTO WS-LIST-TEXT
            ELSE
                MOVE "n CLEAR ITEM n  + MORE  CR LEAVE"
                    TO WS-LIST-TEXT
            END-IF.
            MOVE 2 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "  N   KIND     AGE REFERENCE        DETAIL"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 3 TO WS-LINE-NO.
            PERFORM 900-PUT-LINE.

            IF WS-IBX-USED = 0 THEN
                MOVE "  NOTHING WAITING" TO WS-LIST-TEXT
                MOVE 4 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + 14.
            IF WS-PAGE-LAST > WS-IBX-USED THEN
                MOVE WS-IBX-USED TO WS-PAGE-LAST
            END-IF.
            PERFORM VARYING WS-IBX-X FROM WS-PAGE-FIRST BY 1
                UNTIL WS-IBX-X > WS-PAGE-LAST
                PERFORM 510-FORMAT-ITEM
                COMPUTE WS-LINE-NO = WS-IBX-X - WS-PAGE-FIRST + 4
                PERFORM 900-PUT-LINE
            END-PERFORM.
            IF WS-PAGE-LAST < WS-IBX-USED THEN
                MOVE "  ... MORE (+)" TO WS-LIST-TEXT
                MOVE 19 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
            END-IF.
            PERFORM 950-SHOW-MESSAGE.
            EXIT.

        510-FORMAT-ITEM.
            MOVE WS-IBX-X TO WS-NO-EDIT.
            MOVE WS-IBX-AGE(WS-IBX-X) TO WS-AGE-EDIT.
            IF WS-IBX-REASSIGNED(WS-IBX-X) THEN
                MOVE '*' TO WS-MARK
            ELSE
                MOVE SPACE TO WS-MARK
            END-IF.
            EVALUATE WS-IBX-KIND(WS-IBX-X)
                WHEN "AP"
                    MOVE "APPROVE" TO WS-KIND-WORD
                WHEN "AL"
                    MOVE "ALERT" TO WS-KIND-WORD
                WHEN "MS"
                    MOVE "MESSAGE" TO WS-KIND-WORD
                WHEN "BA"
                    MOVE "BATCH" TO WS-KIND-WORD
                WHEN OTHER
                    MOVE "LOCK" TO WS-KIND-WORD
            END-EVALUATE.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING WS-NO-EDIT " " WS-MARK " " WS-KIND-WORD " "
                WS-AGE-EDIT " " WS-IBX-SHOW-REF(WS-IBX-X) " "
                WS-IBX-TEXT(WS-IBX-X)
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            EXIT.

        600-TAKE-CHOICE.
            MOVE "CHOICE:" TO WS-PROMPT.
            MOVE 21 TO WS-LINE-NO.
            MOVE 30 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK OR WS-ENTRY = SPACES THEN
                SET INBOX-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION TRIM(WS-ENTRY) TO WS-ENTRY.
            MOVE SPACES TO WS-WORD-1, WS-WORD-2, WS-WORD-3.
            UNSTRING WS-ENTRY DELIMITED BY ALL SPACE
                INTO WS-WORD-1, WS-WORD-2, WS-WORD-3.
            MOVE FUNCTION UPPER-CASE(WS-WORD-1) TO WS-WORD-1.

            IF WS-WORD-1 = "+" THEN
                ADD 15 TO WS-PAGE-FIRST
                IF WS-PAGE-FIRST > WS-IBX-USED THEN
                    MOVE 1 TO WS-PAGE-FIRST
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORD-1 = "V" THEN
                PERFORM 700-VIEW-OTHER
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORD-1 = "G" THEN
                PERFORM 800-REASSIGN-ITEM
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TRIM(WS-WORD-1) IS NOT NUMERIC THEN
                MOVE "NOT A CHOICE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-WORD-1) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-IBX-USED THEN
                MOVE "NO SUCH ITEM" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 650-CLEAR-ITEM.
            EXIT.

      *>
      *>     CLEAR AN ITEM WITH THE TOOL THAT OWNS IT. THE LIST IS
      *>     GATHERED AGAIN AFTERWARDS, SO A CLEARED ITEM DROPS OFF.
      *>
        650-CLEAR-ITEM.
            MOVE SPACES TO WS-SHELL-CMD.
            EVALUATE WS-IBX-KIND(WS-PICK-NO)
                WHEN "AP"
                    PERFORM 660-CLEAR-APPROVAL
                WHEN "AL"
                    STRING "alertdsp ACK "
                        WS-IBX-REF(WS-PICK-NO)(1:6)
                        DELIMITED BY SIZE INTO WS-SHELL-CMD
                WHEN "MS"
                    PERFORM 670-CLEAR-MESSAGE
                WHEN "BA"
                    IF WS-IBX-REF(WS-PICK-NO)(1:20) = WS-ACTING-ID THEN
                        MOVE "batchbal STATUS" TO WS-SHELL-CMD
                    ELSE
                        MOVE SPACES TO WS-MESSAGE
                        STRING "ONLY " DELIMITED BY SIZE,
                            WS-IBX-REF(WS-PICK-NO)(1:20)
                                DELIMITED BY SPACE,
                            " CAN WORK THIS BATCH" DELIMITED BY SIZE
                            INTO WS-MESSAGE
                    END-IF
                WHEN "LK"
                    PERFORM 680-CLEAR-LOCK
            END-EVALUATE.
            IF WS-SHELL-CMD NOT = SPACES THEN
                PERFORM 690-RUN-CONSOLE
            END-IF.
            EXIT.

        660-CLEAR-APPROVAL.
            MOVE "APPROVE OR REJECT (A/R):" TO WS-PROMPT.
            MOVE 22 TO WS-LINE-NO.
            MOVE 1 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.
            EVALUATE WS-ENTRY(1:1)
                WHEN 'A'
                    STRING "apprev '" DELIMITED BY SIZE,
                        WS-IBX-REF(WS-PICK-NO) DELIMITED BY SPACE,
                        "' APPROVE" DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                WHEN 'R'
                    STRING "apprev '" DELIMITED BY SIZE,
                        WS-IBX-REF(WS-PICK-NO) DELIMITED BY SPACE,
                        "' REJECT" DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                WHEN OTHER
                    MOVE "NOTHING DONE" TO WS-MESSAGE
            END-EVALUATE.
            EXIT.

        670-CLEAR-MESSAGE.
            IF WS-OWNER-ID NOT = WS-ACTING-ID THEN
                MOVE "ONLY THE ADDRESSEE CAN ACKNOWLEDGE A MESSAGE"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-IBX-REF(WS-PICK-NO)(1:6) TO WS-ACK-ID.
            CALL "COBCURSES-BROADCAST-ACK" USING
                WS-ACTING-ID, WS-ACK-ID.
            MOVE ZERO TO RETURN-CODE.
            MOVE "MESSAGE ACKNOWLEDGED" TO WS-MESSAGE.
            EXIT.

        680-CLEAR-LOCK.
            MOVE "RELEASE THE LOCK (Y/N):" TO WS-PROMPT.
            MOVE 22 TO WS-LINE-NO.
            MOVE 1 TO WS-MAX-LEN.
            CALL "COBCURSES-EDPROJ-PROMPT" USING NC-COBCURSES,
                WS-LINE-NO, WS-PROMPT, WS-MAX-LEN, WS-ENTRY.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ENTRY(1:1) = 'Y' OR WS-ENTRY(1:1) = 'y' THEN
                STRING "lockadm '" DELIMITED BY SIZE,
                    WS-IBX-REF(WS-PICK-NO) DELIMITED BY SPACE,
                    "'" DELIMITED BY SIZE
                    INTO WS-SHELL-CMD
            ELSE
                MOVE "NOTHING DONE" TO WS-MESSAGE
            END-IF.
            EXIT.

        690-RUN-CONSOLE.
            IF NOT NC-LINEAR-ON THEN
                CALL "NC_SUSPEND"
            END-IF.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            MOVE ZERO TO RETURN-CODE.
            DISPLAY "DONE, PRESS CR: " WITH NO ADVANCING.
            ACCEPT WS-ENTRY.
            IF NOT NC-LINEAR-ON THEN
                CALL "NC_RESUME"
            END-IF.
            MOVE WS-SHELL-RC TO WS-RC-EDIT.
            MOVE SPACES TO WS-MESSAGE.
            STRING WS-SHELL-CMD DELIMITED BY SPACE,
                " ENDED, RC " DELIMITED BY SIZE,
                FUNCTION TRIM(WS-RC-EDIT) DELIMITED BY SIZE
                INTO WS-MESSAGE.
            EXIT.

      *>
      *>     SUPERVISORS ONLY: LOOK AT A TEAM MEMBER'S INBOX.
      *>
        700-VIEW-OTHER.
            IF NOT ACTING-IS-SUPERVISOR THEN
                MOVE "VIEWING ANOTHER INBOX NEEDS THE SUPERVISOR ROLE"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORD-2 = SPACES THEN
                MOVE WS-ACTING-ID TO WS-OWNER-ID
            ELSE
                MOVE WS-WORD-2 TO WS-OWNER-ID
            END-IF.
            MOVE 1 TO WS-PAGE-FIRST.
            EXIT.

      *>
      *>     SUPERVISORS ONLY: HAND ITEM n TO AN OPERATOR, OR (NO
      *>     OPERATOR GIVEN) BACK TO ITS USUAL AUDIENCE.
      *>
        800-REASSIGN-ITEM.
            IF NOT ACTING-IS-SUPERVISOR THEN
                MOVE "REASSIGNING NEEDS THE SUPERVISOR ROLE"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORD-2 = SPACES
            OR FUNCTION TRIM(WS-WORD-2) IS NOT NUMERIC THEN
                MOVE "G n op -- n IS THE ITEM NUMBER" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-WORD-2) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-IBX-USED THEN
                MOVE "NO SUCH ITEM" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            IF WS-IBX-KIND(WS-PICK-NO) = "MS" THEN
                MOVE "A BROADCAST MESSAGE CANNOT BE REASSIGNED"
                    TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O INBOXASG-FILE.
            IF WS-INBOXASG-FILE-STATUS NOT = "00"
            AND WS-INBOXASG-FILE-STATUS NOT = "05" THEN
                MOVE "INBOX ASSIGNMENT FILE UNAVAILABLE" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-IBX-KIND(WS-PICK-NO) TO IBA-KIND.
            MOVE WS-IBX-REF(WS-PICK-NO) TO IBA-REF.
            IF WS-WORD-3 = SPACES THEN
                DELETE INBOXASG-FILE RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                MOVE "INBOX RETURN" TO WS-LOG-EVENT
                MOVE "ITEM RETURNED TO ITS USUAL AUDIENCE"
                    TO WS-MESSAGE
            ELSE
                READ INBOXASG-FILE
                    INVALID KEY
                        MOVE WS-WORD-3 TO IBA-ASSIGNED-TO
                        MOVE WS-ACTING-ID TO IBA-ASSIGNED-BY
                        MOVE FUNCTION CURRENT-DATE TO IBA-ASSIGNED
                        WRITE INBOXASG-RECORD
                            INVALID KEY CONTINUE
                        END-WRITE
                    NOT INVALID KEY
                        MOVE WS-WORD-3 TO IBA-ASSIGNED-TO
                        MOVE WS-ACTING-ID TO IBA-ASSIGNED-BY
                        MOVE FUNCTION CURRENT-DATE TO IBA-ASSIGNED
                        REWRITE INBOXASG-RECORD
                            INVALID KEY CONTINUE
                        END-REWRITE
                END-READ
                MOVE "INBOX REASSIGN" TO WS-LOG-EVENT
                MOVE SPACES TO WS-MESSAGE
                STRING "ITEM REASSIGNED TO " WS-WORD-3
                    DELIMITED BY SIZE INTO WS-MESSAGE
            END-IF.
            CLOSE INBOXASG-FILE.

            MOVE SPACES TO WS-LOG-DETAIL.
            STRING WS-IBX-KIND(WS-PICK-NO) " "
                WS-IBX-SHOW-REF(WS-PICK-NO) " TO " WS-WORD-3
                DELIMITED BY SIZE INTO WS-LOG-DETAIL.
            CALL "COBCURSES-SIGNON-LOG" USING
                WS-ACTING-ID, WS-LOG-EVENT, WS-LOG-DETAIL.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        900-PUT-LINE.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE 2 TO NC-FIELD-X
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
            END-IF.
            EXIT.

        950-SHOW-MESSAGE.
            IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO WS-LIST-TEXT
                MOVE 20 TO WS-LINE-NO
                PERFORM 900-PUT-LINE
                MOVE SPACES TO WS-MESSAGE
            END-IF.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-INBOX.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPRINBOX.
      *>
      *>     TRANSACTION-CODE ENTRY TO THE OPERATOR WORK INBOX: A
      *>     ROUTER.X CODE NAMING OPRINBOX OPENS THE SIGNED-ON
      *>     OPERATOR'S INBOX (COBCURSES-SHOW-INBOX) FROM ANY SCREEN.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *> RETURN-CODE:
      *>     NC-RET-OK
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-INBOX-MODE                   PIC X VALUE 'M'.

        LINKAGE SECTION.

            COPY COBCURSG.

        PROCEDURE DIVISION USING NC-COBCURSES.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            CALL "COBCURSES-SHOW-INBOX" USING
                NC-COBCURSES, WS-INBOX-MODE, WS-OPERATOR-ID.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM OPRINBOX.
