        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FIELD-ACCESS.
      *>
      *>     FIELD-LEVEL SECURITY: WHAT MAY THE CURRENT OPERATOR ($USER)
      *>     DO WITH A FIELD CARRYING SCR-FDEF-VIEW-ROLE AND
      *>     SCR-FDEF-UPDATE-ROLE? A BLANK ROLE IS NO RESTRICTION.
      *>     ROLES RESOLVE THROUGH COBCURSES-EXPAND-ROLES, SO A ROLE
      *>     HELD THROUGH A ROLE GROUP COUNTS THE SAME AS A DIRECT
      *>     GRANT. WHEN USERROLE.X DOES NOT EXIST EVERY FIELD IS
      *>     UPDATABLE (THE SHOP HAS NOT ADOPTED SIGN-ON), AS FOR
      *>     COBCURSES-CHECK-ROLE.
      *>
      *>     THE ROLE SET IS RESOLVED ONCE AND KEPT UNTIL $USER CHANGES,
      *>     SO A SCREEN WITH MANY SECURED FIELDS COSTS ONE RESOLUTION.
      *>
      *> OUTPUTS:
      *>     LS-ACCESS               'U' VIEW AND UPDATE
      *>                             'V' VIEW ONLY (PROTECTED)
      *>                             'N' NO VIEW (BLANKED AND SKIPPED)
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT USERROLE-FILE
                ASSIGN TO WS-USERROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS USR-KEY
                FILE STATUS IS WS-USERROLE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  USERROLE-FILE.
        01  USERROLE-RECORD.
            COPY USERROLE.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-USERROLE-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/USERROLE.X".
        01  WS-USERROLE-FILE-STATUS         PIC XX.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-CACHED-OPERATOR              PIC X(20) VALUE SPACES.
        01  WS-CACHE-FLAG                   PIC X VALUE 'N'.
            88  ROLES-CACHED                VALUE 'Y'.
        01  WS-SIGNON-FLAG                  PIC X VALUE 'N'.
            88  SIGNON-ADOPTED              VALUE 'Y'.

        01  WS-ROLE-SET.
            05  WS-ROLE-COUNT               PIC 999 COMP-5.
            05  WS-ROLE-SET-NAME            PIC X(16)
                                            OCCURS 64 TIMES.
        01  WS-ROLE-X                       PIC 999 COMP-5.
        01  WS-WANTED-ROLE                  PIC X(16).
        01  WS-HELD-FLAG                    PIC X.
            88  ROLE-HELD                   VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-VIEW-ROLE                    PIC X(16).
        01  LS-UPDATE-ROLE                  PIC X(16).
        01  LS-ACCESS                       PIC X.

        PROCEDURE DIVISION USING LS-VIEW-ROLE, LS-UPDATE-ROLE,
            LS-ACCESS.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO RETURN-CODE.
            MOVE 'U' TO LS-ACCESS.
            IF LS-VIEW-ROLE = SPACES AND LS-UPDATE-ROLE = SPACES THEN
                GOBACK
            END-IF.

            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            IF NOT ROLES-CACHED
            OR WS-OPERATOR-ID NOT = WS-CACHED-OPERATOR THEN
                PERFORM 200-RESOLVE-ROLES
            END-IF.
            IF NOT SIGNON-ADOPTED THEN
                GOBACK
            END-IF.

            MOVE LS-VIEW-ROLE TO WS-WANTED-ROLE.
            PERFORM 300-CHECK-HELD.
            IF NOT ROLE-HELD THEN
                MOVE 'N' TO LS-ACCESS
                GOBACK
            END-IF.

            MOVE LS-UPDATE-ROLE TO WS-WANTED-ROLE.
            PERFORM 300-CHECK-HELD.
            IF NOT ROLE-HELD THEN
                MOVE 'V' TO LS-ACCESS
            END-IF.
            GOBACK.

        200-RESOLVE-ROLES.
            MOVE WS-OPERATOR-ID TO WS-CACHED-OPERATOR.
            SET ROLES-CACHED TO TRUE.
            MOVE 0 TO WS-ROLE-COUNT.
            MOVE 'N' TO WS-SIGNON-FLAG.

            MOVE LENGTH OF WS-USERROLE-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-USERROLE-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN INPUT USERROLE-FILE.
            IF WS-USERROLE-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            CLOSE USERROLE-FILE.
            SET SIGNON-ADOPTED TO TRUE.

            CALL "COBCURSES-EXPAND-ROLES"
                USING WS-OPERATOR-ID, WS-ROLE-SET.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        300-CHECK-HELD.
            IF WS-WANTED-ROLE = SPACES THEN
                SET ROLE-HELD TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-HELD-FLAG.
            PERFORM VARYING WS-ROLE-X FROM 1 BY 1
                UNTIL WS-ROLE-X > WS-ROLE-COUNT OR ROLE-HELD
                IF WS-ROLE-SET-NAME(WS-ROLE-X) = WS-WANTED-ROLE THEN
                    SET ROLE-HELD TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

        END PROGRAM COBCURSES-FIELD-ACCESS.
