        IDENTIFICATION DIVISION.
        PROGRAM-ID. JOBRADM.
      *>
      *> JOBRADM MAINTAINS THE JOB CODE TO ROLE MAPPING (JOBROLE.X,
      *> SEE JOBROLE.cbl) THAT DRIVES THE NIGHTLY HR FEED (HRFEED),
      *> THE SAME CONSOLE PATTERN AS ROLEGADM. MAP A JOB CODE TO A
      *> ROLE GROUP RATHER THAN TO MANY SINGLE ROLES WHERE POSSIBLE.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE)                  LIST EVERY JOB CODE AND ITS ROLES
      *>     LIST JOB                LIST ONE JOB CODE'S ROLES
      *>     ADD JOB ROLE [DESC]     MAP A ROLE (OR ROLE GROUP)
      *>     DROP JOB ROLE           REMOVE A MAPPING
      *>
      *> CHANGING THE MAPPING DOES NOT TOUCH EXISTING GRANTS; THE
      *> NEXT HRFEED RUN APPLIES IT TO JOINERS AND MOVERS.
      *>
      *> THE ACTING USER MUST HOLD SECADMIN WHEN THE SHOP KEEPS
      *> ROLES.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL JOBROLE-FILE
                ASSIGN TO JOBROLE-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS JBR-KEY
                FILE STATUS IS WS-JOBROLE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  JOBROLE-FILE.
        01  JOBROLE-RECORD.
            COPY JOBROLE.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  JOBROLE-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/JOBROLE.X".

        01  WS-JOBROLE-FILE-STATUS              PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG-JOB                          PIC X(8).
        01  WS-ARG-ROLE                         PIC X(16).
        01  WS-ARG-DESCRIPTION                  PIC X(40).

        01  WS-ADMIN-ID                         PIC X(20).
        01  WS-ADMIN-ROLE                       PIC X(16)
            VALUE "SECADMIN".

        01  WS-LIST-COUNT                       PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "LIST"
                    PERFORM 2000-LIST-MAPPINGS
                WHEN "ADD"
                    PERFORM 3000-ADD-MAPPING
                WHEN "DROP"
                    PERFORM 4000-DROP-MAPPING
                WHEN OTHER
                    DISPLAY "JOBRADM: UNKNOWN REQUEST '",
                        FUNCTION TRIM(WS-VERB), "'"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF JOBROLE-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING JOBROLE-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-JOB, WS-ARG-ROLE,
                WS-ARG-DESCRIPTION.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-JOB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-ROLE FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-DESCRIPTION FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

            MOVE SPACES TO WS-ADMIN-ID.
            CALL "C$GETENV" USING "USER", WS-ADMIN-ID.
            IF WS-VERB = "ADD" OR WS-VERB = "DROP" THEN
                CALL "COBCURSES-CHECK-ROLE" USING
                    WS-ADMIN-ID, WS-ADMIN-ROLE
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    DISPLAY "JOBRADM: ",
                        FUNCTION TRIM(WS-ADMIN-ID),
                        " DOES NOT HOLD THE SECADMIN ROLE."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            EXIT.

        2000-LIST-MAPPINGS.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT JOBROLE-FILE.
            IF WS-JOBROLE-FILE-STATUS NOT = "00" THEN
                DISPLAY "JOBRADM: NO JOB ROLE FILE YET (STATUS ",
                    WS-JOBROLE-FILE-STATUS, ")."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "JOB CODE ROLE             DESCRIPTION".
            INITIALIZE JOBROLE-RECORD.
            IF WS-ARG-JOB NOT = SPACES THEN
                MOVE WS-ARG-JOB TO JBR-JOB-CODE
            END-IF.
            START JOBROLE-FILE KEY IS >= JBR-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ JOBROLE-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ARG-JOB NOT = SPACES
                        AND JBR-JOB-CODE NOT = WS-ARG-JOB THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            DISPLAY JBR-JOB-CODE, " ", JBR-ROLE,
                                " ", JBR-DESCRIPTION
                            ADD 1 TO WS-LIST-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JOBROLE-FILE.
            DISPLAY " ".
            DISPLAY "MAPPINGS LISTED: ", WS-LIST-COUNT.
            EXIT.

        3000-ADD-MAPPING.
            IF WS-ARG-JOB = SPACES OR WS-ARG-ROLE = SPACES THEN
                DISPLAY "JOBRADM: ADD NEEDS JOB CODE AND ROLE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O JOBROLE-FILE.
            IF WS-JOBROLE-FILE-STATUS NOT = "00"
            AND WS-JOBROLE-FILE-STATUS NOT = "05" THEN
                DISPLAY "JOBRADM: CANNOT OPEN JOBROLE.X (STATUS ",
                    WS-JOBROLE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO JOBROLE-RECORD.
            MOVE WS-ARG-JOB TO JBR-JOB-CODE.
            MOVE WS-ARG-ROLE TO JBR-ROLE.
            MOVE WS-ARG-DESCRIPTION TO JBR-DESCRIPTION.
            MOVE FUNCTION CURRENT-DATE TO JBR-ADDED.
            WRITE JOBROLE-RECORD
                INVALID KEY
                    DISPLAY "JOBRADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE),
                        " IS ALREADY MAPPED TO JOB ",
                        FUNCTION TRIM(WS-ARG-JOB), "."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "JOBRADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE),
                        " MAPPED TO JOB ",
                        FUNCTION TRIM(WS-ARG-JOB), "."
            END-WRITE.
            CLOSE JOBROLE-FILE.
            EXIT.

        4000-DROP-MAPPING.
            IF WS-ARG-JOB = SPACES OR WS-ARG-ROLE = SPACES THEN
                DISPLAY "JOBRADM: DROP NEEDS JOB CODE AND ROLE."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O JOBROLE-FILE.
            IF WS-JOBROLE-FILE-STATUS NOT = "00" THEN
                DISPLAY "JOBRADM: NO JOB ROLE FILE (STATUS ",
                    WS-JOBROLE-FILE-STATUS, ")."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-JOB TO JBR-JOB-CODE.
            MOVE WS-ARG-ROLE TO JBR-ROLE.
            DELETE JOBROLE-FILE RECORD
                INVALID KEY
                    DISPLAY "JOBRADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE),
                        " IS NOT MAPPED TO JOB ",
                        FUNCTION TRIM(WS-ARG-JOB), "."
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY "JOBRADM: ",
                        FUNCTION TRIM(WS-ARG-ROLE),
                        " UNMAPPED FROM JOB ",
                        FUNCTION TRIM(WS-ARG-JOB), "."
            END-DELETE.
            CLOSE JOBROLE-FILE.
            EXIT.
