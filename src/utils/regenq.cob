        IDENTIFICATION DIVISION.
        PROGRAM-ID. REGENQ.
      *>
      *> REGENQ WORKS THE REGENERATION QUEUE (REGENQ.X, SEE
      *> REGENQ.cbl). SDGENERATE -u JUDGES A SCREEN BY ITS OWN
      *> SCN-LAST-MODIFIED ONLY, SO A CHANGED CHARACTER SET, MENU,
      *> CROSS-FIELD RULE SET OR SOFT-KEY SET LEAVES EVERY SCREEN THAT
      *> COMPILES IT IN LOOKING UP TO DATE. THE MAINTENANCE PROGRAMS
      *> QUEUE EACH SUCH CHANGE; REGENQ:
      *>
      *>     1. EXPANDS EACH QUEUED OBJECT INTO THE EXACT SET OF
      *>        DEPENDENT SCREENS -- A CHARACTER SET THROUGH THE
      *>        SCR-FDEF-RES-CHARSET ALTERNATE KEY ON SCRFDEF.X, A MENU
      *>        THROUGH THE SCR-FDEF-MENU-REF ALTERNATE KEY AND THE
      *>        CURRENTLY EFFECTIVE MENUREFS.X ENTRIES, A RULE OR
      *>        SOFT-KEY SET TO ITS OWN SCREEN, A MASTER LAYOUT TO
      *>        EVERY SCREEN WHOSE SCN-MASTER-LAYOUT NAMES IT.
      *>     2. WRITES THOSE SCREENS TO REGENQ.LST AND RUNS SDGENERATE
      *>        -f ON IT (WITH ANY OPTIONS GIVEN AFTER RUN), THEN
      *>        GENBUILD ON THE RESULTING MANIFEST.
      *>     3. REPORTS EVERY SCREEN WITH THE REASONS IT WAS REBUILT,
      *>        AND, WHEN BOTH STEPS SUCCEED, REMOVES THE QUEUE ENTRIES
      *>        IT SERVED (AN ENTRY QUEUED AGAIN MEANWHILE IS KEPT).
      *>
      *> INTENDED AS A NITERUN STEP, AHEAD OF ANY SDGENERATE -u STEP.
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR RUN [OPTIONS] EXPAND, GENERATE AND BUILD; THE
      *>                             OPTIONS (E.G. -d DESTDIR -s) ARE
      *>                             PASSED TO SDGENERATE AS GIVEN
      *>     PREVIEW                 EXPAND AND REPORT ONLY
      *>     LIST                    LIST THE QUEUE
      *>
      *> RETURN-CODE:
      *>     0   DONE (OR NOTHING QUEUED)
      *>     8   SDGENERATE OR GENBUILD FAILED; THE QUEUE IS KEPT
      *>     16  BAD ARGUMENTS
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL REGENQ-FILE
                ASSIGN TO REGENQ-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RGQ-KEY
                FILE STATUS IS WS-REGENQ-FILE-STATUS.

            SELECT SCRFDEF-FILE
                ASSIGN TO SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES.

            SELECT OPTIONAL MENUREF-FILE
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

            SELECT LIST-FILE
                ASSIGN TO LIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  REGENQ-FILE.
        01  REGENQ-RECORD.
            COPY REGENQ.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  MENUREF-FILE.
        01  MENUREF-RECORD.
            COPY MENUREF.

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
            COPY SCREEN-01.

        FD  LIST-FILE.
        01  LIST-RECORD                         PIC X(16).

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  REGENQ-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/REGENQ.X".
            10  SCRFDEF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
            10  MENUREF-FILE-NAME               PIC X(256)
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  SCREEN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCREENS.X".
            10  LIST-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/REGENQ.LST".

        01  WS-REGENQ-FILE-STATUS               PIC XX.
        01  WS-SCRFDEF-FILE-STATUS              PIC XX.
        01  WS-MENUREF-FILE-STATUS              PIC XX.
        01  WS-SCREEN-FILE-STATUS               PIC XX.
        01  WS-LIST-FILE-STATUS                 PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  WS-SCRFDEF-OPEN-FLAG                PIC X VALUE 'N'.
            88  SCRFDEF-OPEN                    VALUE 'Y'.
        01  WS-MENUREF-OPEN-FLAG                PIC X VALUE 'N'.
            88  MENUREF-OPEN                    VALUE 'Y'.

        01  WS-VERB                             PIC X(8).
        01  WS-ARG                              PIC X(256).
        01  WS-GEN-OPTIONS                      PIC X(1024).
        01  WS-GEN-OPTIONS-PTR                  PIC 9(4) COMP.
        01  WS-TODAY-DATE                       PIC X(8).
        01  WS-NOW                              PIC X(21).

      *>
      *>     THE QUEUE ENTRIES SERVED BY THIS RUN.
      *>
        01  QUEUE-TABLE.
            10  WS-Q-USED                       PIC 9(4) COMP VALUE 0.
            10  WS-Q-OVERFLOW                   PIC 9(4) COMP VALUE 0.
            10  WS-Q-ENTRY OCCURS 300 TIMES.
                15  WS-Q-TYPE                   PIC X.
                15  WS-Q-NAME                   PIC X(16).
                15  WS-Q-LAST-QUEUED            PIC X(21).
                15  WS-Q-SCREENS                PIC 9(4) COMP.
        01  WS-Q-X                              PIC 9(4) COMP.

      *>
      *>     THE DEPENDENT SCREENS AND WHY EACH IS REBUILT.
      *>
        01  SCREEN-TABLE.
            10  WS-S-USED                       PIC 9(4) COMP VALUE 0.
            10  WS-S-OVERFLOW                   PIC 9(4) COMP VALUE 0.
            10  WS-S-ENTRY OCCURS 500 TIMES.
                15  WS-S-NAME                   PIC X(16).
                15  WS-S-ON-FILE-FLAG           PIC X.
                    88  WS-S-ON-FILE            VALUE 'Y'.
                15  WS-S-REASON-COUNT           PIC 9(4) COMP.
                15  WS-S-REASON                 PIC X(60)
                                                OCCURS 6 TIMES.
        01  WS-S-X                              PIC 9(4) COMP.
        01  WS-R-X                              PIC 9(4) COMP.
        01  WS-ADD-SCREEN                       PIC X(16).
        01  WS-ADD-REASON                       PIC X(60).
        01  WS-GEN-COUNT                        PIC 9(4) COMP VALUE 0.
        01  WS-MISSING-COUNT                    PIC 9(4) COMP VALUE 0.

        01  WS-FIELD-NO-ED                      PIC 9(4).
        01  WS-COUNT-ED                         PIC ZZZ9.
        01  WS-CHANGES-ED                       PIC ZZZZ9.
        01  WS-STAMP-ED                         PIC X(16).
        01  WS-STAMP-IN                         PIC X(21).
        01  WS-TYPE-TEXT                        PIC X(9).
        01  WS-MORE-ED                          PIC ZZZ9.

        01  WS-SHELL-CMD                        PIC X(1400).
        01  WS-SHELL-RC                         PIC S9(9).
        01  WS-GEN-RC                           PIC S9(9) VALUE 0.
        01  WS-BUILD-RC                         PIC S9(9) VALUE 0.
        01  WS-RC-ED                            PIC -(8)9.
        01  WS-CLEARED-COUNT                    PIC 9(4) COMP VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            EVALUATE WS-VERB
                WHEN SPACES
                WHEN "RUN"
                    PERFORM 2000-LOAD-QUEUE
                    PERFORM 3000-EXPAND-QUEUE
                    PERFORM 5000-REPORT
                    PERFORM 6000-GENERATE-AND-BUILD
                WHEN "PREVIEW"
                    PERFORM 2000-LOAD-QUEUE
                    PERFORM 3000-EXPAND-QUEUE
                    PERFORM 5000-REPORT
                    DISPLAY " "
                    DISPLAY "PREVIEW ONLY -- NOTHING GENERATED, ",
                        "QUEUE UNCHANGED."
                WHEN "LIST"
                    PERFORM 2000-LOAD-QUEUE
                    PERFORM 5100-REPORT-QUEUE
                WHEN OTHER
                    DISPLAY "REGENQ: UNKNOWN REQUEST '",
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

            MOVE LENGTH OF REGENQ-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING REGENQ-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING MENUREF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING LIST-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

      *>
      *>     EVERYTHING AFTER RUN IS PASSED THROUGH TO SDGENERATE.
      *>
            MOVE SPACES TO WS-GEN-OPTIONS.
            MOVE 1 TO WS-GEN-OPTIONS-PTR.
            PERFORM 1100-NEXT-OPTION.
            PERFORM UNTIL WS-ARG = SPACES
                STRING " " DELIMITED BY SIZE
                    WS-ARG DELIMITED BY SPACE
                    INTO WS-GEN-OPTIONS POINTER WS-GEN-OPTIONS-PTR
                PERFORM 1100-NEXT-OPTION
            END-PERFORM.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW(1:8) TO WS-TODAY-DATE.
            EXIT.

        1100-NEXT-OPTION.
            MOVE SPACES TO WS-ARG.
            ACCEPT WS-ARG FROM ARGUMENT-VALUE
                ON EXCEPTION
                    MOVE SPACES TO WS-ARG
            END-ACCEPT.
            EXIT.

        2000-LOAD-QUEUE.
            MOVE ZERO TO WS-Q-USED.
            OPEN INPUT REGENQ-FILE.
            IF WS-REGENQ-FILE-STATUS NOT = "00"
            AND WS-REGENQ-FILE-STATUS NOT = "05" THEN
                DISPLAY "REGENQ: CANNOT OPEN REGENQ.X (STATUS ",
                    WS-REGENQ-FILE-STATUS, ")."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ REGENQ-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-Q-USED < 300 THEN
                            ADD 1 TO WS-Q-USED
                            MOVE RGQ-OBJECT-TYPE
                                TO WS-Q-TYPE(WS-Q-USED)
                            MOVE RGQ-OBJECT-NAME
                                TO WS-Q-NAME(WS-Q-USED)
                            MOVE RGQ-LAST-QUEUED
                                TO WS-Q-LAST-QUEUED(WS-Q-USED)
                            MOVE ZERO TO WS-Q-SCREENS(WS-Q-USED)
                        ELSE
                            ADD 1 TO WS-Q-OVERFLOW
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REGENQ-FILE.
            EXIT.

      *>
      *>     TURN EACH QUEUED OBJECT INTO ITS DEPENDENT SCREENS.
      *>
        3000-EXPAND-QUEUE.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS = "00" THEN
                SET SCRFDEF-OPEN TO TRUE
            END-IF.
            OPEN INPUT MENUREF-FILE.
            IF WS-MENUREF-FILE-STATUS = "00" THEN
                SET MENUREF-OPEN TO TRUE
            END-IF.

            PERFORM VARYING WS-Q-X FROM 1 BY 1
                UNTIL WS-Q-X > WS-Q-USED
                EVALUATE WS-Q-TYPE(WS-Q-X)
                    WHEN 'C'
                        PERFORM 3100-EXPAND-CHARSET
                    WHEN 'M'
                        PERFORM 3200-EXPAND-MENU
                        PERFORM 3300-EXPAND-MENUREFS
                    WHEN 'R'
                        MOVE WS-Q-NAME(WS-Q-X) TO WS-ADD-SCREEN
                        MOVE "ITS CROSS-FIELD RULES CHANGED"
                            TO WS-ADD-REASON
                        PERFORM 4000-ADD-SCREEN
                    WHEN 'K'
                        MOVE WS-Q-NAME(WS-Q-X) TO WS-ADD-SCREEN
                        MOVE "ITS SOFT-KEY SET CHANGED"
                            TO WS-ADD-REASON
                        PERFORM 4000-ADD-SCREEN
                    WHEN 'L'
                        PERFORM 3400-EXPAND-MASTER
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

            IF SCRFDEF-OPEN THEN
                CLOSE SCRFDEF-FILE
            END-IF.
            IF MENUREF-OPEN THEN
                CLOSE MENUREF-FILE
            END-IF.
            PERFORM 3500-CHECK-SCREENS-ON-FILE.
            EXIT.

        3100-EXPAND-CHARSET.
            IF NOT SCRFDEF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            MOVE WS-Q-NAME(WS-Q-X) TO SCR-FDEF-RES-CHARSET.
            START SCRFDEF-FILE KEY IS = SCR-FDEF-RES-CHARSET
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-RES-CHARSET
                            NOT = WS-Q-NAME(WS-Q-X) THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE SCR-FDEF-NO TO WS-FIELD-NO-ED
                            MOVE SPACES TO WS-ADD-REASON
                            STRING "CHARSET "
                                FUNCTION TRIM(WS-Q-NAME(WS-Q-X))
                                " ON FIELD " WS-FIELD-NO-ED " "
                                SCR-FDEF-COBOL-NAME
                                DELIMITED BY SIZE INTO WS-ADD-REASON
                            MOVE SCR-FDEF-SCREEN-NAME
                                TO WS-ADD-SCREEN
                            PERFORM 4000-ADD-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3200-EXPAND-MENU.
            IF NOT SCRFDEF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            MOVE WS-Q-NAME(WS-Q-X) TO SCR-FDEF-MENU-REF.
            START SCRFDEF-FILE KEY IS = SCR-FDEF-MENU-REF
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-MENU-REF
                            NOT = WS-Q-NAME(WS-Q-X) THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            MOVE SCR-FDEF-NO TO WS-FIELD-NO-ED
                            MOVE SPACES TO WS-ADD-REASON
                            STRING "MENU "
                                FUNCTION TRIM(WS-Q-NAME(WS-Q-X))
                                " ON FIELD " WS-FIELD-NO-ED " "
                                SCR-FDEF-COBOL-NAME
                                DELIMITED BY SIZE INTO WS-ADD-REASON
                            MOVE SCR-FDEF-SCREEN-NAME
                                TO WS-ADD-SCREEN
                            PERFORM 4000-ADD-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *>     MENUREFS.X IS KEYED BY SCREEN, SO THE MENU IS FOUND BY A
      *>     PASS OVER IT; ONLY REFERENCES IN EFFECT TODAY COUNT, AS
      *>     IN THE GENERATOR.
      *>
        3300-EXPAND-MENUREFS.
            IF NOT MENUREF-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            INITIALIZE MENUREF-RECORD.
            START MENUREF-FILE KEY IS >= MREF-KEY
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ MENUREF-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF MREF-MENU-NAME = WS-Q-NAME(WS-Q-X)
                        AND (MREF-EFFECTIVE-DATE = SPACES
                            OR MREF-EFFECTIVE-DATE <= WS-TODAY-DATE)
                        AND (MREF-EXPIRY-DATE = SPACES
                            OR MREF-EXPIRY-DATE >= WS-TODAY-DATE) THEN
                            MOVE SPACES TO WS-ADD-REASON
                            STRING "MENU "
                                FUNCTION TRIM(WS-Q-NAME(WS-Q-X))
                                " LISTED FOR IT IN MENUREFS.X"
                                DELIMITED BY SIZE INTO WS-ADD-REASON
                            MOVE MREF-SCREEN-NAME TO WS-ADD-SCREEN
                            PERFORM 4000-ADD-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

      *>
      *>     SCREENS.X HAS NO KEY ON SCN-MASTER-LAYOUT, SO THE SCREENS
      *>     USING A MASTER ARE FOUND BY A PASS OVER IT. THE MASTER
      *>     ITSELF IS NEVER GENERATED.
      *>
        3400-EXPAND-MASTER.
            OPEN INPUT SCREEN-FILE.
            IF WS-SCREEN-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO SCN-NAME.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-MASTER-LAYOUT = WS-Q-NAME(WS-Q-X)
                        AND NOT SCN-IS-MASTER THEN
                            MOVE SPACES TO WS-ADD-REASON
                            STRING "MASTER LAYOUT "
                                FUNCTION TRIM(WS-Q-NAME(WS-Q-X))
                                " CHANGED"
                                DELIMITED BY SIZE INTO WS-ADD-REASON
                            MOVE SCN-NAME TO WS-ADD-SCREEN
                            PERFORM 4000-ADD-SCREEN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCREEN-FILE.
            EXIT.

      *>
      *>     A SCREEN NO LONGER ON FILE (E.G. DELETED SINCE ITS RULES
      *>     CHANGED) CANNOT BE GENERATED; IT IS REPORTED AND LEFT OUT.
      *>
        3500-CHECK-SCREENS-ON-FILE.
            OPEN INPUT SCREEN-FILE.
            PERFORM VARYING WS-S-X FROM 1 BY 1
                UNTIL WS-S-X > WS-S-USED
                MOVE 'N' TO WS-S-ON-FILE-FLAG(WS-S-X)
                IF WS-SCREEN-FILE-STATUS = "00" THEN
                    MOVE WS-S-NAME(WS-S-X) TO SCN-NAME
                    READ SCREEN-FILE
                        INVALID KEY
                            ADD 1 TO WS-MISSING-COUNT
                        NOT INVALID KEY
                            SET WS-S-ON-FILE(WS-S-X) TO TRUE
                            ADD 1 TO WS-GEN-COUNT
                    END-READ
                END-IF
            END-PERFORM.
            IF WS-SCREEN-FILE-STATUS = "00" THEN
                CLOSE SCREEN-FILE
            ELSE
                DISPLAY "REGENQ: CANNOT OPEN SCREENS.X (STATUS ",
                    WS-SCREEN-FILE-STATUS, ")."
            END-IF.
            EXIT.

      *>
      *>     ADD WS-ADD-SCREEN FOR WS-ADD-REASON, ONCE PER SCREEN; A
      *>     SCREEN REACHED SEVERAL WAYS COLLECTS ALL ITS REASONS.
      *>
        4000-ADD-SCREEN.
            IF WS-ADD-SCREEN = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-S-X FROM 1 BY 1
                UNTIL WS-S-X > WS-S-USED
                   OR WS-S-NAME(WS-S-X) = WS-ADD-SCREEN
                CONTINUE
            END-PERFORM.
            IF WS-S-X > WS-S-USED THEN
                IF WS-S-USED >= 500 THEN
                    ADD 1 TO WS-S-OVERFLOW
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-S-USED
                MOVE WS-S-USED TO WS-S-X
                MOVE WS-ADD-SCREEN TO WS-S-NAME(WS-S-X)
                MOVE ZERO TO WS-S-REASON-COUNT(WS-S-X)
                ADD 1 TO WS-Q-SCREENS(WS-Q-X)
            END-IF.
            ADD 1 TO WS-S-REASON-COUNT(WS-S-X).
            IF WS-S-REASON-COUNT(WS-S-X) <= 6 THEN
                MOVE WS-ADD-REASON
                    TO WS-S-REASON(WS-S-X, WS-S-REASON-COUNT(WS-S-X))
            END-IF.
            EXIT.

        5000-REPORT.
            PERFORM 5100-REPORT-QUEUE.
            DISPLAY " ".
            DISPLAY "SCREENS TO REBUILD".
            DISPLAY "SCREEN           REASON".
            DISPLAY "---------------- ",
                "----------------------------------------",
                "--------------------".
            PERFORM VARYING WS-S-X FROM 1 BY 1
                UNTIL WS-S-X > WS-S-USED
                PERFORM 5200-REPORT-SCREEN
            END-PERFORM.
            IF WS-S-USED = 0 THEN
                DISPLAY "(NONE -- NO SCREEN DEPENDS ON THE QUEUED ",
                    "CHANGES)"
            END-IF.
            DISPLAY " ".
            MOVE WS-GEN-COUNT TO WS-COUNT-ED.
            DISPLAY "SCREENS TO GENERATE      : ", WS-COUNT-ED.
            MOVE WS-MISSING-COUNT TO WS-COUNT-ED.
            DISPLAY "SCREENS NOT ON FILE      : ", WS-COUNT-ED.
            IF WS-S-OVERFLOW > 0 THEN
                MOVE WS-S-OVERFLOW TO WS-COUNT-ED
                DISPLAY "SCREENS OVER TABLE LIMIT : ", WS-COUNT-ED,
                    " (RUN AGAIN AFTER THIS ONE)"
            END-IF.
            EXIT.

        5100-REPORT-QUEUE.
            DISPLAY "REGENQ  DEPENDENCY-DRIVEN REGENERATION  ",
                WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                WS-NOW(9:2) ":" WS-NOW(11:2).
            DISPLAY " ".
            DISPLAY "QUEUED CHANGES".
            DISPLAY "KIND      OBJECT           CHANGES ",
                "LAST QUEUED      BY                   ",
                "PROGRAM  SCREENS".
            OPEN INPUT REGENQ-FILE.
            IF WS-REGENQ-FILE-STATUS NOT = "00" THEN
                IF WS-REGENQ-FILE-STATUS = "05" THEN
                    CLOSE REGENQ-FILE
                END-IF
                DISPLAY "(QUEUE EMPTY)"
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-Q-X FROM 1 BY 1
                UNTIL WS-Q-X > WS-Q-USED
                MOVE WS-Q-TYPE(WS-Q-X) TO RGQ-OBJECT-TYPE
                MOVE WS-Q-NAME(WS-Q-X) TO RGQ-OBJECT-NAME
                READ REGENQ-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 5110-REPORT-ENTRY
                END-READ
            END-PERFORM.
            CLOSE REGENQ-FILE.
            IF WS-Q-USED = 0 THEN
                DISPLAY "(QUEUE EMPTY)"
            END-IF.
            IF WS-Q-OVERFLOW > 0 THEN
                MOVE WS-Q-OVERFLOW TO WS-COUNT-ED
                DISPLAY WS-COUNT-ED, " MORE ENTRIES LEFT FOR THE ",
                    "NEXT RUN."
            END-IF.
            EXIT.

        5110-REPORT-ENTRY.
            EVALUATE TRUE
                WHEN RGQ-CHARSET
                    MOVE "CHARSET" TO WS-TYPE-TEXT
                WHEN RGQ-MENU
                    MOVE "MENU" TO WS-TYPE-TEXT
                WHEN RGQ-RULES
                    MOVE "RULES" TO WS-TYPE-TEXT
                WHEN RGQ-SOFTKEYS
                    MOVE "SOFT KEYS" TO WS-TYPE-TEXT
                WHEN RGQ-MASTER
                    MOVE "MASTER" TO WS-TYPE-TEXT
                WHEN OTHER
                    MOVE RGQ-OBJECT-TYPE TO WS-TYPE-TEXT
            END-EVALUATE.
            MOVE RGQ-CHANGES TO WS-CHANGES-ED.
            MOVE RGQ-LAST-QUEUED TO WS-STAMP-IN.
            PERFORM 5120-EDIT-STAMP.
            IF WS-VERB = "LIST" THEN
                DISPLAY WS-TYPE-TEXT, " ", RGQ-OBJECT-NAME, " ",
                    WS-CHANGES-ED, "   ", WS-STAMP-ED, " ",
                    RGQ-OPERATOR, " ", RGQ-PROGRAM
            ELSE
                MOVE WS-Q-SCREENS(WS-Q-X) TO WS-COUNT-ED
                DISPLAY WS-TYPE-TEXT, " ", RGQ-OBJECT-NAME, " ",
                    WS-CHANGES-ED, "   ", WS-STAMP-ED, " ",
                    RGQ-OPERATOR, " ", RGQ-PROGRAM, " ", WS-COUNT-ED
            END-IF.
            EXIT.

        5120-EDIT-STAMP.
            MOVE SPACES TO WS-STAMP-ED.
            STRING WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
                WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
                WS-STAMP-IN(11:2)
                DELIMITED BY SIZE INTO WS-STAMP-ED.
            EXIT.

        5200-REPORT-SCREEN.
            IF NOT WS-S-ON-FILE(WS-S-X) THEN
                DISPLAY WS-S-NAME(WS-S-X), " ",
                    "NOT ON SCREENS.X -- SKIPPED"
            END-IF.
            PERFORM VARYING WS-R-X FROM 1 BY 1
                UNTIL WS-R-X > WS-S-REASON-COUNT(WS-S-X)
                   OR WS-R-X > 6
                IF WS-R-X = 1 AND WS-S-ON-FILE(WS-S-X) THEN
                    DISPLAY WS-S-NAME(WS-S-X), " ",
                        WS-S-REASON(WS-S-X, WS-R-X)
                ELSE
                    DISPLAY "                 ",
                        WS-S-REASON(WS-S-X, WS-R-X)
                END-IF
            END-PERFORM.
            IF WS-S-REASON-COUNT(WS-S-X) > 6 THEN
                COMPUTE WS-MORE-ED = WS-S-REASON-COUNT(WS-S-X) - 6
                DISPLAY "                 (AND ", WS-MORE-ED,
                    " MORE)"
            END-IF.
            EXIT.

      *>
      *>     GENERATE AND BUILD THE SCREENS THAT ARE ON FILE, THEN
      *>     CLEAR THE SERVED QUEUE ENTRIES -- ONLY WHEN BOTH STEPS
      *>     SUCCEEDED, SO A FAILED NIGHT IS RETRIED THE NEXT.
      *>
        6000-GENERATE-AND-BUILD.
            IF WS-Q-USED = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-GEN-COUNT > 0 THEN
                PERFORM 6100-WRITE-LIST
                PERFORM 6200-RUN-SDGENERATE
                IF WS-GEN-RC = 0 THEN
                    PERFORM 6300-RUN-GENBUILD
                END-IF
            END-IF.
            DISPLAY " ".
            IF WS-GEN-COUNT > 0 THEN
                MOVE WS-GEN-RC TO WS-RC-ED
                DISPLAY "SDGENERATE RETURN CODE   : ", WS-RC-ED
                MOVE WS-BUILD-RC TO WS-RC-ED
                DISPLAY "GENBUILD RETURN CODE     : ", WS-RC-ED
            END-IF.
            IF WS-GEN-RC NOT = 0 OR WS-BUILD-RC >= 8 THEN
                DISPLAY "REGENQ: REBUILD FAILED -- QUEUE KEPT FOR ",
                    "THE NEXT RUN."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6400-CLEAR-SERVED-ENTRIES.
            MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
            DISPLAY "QUEUE ENTRIES CLEARED    : ", WS-COUNT-ED.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        6100-WRITE-LIST.
            OPEN OUTPUT LIST-FILE.
            PERFORM VARYING WS-S-X FROM 1 BY 1
                UNTIL WS-S-X > WS-S-USED
                IF WS-S-ON-FILE(WS-S-X) THEN
                    MOVE WS-S-NAME(WS-S-X) TO LIST-RECORD
                    WRITE LIST-RECORD
                END-IF
            END-PERFORM.
            CLOSE LIST-FILE.
            EXIT.

        6200-RUN-SDGENERATE.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "sdgenerate" DELIMITED BY SIZE
                WS-GEN-OPTIONS DELIMITED BY "  "
                " -f " DELIMITED BY SIZE
                LIST-FILE-NAME DELIMITED BY SPACE
                INTO WS-SHELL-CMD.
            DISPLAY " ".
            DISPLAY "REGENQ: ", FUNCTION TRIM(WS-SHELL-CMD).
            CALL "SYSTEM" USING WS-SHELL-CMD.
            PERFORM 6500-TAKE-SHELL-RC.
            MOVE WS-SHELL-RC TO WS-GEN-RC.
            EXIT.

      *>
      *>     GENBUILD 4 MEANS ONLY UNREGISTERED SCREENS -- NOT A
      *>     FAILURE OF THE REBUILD ITSELF.
      *>
        6300-RUN-GENBUILD.
            MOVE SPACES TO WS-SHELL-CMD.
            MOVE "genbuild" TO WS-SHELL-CMD.
            DISPLAY "REGENQ: ", FUNCTION TRIM(WS-SHELL-CMD).
            CALL "SYSTEM" USING WS-SHELL-CMD.
            PERFORM 6500-TAKE-SHELL-RC.
            MOVE WS-SHELL-RC TO WS-BUILD-RC.
            EXIT.

        6400-CLEAR-SERVED-ENTRIES.
            OPEN I-O REGENQ-FILE.
            IF WS-REGENQ-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-Q-X FROM 1 BY 1
                UNTIL WS-Q-X > WS-Q-USED
                MOVE WS-Q-TYPE(WS-Q-X) TO RGQ-OBJECT-TYPE
                MOVE WS-Q-NAME(WS-Q-X) TO RGQ-OBJECT-NAME
                READ REGENQ-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RGQ-LAST-QUEUED = WS-Q-LAST-QUEUED(WS-Q-X)
                            DELETE REGENQ-FILE RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WS-CLEARED-COUNT
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REGENQ-FILE.
            EXIT.

      *>
      *>     THE SYSTEM CALL REPORTS THE RAW WAIT STATUS, WITH THE
      *>     CHILD'S EXIT CODE IN THE HIGH BYTE.
      *>
        6500-TAKE-SHELL-RC.
            MOVE RETURN-CODE TO WS-SHELL-RC.
            IF WS-SHELL-RC >= 256 THEN
                COMPUTE WS-SHELL-RC = WS-SHELL-RC / 256
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM REGENQ.
