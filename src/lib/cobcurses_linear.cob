        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-LINEAR.
      *>
      *>     CATALOG LOOKUPS FOR THE LINEAR (ACCESSIBLE) RENDERING
      *>     MODE (COBCURSES_ACCESSIBLE=Y, SEE NC-LINEAR-GET-TEXT IN
      *>     COBCURSQ). A LINE TERMINAL OR SCREEN READER HAS NO
      *>     LAYOUT TO LOOK AT, SO EACH PROMPT IS READ OUT FROM THE
      *>     FIELD'S OWN CATALOG DEFINITION -- THE SAME SCRFDEF.X
      *>     RECORDS THAT THE FULL-SCREEN FORM WAS GENERATED FROM.
      *>
      *>     LS-OP :
      *>         'L'     LOAD THE DESCRIPTION AND MENU REFERENCE OF
      *>                 EVERY FIELD OF SCREEN LS-NAME INTO
      *>                 LS-PROMPT-DATA, INDEXED BY FIELD NUMBER.
      *>         'M'     READ OUT THE CHOICES OF MENU LS-NAME
      *>                 (ITEMS.X), ONE PLAIN LINE PER ITEM.
      *>
      *>     RETURN-CODE :
      *>         NC-RET-OK       DONE
      *>         NC-RET-FAILED   FILE NOT AVAILABLE, OR NOTHING FOUND
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT SCRFDEF-FILE
                ASSIGN TO WS-SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

            SELECT ITEM-FILE
                ASSIGN TO WS-ITEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY
                FILE STATUS IS WS-ITEM-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        FD  ITEM-FILE.
        01  ITEM-RECORD.
            COPY ITEMRECD.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-SCRFDEF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
        01  WS-SCRFDEF-FILE-STATUS          PIC XX.
        01  WS-ITEM-FILE-NAME               PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ITEMS.X".
        01  WS-ITEM-FILE-STATUS             PIC XX.

        01  WS-EOF-FLAG                     PIC X.
            88  WS-END-OF-FILE              VALUE 'Y'.
        01  WS-FOUND                        PIC 9999 COMP-5.
        01  WS-CHOICE-LINE                  PIC X(80).

        LINKAGE SECTION.

        01  LS-OP                           PIC X.
        01  LS-NAME                         PIC X(16).

      *>
      *>     THE CALLER PASSES ITS NC-LIN-PROMPT-DATA AREA (SEE
      *>     COBCURSL). ONLY OP 'L' TOUCHES IT.
      *>
        01  LS-PROMPT-DATA.
            10  LS-PROMPT-COUNT             PIC 9999 COMP-5.
            10  LS-PROMPT-ENTRY OCCURS 80 TIMES.
                15  LS-PROMPT-DESC          PIC X(40).
                15  LS-PROMPT-MENU          PIC X(16).

        PROCEDURE DIVISION USING LS-OP, LS-NAME, LS-PROMPT-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE ZERO TO RETURN-CODE.
            EVALUATE LS-OP
                WHEN 'L'
                    PERFORM 200-LOAD-PROMPTS
                WHEN 'M'
                    PERFORM 300-SAY-MENU
                WHEN OTHER
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *>
      *>     LOAD THE PROMPT TEXT OF EVERY FIELD OF THE SCREEN. A
      *>     DESIGNER PLAYING A PRIVATE WORKSPACE (SEE
      *>     COBCURSES-WORKSPACE-PATHNAME) HEARS THE WORKSPACE COPY.
      *>
        200-LOAD-PROMPTS.
            MOVE ZERO TO LS-PROMPT-COUNT.
            PERFORM VARYING WS-FOUND FROM 1 BY 1 UNTIL WS-FOUND > 80
                MOVE SPACES TO LS-PROMPT-DESC(WS-FOUND)
                MOVE SPACES TO LS-PROMPT-MENU(WS-FOUND)
            END-PERFORM.

            MOVE LENGTH OF WS-SCRFDEF-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = NC-RET-OK THEN
                CALL "COBCURSES-WORKSPACE-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            ELSE
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
            END-IF.

            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE LS-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = LS-NAME THEN
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            IF SCR-FDEF-NO > 0
                            AND SCR-FDEF-NO <= 80 THEN
                                MOVE SCR-FDEF-DESCRIPTION
                                    TO LS-PROMPT-DESC(SCR-FDEF-NO)
                                MOVE SCR-FDEF-MENU-REF
                                    TO LS-PROMPT-MENU(SCR-FDEF-NO)
                                IF SCR-FDEF-NO > LS-PROMPT-COUNT THEN
                                    MOVE SCR-FDEF-NO
                                        TO LS-PROMPT-COUNT
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRFDEF-FILE.
            IF LS-PROMPT-COUNT = 0 THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *>     READ OUT A MENU'S SELECTABLE CHOICES: THE ITEM NAME IS
      *>     WHAT THE OPERATOR KEYS, THE TEXT SAYS WHAT IT MEANS.
      *>
        300-SAY-MENU.
            MOVE LENGTH OF WS-ITEM-FILE-NAME TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-ITEM-FILE-NAME, WS-FILE-NAME-LENGTH.

            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-FILE-STATUS NOT = "00" THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE ZERO TO WS-FOUND.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE ITEM-RECORD.
            MOVE LS-NAME TO ITM-MENU-NAME.
            START ITEM-FILE KEY IS >= ITM-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF ITM-MENU-NAME NOT = LS-NAME THEN
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            IF ITM-SELECTABLE NOT = 'N' THEN
                                ADD 1 TO WS-FOUND
                                IF WS-FOUND = 1 THEN
                                    DISPLAY "CHOICES:"
                                END-IF
                                MOVE SPACES TO WS-CHOICE-LINE
                                STRING "  " DELIMITED BY SIZE
                                    ITM-ITEM-NAME DELIMITED BY "  "
                                    " - " ITM-TEXT
                                    DELIMITED BY SIZE
                                    INTO WS-CHOICE-LINE
                                DISPLAY FUNCTION TRIM(WS-CHOICE-LINE
                                    TRAILING)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ITEM-FILE.
            IF WS-FOUND = 0 THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-LINEAR.
