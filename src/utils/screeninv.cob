      *> MENU AND ITEM COUNTS ARE DRIVEN OFF MENUREF-FILE, THE SAME
      *> SCREEN-TO-MENU ASSOCIATION FILE MENUREFORPH.COB SCANS, RATHER
      *> THAN THE PER-FIELD SCR-FDEF-MENU-REF VALUES ON SCRFDEF-FILE.
      *>
      *> A SCREEN THAT IS NOT ACTIVE (SEE SCRLIFE) CARRIES A STATUS
      *> LINE UNDER ITS ENTRY. DEPRECATED SCREENS THAT SCREEN
      *> TELEMETRY (SCRTELEM.X) SHOWS OPENED SINCE THEY WERE
      *> DEPRECATED ARE LISTED AFTER THE APPLICATION SUBTOTALS --
      *> THE CALLERS TO CHASE BEFORE THE SCREEN CAN BE RETIRED.
      *>

        ENVIRONMENT DIVISION.
                ACCESS IS DYNAMIC
                RECORD KEY IS ITM-KEY.

            SELECT OPTIONAL TELEM-FILE
                ASSIGN TO TELEM-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TLM-SCREEN-NAME
                FILE STATUS IS WS-TELEM-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  ITEM-RECORD.
            COPY ITEMRECD.

        FD  TELEM-FILE.
        01  SCRTELEM-RECORD.
            COPY SCRTELEM.

        WORKING-STORAGE SECTION.

        01  SCREEN-EOF-FLAG                     PIC X VALUE 'N'.
                VALUE "${COBCURSES_DATADIR}/MENUREFS.X".
            10  ITEM-FILE-NAME                  PIC X(256)
                VALUE "${COBCURSES_DATADIR}/ITEMS.X".
            10  TELEM-FILE-NAME                 PIC X(256)
                VALUE "${COBCURSES_DATADIR}/SCRTELEM.X".
            10  SCREEN-COUNT                    PIC 9(6) VALUE 0.

        01  WS-TELEM-FILE-STATUS                PIC XX.
        01  WS-TELEM-OPEN-FLAG                  PIC X VALUE 'N'.
            88  TELEM-FILE-OPEN                 VALUE 'Y'.

      *>
      *> DEPRECATED SCREENS STILL BEING OPENED, PRINTED AFTER THE
      *> APPLICATION SUBTOTALS.
      *>
        01  DEPRECATED-IN-USE.
            10  WS-DEP-USED                     PIC 99 COMP VALUE 0.
            10  WS-DEP-ENTRY OCCURS 50 TIMES.
                15  WS-DEP-SCREEN               PIC X(16).
                15  WS-DEP-SINCE                PIC X(8).
                15  WS-DEP-OPENS                PIC 9(9).
                15  WS-DEP-LAST-OPENED          PIC X(12).
        01  WS-DEP-X                            PIC 99 COMP.
        01  WS-LIFE-NAME                        PIC X(10).

      *>
      *> APPLICATION SUBTOTALS (SCN-APPLICATION, SEE APPREG.cbl):
      *> ACCUMULATED ACROSS THE SWEEP AND PRINTED AFTER THE CATALOG.
                " ------ ------ -----  -----".
            DISPLAY SCREEN-COUNT, " SCREEN(S) LISTED.".
            PERFORM 2500-PRINT-APP-SUBTOTALS.
            PERFORM 2700-PRINT-DEPRECATED-IN-USE.
            STOP RUN.

        1000-INITIALIZE.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE ITEM-FILE-NAME, FILE-NAME-LENGTH.

            MOVE LENGTH OF TELEM-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE TELEM-FILE-NAME, FILE-NAME-LENGTH.

            OPEN INPUT SCREEN-FILE, SCRFDEF-FILE, SCRFSTA-FILE,
                MENUREF-FILE, ITEM-FILE.
            OPEN INPUT TELEM-FILE.
            IF WS-TELEM-FILE-STATUS = "00"
            OR WS-TELEM-FILE-STATUS = "05" THEN
                SET TELEM-FILE-OPEN TO TRUE
            END-IF.
            EXIT.

        2000-REPORT-SCREEN.
                SCN-LINES-MIN, " ", SCN-COLUMNS-MIN, " ",
                WS-FIELD-COUNT, " ", WS-STATE-COUNT, " ",
                WS-MENU-COUNT, "  ", WS-ITEM-COUNT.
            IF NOT SCN-LIFE-ACTIVE THEN
                PERFORM 2600-REPORT-LIFECYCLE
            END-IF.
            EXIT.

        2600-REPORT-LIFECYCLE.
            EVALUATE TRUE
                WHEN SCN-LIFE-DRAFT
                    MOVE "DRAFT" TO WS-LIFE-NAME
                WHEN SCN-LIFE-DEPRECATED
                    MOVE "DEPRECATED" TO WS-LIFE-NAME
                WHEN SCN-LIFE-RETIRED
                    MOVE "RETIRED" TO WS-LIFE-NAME
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-LIFE-NAME
            END-EVALUATE.
            DISPLAY "                 STATUS: ", WS-LIFE-NAME,
                " SINCE ", SCN-LIFECYCLE-CHANGED(1:8),
                " BY ", SCN-LIFECYCLE-BY.
            IF NOT SCN-LIFE-DEPRECATED OR NOT TELEM-FILE-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCN-NAME TO TLM-SCREEN-NAME.
            READ TELEM-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF TLM-LAST-OPENED > SCN-LIFECYCLE-CHANGED
            AND WS-DEP-USED < 50 THEN
                ADD 1 TO WS-DEP-USED
                MOVE SCN-NAME TO WS-DEP-SCREEN(WS-DEP-USED)
                MOVE SCN-LIFECYCLE-CHANGED(1:8)
                    TO WS-DEP-SINCE(WS-DEP-USED)
                MOVE TLM-OPEN-COUNT TO WS-DEP-OPENS(WS-DEP-USED)
                MOVE TLM-LAST-OPENED(1:12)
                    TO WS-DEP-LAST-OPENED(WS-DEP-USED)
            END-IF.
            EXIT.

        2700-PRINT-DEPRECATED-IN-USE.
            DISPLAY " ".
            DISPLAY "DEPRECATED SCREENS STILL IN USE :".
            IF WS-DEP-USED = 0 THEN
                DISPLAY "(NONE)"
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "SCREEN NAME      SINCE         ",
                "OPENS   LAST OPENED".
            DISPLAY "---------------- --------  ---------",
                "   ------------".
            PERFORM VARYING WS-DEP-X FROM 1 BY 1
                UNTIL WS-DEP-X > WS-DEP-USED
                DISPLAY WS-DEP-SCREEN(WS-DEP-X), " ",
                    WS-DEP-SINCE(WS-DEP-X), "  ",
                    WS-DEP-OPENS(WS-DEP-X), "   ",
                    WS-DEP-LAST-OPENED(WS-DEP-X)
            END-PERFORM.
            EXIT.

        2400-TALLY-APPLICATION.
        9000-FINALIZE.
            CLOSE SCREEN-FILE, SCRFDEF-FILE, SCRFSTA-FILE,
                MENUREF-FILE, ITEM-FILE.
            IF TELEM-FILE-OPEN THEN
                CLOSE TELEM-FILE
            END-IF.
            EXIT.

        END PROGRAM SCREENINV.
