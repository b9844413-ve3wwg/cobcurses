      *> THE LEGACY ESTATE. IT PARSES PANEL SOURCE:
      *>
      *>     )ATTR    ATTRIBUTE CHARACTER OVERRIDES (TYPE(INPUT),
      *>              TYPE(TEXT) AND TYPE(OUTPUT) RECOGNIZED, WITH
      *>              INTENS(HIGH) ON TEXT AND INTENS(NON) ON INPUT).
      *>              THE DEFAULTS % (HIGH TEXT), + (TEXT) AND
      *>              _ (INPUT) ALWAYS APPLY.
      *>     )BODY    THE PANEL IMAGE. A TEXT RUN AFTER A TEXT
      *>              ATTRIBUTE BECOMES A SCRNBG-FILE SEGMENT (BOLD
      *>              WHEN HIGH INTENSITY); AN INPUT RUN BECOMES A
      *>              SCRFDEF-FILE FIELD WHOSE COBOL NAME IS THE
      *>              VARIABLE NAME FOLLOWING THE ATTRIBUTE CHARACTER
      *>              AND WHOSE LENGTH RUNS TO THE NEXT ATTRIBUTE
      *>              CHARACTER (MASKED WHEN INTENS(NON)); AN OUTPUT
      *>              RUN BECOMES A READ-ONLY FIELD THE SAME WAY.
      *>     )INIT    "&VAR = 'VALUE'" BECOMES THE FIELD'S DEFAULT.
      *>     )PROC    VER (&VAR,NB)            -> NOT-BLANK
      *>              VER (&VAR,NUM)           -> DIGITS = LENGTH
      *>
      *> ANYTHING THE TRANSLATOR CANNOT MAP -- UNKNOWN )ATTR TYPES,
      *> OTHER VER FORMS, MODEL SECTIONS -- GOES TO THE EXCEPTIONS
      *> REPORT INSTEAD OF BEING SILENTLY DROPPED. SCRMFEXP WRITES
      *> PANELS IN THIS FORM, SO ITS OUTPUT COMES BACK UNCHANGED.
      *>
      *> USAGE:  ispfimp PANELSOURCE SCREENNAME
      *>

      *>
      *> ATTRIBUTE CHARACTERS: THE ISPF DEFAULTS PLUS )ATTR
      *> OVERRIDES. KIND 'T' = TEXT, 'H' = HIGH-INTENSITY TEXT,
      *> 'I' = INPUT, 'D' = DARK (INTENS(NON)) INPUT, 'O' = OUTPUT.
      *>
        01  ATTR-TABLE.
            10  WS-ATTR-COUNT                   PIC 99 COMP VALUE 3.
      *>     THE DEFAULT ISPF ATTRIBUTE CHARACTERS.
      *>
            MOVE '%' TO WS-ATTR-CHAR(1).
            MOVE 'H' TO WS-ATTR-KIND(1).
            MOVE '+' TO WS-ATTR-CHAR(2).
            MOVE 'T' TO WS-ATTR-KIND(2).
            MOVE '_' TO WS-ATTR-CHAR(3).
            IF WS-STMT-TEXT(3:11) = "TYPE(INPUT)" THEN
                MOVE 'I' TO WS-THIS-KIND
            END-IF.
            IF WS-STMT-TEXT(3:10) = "TYPE(TEXT)" THEN
                MOVE 'T' TO WS-THIS-KIND
            END-IF.
            IF WS-STMT-TEXT(3:12) = "TYPE(OUTPUT)" THEN
                MOVE 'O' TO WS-THIS-KIND
            END-IF.
            MOVE 0 TO WS-PTR.
            INSPECT WS-STMT-TEXT TALLYING WS-PTR
                FOR ALL "INTENS(NON)".
            IF WS-PTR > 0 AND WS-THIS-KIND = 'I' THEN
                MOVE 'D' TO WS-THIS-KIND
            END-IF.
            MOVE 0 TO WS-PTR.
            INSPECT WS-STMT-TEXT TALLYING WS-PTR
                FOR ALL "INTENS(HIGH)".
            IF WS-PTR > 0 AND WS-THIS-KIND = 'T' THEN
                MOVE 'H' TO WS-THIS-KIND
            END-IF.
            IF WS-THIS-KIND = SPACES THEN
                PERFORM 8000-REPORT-EXCEPTION
                EXIT PARAGRAPH
      *>     RE-CLASSIFY THE ATTRIBUTE THAT OPENED THIS RUN.
      *>
            PERFORM 4600-CLASSIFY-OPENER.
            IF WS-THIS-KIND = 'I' OR WS-THIS-KIND = 'D'
            OR WS-THIS-KIND = 'O' THEN
                PERFORM 4200-IMPORT-INPUT-RUN
            ELSE
                PERFORM 4300-IMPORT-TEXT-RUN
                SCR-FDEF-ACTION, SCR-FDEF-READ-ONLY,
                SCR-FDEF-MASKED, SCR-FDEF-VALID-REQUIRED.
            MOVE 'Y' TO SCR-FDEF-UPPERCASE, SCR-FDEF-VISIBLE.
            IF WS-THIS-KIND = 'D' THEN
                MOVE 'Y' TO SCR-FDEF-MASKED
            END-IF.
            IF WS-THIS-KIND = 'O' THEN
                MOVE 'Y' TO SCR-FDEF-READ-ONLY
            END-IF.
            MOVE WS-FLD-NO TO SCR-FDEF-INPUT-SEQ.
            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            WRITE SCRFDEF-RECORD
                INVALID KEY
                    PERFORM 8000-REPORT-EXCEPTION
            MOVE WS-RUN-LEN TO SCRBG-LENGTH.
            MOVE WS-RUN-TEXT TO SCRBG-SEGMENT.
            MOVE SPACES TO SCRBG-ATTRIBUTE.
            IF WS-THIS-KIND = 'H' THEN
                MOVE "BOLD" TO SCRBG-ATTRIBUTE
            END-IF.
            MOVE 2 TO SCRBG-COLOUR-PAIR.
            WRITE SCRNBG-RECORD
                INVALID KEY
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-STMT-VAR, WS-VER-KIND, WS-VER-LIST.
            MOVE 1 TO WS-PTR.
            UNSTRING WS-STMT-TEXT
                DELIMITED BY ALL " " OR ","
                INTO WS-STMT-VALUE, WS-STMT-VAR, WS-VER-KIND
                WITH POINTER WS-PTR
            END-UNSTRING.
      *>
      *>     EVERYTHING AFTER THE KIND IS THE LIST (LIST VALUES).
      *>
            IF WS-PTR <= 100 THEN
                MOVE WS-STMT-TEXT(WS-PTR:) TO WS-VER-LIST
            END-IF.
            IF WS-STMT-VALUE(1:3) NOT = "VER" THEN
                PERFORM 8000-REPORT-EXCEPTION
                EXIT PARAGRAPH
            PERFORM 7500-FIND-FIELD.
            IF FIELD-WAS-FOUND THEN
                MOVE WS-STMT-VALUE TO SCR-FDEF-DEFAULT
                CALL "COBCURSES-RECORD-STAMP" USING
                    "FD", SCRFDEF-RECORD
                REWRITE SCRFDEF-RECORD
            END-IF.
            EXIT.
            PERFORM 7500-FIND-FIELD.
            IF FIELD-WAS-FOUND THEN
                MOVE 'Y' TO SCR-FDEF-NOT-BLANK
                CALL "COBCURSES-RECORD-STAMP" USING
                    "FD", SCRFDEF-RECORD
                REWRITE SCRFDEF-RECORD
            END-IF.
            EXIT.
            PERFORM 7500-FIND-FIELD.
            IF FIELD-WAS-FOUND THEN
                MOVE SCR-FDEF-BUFFER-LENGTH TO SCR-FDEF-DIGITS
                CALL "COBCURSES-RECORD-STAMP" USING
                    "FD", SCRFDEF-RECORD
                REWRITE SCRFDEF-RECORD
            END-IF.
            EXIT.
                END-IF
            END-PERFORM.
            MOVE WS-STMT-VALUE TO SCR-FDEF-VALID-LIST.
            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            REWRITE SCRFDEF-RECORD.
            EXIT.

