      *>     DFHMSD   MAPSET HEADER (SIZES/DEFAULTS NOTED, NOT STORED)
      *>     DFHMDI   ONE MAP -> ONE SCREEN-FILE HEADER (SIZE=(L,C))
      *>     DFHMDF   ONE FIELD:
      *>                - ASKIP (OR UNLABELLED PROT) WITH
      *>                  INITIAL='...' BECOMES A SCRNBG-FILE
      *>                  BACKGROUND SEGMENT, BRT MAPPED TO BOLD
      *>                - UNPROT (LABELLED) BECOMES A SCRFDEF-FILE
      *>                  FIELD, COBOL NAME FROM THE LABEL, LENGTH
      *>                  FROM LENGTH=, POSITION FROM POS=(L,C),
      *>                  NUM ATTRIBUTE MAPPED TO A DIGITS FIELD,
      *>                  DRK TO A MASKED FIELD AND INITIAL= TO THE
      *>                  FIELD'S DEFAULT
      *>                - PROT (LABELLED) BECOMES A READ-ONLY
      *>                  FIELD THE SAME WAY
      *>
      *> ANYTHING THE TRANSLATOR CANNOT EXPRESS IN THE SCREEN-FD
      *> LAYOUT (PICIN/PICOUT, EXTENDED ATTRIBUTES, OCCURS ON DFHMDF)
      *> IS REPORTED RATHER THAN SILENTLY DROPPED. THE BMS POS IS THE
      *> ATTRIBUTE BYTE'S POSITION; THE IMPORTED FIELD/SEGMENT LANDS
      *> ONE COLUMN TO ITS RIGHT, AS ON THE 3270. SCRMFEXP WRITES
      *> MAPS IN THIS FORM, SO ITS OUTPUT COMES BACK UNCHANGED.
      *>
      *> USAGE:  bmsimprt MAPSOURCE [SCREENNAME]
      *>
                88  FIELD-IS-UNPROT             VALUE 'Y'.
            10  WS-IS-NUM-FLAG                  PIC X.
                88  FIELD-IS-NUMERIC            VALUE 'Y'.
            10  WS-IS-PROT-FLAG                 PIC X.
                88  FIELD-IS-PROT               VALUE 'Y'.
            10  WS-IS-BRT-FLAG                  PIC X.
                88  FIELD-IS-BRIGHT             VALUE 'Y'.
            10  WS-IS-DRK-FLAG                  PIC X.
                88  FIELD-IS-DARK               VALUE 'Y'.

        01  IMPORT-COUNTS.
            10  WS-MAP-COUNT                    PIC 9(4) VALUE 0.
                PERFORM 2300-APPEND-OPERANDS
            ELSE
                MOVE BMS-RECORD(1:8) TO WS-STMT-LABEL
                MOVE SPACES TO WS-STMT-OP
                UNSTRING BMS-RECORD(10:8) DELIMITED BY SPACE
                    INTO WS-STMT-OP
                END-UNSTRING
                MOVE SPACES TO WS-STMT-OPERANDS
                MOVE ZERO TO WS-STMT-OPER-LEN
      *>
            MOVE ZERO TO WS-POS-LINE, WS-POS-COLUMN, WS-FLD-LENGTH.
            MOVE SPACES TO WS-INITIAL-TEXT.
            MOVE 'N' TO WS-HAVE-INITIAL-FLAG, WS-IS-UNPROT-FLAG,
                WS-IS-NUM-FLAG, WS-IS-PROT-FLAG, WS-IS-BRT-FLAG,
                WS-IS-DRK-FLAG.

            MOVE "POS" TO WS-PARM-NAME.
            PERFORM 7000-FIND-PARM.
      *>
            ADD 1 TO WS-POS-COLUMN.

            EVALUATE TRUE
                WHEN WS-STMT-LABEL NOT = SPACES AND FIELD-IS-UNPROT
                    PERFORM 5100-WRITE-FIELD
                WHEN WS-STMT-LABEL NOT = SPACES AND FIELD-IS-PROT
                    PERFORM 5100-WRITE-FIELD
                WHEN HAVE-INITIAL
                    PERFORM 5200-WRITE-SEGMENT
                WHEN OTHER
                    PERFORM 8000-REPORT-UNTRANSLATED
            END-EVALUATE.
            EXIT.

        5100-WRITE-FIELD.
            IF FIELD-IS-NUMERIC THEN
                MOVE WS-FLD-LENGTH TO SCR-FDEF-DIGITS
            END-IF.
            IF FIELD-IS-PROT THEN
                MOVE 'Y' TO SCR-FDEF-READ-ONLY
            END-IF.
            IF FIELD-IS-DARK THEN
                MOVE 'Y' TO SCR-FDEF-MASKED
            END-IF.
            IF HAVE-INITIAL THEN
                MOVE WS-INITIAL-TEXT TO SCR-FDEF-DEFAULT
            END-IF.
            MOVE WS-FLD-NO TO SCR-FDEF-INPUT-SEQ.

            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            WRITE SCRFDEF-RECORD
                INVALID KEY
                    PERFORM 8000-REPORT-UNTRANSLATED
                MOVE 80 TO SCRBG-LENGTH
            END-IF.
            MOVE SPACES TO SCRBG-ATTRIBUTE.
            IF FIELD-IS-BRIGHT THEN
                MOVE "BOLD" TO SCRBG-ATTRIBUTE
            END-IF.
            MOVE 2 TO SCRBG-COLOUR-PAIR.

            WRITE SCRNBG-RECORD
      *>     VALUE IN WS-PARM-VALUE: A QUOTED STRING LOSES ITS
      *>     QUOTES, A PARENTHESIZED LIST LOSES ITS PARENTHESES, AND
      *>     A BARE VALUE ENDS AT THE NEXT COMMA. COMMAS INSIDE
      *>     QUOTES OR PARENTHESES DO NOT END THE VALUE. INSIDE
      *>     QUOTES, '' AND && STAND FOR ONE ' AND ONE &.
      *>
        7000-FIND-PARM.
            MOVE 'N' TO WS-PARM-FOUND-FLAG.
            MOVE 'N' TO WS-IN-QUOTE-FLAG.
            MOVE ZERO TO WS-SCAN-X.
            PERFORM UNTIL WS-SCAN-Y > 512
                IF WS-IN-QUOTE-FLAG = 'Y' AND WS-SCAN-Y < 512
                AND (WS-STMT-OPERANDS(WS-SCAN-Y:2) = "''"
                     OR WS-STMT-OPERANDS(WS-SCAN-Y:2) = "&&") THEN
                    IF WS-SCAN-X < 256 THEN
                        ADD 1 TO WS-SCAN-X
                        MOVE WS-STMT-OPERANDS(WS-SCAN-Y:1)
                            TO WS-PARM-VALUE(WS-SCAN-X:1)
                    END-IF
                    ADD 2 TO WS-SCAN-Y
                ELSE
                    EVALUATE TRUE
                        WHEN WS-STMT-OPERANDS(WS-SCAN-Y:1) = "'"
                            IF WS-IN-QUOTE-FLAG = 'Y' THEN
                                MOVE 'N' TO WS-IN-QUOTE-FLAG
                            ELSE
                                MOVE 'Y' TO WS-IN-QUOTE-FLAG
                            END-IF
                        WHEN WS-STMT-OPERANDS(WS-SCAN-Y:1) = '('
                         AND WS-IN-QUOTE-FLAG = 'N'
                            ADD 1 TO WS-PAREN-DEPTH
                        WHEN WS-STMT-OPERANDS(WS-SCAN-Y:1) = ')'
                         AND WS-IN-QUOTE-FLAG = 'N'
                            SUBTRACT 1 FROM WS-PAREN-DEPTH
                        WHEN (WS-STMT-OPERANDS(WS-SCAN-Y:1) = ','
                              OR WS-STMT-OPERANDS(WS-SCAN-Y:1) = SPACE)
                         AND WS-IN-QUOTE-FLAG = 'N'
                         AND WS-PAREN-DEPTH = 0
                            EXIT PERFORM
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF WS-STMT-OPERANDS(WS-SCAN-Y:1) NOT = "'"
                    AND NOT (WS-PAREN-DEPTH = 1
                             AND WS-STMT-OPERANDS(WS-SCAN-Y:1) = '(')
                    AND NOT (WS-PAREN-DEPTH = 0
                             AND WS-STMT-OPERANDS(WS-SCAN-Y:1) = ')')
                    THEN
                        IF WS-SCAN-X < 256 THEN
                            ADD 1 TO WS-SCAN-X
                            MOVE WS-STMT-OPERANDS(WS-SCAN-Y:1)
                                TO WS-PARM-VALUE(WS-SCAN-X:1)
                        END-IF
                    END-IF
                    ADD 1 TO WS-SCAN-Y
                END-IF
            END-PERFORM.
            EXIT.

            EXIT.

        7200-CLASSIFY-ATTRB.
            MOVE 'N' TO WS-IS-UNPROT-FLAG, WS-IS-NUM-FLAG,
                WS-IS-PROT-FLAG, WS-IS-BRT-FLAG, WS-IS-DRK-FLAG.
            MOVE ZERO TO WS-SCAN-Y.
            INSPECT WS-PARM-VALUE TALLYING WS-SCAN-Y
                FOR ALL "UNPROT".
            IF WS-SCAN-Y > 0 THEN
                SET FIELD-IS-UNPROT TO TRUE
            END-IF.
      *>
      *>     PROT ON ITS OWN (NOT AS PART OF UNPROT).
      *>
            MOVE ZERO TO WS-SCAN-X.
            INSPECT WS-PARM-VALUE TALLYING WS-SCAN-X
                FOR ALL "PROT".
            IF WS-SCAN-X > WS-SCAN-Y THEN
                SET FIELD-IS-PROT TO TRUE
            END-IF.
            MOVE ZERO TO WS-SCAN-Y.
            INSPECT WS-PARM-VALUE TALLYING WS-SCAN-Y
                FOR ALL "BRT".
            IF WS-SCAN-Y > 0 THEN
                SET FIELD-IS-BRIGHT TO TRUE
            END-IF.
            MOVE ZERO TO WS-SCAN-Y.
            INSPECT WS-PARM-VALUE TALLYING WS-SCAN-Y
                FOR ALL "DRK".
            IF WS-SCAN-Y > 0 THEN
                SET FIELD-IS-DARK TO TRUE
            END-IF.
            MOVE ZERO TO WS-SCAN-Y.
            INSPECT WS-PARM-VALUE TALLYING WS-SCAN-Y
                FOR ALL "NUM".
