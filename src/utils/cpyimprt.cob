      *>       SCR-FDEF-DECIMALS / SCR-FDEF-SIGNED (DISPLAY LENGTH
      *>       SIZED TO FIT DIGITS, SIGN AND POINT)
      *>     - COMP-1/COMP-2 USAGE BECOMES SCR-FDEF-COMP-TYPE 01/02
      *>     - COMP-3/PACKED-DECIMAL USAGE BECOMES COMP-TYPE 05, AND A
      *>       SIGNED DISPLAY NUMERIC BECOMES 06 (SIGNED ZONED), SO
      *>       THE GENERATED CMP- ITEM MATCHES THE RECORD EXACTLY
      *>       (UP TO 18 DIGITS, AT MOST 9 OF THEM DECIMALS)
      *>
      *> THE DRAFT FIELDS ARE LAID OUT IN A SIMPLE COLUMN (ONE PER
      *> LINE FROM LINE 3, COLUMN 25), READY FOR THE DESIGNER TO
            10  WS-SIGNED-FLAG                  PIC X.
            10  WS-AFTER-V-FLAG                 PIC X.
            10  WS-COMP-TYPE                    PIC 99.
            10  WS-BINARY-USAGE-FLAG            PIC X.
            10  WS-IS-OCCURS-FLAG               PIC X.
            10  WS-DISPLAY-LENGTH               PIC 9(4).

      *>
            MOVE SPACES TO WS-PIC-TEXT.
            MOVE ZERO TO WS-COMP-TYPE.
            MOVE 'N' TO WS-IS-OCCURS-FLAG, WS-BINARY-USAGE-FLAG.
            MOVE SPACES TO WS-TOKEN.
            MOVE 1 TO WS-PIC-X.
            PERFORM UNTIL WS-PIC-X > 400
                        WHEN "COMP-2"
                        WHEN "COMPUTATIONAL-2"
                            MOVE 2 TO WS-COMP-TYPE
                        WHEN "COMP-3"
                        WHEN "COMP-3."
                        WHEN "COMPUTATIONAL-3"
                        WHEN "COMPUTATIONAL-3."
                        WHEN "PACKED-DECIMAL"
                        WHEN "PACKED-DECIMAL."
                            MOVE 5 TO WS-COMP-TYPE
                        WHEN "COMP"
                        WHEN "COMP."
                        WHEN "COMPUTATIONAL"
                        WHEN "COMPUTATIONAL."
                        WHEN "COMP-4"
                        WHEN "COMP-4."
                        WHEN "COMP-5"
                        WHEN "COMP-5."
                        WHEN "BINARY"
                        WHEN "BINARY."
                            MOVE 'Y' TO WS-BINARY-USAGE-FLAG
                        WHEN "REDEFINES"
      *>
      *>                     AN ALTERNATE VIEW -- THE PRIMARY VIEW
                        ADD 1 TO WS-PIC-X
                END-EVALUATE
            END-PERFORM.
      *>
      *>     A SIGNED NUMERIC WITH NO USAGE IS ZONED DISPLAY. A
      *>     PICTURE TOO LARGE FOR AN EXACT CMP- ITEM STAYS A PLAIN
      *>     TEXT FIELD FOR THE DESIGNER TO DECIDE.
      *>
            IF WS-COMP-TYPE = 0 AND WS-SIGNED-FLAG = 'Y'
            AND WS-ALPHA-COUNT = 0
            AND WS-BINARY-USAGE-FLAG = 'N' THEN
                MOVE 6 TO WS-COMP-TYPE
            END-IF.
            IF (WS-COMP-TYPE = 5 OR WS-COMP-TYPE = 6)
            AND (WS-DIGIT-COUNT + WS-DECIMAL-COUNT > 18
              OR WS-DECIMAL-COUNT > 9) THEN
                MOVE 0 TO WS-COMP-TYPE
            END-IF.
            EXIT.

        3300-COUNT-REPEAT.
                SCR-FDEF-ACTION-EDIT.
            MOVE WS-NEXT-FIELD-NO TO SCR-FDEF-INPUT-SEQ.

            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            WRITE SCRFDEF-RECORD
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
