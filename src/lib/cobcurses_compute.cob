      *>
      *>     EXPRESSION GRAMMAR (EVALUATED LEFT TO RIGHT):
      *>         OPERAND [OP OPERAND]...
      *>     WHERE OPERAND IS #n (THE VALUE OF FIELD n, THE EXACT
      *>     FIXED-POINT VALUE OF ITS BUFFER) OR A NUMERIC LITERAL,
      *>     AND OP IS + - * /. DIVISION BY ZERO YIELDS ZERO; AN
      *>     OPERAND THAT IS NOT A NUMBER COUNTS AS ZERO. THE RESULT
      *>     IS FORMATTED INTO THE TARGET FIELD'S BUFFER WITH ITS
      *>     OWN DIGITS/DECIMALS ATTRIBUTES (NC-FDESC-DECPLACES). A
      *>     PACKED OR ZONED TARGET (COMP-TYPE 05/06) IS ALSO STORED,
      *>     ROUNDED, INTO ITS CMP- ITEM AND SHOWS ASTERISKS WHEN THE
      *>     RESULT DOES NOT FIT IT.
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01  WS-TOKEN                        PIC X(20).
        01  WS-TOKEN-LEN                    PIC 99 COMP-5.
        01  WS-PENDING-OP                   PIC X.
        01  WS-ACCUM                        PIC S9(18)V9(9) COMP-3.
        01  WS-OPERAND                      PIC S9(18)V9(9) COMP-3.
        01  WS-TEXT-LEN                     PIC 9999 COMP-5.
        01  WS-ANY-DIGITS                   PIC 9999 COMP-5 VALUE 18.
        01  WS-ANY-DECIMALS                 PIC 9999 COMP-5 VALUE 9.
        01  WS-ANY-SIGN                     PIC X VALUE 'Y'.
        01  WS-FIXED-DECS                   PIC 9999 COMP-5.
        01  WS-FIRST-FLAG                   PIC X.
            88  FIRST-OPERAND               VALUE 'Y'.
        01  WS-FIELD-REF                    PIC 9999.
        01  WS-TARGET                       PIC 9999 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-TOKEN-TEXT                   PIC X(999).

        LINKAGE SECTION.

                        IF WS-TAKE-LEN > 999 THEN
                            MOVE 999 TO WS-TAKE-LEN
                        END-IF
                        CALL "COBCURSES-FIXED-EDIT" USING
                            NC-VR-FIELD-TEXT, WS-TAKE-LEN,
                            WS-ANY-DIGITS, WS-ANY-DECIMALS,
                            WS-ANY-SIGN, WS-OPERAND
                    END-IF
                END-IF
            ELSE
                MOVE WS-TOKEN TO WS-TOKEN-TEXT
                MOVE 20 TO WS-TEXT-LEN
                CALL "COBCURSES-FIXED-EDIT" USING
                    WS-TOKEN-TEXT, WS-TEXT-LEN,
                    WS-ANY-DIGITS, WS-ANY-DECIMALS,
                    WS-ANY-SIGN, WS-OPERAND
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        500-STORE-RESULT.
      *>
      *>     FORMAT WITH THE TARGET'S DECIMALS AND STORE INTO ITS
      *>     BUFFER. PLACES BEYOND THE FIELD'S DECPLACES ARE CUT (THE
      *>     '.' IS DROPPED TOO WHEN DECPLACES IS ZERO); A RESULT TOO
      *>     WIDE FOR THE BUFFER IS SHOWN AS ASTERISKS.
      *>
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(WS-TARGET).
            MOVE NC-FDESC-LENGTH(WS-TARGET) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
            MOVE NC-FDESC-DECPLACES(WS-TARGET) TO WS-FIXED-DECS.
            IF WS-FIXED-DECS > 9 THEN
                MOVE 9 TO WS-FIXED-DECS
            END-IF.
      *>
      *>     A PACKED OR ZONED TARGET HOLDS THE RESULT ROUNDED TO ITS
      *>     PICTURE; THE FIELD SHOWS WHAT THE CMP- ITEM HOLDS.
      *>
            IF (NC-FDESC-COMP-TYPE(WS-TARGET) = 5
             OR NC-FDESC-COMP-TYPE(WS-TARGET) = 6)
            AND NC-FDESC-COMP-PTR(WS-TARGET) NOT = NULL THEN
                SET ADDRESS OF NC-FXD-ITEM
                    TO NC-FDESC-COMP-PTR(WS-TARGET)
                CALL "COBCURSES-FIXED-STORE" USING WS-ACCUM,
                    NC-FDESC-COMP-TYPE(WS-TARGET),
                    NC-FDESC-DIGITS(WS-TARGET),
                    NC-FDESC-DECPLACES(WS-TARGET),
                    NC-FDESC-SIGNED(WS-TARGET), NC-FXD-ITEM
                IF RETURN-CODE NOT = NC-RET-OK THEN
                    MOVE ALL '*' TO NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                    EXIT PARAGRAPH
                END-IF
                CALL "COBCURSES-FIXED-FETCH" USING WS-ACCUM,
                    NC-FDESC-COMP-TYPE(WS-TARGET),
                    NC-FDESC-DIGITS(WS-TARGET),
                    NC-FDESC-DECPLACES(WS-TARGET),
                    NC-FDESC-SIGNED(WS-TARGET), NC-FXD-ITEM
            END-IF.

            CALL "COBCURSES-FIXED-FORMAT" USING WS-ACCUM,
                WS-FIXED-DECS, NC-VR-FIELD-TEXT, WS-TAKE-LEN.
            EXIT.

        END PROGRAM COBCURSES-COMPUTE-FIELDS.
