        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FIXED-EDIT.
      *>
      *>     FIXED-POINT FIELD TYPES (SCR-FDEF-COMP-TYPE 05 PACKED
      *>     DECIMAL, 06 SIGNED ZONED DISPLAY) ARE SIZED FROM THE
      *>     FIELD'S DIGITS (INTEGER PLACES) AND DECIMALS AND ARE
      *>     CARRIED IN THE GENERATED CMP- ITEM AS AN EXACT
      *>     PIC [S]9(DIGITS)V9(DECIMALS). THE ROUTINES IN THIS
      *>     SOURCE MOVE VALUES BETWEEN THE OPERATOR'S TEXT, A
      *>     COMMON S9(18)V9(9) COMP-3 WORKING VALUE (THE SAME SHAPE
      *>     AS NC-VR-NUMVAL) AND THE CMP- ITEM, DIGIT BY DIGIT --
      *>     NOTHING PASSES THROUGH FLOATING POINT, SO A PENNY KEYED
      *>     IS A PENNY STORED, TOTALLED AND REDISPLAYED.
      *>
      *>     COBCURSES-FIXED-EDIT PARSES THE TEXT OF A FIELD:
      *>     LEADING/TRAILING SPACES, ONE SIGN (LEADING OR TRAILING,
      *>     SIGNED FIELDS ONLY), DIGITS AND AT MOST ONE DECIMAL
      *>     POINT. A BLANK FIELD IS ZERO.
      *>
      *> INPUTS:
      *>     LS-TEXT / LS-LENGTH     THE TEXT (UP TO 999 BYTES)
      *>     LS-DIGITS               INTEGER PLACES ALLOWED (0 = 18)
      *>     LS-DECIMALS             DECIMAL PLACES ALLOWED (MAX 9)
      *>     LS-SIGNED               'Y' WHEN A SIGN MAY BE KEYED
      *> OUTPUTS:
      *>     LS-VALUE                THE EXACT VALUE (ZERO ON ERROR)
      *> RETURN-CODE:
      *>     NC-RET-OK               A NUMBER THAT FITS
      *>     NC-RET-BADPARM          NOT A NUMBER (OR AN UNWANTED SIGN)
      *>     NC-RET-RANGE            TOO MANY INTEGER OR DECIMAL PLACES
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-SCAN-X                       PIC 9999 COMP-5.
        01  WS-SCAN-LEN                     PIC 9999 COMP-5.
        01  WS-CHAR                         PIC X.
        01  WS-DIGIT                        PIC 9.
        01  WS-INT-COUNT                    PIC 99 COMP-5.
        01  WS-DEC-COUNT                    PIC 99 COMP-5.
        01  WS-MAX-DIGITS                   PIC 99 COMP-5.
        01  WS-MAX-DECIMALS                 PIC 99 COMP-5.
        01  WS-RESULT-RC                    PIC 9 COMP-5.

        01  WS-STATE-FLAGS.
            10  WS-SIGN-FLAG                PIC X.
                88  SIGN-SEEN               VALUE 'Y'.
            10  WS-NEGATIVE-FLAG            PIC X.
                88  VALUE-NEGATIVE          VALUE 'Y'.
            10  WS-POINT-FLAG               PIC X.
                88  POINT-SEEN              VALUE 'Y'.
            10  WS-DIGIT-FLAG               PIC X.
                88  DIGIT-SEEN              VALUE 'Y'.
            10  WS-ENDED-FLAG               PIC X.
                88  NUMBER-ENDED            VALUE 'Y'.

      *>
      *>     THE NUMBER IS ASSEMBLED AS TEXT: 18 INTEGER DIGITS AND
      *>     9 DECIMAL DIGITS, VIEWED TOGETHER AS 9(18)V9(9).
      *>
        01  WS-NUMBER.
            10  WS-NUM-INT                  PIC 9(18).
            10  WS-NUM-DEC                  PIC 9(9).
        01  WS-NUMBER-VALUE REDEFINES WS-NUMBER
                                            PIC 9(18)V9(9).

        LINKAGE SECTION.

        01  LS-TEXT                         PIC X(999).
        01  LS-LENGTH                       PIC 9999 COMP-5.
        01  LS-DIGITS                       PIC 9999 COMP-5.
        01  LS-DECIMALS                     PIC 9999 COMP-5.
        01  LS-SIGNED                       PIC X.
        01  LS-VALUE                        PIC S9(18)V9(9) COMP-3.

        PROCEDURE DIVISION USING
            LS-TEXT, LS-LENGTH, LS-DIGITS, LS-DECIMALS, LS-SIGNED,
            LS-VALUE.

        100-MAIN-DISPATCH-ENTRY.
            MOVE 0 TO LS-VALUE.
            MOVE ZEROS TO WS-NUMBER.
            MOVE 'N' TO WS-SIGN-FLAG, WS-NEGATIVE-FLAG, WS-POINT-FLAG,
                WS-DIGIT-FLAG, WS-ENDED-FLAG.
            MOVE 0 TO WS-INT-COUNT, WS-DEC-COUNT.
            MOVE NC-RET-OK TO WS-RESULT-RC.

            MOVE LS-DIGITS TO WS-MAX-DIGITS.
            IF LS-DIGITS = 0 OR LS-DIGITS > 18 THEN
                MOVE 18 TO WS-MAX-DIGITS
            END-IF.
            MOVE LS-DECIMALS TO WS-MAX-DECIMALS.
            IF LS-DECIMALS > 9 THEN
                MOVE 9 TO WS-MAX-DECIMALS
            END-IF.
            MOVE LS-LENGTH TO WS-SCAN-LEN.
            IF WS-SCAN-LEN > 999 THEN
                MOVE 999 TO WS-SCAN-LEN
            END-IF.

            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > WS-SCAN-LEN
                OR WS-RESULT-RC NOT = NC-RET-OK
                MOVE LS-TEXT(WS-SCAN-X:1) TO WS-CHAR
                PERFORM 200-TAKE-CHARACTER
            END-PERFORM.

            IF WS-RESULT-RC = NC-RET-OK
            AND (SIGN-SEEN OR POINT-SEEN) AND NOT DIGIT-SEEN THEN
                MOVE NC-RET-BADPARM TO WS-RESULT-RC
            END-IF.
            IF WS-RESULT-RC NOT = NC-RET-OK THEN
                MOVE WS-RESULT-RC TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE WS-NUMBER-VALUE TO LS-VALUE.
            IF VALUE-NEGATIVE THEN
                SUBTRACT LS-VALUE FROM 0 GIVING LS-VALUE
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-TAKE-CHARACTER.
            EVALUATE TRUE
                WHEN WS-CHAR = SPACE
                    IF SIGN-SEEN OR POINT-SEEN OR DIGIT-SEEN THEN
                        SET NUMBER-ENDED TO TRUE
                    END-IF
                WHEN WS-CHAR = '+' OR WS-CHAR = '-'
                    IF SIGN-SEEN OR LS-SIGNED NOT = 'Y' THEN
                        MOVE NC-RET-BADPARM TO WS-RESULT-RC
                        EXIT PARAGRAPH
                    END-IF
                    IF NUMBER-ENDED AND NOT DIGIT-SEEN THEN
                        MOVE NC-RET-BADPARM TO WS-RESULT-RC
                        EXIT PARAGRAPH
                    END-IF
                    SET SIGN-SEEN TO TRUE
                    IF WS-CHAR = '-' THEN
                        SET VALUE-NEGATIVE TO TRUE
                    END-IF
      *>
      *>                 A SIGN AFTER THE DIGITS CLOSES THE NUMBER.
      *>
                    IF DIGIT-SEEN OR POINT-SEEN THEN
                        SET NUMBER-ENDED TO TRUE
                    END-IF
                WHEN NUMBER-ENDED
                    MOVE NC-RET-BADPARM TO WS-RESULT-RC
                WHEN WS-CHAR = '.'
                    IF POINT-SEEN THEN
                        MOVE NC-RET-BADPARM TO WS-RESULT-RC
                    ELSE
                        SET POINT-SEEN TO TRUE
                    END-IF
                WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                    SET DIGIT-SEEN TO TRUE
                    MOVE WS-CHAR TO WS-DIGIT
                    IF POINT-SEEN THEN
                        PERFORM 300-TAKE-DECIMAL-DIGIT
                    ELSE
                        PERFORM 310-TAKE-INTEGER-DIGIT
                    END-IF
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO WS-RESULT-RC
            END-EVALUATE.
            EXIT.

        300-TAKE-DECIMAL-DIGIT.
            ADD 1 TO WS-DEC-COUNT.
            IF WS-DEC-COUNT > WS-MAX-DECIMALS THEN
      *>
      *>         TRAILING ZEROS BEYOND THE FIELD'S PLACES ARE HARMLESS.
      *>
                IF WS-DIGIT NOT = 0 THEN
                    MOVE NC-RET-RANGE TO WS-RESULT-RC
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CHAR TO WS-NUM-DEC(WS-DEC-COUNT:1).
            EXIT.

        310-TAKE-INTEGER-DIGIT.
      *>
      *>     LEADING ZEROS DO NOT COUNT AGAINST THE FIELD'S DIGITS.
      *>
            IF WS-INT-COUNT = 0 AND WS-DIGIT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-INT-COUNT.
            IF WS-INT-COUNT > WS-MAX-DIGITS THEN
                MOVE NC-RET-RANGE TO WS-RESULT-RC
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-NUM-INT = WS-NUM-INT * 10 + WS-DIGIT.
            EXIT.

        END PROGRAM COBCURSES-FIXED-EDIT.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FIXED-STORE.
      *>
      *>     STORE A WORKING VALUE INTO A FIXED-POINT CMP- ITEM,
      *>     ROUNDED TO THE ITEM'S DECIMALS. THE ITEM'S BYTES ARE CUT
      *>     FROM THE RIGHT-HAND END OF AN 18-DIGIT ITEM OF THE SAME
      *>     USAGE AND SIGN, WHICH HOLDS THE SAME DIGITS, SIGN AND
      *>     (FOR PACKED) PAD NIBBLE THE GENERATED PICTURE HAS.
      *>
      *> INPUTS:
      *>     LS-VALUE                S9(18)V9(9) COMP-3
      *>     LS-COMP-TYPE            05 PACKED, 06 ZONED
      *>     LS-DIGITS / LS-DECIMALS THE ITEM'S PICTURE (TOTAL <= 18)
      *>     LS-SIGNED               'Y' FOR AN S PICTURE
      *> OUTPUTS:
      *>     LS-ITEM                 THE CMP- ITEM (UNCHANGED ON ERROR)
      *> RETURN-CODE:
      *>     NC-RET-OK               STORED
      *>     NC-RET-BADPARM          NOT A FIXED-POINT TYPE OR SIZE
      *>     NC-RET-RANGE            THE VALUE DOES NOT FIT THE ITEM
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-TOTAL                        PIC 99 COMP-5.
        01  WS-BYTES                        PIC 99 COMP-5.
        01  WS-SHIFTED                      PIC S9(18)V9(9) COMP-3.
        01  WS-SCALED                       PIC S9(18) COMP-3.
        01  WS-LIMIT                        PIC 9(18).
        01  WS-LIMIT-X REDEFINES WS-LIMIT   PIC X(18).

        01  WS-PACKED-S                     PIC S9(18) COMP-3.
        01  WS-PACKED-S-X REDEFINES WS-PACKED-S
                                            PIC X(10).
        01  WS-PACKED-U                     PIC 9(18) COMP-3.
        01  WS-PACKED-U-X REDEFINES WS-PACKED-U
                                            PIC X(10).
        01  WS-ZONED-S                      PIC S9(18).
        01  WS-ZONED-S-X REDEFINES WS-ZONED-S
                                            PIC X(18).
        01  WS-ZONED-U                      PIC 9(18).
        01  WS-ZONED-U-X REDEFINES WS-ZONED-U
                                            PIC X(18).

        LINKAGE SECTION.

        01  LS-VALUE                        PIC S9(18)V9(9) COMP-3.
        01  LS-COMP-TYPE                    PIC 99.
        01  LS-DIGITS                       PIC 9999 COMP-5.
        01  LS-DECIMALS                     PIC 9999 COMP-5.
        01  LS-SIGNED                       PIC X.
        01  LS-ITEM                         PIC X(18).

        PROCEDURE DIVISION USING
            LS-VALUE, LS-COMP-TYPE, LS-DIGITS, LS-DECIMALS,
            LS-SIGNED, LS-ITEM.

        100-MAIN-DISPATCH-ENTRY.
            IF LS-DECIMALS > 9 OR LS-DIGITS + LS-DECIMALS > 18
            OR LS-DIGITS + LS-DECIMALS = 0 THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.
            COMPUTE WS-TOTAL = LS-DIGITS + LS-DECIMALS.

            MOVE LS-VALUE TO WS-SHIFTED.
            PERFORM LS-DECIMALS TIMES
                MULTIPLY 10 BY WS-SHIFTED
                    ON SIZE ERROR
                        MOVE NC-RET-RANGE TO RETURN-CODE
                        GOBACK
                END-MULTIPLY
            END-PERFORM.
            COMPUTE WS-SCALED ROUNDED = WS-SHIFTED.

      *>
      *>     THE LARGEST MAGNITUDE THE ITEM HOLDS IS TOTAL NINES.
      *>
            MOVE ZERO TO WS-LIMIT.
            MOVE ALL "9" TO WS-LIMIT-X(19 - WS-TOTAL:WS-TOTAL).
            IF WS-SCALED > WS-LIMIT OR WS-SCALED < 0 - WS-LIMIT
            OR (WS-SCALED < 0 AND LS-SIGNED NOT = 'Y') THEN
                MOVE NC-RET-RANGE TO RETURN-CODE
                GOBACK
            END-IF.

            EVALUATE LS-COMP-TYPE
                WHEN 05
                    DIVIDE WS-TOTAL BY 2 GIVING WS-BYTES
                    ADD 1 TO WS-BYTES
                    IF LS-SIGNED = 'Y' THEN
                        MOVE WS-SCALED TO WS-PACKED-S
                        MOVE WS-PACKED-S-X(11 - WS-BYTES:WS-BYTES)
                            TO LS-ITEM(1:WS-BYTES)
                    ELSE
                        MOVE WS-SCALED TO WS-PACKED-U
                        MOVE WS-PACKED-U-X(11 - WS-BYTES:WS-BYTES)
                            TO LS-ITEM(1:WS-BYTES)
                    END-IF
                WHEN 06
                    IF LS-SIGNED = 'Y' THEN
                        MOVE WS-SCALED TO WS-ZONED-S
                        MOVE WS-ZONED-S-X(19 - WS-TOTAL:WS-TOTAL)
                            TO LS-ITEM(1:WS-TOTAL)
                    ELSE
                        MOVE WS-SCALED TO WS-ZONED-U
                        MOVE WS-ZONED-U-X(19 - WS-TOTAL:WS-TOTAL)
                            TO LS-ITEM(1:WS-TOTAL)
                    END-IF
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
                    GOBACK
            END-EVALUATE.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-FIXED-STORE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FIXED-FETCH.
      *>
      *>     THE REVERSE OF COBCURSES-FIXED-STORE: THE VALUE HELD IN
      *>     A FIXED-POINT CMP- ITEM, AS AN S9(18)V9(9) COMP-3.
      *>     SAME PARAMETERS; AN ITEM THAT DOES NOT HOLD VALID DIGITS
      *>     (NEVER STORED, OR OVERLAID WITH TEXT) RETURNS ZERO AND
      *>     NC-RET-BADPARM.
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-TOTAL                        PIC 99 COMP-5.
        01  WS-BYTES                        PIC 99 COMP-5.
        01  WS-SHIFTED                      PIC S9(18)V9(9) COMP-3.
        01  WS-SCALED                       PIC S9(18) COMP-3.

        01  WS-PACKED-S                     PIC S9(18) COMP-3.
        01  WS-PACKED-S-X REDEFINES WS-PACKED-S
                                            PIC X(10).
        01  WS-PACKED-U                     PIC 9(18) COMP-3.
        01  WS-PACKED-U-X REDEFINES WS-PACKED-U
                                            PIC X(10).
        01  WS-ZONED-S                      PIC S9(18).
        01  WS-ZONED-S-X REDEFINES WS-ZONED-S
                                            PIC X(18).
        01  WS-ZONED-U                      PIC 9(18).
        01  WS-ZONED-U-X REDEFINES WS-ZONED-U
                                            PIC X(18).

        LINKAGE SECTION.

        01  LS-VALUE                        PIC S9(18)V9(9) COMP-3.
        01  LS-COMP-TYPE                    PIC 99.
        01  LS-DIGITS                       PIC 9999 COMP-5.
        01  LS-DECIMALS                     PIC 9999 COMP-5.
        01  LS-SIGNED                       PIC X.
        01  LS-ITEM                         PIC X(18).

        PROCEDURE DIVISION USING
            LS-VALUE, LS-COMP-TYPE, LS-DIGITS, LS-DECIMALS,
            LS-SIGNED, LS-ITEM.

        100-MAIN-DISPATCH-ENTRY.
            MOVE 0 TO LS-VALUE.
            IF LS-DECIMALS > 9 OR LS-DIGITS + LS-DECIMALS > 18
            OR LS-DIGITS + LS-DECIMALS = 0 THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.
            COMPUTE WS-TOTAL = LS-DIGITS + LS-DECIMALS.

            EVALUATE LS-COMP-TYPE
                WHEN 05
                    DIVIDE WS-TOTAL BY 2 GIVING WS-BYTES
                    ADD 1 TO WS-BYTES
                    IF LS-SIGNED = 'Y' THEN
                        MOVE ZERO TO WS-PACKED-S
                        MOVE LS-ITEM(1:WS-BYTES)
                            TO WS-PACKED-S-X(11 - WS-BYTES:WS-BYTES)
                        IF WS-PACKED-S IS NOT NUMERIC THEN
                            MOVE NC-RET-BADPARM TO RETURN-CODE
                            GOBACK
                        END-IF
                        MOVE WS-PACKED-S TO WS-SCALED
                    ELSE
                        MOVE ZERO TO WS-PACKED-U
                        MOVE LS-ITEM(1:WS-BYTES)
                            TO WS-PACKED-U-X(11 - WS-BYTES:WS-BYTES)
                        IF WS-PACKED-U IS NOT NUMERIC THEN
                            MOVE NC-RET-BADPARM TO RETURN-CODE
                            GOBACK
                        END-IF
                        MOVE WS-PACKED-U TO WS-SCALED
                    END-IF
                WHEN 06
                    IF LS-SIGNED = 'Y' THEN
                        MOVE ZERO TO WS-ZONED-S
                        MOVE LS-ITEM(1:WS-TOTAL)
                            TO WS-ZONED-S-X(19 - WS-TOTAL:WS-TOTAL)
                        IF WS-ZONED-S IS NOT NUMERIC THEN
                            MOVE NC-RET-BADPARM TO RETURN-CODE
                            GOBACK
                        END-IF
                        MOVE WS-ZONED-S TO WS-SCALED
                    ELSE
                        MOVE ZERO TO WS-ZONED-U
                        MOVE LS-ITEM(1:WS-TOTAL)
                            TO WS-ZONED-U-X(19 - WS-TOTAL:WS-TOTAL)
                        IF WS-ZONED-U IS NOT NUMERIC THEN
                            MOVE NC-RET-BADPARM TO RETURN-CODE
                            GOBACK
                        END-IF
                        MOVE WS-ZONED-U TO WS-SCALED
                    END-IF
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
                    GOBACK
            END-EVALUATE.

            MOVE WS-SCALED TO WS-SHIFTED.
            PERFORM LS-DECIMALS TIMES
                DIVIDE 10 INTO WS-SHIFTED
            END-PERFORM.
            MOVE WS-SHIFTED TO LS-VALUE.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-FIXED-FETCH.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-FIXED-FORMAT.
      *>
      *>     FORMAT A WORKING VALUE AS FIELD TEXT: LEFT-JUSTIFIED,
      *>     A LEADING '-' WHEN NEGATIVE, AND EXACTLY LS-DECIMALS
      *>     PLACES (NO POINT WHEN ZERO; PLACES BEYOND ARE CUT, NOT
      *>     ROUNDED -- ROUND INTO THE CMP- ITEM FIRST WHERE THAT
      *>     MATTERS). TEXT THAT WILL NOT FIT THE FIELD IS SHOWN AS
      *>     ASTERISKS AND NC-RET-RANGE IS RETURNED.
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

      *>
      *>     THE INTEGER PART IS 19 CHARACTERS (THE SIGN AND 18
      *>     DIGITS) AND THE POINT SITS AT POSITION 20.
      *>
        01  WS-EDITED                       PIC -(18)9.9(9).
        01  WS-EDITED-X REDEFINES WS-EDITED PIC X(29).
        01  WS-DECS                         PIC 99 COMP-5.
        01  WS-CUT-LEN                      PIC 99 COMP-5.
        01  WS-LEAD                         PIC 99 COMP-5.
        01  WS-TEXT-LEN                     PIC 99 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.

        LINKAGE SECTION.

        01  LS-VALUE                        PIC S9(18)V9(9) COMP-3.
        01  LS-DECIMALS                     PIC 9999 COMP-5.
        01  LS-TEXT                         PIC X(999).
        01  LS-LENGTH                       PIC 9999 COMP-5.

        PROCEDURE DIVISION USING
            LS-VALUE, LS-DECIMALS, LS-TEXT, LS-LENGTH.

        100-MAIN-DISPATCH-ENTRY.
            MOVE LS-LENGTH TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
            IF WS-TAKE-LEN = 0 THEN
                MOVE NC-RET-RANGE TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE LS-DECIMALS TO WS-DECS.
            IF WS-DECS > 9 THEN
                MOVE 9 TO WS-DECS
            END-IF.
            IF WS-DECS = 0 THEN
                MOVE 19 TO WS-CUT-LEN
            ELSE
                COMPUTE WS-CUT-LEN = 20 + WS-DECS
            END-IF.

            MOVE LS-VALUE TO WS-EDITED.
            MOVE 0 TO WS-LEAD.
            INSPECT WS-EDITED-X(1:WS-CUT-LEN)
                TALLYING WS-LEAD FOR LEADING SPACES.
            COMPUTE WS-TEXT-LEN = WS-CUT-LEN - WS-LEAD.

            MOVE SPACES TO LS-TEXT(1:WS-TAKE-LEN).
            IF WS-TEXT-LEN > WS-TAKE-LEN THEN
                MOVE ALL "*" TO LS-TEXT(1:WS-TAKE-LEN)
                MOVE NC-RET-RANGE TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-EDITED-X(WS-LEAD + 1:WS-TEXT-LEN)
                TO LS-TEXT(1:WS-TEXT-LEN).
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-FIXED-FORMAT.
