      *>     FDC-DIGITS = 0            PIC X(FDC-BUFFER-LENGTH)
      *>     DIGITS > 0, DECIMALS = 0  PIC [S]9(DIGITS)
      *>     DIGITS > 0, DECIMALS > 0  PIC [S]9(D-DC)V9(DC)
      *>     FDC-COMP-TYPE NUMERIC AND NOT 0/04/06
      *>                               ... COMP-3 (THE DICTIONARY'S
      *>                               PACKED PROTOTYPES)
      *>     FDC-COMP-TYPE 06          PIC S9(...) (SIGNED ZONED
      *>                               DISPLAY, SIGNED WHATEVER
      *>                               FDC-SIGNED SAYS)
      *>
      *> USAGE:  fdcgen PREFIX [COPYBOOKFILE] [NAMEPREFIX]
      *>     PREFIX SELECTS THE PROTOTYPES (FDC-NAME BEGINNING WITH
            MOVE WS-INT-DIGITS TO WS-DIGITS-ED.
            MOVE FDC-DECIMALS TO WS-DECS-ED.

            MOVE ZERO TO WS-COMP-NUM.
            IF FDC-COMP-TYPE IS NUMERIC THEN
                MOVE FDC-COMP-TYPE TO WS-COMP-NUM
            END-IF.
            IF FDC-SIGNED = 'Y' OR WS-COMP-NUM = 6 THEN
                MOVE "PIC S9(" TO WS-PIC-WORK
            ELSE
                MOVE "PIC 9(" TO WS-PIC-WORK
            END-IF.

      *>
      *>     FDC-COMP-TYPE: 0/SPACES = DISPLAY, 04 = DATE AND 06 =
      *>     SIGNED ZONED (BOTH STAY DISPLAY), ANYTHING ELSE NUMERIC
      *>     = THE DICTIONARY'S PACKED PROTOTYPE.
      *>
            IF WS-COMP-NUM NOT = 0 AND WS-COMP-NUM NOT = 4
            AND WS-COMP-NUM NOT = 6 THEN
                MOVE WS-PIC-TEXT TO WS-PIC-WORK
                STRING FUNCTION TRIM(WS-PIC-WORK) " COMP-3"
                    DELIMITED BY SIZE INTO WS-PIC-TEXT
            END-IF.
            MOVE WS-PIC-TEXT TO WS-PIC-WORK.
            MOVE SPACES TO WS-PIC-TEXT.
