            EXIT.

        END PROGRAM COBCURSES-ESERIES-PAIR.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-ESERIES-TOLERANCE.
      *>
      *>  PART TOLERANCE FOR THE E-DESIGN CALCULATORS. AN ELEMENT MAY
      *>  BE KEYED WITH ITS TOLERANCE AFTER THE VALUE, SEPARATED BY A
      *>  BLANK OR A '/': "4.7k 1%", "220/5", OR WITH A SERIES NAME
      *>  WHOSE USUAL TOLERANCE APPLIES: "4.7k E12". THE TOLERANCE IS
      *>  TAKEN OFF THE TEXT SO THE VALUE CAN GO ON TO
      *>  COBCURSES-ENG-SUFFIX AND NUMVAL AS BEFORE.
      *>
      *>  AN ELEMENT WITH NO TOLERANCE OF ITS OWN TAKES THE DEFAULT
      *>  FOR THE SHOP SERIES (COBCURSES_ESERIES, DEFAULT E24). THE
      *>  SERIES DEFAULTS ARE E12 10%, E24 5% AND E96 1%, EACH
      *>  OVERRIDDEN BY COBCURSES_TOL_E12 / _E24 / _E96 (PERCENT).
      *>  A TRAILING WORD THAT IS NOT A TOLERANCE IS LEFT IN THE TEXT
      *>  FOR THE ORDINARY EDIT TO JUDGE.
      *>
      *>  IN/OUT:
      *>      LS-TEXT / LS-LENGTH THE KEYED TEXT, TOLERANCE REMOVED
      *>  OUTPUTS:
      *>      LS-TOLERANCE        TOLERANCE PERCENT (COMP-2)
      *>  RETURN-CODE:
      *>      NC-RET-OK           TOLERANCE WAS KEYED
      *>      NC-RET-END          NONE KEYED -- SERIES DEFAULT GIVEN
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-DEFAULTS-STATE                   PIC X VALUE ' '.
            88  DEFAULTS-UNRESOLVED             VALUE ' '.
        01  WS-SHOP-SERIES                      PIC X(3).
        01  WS-TOL-E12                          COMP-2.
        01  WS-TOL-E24                          COMP-2.
        01  WS-TOL-E96                          COMP-2.
        01  WS-ENV-VAR                          PIC X(16).

        01  WS-TEXT-LEN                         PIC 9999 COMP-5.
        01  WS-SEP-X                            PIC 9999 COMP-5.
        01  WS-SCAN-X                           PIC 9999 COMP-5.
        01  WS-TOKEN                            PIC X(12).
        01  WS-TOKEN-LEN                        PIC 9999 COMP-5.
        01  WS-TOKEN-OK-FLAG                    PIC X.
            88  TOKEN-IS-NUMBER                 VALUE 'Y'.

        LINKAGE SECTION.

        01  LS-TEXT                             PIC X(40).
        01  LS-LENGTH                           PIC 9999.
        01  LS-TOLERANCE                        COMP-2.

        PROCEDURE DIVISION USING LS-TEXT, LS-LENGTH, LS-TOLERANCE.

        100-MAIN-DISPATCH-ENTRY.
            IF DEFAULTS-UNRESOLVED THEN
                PERFORM 200-RESOLVE-DEFAULTS
            END-IF.
            EVALUATE WS-SHOP-SERIES
                WHEN "E12"
                    MOVE WS-TOL-E12 TO LS-TOLERANCE
                WHEN "E96"
                    MOVE WS-TOL-E96 TO LS-TOLERANCE
                WHEN OTHER
                    MOVE WS-TOL-E24 TO LS-TOLERANCE
            END-EVALUATE.
            MOVE NC-RET-END TO RETURN-CODE.

            MOVE LS-LENGTH TO WS-TEXT-LEN.
            IF WS-TEXT-LEN > 40 THEN
                MOVE 40 TO WS-TEXT-LEN
            END-IF.
            PERFORM UNTIL WS-TEXT-LEN = 0
              OR LS-TEXT(WS-TEXT-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-TEXT-LEN
            END-PERFORM.

      *>
      *>  THE LAST BLANK OR '/' WITH A VALUE IN FRONT OF IT SEPARATES
      *>  THE TOLERANCE WORD.
      *>
            MOVE 0 TO WS-SEP-X.
            PERFORM VARYING WS-SCAN-X FROM WS-TEXT-LEN BY -1
                UNTIL WS-SCAN-X < 2 OR WS-SEP-X > 0
                IF LS-TEXT(WS-SCAN-X:1) = SPACE
                OR LS-TEXT(WS-SCAN-X:1) = '/' THEN
                    IF LS-TEXT(1:WS-SCAN-X - 1) NOT = SPACES THEN
                        MOVE WS-SCAN-X TO WS-SEP-X
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SEP-X = 0 OR WS-SEP-X >= WS-TEXT-LEN THEN
                GOBACK
            END-IF.
            COMPUTE WS-TOKEN-LEN = WS-TEXT-LEN - WS-SEP-X.
            IF WS-TOKEN-LEN > 12 THEN
                GOBACK
            END-IF.
            MOVE SPACES TO WS-TOKEN.
            MOVE LS-TEXT(WS-SEP-X + 1:WS-TOKEN-LEN) TO WS-TOKEN.
            MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-TOKEN.

            EVALUATE WS-TOKEN
                WHEN "E12"
                    MOVE WS-TOL-E12 TO LS-TOLERANCE
                WHEN "E24"
                    MOVE WS-TOL-E24 TO LS-TOLERANCE
                WHEN "E96"
                    MOVE WS-TOL-E96 TO LS-TOLERANCE
                WHEN OTHER
                    IF WS-TOKEN(WS-TOKEN-LEN:1) = '%' THEN
                        MOVE SPACE TO WS-TOKEN(WS-TOKEN-LEN:1)
                        SUBTRACT 1 FROM WS-TOKEN-LEN
                    END-IF
                    PERFORM 300-CHECK-NUMBER
                    IF NOT TOKEN-IS-NUMBER THEN
                        GOBACK
                    END-IF
                    COMPUTE LS-TOLERANCE =
                        FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
            END-EVALUATE.

            MOVE SPACES TO LS-TEXT(WS-SEP-X:WS-TEXT-LEN - WS-SEP-X + 1).
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-RESOLVE-DEFAULTS.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_ESERIES".
            IF WS-ENV-VAR(1:3) = "E12" OR WS-ENV-VAR(1:3) = "E96" THEN
                MOVE WS-ENV-VAR(1:3) TO WS-SHOP-SERIES
            ELSE
                MOVE "E24" TO WS-SHOP-SERIES
            END-IF.

            MOVE 10 TO WS-TOL-E12.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_TOL_E12".
            IF WS-ENV-VAR NOT = SPACES THEN
                COMPUTE WS-TOL-E12 = FUNCTION NUMVAL(WS-ENV-VAR)
            END-IF.
            MOVE 5 TO WS-TOL-E24.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_TOL_E24".
            IF WS-ENV-VAR NOT = SPACES THEN
                COMPUTE WS-TOL-E24 = FUNCTION NUMVAL(WS-ENV-VAR)
            END-IF.
            MOVE 1 TO WS-TOL-E96.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_TOL_E96".
            IF WS-ENV-VAR NOT = SPACES THEN
                COMPUTE WS-TOL-E96 = FUNCTION NUMVAL(WS-ENV-VAR)
            END-IF.
            MOVE 'Y' TO WS-DEFAULTS-STATE.
            EXIT.

        300-CHECK-NUMBER.
            MOVE 'N' TO WS-TOKEN-OK-FLAG.
            IF WS-TOKEN-LEN = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > WS-TOKEN-LEN
                IF (WS-TOKEN(WS-SCAN-X:1) < '0'
                    OR WS-TOKEN(WS-SCAN-X:1) > '9')
                AND WS-TOKEN(WS-SCAN-X:1) NOT = '.' THEN
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            SET TOKEN-IS-NUMBER TO TRUE.
            EXIT.

        END PROGRAM COBCURSES-ESERIES-TOLERANCE.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-TOLERANCE-SAMPLE.
      *>
      *>  ONE MONTE CARLO DRAW OF A TOLERANCED PART. THE PART'S VALUE
      *>  IS TAKEN AS NORMALLY DISTRIBUTED ABOUT THE NOMINAL WITH THE
      *>  TOLERANCE AT THREE STANDARD DEVIATIONS, CUT OFF AT THE
      *>  TOLERANCE LIMITS (THE MAKER SCREENS OUT ANYTHING BEYOND
      *>  THEM). THE GENERATOR IS SEEDED ONCE PER RUN FROM THE CLOCK,
      *>  OR FROM COBCURSES_TOL_SEED WHEN A REPEATABLE RUN IS WANTED.
      *>
      *>  INPUTS:
      *>      LS-NOMINAL          THE NOMINAL VALUE (COMP-2)
      *>      LS-TOLERANCE        TOLERANCE PERCENT (COMP-2)
      *>  OUTPUTS:
      *>      LS-SAMPLE           THE DRAWN VALUE (COMP-2)
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-SEED-STATE                       PIC X VALUE ' '.
            88  SEED-UNRESOLVED                 VALUE ' '.
        01  WS-ENV-VAR                          PIC X(16).
        01  WS-DATE-TIME                        PIC X(21).
        01  WS-SEED                             PIC 9(8).
        01  WS-U1                               COMP-2.
        01  WS-U2                               COMP-2.
        01  WS-Z                                COMP-2.

        LINKAGE SECTION.

        01  LS-NOMINAL                          COMP-2.
        01  LS-TOLERANCE                        COMP-2.
        01  LS-SAMPLE                           COMP-2.

        PROCEDURE DIVISION USING LS-NOMINAL, LS-TOLERANCE, LS-SAMPLE.

        100-MAIN-DISPATCH-ENTRY.
            IF SEED-UNRESOLVED THEN
                PERFORM 200-SEED-GENERATOR
            END-IF.
            IF LS-TOLERANCE = 0 THEN
                MOVE LS-NOMINAL TO LS-SAMPLE
                MOVE NC-RET-OK TO RETURN-CODE
                GOBACK
            END-IF.

      *>
      *>  BOX-MULLER: TWO UNIFORM DRAWS GIVE ONE STANDARD NORMAL.
      *>
            MOVE FUNCTION RANDOM TO WS-U1.
            PERFORM UNTIL WS-U1 > 0
                MOVE FUNCTION RANDOM TO WS-U1
            END-PERFORM.
            MOVE FUNCTION RANDOM TO WS-U2.
            COMPUTE WS-Z = FUNCTION SQRT(-2 * FUNCTION LOG(WS-U1))
                * FUNCTION COS(2 * FUNCTION PI * WS-U2).
            IF WS-Z > 3 THEN
                MOVE 3 TO WS-Z
            END-IF.
            IF WS-Z < -3 THEN
                MOVE -3 TO WS-Z
            END-IF.
            COMPUTE LS-SAMPLE =
                LS-NOMINAL * (1 + LS-TOLERANCE * WS-Z / 300).
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-SEED-GENERATOR.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_TOL_SEED".
            IF WS-ENV-VAR NOT = SPACES THEN
                COMPUTE WS-SEED = FUNCTION NUMVAL(WS-ENV-VAR)
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
                MOVE WS-DATE-TIME(9:8) TO WS-SEED
            END-IF.
            MOVE FUNCTION RANDOM(WS-SEED) TO WS-U1.
            MOVE 'Y' TO WS-SEED-STATE.
            EXIT.

        END PROGRAM COBCURSES-TOLERANCE-SAMPLE.
