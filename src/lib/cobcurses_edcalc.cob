        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-EDCALC.
      *>
      *>     THE E-DESIGN CALCULATIONS: OHM'S LAW (EDPR020), THE
      *>     LOADED VOLTAGE DIVIDER (EDPR030) AND THE SERIES/PARALLEL
      *>     NETWORK (EDPR040). THE SCREENS AND THE BATCH DRIVER
      *>     (EDBATCH) BOTH CALL THIS ROUTINE, SO A CASE KEYED AT THE
      *>     TERMINAL AND THE SAME CASE RUN IN BATCH GIVE THE SAME
      *>     ANSWER. SEE EDCALC.cbl FOR THE INPUTS AND RESULTS OF
      *>     EACH CALCULATOR.
      *>
      *>     PARSING: A TRAILING TOLERANCE IS TAKEN OFF EACH DIVIDER
      *>     OR NETWORK VALUE (COBCURSES-ESERIES-TOLERANCE; VIN IS
      *>     EXACT UNLESS ONE IS KEYED), ENGINEERING SUFFIXES ARE
      *>     EXPANDED (COBCURSES-ENG-SUFFIX) AND WHAT IS LEFT MUST BE
      *>     A NUMBER. RESULTS ARE FORMATTED IN ENGINEERING NOTATION
      *>     (COBCURSES-FORMAT-COMP-2, 4 DIGITS) AND THE NEAREST
      *>     STANDARD PARTS COME FROM THE SHOP SERIES
      *>     (COBCURSES_ESERIES, DEFAULT E24).
      *>
      *> INPUTS:
      *>     EDCALC-DATA             (EDCALC.cbl)
      *> OUTPUTS:
      *>     EDCALC-DATA             RESULTS, STATUS AND MESSAGE
      *> RETURN-CODE:
      *>     NC-RET-OK               SOLVED
      *>     NC-RET-END              NOT ENOUGH GIVEN TO SOLVE
      *>     NC-RET-BADPARM          AN INPUT IS NOT A VALUE, OR AN
      *>                             UNKNOWN CALCULATOR (SEE
      *>                             EDC-MESSAGE)
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-X                            PIC 9 COMP-5.
        01  WS-X-ED                         PIC 9.
        01  WS-LAST-INPUT                   PIC 9 COMP-5.
        01  WS-TEXT                         PIC X(40).
        01  WS-TEXT-LEN                     PIC 9999.
        01  WS-ENV                          PIC X(16).
        01  WS-HAVE-V                       PIC X.
        01  WS-HAVE-I                       PIC X.
        01  WS-HAVE-R                       PIC X.
        01  WS-HAVE-P                       PIC X.
        01  WS-VOLTS                        COMP-2.
        01  WS-AMPS                         COMP-2.
        01  WS-OHMS                         COMP-2.
        01  WS-WATTS                        COMP-2.
        01  WS-R2-EFF                       COMP-2.
        01  WS-TOTAL                        COMP-2.
        01  WS-ELEMENT                      COMP-2.

        01  FORMAT-WORK.
            10  WS-ENG-FLAG                 PIC X VALUE 'Y'.
            10  WS-FMT-DIGITS               PIC 99 VALUE 4.
            10  WS-UNITS-CONFIG             PIC X(80) VALUE SPACES.
            10  WS-FMT-BUFFER               PIC X(40).
            10  WS-FMT-LENGTH               PIC 99 VALUE 14.

        01  PAIR-WORK.
            10  WS-PAIR-TOLERANCE           COMP-2.
            10  WS-PAIR-MODE                PIC X.
            10  WS-PART-1                   COMP-2.
            10  WS-PART-2                   COMP-2.
            10  WS-PAIR-ERROR               COMP-2.
            10  WS-ABS-S                    COMP-2.
            10  WS-ABS-P                    COMP-2.

        LINKAGE SECTION.

        01  EDCALC-DATA.
            COPY EDCALC.

        PROCEDURE DIVISION USING EDCALC-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO EDC-MESSAGE.
            MOVE SPACE TO EDC-STATUS.
            IF EDC-CALCULATOR NOT = "EDPR020"
            AND EDC-CALCULATOR NOT = "EDPR030"
            AND EDC-CALCULATOR NOT = "EDPR040" THEN
                SET EDC-BAD-INPUT TO TRUE
                STRING "UNKNOWN CALCULATOR "
                    FUNCTION TRIM(EDC-CALCULATOR)
                    DELIMITED BY SIZE INTO EDC-MESSAGE
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.

            IF EDC-PARSE-AND-CALCULATE THEN
                MOVE ZERO TO EDC-RESULT-COUNT, EDC-STD-COUNT
                MOVE 'N' TO EDC-PAIR-FLAG
                PERFORM 200-PARSE-INPUTS
            END-IF.

            IF EDC-STATUS = SPACE THEN
                EVALUATE EDC-CALCULATOR
                    WHEN "EDPR020"
                        PERFORM 300-OHMS-LAW
                    WHEN "EDPR030"
                        PERFORM 400-DIVIDER
                    WHEN OTHER
                        PERFORM 500-NETWORK
                END-EVALUATE
            END-IF.

            EVALUATE TRUE
                WHEN EDC-BAD-INPUT
                    MOVE NC-RET-BADPARM TO RETURN-CODE
                    GOBACK
                WHEN NOT EDC-SOLVED
                    SET EDC-INCOMPLETE TO TRUE
                    MOVE NC-RET-END TO RETURN-CODE
                    GOBACK
            END-EVALUATE.

            IF EDC-PARSE-AND-CALCULATE THEN
                PERFORM 600-FORMAT-RESULTS
                PERFORM 700-STANDARD-PARTS
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

      *>
      *>     PARSE THE KEYED INPUTS. THE NETWORK'S ELEMENTS END AT THE
      *>     FIRST BLANK VALUE, AS ON THE SCREEN.
      *>
        200-PARSE-INPUTS.
            IF EDC-CALCULATOR = "EDPR040" THEN
                MOVE 8 TO WS-LAST-INPUT
            ELSE
                MOVE 4 TO WS-LAST-INPUT
            END-IF.
            MOVE ZERO TO EDC-INPUT-COUNT.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > 8 OR EDC-BAD-INPUT
                MOVE 'N' TO EDC-IN-GIVEN(WS-X), EDC-IN-TOL-KEYED(WS-X)
                MOVE ZERO TO EDC-IN-VALUE(WS-X), EDC-IN-TOLERANCE(WS-X)
                IF WS-X <= WS-LAST-INPUT THEN
                    PERFORM 210-PARSE-ONE-INPUT
                END-IF
            END-PERFORM.
            IF EDC-BAD-INPUT THEN
                EXIT PARAGRAPH
            END-IF.

            EVALUATE EDC-CALCULATOR
                WHEN "EDPR030"
                    MOVE 4 TO EDC-INPUT-COUNT
                    IF NOT EDC-IN-WAS-GIVEN(1)
                    OR NOT EDC-IN-WAS-GIVEN(2)
                    OR NOT EDC-IN-WAS-GIVEN(3) THEN
                        SET EDC-INCOMPLETE TO TRUE
                        MOVE "VIN, R1 AND R2 ARE NEEDED" TO EDC-MESSAGE
                    END-IF
                    IF NOT EDC-IN-TOL-WAS-KEYED(1) THEN
                        MOVE ZERO TO EDC-IN-TOLERANCE(1)
                    END-IF
                WHEN "EDPR040"
                    IF EDC-INPUT-COUNT = 0 THEN
                        SET EDC-INCOMPLETE TO TRUE
                        MOVE "NO ELEMENT VALUES GIVEN" TO EDC-MESSAGE
                    END-IF
                WHEN OTHER
                    MOVE 4 TO EDC-INPUT-COUNT
            END-EVALUATE.
            EXIT.

        210-PARSE-ONE-INPUT.
            IF EDC-IN-TEXT(WS-X) = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF EDC-CALCULATOR = "EDPR040"
            AND WS-X NOT = EDC-INPUT-COUNT + 1 THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE EDC-IN-TEXT(WS-X) TO WS-TEXT.
            MOVE WS-X TO WS-X-ED.
            IF EDC-CALCULATOR NOT = "EDPR020" THEN
                MOVE 40 TO WS-TEXT-LEN
                CALL "COBCURSES-ESERIES-TOLERANCE" USING
                    WS-TEXT, WS-TEXT-LEN, EDC-IN-TOLERANCE(WS-X)
                IF RETURN-CODE = NC-RET-OK THEN
                    MOVE 'Y' TO EDC-IN-TOL-KEYED(WS-X)
                END-IF
            END-IF.
            MOVE 40 TO WS-TEXT-LEN.
            CALL "COBCURSES-ENG-SUFFIX" USING WS-TEXT, WS-TEXT-LEN.
            MOVE ZERO TO RETURN-CODE.
            IF FUNCTION TEST-NUMVAL(WS-TEXT) NOT = 0 THEN
                SET EDC-BAD-INPUT TO TRUE
                STRING "INPUT " WS-X-ED " IS NOT A VALUE: "
                    FUNCTION TRIM(EDC-IN-TEXT(WS-X))
                    DELIMITED BY SIZE INTO EDC-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-TEXT) TO EDC-IN-VALUE(WS-X).
            MOVE 'Y' TO EDC-IN-GIVEN(WS-X).

            IF EDC-CALCULATOR = "EDPR040" THEN
                ADD 1 TO EDC-INPUT-COUNT
                IF WS-X = 1 OR EDC-IN-CONN(WS-X) = SPACE THEN
                    MOVE 'S' TO EDC-IN-CONN(WS-X)
                END-IF
                MOVE FUNCTION UPPER-CASE(EDC-IN-CONN(WS-X))
                    TO EDC-IN-CONN(WS-X)
                IF EDC-IN-CONN(WS-X) NOT = 'S'
                AND EDC-IN-CONN(WS-X) NOT = 'P' THEN
                    SET EDC-BAD-INPUT TO TRUE
                    STRING "CONNECTION " WS-X-ED
                        " MUST BE S OR P"
                        DELIMITED BY SIZE INTO EDC-MESSAGE
                END-IF
            END-IF.
            EXIT.

      *>
      *>     ANY TWO OF V/I/R/P GIVE THE OTHER TWO. WITH MORE THAN TWO
      *>     GIVEN, THE V/I/R PAIRS TAKE PRECEDENCE AND POWER IS
      *>     RECOMPUTED FROM THE RESULT.
      *>
        300-OHMS-LAW.
            MOVE EDC-IN-GIVEN(1) TO WS-HAVE-V.
            MOVE EDC-IN-GIVEN(2) TO WS-HAVE-I.
            MOVE EDC-IN-GIVEN(3) TO WS-HAVE-R.
            MOVE EDC-IN-GIVEN(4) TO WS-HAVE-P.
            MOVE EDC-IN-VALUE(1) TO WS-VOLTS.
            MOVE EDC-IN-VALUE(2) TO WS-AMPS.
            MOVE EDC-IN-VALUE(3) TO WS-OHMS.
            MOVE EDC-IN-VALUE(4) TO WS-WATTS.

            EVALUATE TRUE
                WHEN WS-HAVE-V = 'Y' AND WS-HAVE-I = 'Y'
                    IF WS-AMPS NOT = ZERO THEN
                        COMPUTE WS-OHMS = WS-VOLTS / WS-AMPS
                        SET EDC-SOLVED TO TRUE
                    END-IF
                WHEN WS-HAVE-V = 'Y' AND WS-HAVE-R = 'Y'
                    IF WS-OHMS NOT = ZERO THEN
                        COMPUTE WS-AMPS = WS-VOLTS / WS-OHMS
                        SET EDC-SOLVED TO TRUE
                    END-IF
                WHEN WS-HAVE-I = 'Y' AND WS-HAVE-R = 'Y'
                    COMPUTE WS-VOLTS = WS-AMPS * WS-OHMS
                    SET EDC-SOLVED TO TRUE
                WHEN WS-HAVE-P = 'Y' AND WS-HAVE-R = 'Y'
                    IF WS-OHMS > ZERO AND WS-WATTS >= ZERO THEN
                        COMPUTE WS-VOLTS =
                            (WS-WATTS * WS-OHMS) ** 0.5
                        COMPUTE WS-AMPS =
                            (WS-WATTS / WS-OHMS) ** 0.5
                        SET EDC-SOLVED TO TRUE
                    END-IF
                WHEN WS-HAVE-P = 'Y' AND WS-HAVE-V = 'Y'
                    IF WS-VOLTS NOT = ZERO THEN
                        COMPUTE WS-AMPS = WS-WATTS / WS-VOLTS
                        IF WS-AMPS NOT = ZERO THEN
                            COMPUTE WS-OHMS = WS-VOLTS / WS-AMPS
                        END-IF
                        SET EDC-SOLVED TO TRUE
                    END-IF
                WHEN WS-HAVE-P = 'Y' AND WS-HAVE-I = 'Y'
                    IF WS-AMPS NOT = ZERO THEN
                        COMPUTE WS-VOLTS = WS-WATTS / WS-AMPS
                        COMPUTE WS-OHMS = WS-VOLTS / WS-AMPS
                        SET EDC-SOLVED TO TRUE
                    END-IF
                WHEN OTHER
                    MOVE "ANY TWO OF VOLTS, AMPS, OHMS, WATTS NEEDED"
                        TO EDC-MESSAGE
            END-EVALUATE.

            IF EDC-SOLVED THEN
                COMPUTE WS-WATTS = WS-VOLTS * WS-AMPS
                MOVE "VOLTS" TO EDC-OUT-NAME(1)
                MOVE WS-VOLTS TO EDC-OUT-VALUE(1)
                MOVE "AMPS" TO EDC-OUT-NAME(2)
                MOVE WS-AMPS TO EDC-OUT-VALUE(2)
                MOVE "OHMS" TO EDC-OUT-NAME(3)
                MOVE WS-OHMS TO EDC-OUT-VALUE(3)
                MOVE "WATTS" TO EDC-OUT-NAME(4)
                MOVE WS-WATTS TO EDC-OUT-VALUE(4)
                MOVE 4 TO EDC-RESULT-COUNT
            ELSE
                IF EDC-MESSAGE = SPACES THEN
                    MOVE "NO SOLUTION (A ZERO DIVISOR)" TO EDC-MESSAGE
                END-IF
            END-IF.
            EXIT.

      *>
      *>     VOUT = VIN * (R2 || RLOAD) / (R1 + (R2 || RLOAD)). A ZERO
      *>     RLOAD MEANS NO LOAD.
      *>
        400-DIVIDER.
            IF EDC-IN-VALUE(4) NOT = ZERO
            AND EDC-IN-VALUE(3) + EDC-IN-VALUE(4) NOT = ZERO THEN
                COMPUTE WS-R2-EFF =
                    (EDC-IN-VALUE(3) * EDC-IN-VALUE(4))
                    / (EDC-IN-VALUE(3) + EDC-IN-VALUE(4))
            ELSE
                MOVE EDC-IN-VALUE(3) TO WS-R2-EFF
            END-IF.

            IF EDC-IN-VALUE(2) + WS-R2-EFF NOT = ZERO THEN
                MOVE "VOUT" TO EDC-OUT-NAME(1)
                COMPUTE EDC-OUT-VALUE(1) =
                    EDC-IN-VALUE(1) * WS-R2-EFF
                    / (EDC-IN-VALUE(2) + WS-R2-EFF)
                MOVE 1 TO EDC-RESULT-COUNT
                SET EDC-SOLVED TO TRUE
            ELSE
                MOVE "NO SOLUTION (R1 + R2 IS ZERO)" TO EDC-MESSAGE
            END-IF.
            EXIT.

      *>
      *>     FOLD THE ELEMENTS LEFT TO RIGHT. ELEMENT 1'S CONNECTION IS
      *>     IGNORED (IT STARTS THE NETWORK).
      *>
        500-NETWORK.
            MOVE EDC-IN-VALUE(1) TO WS-TOTAL.
            PERFORM VARYING WS-X FROM 2 BY 1
                UNTIL WS-X > EDC-INPUT-COUNT
                MOVE EDC-IN-VALUE(WS-X) TO WS-ELEMENT
                IF EDC-IN-CONN(WS-X) = 'P' THEN
                    IF WS-TOTAL + WS-ELEMENT NOT = ZERO THEN
                        COMPUTE WS-TOTAL =
                            (WS-TOTAL * WS-ELEMENT)
                            / (WS-TOTAL + WS-ELEMENT)
                    END-IF
                ELSE
                    ADD WS-ELEMENT TO WS-TOTAL
                END-IF
            END-PERFORM.
            MOVE "TOTAL" TO EDC-OUT-NAME(1).
            MOVE WS-TOTAL TO EDC-OUT-VALUE(1).
            MOVE 1 TO EDC-RESULT-COUNT.
            SET EDC-SOLVED TO TRUE.
            EXIT.

        600-FORMAT-RESULTS.
            PERFORM VARYING WS-X FROM 1 BY 1
                UNTIL WS-X > EDC-RESULT-COUNT
                MOVE SPACES TO WS-FMT-BUFFER
                CALL "COBCURSES-FORMAT-COMP-2" USING
                    EDC-OUT-VALUE(WS-X), WS-ENG-FLAG, WS-FMT-DIGITS,
                    WS-UNITS-CONFIG, WS-FMT-BUFFER, WS-FMT-LENGTH
                MOVE WS-FMT-BUFFER(1:14) TO EDC-OUT-TEXT(WS-X)
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *>     THE NEAREST STANDARD PARTS IN THE SHOP SERIES, AND FOR THE
      *>     NETWORK TOTAL THE BEST TWO-PART COMBINATION.
      *>
        700-STANDARD-PARTS.
            MOVE SPACES TO WS-ENV.
            ACCEPT WS-ENV FROM ENVIRONMENT "COBCURSES_ESERIES".
            IF WS-ENV(1:3) = "E12" OR WS-ENV(1:3) = "E96" THEN
                MOVE WS-ENV(1:3) TO EDC-SERIES
            ELSE
                MOVE "E24" TO EDC-SERIES
            END-IF.

            EVALUATE EDC-CALCULATOR
                WHEN "EDPR020"
                    MOVE "OHMS" TO EDC-STD-ROLE(1)
                    MOVE WS-OHMS TO EDC-STD-VALUE(1)
                    MOVE 1 TO WS-X
                    PERFORM 710-NEAREST-PART
                WHEN "EDPR030"
                    MOVE "R1" TO EDC-STD-ROLE(1)
                    MOVE EDC-IN-VALUE(2) TO EDC-STD-VALUE(1)
                    MOVE 1 TO WS-X
                    PERFORM 710-NEAREST-PART
                    MOVE "R2" TO EDC-STD-ROLE(2)
                    MOVE EDC-IN-VALUE(3) TO EDC-STD-VALUE(2)
                    MOVE 2 TO WS-X
                    PERFORM 710-NEAREST-PART
                WHEN OTHER
                    MOVE "TOTAL" TO EDC-STD-ROLE(1)
                    MOVE WS-TOTAL TO EDC-STD-VALUE(1)
                    MOVE 1 TO WS-X
                    PERFORM 710-NEAREST-PART
                    IF EDC-STD-COUNT > 0 THEN
                        PERFORM 720-BEST-PAIR
                    END-IF
            END-EVALUATE.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *>     ENTRY WS-X COUNTS ONLY WHEN THE SERIES CAN PLACE IT (A
      *>     POSITIVE VALUE); ENTRIES ARE KEPT IN ORDER.
      *>
        710-NEAREST-PART.
            CALL "COBCURSES-ESERIES-NEAREST" USING
                EDC-SERIES, EDC-STD-VALUE(WS-X),
                EDC-STD-BELOW(WS-X), EDC-STD-ABOVE(WS-X),
                EDC-STD-ERR-BELOW(WS-X), EDC-STD-ERR-ABOVE(WS-X).
            IF RETURN-CODE = NC-RET-OK AND EDC-STD-COUNT = WS-X - 1
                MOVE WS-X TO EDC-STD-COUNT
            END-IF.
            EXIT.

      *>
      *>     TRY BOTH COMBINATION MODES AND KEEP THE CLOSER ONE, WITHIN
      *>     COBCURSES_ESERIES_TOL PERCENT (DEFAULT 1).
      *>
        720-BEST-PAIR.
            MOVE SPACES TO WS-ENV.
            ACCEPT WS-ENV FROM ENVIRONMENT "COBCURSES_ESERIES_TOL".
            IF WS-ENV NOT = SPACES THEN
                COMPUTE WS-PAIR-TOLERANCE = FUNCTION NUMVAL(WS-ENV(1:8))
            ELSE
                MOVE 1 TO WS-PAIR-TOLERANCE
            END-IF.

            MOVE 'S' TO WS-PAIR-MODE.
            CALL "COBCURSES-ESERIES-PAIR" USING
                EDC-SERIES, WS-PAIR-MODE, WS-TOTAL, WS-PAIR-TOLERANCE,
                WS-PART-1, WS-PART-2, WS-PAIR-ERROR.
            IF RETURN-CODE NOT = NC-RET-BADPARM THEN
                SET EDC-PAIR-FOUND TO TRUE
                MOVE 'S' TO EDC-PAIR-MODE
                MOVE WS-PART-1 TO EDC-PAIR-PART-1
                MOVE WS-PART-2 TO EDC-PAIR-PART-2
                MOVE WS-PAIR-ERROR TO EDC-PAIR-ERROR
                COMPUTE WS-ABS-S = FUNCTION ABS(WS-PAIR-ERROR)
            END-IF.

            MOVE 'P' TO WS-PAIR-MODE.
            CALL "COBCURSES-ESERIES-PAIR" USING
                EDC-SERIES, WS-PAIR-MODE, WS-TOTAL, WS-PAIR-TOLERANCE,
                WS-PART-1, WS-PART-2, WS-PAIR-ERROR.
            IF RETURN-CODE NOT = NC-RET-BADPARM THEN
                COMPUTE WS-ABS-P = FUNCTION ABS(WS-PAIR-ERROR)
                IF NOT EDC-PAIR-FOUND OR WS-ABS-P < WS-ABS-S THEN
                    SET EDC-PAIR-FOUND TO TRUE
                    MOVE 'P' TO EDC-PAIR-MODE
                    MOVE WS-PART-1 TO EDC-PAIR-PART-1
                    MOVE WS-PART-2 TO EDC-PAIR-PART-2
                    MOVE WS-PAIR-ERROR TO EDC-PAIR-ERROR
                END-IF
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        END PROGRAM COBCURSES-EDCALC.
