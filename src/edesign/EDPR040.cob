*>  FOLDED LEFT TO RIGHT INTO THE TOTAL RESISTANCE. THE RESULT
*>  SHOWS IN ENGINEERING NOTATION (COBCURSES-FORMAT-COMP-2) AND
*>  EVERY FOLD IS APPENDED TO EDPR040.LOG, AS EDPR010 DOES.
*>  REGISTER THROUGH LAUNCHER.X SO ED000010 OFFERS IT. THE FOLD
*>  ITSELF IS COBCURSES-EDCALC, SHARED WITH EDBATCH; A CONNECTION
*>  FLAG OTHER THAN S OR P (OR BLANK, MEANING S) IS REFUSED.
*>
*>  EACH VALUE MAY CARRY A PART TOLERANCE AFTER IT ("4.7k 1%",
*>  "10k E12" -- SEE COBCURSES-ESERIES-TOLERANCE); ONE KEYED
*>  WITHOUT TAKES THE SHOP SERIES DEFAULT. EVERY FOLD ALSO GIVES
*>  THE WORST-CASE TOTAL BY CORNER ANALYSIS AND A MONTE CARLO RUN
*>  (MEAN, STANDARD DEVIATION AND THE PERCENTAGE OF BUILDS WITHIN
*>  THE TARGET WINDOW ABOUT THE NOMINAL TOTAL). COBCURSES_TOL_RUNS
*>  SETS THE NUMBER OF BUILDS (DEFAULT 1000) AND
*>  COBCURSES_TOL_WINDOW THE WINDOW (PERCENT, DEFAULT 1).
*>
*>  THIS SOURCE MUST BE COMPILED WITH OPEN-COBOL'S -free
*>  OPTION FOR FREE-FORM SOURCE CODE.
    COPY COBCURSL.                                      *> LOCAL STUFF FOR COBCURSQ PARAGRAPHS
    COPY EDPR040-WS.                                    *> SCREEN LOCALS

*>
*>  PROJECT WORKBOOK ATTACH (SEE COBCURSES-EDPROJ-ATTACH). THE ATTACH
*>  KEY IS COBCURSES_ATTACH_FKEY (DEFAULT F6; 0 DISABLES IT). EACH
*>  CALCULATION LEAVES ITS PARTS IN EDPROJ-ATTACH-DATA, READY TO GO.
*>
    01  PROJECT-WORK.
        10  PRJ-ATTACH-FKEY                 PIC 9999 COMP-5.
        10  PRJ-ENV                         PIC X(16).
        10  PRJ-X                           PIC 9.
        10  PRJ-TOL-TEXT                    PIC X(40).
        10  PRJ-TOL-LEN                     PIC 9999.

    01  EDPROJ-ATTACH-DATA.
        COPY EDATTACH.

    01  FILE-NAMES.
        10  FILE-NAME-LENGTH                PIC 9999.
        10  EDPR040H-FILE-NAME              PIC X(256)

    01  CALC-WORK.
        10  NUM-TOTAL                       COMP-2.
        10  NUM-NOMINAL                     COMP-2.
        10  NUM-WORK-ITEM                   COMP-2.
        10  WS-ELEMENT-X                    PIC 9.
        10  WS-ELEMENT-COUNT                PIC 9.
        10  WS-ELEMENT-CONN                 PIC X.

*>
*>  TOLERANCE ANALYSIS WORK, ONE SLOT PER ELEMENT IN THE NETWORK.
*>
    01  TOLERANCE-WORK.
        10  TOL-ELEMENT OCCURS 8 TIMES.
            15  TOL-NOMINAL                 COMP-2.
            15  TOL-PERCENT                 COMP-2.
            15  TOL-TRIAL                   COMP-2.
            15  TOL-CONN                    PIC X.
        10  TOL-X                           PIC 9.
        10  TOL-CORNER                      PIC 999.
        10  TOL-CORNERS                     PIC 999.
        10  TOL-BITS                        PIC 999.
        10  TOL-BIT                         PIC 9.
        10  TOL-SETTINGS-FLAG               PIC X VALUE 'N'.
            88  TOL-SETTINGS-LOADED         VALUE 'Y'.
        10  TOL-ENV                         PIC X(16).
        10  TOL-RUNS                        PIC 9(5).
        10  TOL-RUN-X                       PIC 9(5).
        10  TOL-INSIDE                      PIC 9(5).
        10  TOL-WINDOW                      COMP-2.
        10  TOL-WINDOW-LOW                  COMP-2.
        10  TOL-WINDOW-HIGH                 COMP-2.
        10  TOL-MIN                         COMP-2.
        10  TOL-MAX                         COMP-2.
        10  TOL-SUM                         COMP-2.
        10  TOL-SUM-SQUARES                 COMP-2.
        10  TOL-MEAN                        COMP-2.
        10  TOL-VARIANCE                    COMP-2.
        10  TOL-STDDEV                      COMP-2.
        10  TOL-INSIDE-PCT                  COMP-2.
        10  TOL-MIN-TEXT                    PIC X(14).
        10  TOL-MAX-TEXT                    PIC X(14).
        10  TOL-MEAN-TEXT                   PIC X(14).
        10  TOL-STDDEV-TEXT                 PIC X(14).
        10  TOL-RUNS-ED                     PIC ZZZZ9.
        10  TOL-INSIDE-ED                   PIC ZZ9.9.
        10  TOL-WINDOW-ED                   PIC Z9.99.

*>
*>  THE SHARED CALCULATION (SEE COBCURSES-EDCALC), WHICH ALSO GIVES
*>  THE NEAREST STANDARD VALUES (COBCURSES_ESERIES, DEFAULT E24) AND
*>  THE BEST PAIR (WITHIN COBCURSES_ESERIES_TOL, DEFAULT 1 PERCENT).
*>
    01  EDCALC-DATA.
        COPY EDCALC.

    01  ESERIES-WORK.
        10  ESR-BELOW-ED                    PIC Z(7)9.99.
        10  ESR-ABOVE-ED                    PIC Z(7)9.99.
        10  ESR-EB-ED                       PIC +Z9.9.
    OPEN EXTEND EDPR040H-FILE.
    PERFORM NC-INIT.                                    *> INITIALIZE LOCALS
    COPY EDPR040-PD.
    PERFORM 1100-RESOLVE-ATTACH-KEY.
    PERFORM NC-DRAW-SCREEN.                             *> PAINT SCREEN BACKGROUND
    EXIT.

1100-RESOLVE-ATTACH-KEY.
    MOVE ZERO TO EDA-PART-COUNT.
    MOVE 6 TO PRJ-ATTACH-FKEY.
    MOVE SPACES TO PRJ-ENV.
    ACCEPT PRJ-ENV FROM ENVIRONMENT "COBCURSES_ATTACH_FKEY".
    IF PRJ-ENV NOT = SPACES THEN
        MOVE FUNCTION NUMVAL(PRJ-ENV) TO PRJ-ATTACH-FKEY
    END-IF.
    EXIT.

5000-PROCESS.
    PERFORM NC-FIELD-STATE-MACHINE.
    EXIT.

6100-COMPUTE-AND-LOG.
*>
*>  COLLECT THE ELEMENTS (AND THEIR TOLERANCES) IN ORDER; A BLANK
*>  VALUE ENDS THE LIST. THE NOMINAL TOTAL IS THE NETWORK FOLDED
*>  AT THE KEYED VALUES.
*>
    INITIALIZE EDCALC-DATA.
    SET EDC-PARSE-AND-CALCULATE TO TRUE.
    MOVE "EDPR040" TO EDC-CALCULATOR.
    PERFORM VARYING WS-ELEMENT-X FROM 1 BY 1
        UNTIL WS-ELEMENT-X > 8
        PERFORM 6150-TAKE-ELEMENT
        MOVE WS-ELEMENT-VALUE TO EDC-IN-TEXT(WS-ELEMENT-X)
        MOVE WS-ELEMENT-CONN TO EDC-IN-CONN(WS-ELEMENT-X)
    END-PERFORM.
    CALL "COBCURSES-EDCALC" USING EDCALC-DATA.
    MOVE ZERO TO RETURN-CODE.

    IF EDC-BAD-INPUT THEN
        MOVE EDC-MESSAGE TO NC-MSGBUF
        PERFORM NC-PUT-ERROR
        EXIT PARAGRAPH
    END-IF.
    IF NOT EDC-SOLVED THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE EDC-INPUT-COUNT TO WS-ELEMENT-COUNT.
    PERFORM VARYING TOL-X FROM 1 BY 1
        UNTIL TOL-X > WS-ELEMENT-COUNT
        MOVE EDC-IN-VALUE(TOL-X) TO TOL-NOMINAL(TOL-X)
        MOVE EDC-IN-VALUE(TOL-X) TO TOL-TRIAL(TOL-X)
        MOVE EDC-IN-TOLERANCE(TOL-X) TO TOL-PERCENT(TOL-X)
        MOVE EDC-IN-CONN(TOL-X) TO TOL-CONN(TOL-X)
    END-PERFORM.
    MOVE EDC-OUT-VALUE(1) TO NUM-TOTAL.
    MOVE NUM-TOTAL TO NUM-NOMINAL.
    MOVE EDC-OUT-TEXT(1) TO FLD-DSP-TOTAL.
    PERFORM NC-DRAW-FIELDS.
    PERFORM 6600-TOLERANCE-ANALYSIS.
    PERFORM 6110-WRITE-HISTORY.
    PERFORM 6810-NOTE-PARTS.
    PERFORM 6700-SHOW-SPREAD.
    PERFORM 6400-SHOW-STANDARD-VALUES.
    EXIT.

6200-FOLD-NETWORK.
*>
*>  FOLD THE TRIAL VALUES LEFT TO RIGHT INTO NUM-TOTAL, THROUGH THE
*>  SAME ROUTINE AS THE NOMINAL FOLD.
*>
    SET EDC-CALCULATE-ONLY TO TRUE.
    MOVE WS-ELEMENT-COUNT TO EDC-INPUT-COUNT.
    PERFORM VARYING TOL-X FROM 1 BY 1
        UNTIL TOL-X > WS-ELEMENT-COUNT
        MOVE TOL-TRIAL(TOL-X) TO EDC-IN-VALUE(TOL-X)
        MOVE TOL-CONN(TOL-X) TO EDC-IN-CONN(TOL-X)
    END-PERFORM.
    CALL "COBCURSES-EDCALC" USING EDCALC-DATA.
    MOVE ZERO TO RETURN-CODE.
    MOVE EDC-OUT-VALUE(1) TO NUM-TOTAL.
    EXIT.

6400-SHOW-STANDARD-VALUES.
*>  (SERIES OR PARALLEL, WHICHEVER LANDS CLOSER) WITHIN THE
*>  CHOSEN TOLERANCE.
*>
    IF EDC-STD-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE EDC-STD-BELOW(1) TO ESR-BELOW-ED.
    MOVE EDC-STD-ABOVE(1) TO ESR-ABOVE-ED.
    MOVE EDC-STD-ERR-BELOW(1) TO ESR-EB-ED.
    MOVE EDC-STD-ERR-ABOVE(1) TO ESR-EA-ED.
    MOVE EDC-PAIR-PART-1 TO ESR-P1-ED.
    MOVE EDC-PAIR-PART-2 TO ESR-P2-ED.
    MOVE EDC-PAIR-ERROR TO ESR-PE-ED.
    MOVE SPACES TO NC-MSGBUF.
    IF EDC-PAIR-FOUND THEN
        STRING "NEAREST " EDC-SERIES ": "
            FUNCTION TRIM(ESR-BELOW-ED) " ("
            FUNCTION TRIM(ESR-EB-ED) ") / "
            FUNCTION TRIM(ESR-ABOVE-ED) " ("
            FUNCTION TRIM(ESR-EA-ED) ")  BEST PAIR ("
            EDC-PAIR-MODE "): "
            FUNCTION TRIM(ESR-P1-ED) " + "
            FUNCTION TRIM(ESR-P2-ED) " ("
            FUNCTION TRIM(ESR-PE-ED) " PCT)"
            DELIMITED BY SIZE INTO NC-MSGBUF
    ELSE
        STRING "NEAREST " EDC-SERIES ": "
            FUNCTION TRIM(ESR-BELOW-ED) " ("
            FUNCTION TRIM(ESR-EB-ED) ") / "
            FUNCTION TRIM(ESR-ABOVE-ED) " ("
            FUNCTION TRIM(ESR-EA-ED) ")"
            DELIMITED BY SIZE INTO NC-MSGBUF
    END-IF.
    PERFORM NC-PUT-MESSAGE.
    EXIT.

6150-TAKE-ELEMENT.

6110-WRITE-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO ED4-DATE-TIME.
    MOVE ED4-DATE-TIME TO EDA-CALC-AT.
    MOVE WS-ELEMENT-COUNT TO ED4-ELEMENTS.
    MOVE FLD-DSP-TOTAL TO ED4-RESULT.
    MOVE TOL-MIN-TEXT TO ED4-WC-MIN.
    MOVE TOL-MAX-TEXT TO ED4-WC-MAX.
    MOVE TOL-RUNS TO ED4-MC-RUNS.
    MOVE TOL-MEAN-TEXT TO ED4-MC-MEAN.
    MOVE TOL-STDDEV-TEXT TO ED4-MC-STDDEV.
    MOVE TOL-WINDOW-ED TO ED4-MC-WINDOW.
    MOVE TOL-INSIDE-ED TO ED4-MC-INSIDE.
    WRITE EDPR040H-RECORD.
    EXIT.

6600-TOLERANCE-ANALYSIS.
*>
*>  WORST CASE BY CORNER ANALYSIS: EVERY ELEMENT AT ITS LOW OR HIGH
*>  LIMIT, ALL 2**N COMBINATIONS. THEN THE MONTE CARLO RUN.
*>
    IF NOT TOL-SETTINGS-LOADED THEN
        PERFORM 6610-TOLERANCE-SETTINGS
    END-IF.
    MOVE NUM-NOMINAL TO TOL-MIN, TOL-MAX.
    COMPUTE TOL-CORNERS = 2 ** WS-ELEMENT-COUNT.
    PERFORM VARYING TOL-CORNER FROM 0 BY 1
        UNTIL TOL-CORNER >= TOL-CORNERS
        PERFORM 6620-CORNER-TRIAL
    END-PERFORM.

    MOVE ZERO TO TOL-SUM, TOL-SUM-SQUARES.
    MOVE ZERO TO TOL-INSIDE.
    COMPUTE TOL-WINDOW-LOW =
        NUM-NOMINAL - FUNCTION ABS(NUM-NOMINAL) * TOL-WINDOW / 100.
    COMPUTE TOL-WINDOW-HIGH =
        NUM-NOMINAL + FUNCTION ABS(NUM-NOMINAL) * TOL-WINDOW / 100.
    PERFORM VARYING TOL-RUN-X FROM 1 BY 1
        UNTIL TOL-RUN-X > TOL-RUNS
        PERFORM 6630-MONTE-CARLO-TRIAL
    END-PERFORM.

    COMPUTE TOL-MEAN = TOL-SUM / TOL-RUNS.
    COMPUTE TOL-VARIANCE =
        TOL-SUM-SQUARES / TOL-RUNS - TOL-MEAN * TOL-MEAN.
    IF TOL-VARIANCE > ZERO THEN
        COMPUTE TOL-STDDEV = FUNCTION SQRT(TOL-VARIANCE)
    ELSE
        MOVE ZERO TO TOL-STDDEV
    END-IF.
    COMPUTE TOL-INSIDE-PCT = TOL-INSIDE * 100 / TOL-RUNS.
    MOVE NUM-NOMINAL TO NUM-TOTAL.

    MOVE TOL-MIN TO NUM-WORK-ITEM.
    PERFORM 6300-FORMAT-ENGINEERING.
    MOVE WS-FMT-BUFFER(1:14) TO TOL-MIN-TEXT.
    MOVE TOL-MAX TO NUM-WORK-ITEM.
    PERFORM 6300-FORMAT-ENGINEERING.
    MOVE WS-FMT-BUFFER(1:14) TO TOL-MAX-TEXT.
    MOVE TOL-MEAN TO NUM-WORK-ITEM.
    PERFORM 6300-FORMAT-ENGINEERING.
    MOVE WS-FMT-BUFFER(1:14) TO TOL-MEAN-TEXT.
    MOVE TOL-STDDEV TO NUM-WORK-ITEM.
    PERFORM 6300-FORMAT-ENGINEERING.
    MOVE WS-FMT-BUFFER(1:14) TO TOL-STDDEV-TEXT.
    MOVE TOL-RUNS TO TOL-RUNS-ED.
    MOVE TOL-INSIDE-PCT TO TOL-INSIDE-ED.
    MOVE TOL-WINDOW TO TOL-WINDOW-ED.
    EXIT.

6610-TOLERANCE-SETTINGS.
    MOVE 1000 TO TOL-RUNS.
    MOVE SPACES TO TOL-ENV.
    ACCEPT TOL-ENV FROM ENVIRONMENT "COBCURSES_TOL_RUNS".
    IF TOL-ENV NOT = SPACES THEN
        COMPUTE TOL-RUNS = FUNCTION NUMVAL(TOL-ENV)
        IF TOL-RUNS = ZERO THEN
            MOVE 1000 TO TOL-RUNS
        END-IF
    END-IF.
    MOVE 1 TO TOL-WINDOW.
    MOVE SPACES TO TOL-ENV.
    ACCEPT TOL-ENV FROM ENVIRONMENT "COBCURSES_TOL_WINDOW".
    IF TOL-ENV NOT = SPACES THEN
        COMPUTE TOL-WINDOW = FUNCTION NUMVAL(TOL-ENV)
    END-IF.
    SET TOL-SETTINGS-LOADED TO TRUE.
    EXIT.

6620-CORNER-TRIAL.
*>
*>  BIT N OF THE CORNER NUMBER PUTS ELEMENT N AT ITS HIGH LIMIT.
*>
    MOVE TOL-CORNER TO TOL-BITS.
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > WS-ELEMENT-COUNT
        DIVIDE TOL-BITS BY 2 GIVING TOL-BITS REMAINDER TOL-BIT
        IF TOL-BIT = 1 THEN
            COMPUTE TOL-TRIAL(TOL-X) = TOL-NOMINAL(TOL-X)
                * (1 + TOL-PERCENT(TOL-X) / 100)
        ELSE
            COMPUTE TOL-TRIAL(TOL-X) = TOL-NOMINAL(TOL-X)
                * (1 - TOL-PERCENT(TOL-X) / 100)
        END-IF
    END-PERFORM.
    PERFORM 6200-FOLD-NETWORK.
    IF NUM-TOTAL < TOL-MIN THEN
        MOVE NUM-TOTAL TO TOL-MIN
    END-IF.
    IF NUM-TOTAL > TOL-MAX THEN
        MOVE NUM-TOTAL TO TOL-MAX
    END-IF.
    EXIT.

6630-MONTE-CARLO-TRIAL.
*>
*>  ONE BUILD: EVERY ELEMENT DRAWN WITHIN ITS TOLERANCE.
*>
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > WS-ELEMENT-COUNT
        CALL "COBCURSES-TOLERANCE-SAMPLE" USING
            TOL-NOMINAL(TOL-X), TOL-PERCENT(TOL-X), TOL-TRIAL(TOL-X)
    END-PERFORM.
    PERFORM 6200-FOLD-NETWORK.
    ADD NUM-TOTAL TO TOL-SUM.
    COMPUTE TOL-SUM-SQUARES = TOL-SUM-SQUARES + NUM-TOTAL * NUM-TOTAL.
    IF NUM-TOTAL >= TOL-WINDOW-LOW
    AND NUM-TOTAL <= TOL-WINDOW-HIGH THEN
        ADD 1 TO TOL-INSIDE
    END-IF.
    MOVE ZERO TO RETURN-CODE.
    EXIT.

6700-SHOW-SPREAD.
    MOVE SPACES TO NC-MSGBUF.
    STRING "WORST CASE "
        FUNCTION TRIM(TOL-MIN-TEXT) " TO "
        FUNCTION TRIM(TOL-MAX-TEXT) "  MONTE CARLO ("
        FUNCTION TRIM(TOL-RUNS-ED) "): MEAN "
        FUNCTION TRIM(TOL-MEAN-TEXT) " SD "
        FUNCTION TRIM(TOL-STDDEV-TEXT) "  "
        FUNCTION TRIM(TOL-INSIDE-ED) " PCT WITHIN +/-"
        FUNCTION TRIM(TOL-WINDOW-ED) " PCT"
        DELIMITED BY SIZE INTO NC-MSGBUF.
*>
*>  THE STANDARD-VALUE ADVICE FOLLOWS ON THE SAME LINE, SO HOLD
*>  THIS ONE UNTIL IT HAS BEEN READ.
*>
    PERFORM NC-PUT-MESSAGE-CR.
    EXIT.


6800-ATTACH-TO-PROJECT.
*>
*>  THE ATTACH KEY: ATTACH THE PARTS OF THE LAST CALCULATION TO A
*>  PROJECT, THEN REPAINT OVER THE DIALOG AND SAY WHAT WAS DONE.
*>
    CALL "COBCURSES-EDPROJ-ATTACH" USING
        NC-COBCURSES, EDPROJ-ATTACH-DATA.
    MOVE ZERO TO RETURN-CODE.
    PERFORM NC-DRAW-SCREEN.
    PERFORM NC-DRAW-FIELDS.
    MOVE EDA-MESSAGE TO NC-MSGBUF.
    PERFORM NC-PUT-MESSAGE.
    EXIT.

6810-NOTE-PARTS.
*>
*>  EVERY ELEMENT OF THE NETWORK IS A PART, WITH ITS TOLERANCE.
*>
    MOVE "EDPR040" TO EDA-PROGRAM.
    MOVE SPACES TO EDA-NOTE.
    STRING "NETWORK, TOTAL " FUNCTION TRIM(FLD-DSP-TOTAL)
        DELIMITED BY SIZE INTO EDA-NOTE.
    MOVE WS-ELEMENT-COUNT TO EDA-PART-COUNT.
    PERFORM VARYING PRJ-X FROM 1 BY 1 UNTIL PRJ-X > WS-ELEMENT-COUNT
        MOVE SPACES TO EDA-ROLE(PRJ-X)
        STRING "ELEM " PRJ-X DELIMITED BY SIZE INTO EDA-ROLE(PRJ-X)
        MOVE TOL-NOMINAL(PRJ-X) TO EDA-VALUE(PRJ-X)
        MOVE TOL-PERCENT(PRJ-X) TO EDA-TOLERANCE(PRJ-X)
        MOVE TOL-NOMINAL(PRJ-X) TO NUM-WORK-ITEM
        PERFORM 6300-FORMAT-ENGINEERING
        MOVE WS-FMT-BUFFER(1:14) TO EDA-TEXT(PRJ-X)
    END-PERFORM.
    EXIT.

NC-VERIFY-EVENT.
    EXIT.

NC-FKEY-EVENT.
    IF PRJ-ATTACH-FKEY NOT = ZERO
    AND NC-FIELD-FKEY-NO = PRJ-ATTACH-FKEY THEN
        PERFORM 6800-ATTACH-TO-PROJECT
    END-IF.
    EXIT.

NC-HELP-EVENT.
