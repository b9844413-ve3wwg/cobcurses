*>  ZERO RLOAD MEANS NO LOAD. RESULTS SHOW IN ENGINEERING NOTATION
*>  (COBCURSES-FORMAT-COMP-2) AND EVERY CALCULATION IS APPENDED TO
*>  EDPR030.LOG, AS EDPR010 DOES. REGISTER THROUGH LAUNCHER.X SO
*>  ED000010 OFFERS IT. THE DIVIDER ITSELF IS COBCURSES-EDCALC,
*>  SHARED WITH EDBATCH; VIN, R1 AND R2 MUST ALL BE GIVEN.
*>
*>  EACH VALUE MAY CARRY A PART TOLERANCE AFTER IT ("4.7k 1%",
*>  "10k E12" -- SEE COBCURSES-ESERIES-TOLERANCE); A RESISTOR KEYED
*>  WITHOUT ONE TAKES THE SHOP SERIES DEFAULT, VIN ONLY WHAT IS
*>  KEYED. EVERY CALCULATION ALSO GIVES THE WORST-CASE VOUT SPREAD
*>  BY CORNER ANALYSIS AND A MONTE CARLO RUN (MEAN, STANDARD
*>  DEVIATION AND THE PERCENTAGE OF BUILDS WITHIN THE TARGET WINDOW
*>  ABOUT THE NOMINAL VOUT). COBCURSES_TOL_RUNS SETS THE NUMBER OF
*>  BUILDS (DEFAULT 1000) AND COBCURSES_TOL_WINDOW THE WINDOW
*>  (PERCENT, DEFAULT 1).
*>
*>  THIS SOURCE MUST BE COMPILED WITH OPEN-COBOL'S -free
*>  OPTION FOR FREE-FORM SOURCE CODE.
    COPY COBCURSL.                                      *> LOCAL STUFF FOR COBCURSQ PARAGRAPHS
    COPY EDPR030-WS.                                    *> SCREEN LOCALS

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
        10  EDPR030H-FILE-NAME              PIC X(256)
        10  NUM-R1                          COMP-2.
        10  NUM-R2                          COMP-2.
        10  NUM-RLOAD                       COMP-2.
        10  NUM-VOUT                        COMP-2.
        10  NUM-WORK-ITEM                   COMP-2.

*>
*>  TOLERANCE ANALYSIS WORK. ELEMENTS ARE 1 VIN, 2 R1, 3 R2 AND
*>  4 RLOAD (ONLY WHEN A LOAD IS GIVEN).
*>
    01  TOLERANCE-WORK.
        10  TOL-ELEMENT OCCURS 4 TIMES.
            15  TOL-NOMINAL                 COMP-2.
            15  TOL-PERCENT                 COMP-2.
            15  TOL-TRIAL                   COMP-2.
        10  TOL-COUNT                       PIC 9.
        10  TOL-X                           PIC 9.
        10  TOL-CORNER                      PIC 99.
        10  TOL-CORNERS                     PIC 99.
        10  TOL-BITS                        PIC 99.
        10  TOL-BIT                         PIC 9.
        10  TOL-VALID-FLAG                  PIC X.
            88  TOL-TRIAL-VALID             VALUE 'Y'.
        10  TOL-SETTINGS-FLAG               PIC X VALUE 'N'.
            88  TOL-SETTINGS-LOADED         VALUE 'Y'.
        10  TOL-ENV                         PIC X(16).
        10  TOL-RUNS                        PIC 9(5).
        10  TOL-RUN-X                       PIC 9(5).
        10  TOL-GOOD-RUNS                   PIC 9(5).
        10  TOL-INSIDE                      PIC 9(5).
        10  TOL-WINDOW                      COMP-2.
        10  TOL-WINDOW-LOW                  COMP-2.
        10  TOL-WINDOW-HIGH                 COMP-2.
        10  TOL-RESULT                      COMP-2.
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

    01  FORMAT-WORK.
        10  WS-ENG-FLAG                     PIC X VALUE 'Y'.
        10  WS-FMT-DIGITS                   PIC 99 VALUE 4.
        10  WS-FMT-BUFFER                   PIC X(40).
        10  WS-FMT-LENGTH                   PIC 99 VALUE 14.

*>
*>  THE SHARED CALCULATION (SEE COBCURSES-EDCALC).
*>
    01  EDCALC-DATA.
        COPY EDCALC.

LINKAGE SECTION.
    COPY COBCURSG.                                      *> DEFINE COBCURSES GLOBALS
    OPEN EXTEND EDPR030H-FILE.
    PERFORM NC-INIT.                                    *> INITIALIZE LOCALS
    COPY EDPR030-PD.
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
    EXIT.

6100-COMPUTE-AND-LOG.
*>
*>  PARSE THE KEYED VALUES AND THEIR TOLERANCES (A RESISTOR KEYED
*>  WITHOUT ONE TAKES THE SERIES DEFAULT; VIN AND A BLANK LOAD ARE
*>  EXACT) AND EVALUATE THE NOMINAL DIVIDER.
*>
    INITIALIZE EDCALC-DATA.
    SET EDC-PARSE-AND-CALCULATE TO TRUE.
    MOVE "EDPR030" TO EDC-CALCULATOR.
    MOVE FLD-VIN TO EDC-IN-TEXT(1).
    MOVE FLD-R1 TO EDC-IN-TEXT(2).
    MOVE FLD-R2 TO EDC-IN-TEXT(3).
    MOVE FLD-RLOAD TO EDC-IN-TEXT(4).
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

    MOVE EDC-IN-VALUE(1) TO NUM-VIN.
    MOVE EDC-IN-VALUE(2) TO NUM-R1.
    MOVE EDC-IN-VALUE(3) TO NUM-R2.
    MOVE EDC-IN-VALUE(4) TO NUM-RLOAD.
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > 4
        MOVE EDC-IN-VALUE(TOL-X) TO TOL-NOMINAL(TOL-X)
        MOVE EDC-IN-TOLERANCE(TOL-X) TO TOL-PERCENT(TOL-X)
        MOVE EDC-IN-VALUE(TOL-X) TO TOL-TRIAL(TOL-X)
    END-PERFORM.
    IF NUM-RLOAD = ZERO THEN
        MOVE 3 TO TOL-COUNT
    ELSE
        MOVE 4 TO TOL-COUNT
    END-IF.

    MOVE EDC-OUT-VALUE(1) TO NUM-VOUT.
    MOVE EDC-OUT-TEXT(1) TO FLD-DSP-VOUT.
    PERFORM NC-DRAW-FIELDS.
    PERFORM 6600-TOLERANCE-ANALYSIS.
    PERFORM 6110-WRITE-HISTORY.
    PERFORM 6810-NOTE-PARTS.
    PERFORM 6700-SHOW-SPREAD.
    EXIT.

6200-EVALUATE-DIVIDER.
*>
*>  VOUT FOR THE TRIAL VALUES, THROUGH THE SAME ROUTINE AS THE
*>  NOMINAL CALCULATION.
*>
    MOVE 'N' TO TOL-VALID-FLAG.
    SET EDC-CALCULATE-ONLY TO TRUE.
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > 4
        MOVE TOL-TRIAL(TOL-X) TO EDC-IN-VALUE(TOL-X)
    END-PERFORM.
    CALL "COBCURSES-EDCALC" USING EDCALC-DATA.
    MOVE ZERO TO RETURN-CODE.
    IF EDC-SOLVED THEN
        MOVE EDC-OUT-VALUE(1) TO TOL-RESULT
        SET TOL-TRIAL-VALID TO TRUE
    END-IF.
    EXIT.


6110-WRITE-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO ED3-DATE-TIME.
    MOVE ED3-DATE-TIME TO EDA-CALC-AT.
    MOVE FLD-VIN TO ED3-VIN.
    MOVE FLD-R1 TO ED3-R1.
    MOVE FLD-R2 TO ED3-R2.
    MOVE FLD-RLOAD TO ED3-RLOAD.
    MOVE FLD-DSP-VOUT TO ED3-VOUT.
    MOVE TOL-MIN-TEXT TO ED3-WC-MIN.
    MOVE TOL-MAX-TEXT TO ED3-WC-MAX.
    MOVE TOL-GOOD-RUNS TO ED3-MC-RUNS.
    MOVE TOL-MEAN-TEXT TO ED3-MC-MEAN.
    MOVE TOL-STDDEV-TEXT TO ED3-MC-STDDEV.
    MOVE TOL-WINDOW-ED TO ED3-MC-WINDOW.
    MOVE TOL-INSIDE-ED TO ED3-MC-INSIDE.
    WRITE EDPR030H-RECORD.
    EXIT.

6600-TOLERANCE-ANALYSIS.
*>
*>  WORST CASE BY CORNER ANALYSIS: EVERY ELEMENT AT ITS LOW OR HIGH
*>  LIMIT, ALL 2**N COMBINATIONS. THEN THE MONTE CARLO RUN.
*>
    IF NOT TOL-SETTINGS-LOADED THEN
        PERFORM 6610-TOLERANCE-SETTINGS
    END-IF.
    MOVE NUM-VOUT TO TOL-MIN, TOL-MAX.
    COMPUTE TOL-CORNERS = 2 ** TOL-COUNT.
    PERFORM VARYING TOL-CORNER FROM 0 BY 1
        UNTIL TOL-CORNER >= TOL-CORNERS
        PERFORM 6620-CORNER-TRIAL
    END-PERFORM.

    MOVE ZERO TO TOL-SUM, TOL-SUM-SQUARES.
    MOVE ZERO TO TOL-GOOD-RUNS, TOL-INSIDE.
    COMPUTE TOL-WINDOW-LOW =
        NUM-VOUT - FUNCTION ABS(NUM-VOUT) * TOL-WINDOW / 100.
    COMPUTE TOL-WINDOW-HIGH =
        NUM-VOUT + FUNCTION ABS(NUM-VOUT) * TOL-WINDOW / 100.
    PERFORM VARYING TOL-RUN-X FROM 1 BY 1
        UNTIL TOL-RUN-X > TOL-RUNS
        PERFORM 6630-MONTE-CARLO-TRIAL
    END-PERFORM.

    MOVE ZERO TO TOL-MEAN, TOL-STDDEV, TOL-INSIDE-PCT.
    IF TOL-GOOD-RUNS > 0 THEN
        COMPUTE TOL-MEAN = TOL-SUM / TOL-GOOD-RUNS
        COMPUTE TOL-VARIANCE =
            TOL-SUM-SQUARES / TOL-GOOD-RUNS - TOL-MEAN * TOL-MEAN
        IF TOL-VARIANCE > ZERO THEN
            COMPUTE TOL-STDDEV = FUNCTION SQRT(TOL-VARIANCE)
        END-IF
        COMPUTE TOL-INSIDE-PCT = TOL-INSIDE * 100 / TOL-GOOD-RUNS
    END-IF.

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
    MOVE TOL-GOOD-RUNS TO TOL-RUNS-ED.
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
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > TOL-COUNT
        DIVIDE TOL-BITS BY 2 GIVING TOL-BITS REMAINDER TOL-BIT
        IF TOL-BIT = 1 THEN
            COMPUTE TOL-TRIAL(TOL-X) = TOL-NOMINAL(TOL-X)
                * (1 + TOL-PERCENT(TOL-X) / 100)
        ELSE
            COMPUTE TOL-TRIAL(TOL-X) = TOL-NOMINAL(TOL-X)
                * (1 - TOL-PERCENT(TOL-X) / 100)
        END-IF
    END-PERFORM.
    PERFORM 6200-EVALUATE-DIVIDER.
    IF TOL-TRIAL-VALID THEN
        IF TOL-RESULT < TOL-MIN THEN
            MOVE TOL-RESULT TO TOL-MIN
        END-IF
        IF TOL-RESULT > TOL-MAX THEN
            MOVE TOL-RESULT TO TOL-MAX
        END-IF
    END-IF.
    EXIT.

6630-MONTE-CARLO-TRIAL.
*>
*>  ONE BUILD: EVERY ELEMENT DRAWN WITHIN ITS TOLERANCE.
*>
    PERFORM VARYING TOL-X FROM 1 BY 1 UNTIL TOL-X > TOL-COUNT
        CALL "COBCURSES-TOLERANCE-SAMPLE" USING
            TOL-NOMINAL(TOL-X), TOL-PERCENT(TOL-X), TOL-TRIAL(TOL-X)
    END-PERFORM.
    PERFORM 6200-EVALUATE-DIVIDER.
    IF TOL-TRIAL-VALID THEN
        ADD 1 TO TOL-GOOD-RUNS
        ADD TOL-RESULT TO TOL-SUM
        COMPUTE TOL-SUM-SQUARES =
            TOL-SUM-SQUARES + TOL-RESULT * TOL-RESULT
        IF TOL-RESULT >= TOL-WINDOW-LOW
        AND TOL-RESULT <= TOL-WINDOW-HIGH THEN
            ADD 1 TO TOL-INSIDE
        END-IF
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
    PERFORM NC-PUT-MESSAGE.
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
*>  R1 AND R2 AS KEYED, WITH THEIR TOLERANCES. VIN AND THE LOAD ARE
*>  NOT PARTS OF THE DIVIDER.
*>
    MOVE "EDPR030" TO EDA-PROGRAM.
    MOVE SPACES TO EDA-NOTE.
    STRING "DIVIDER, VOUT " FUNCTION TRIM(FLD-DSP-VOUT)
        DELIMITED BY SIZE INTO EDA-NOTE.
    MOVE 2 TO EDA-PART-COUNT.
    MOVE "R1" TO EDA-ROLE(1).
    MOVE "R2" TO EDA-ROLE(2).
    PERFORM VARYING PRJ-X FROM 1 BY 1 UNTIL PRJ-X > 2
        MOVE TOL-NOMINAL(PRJ-X + 1) TO EDA-VALUE(PRJ-X)
        MOVE TOL-PERCENT(PRJ-X + 1) TO EDA-TOLERANCE(PRJ-X)
        MOVE TOL-NOMINAL(PRJ-X + 1) TO NUM-WORK-ITEM
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
