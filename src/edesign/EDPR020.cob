*>
*>  GIVE ANY TWO OF VOLTS / AMPS / OHMS / WATTS AND THE OTHERS
*>  ARE COMPUTED AND SHOWN IN ENGINEERING NOTATION THROUGH
*>  COBCURSES-FORMAT-COMP-2 (4.7k, 2.2M STYLE). THE CALCULATION
*>  ITSELF IS COBCURSES-EDCALC, SHARED WITH EDBATCH. EACH COMPLETED
*>  CALCULATION IS APPENDED TO EDPR020.LOG, THE SAME RUNNING-RECORD
*>  PRACTICE EDPR010 ESTABLISHED. REGISTER THE SCREEN THROUGH
*>  LAUNCHER.X SO ED000010 OFFERS IT.
    COPY COBCURSL.                                      *> LOCAL STUFF FOR COBCURSQ PARAGRAPHS
    COPY EDPR020-WS.                                    *> SCREEN LOCALS

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
        10  EDPR020H-FILE-NAME              PIC X(256)
        10  NUM-AMPS                        COMP-2.
        10  NUM-OHMS                        COMP-2.
        10  NUM-WATTS                       COMP-2.

*>
*>  THE SHARED CALCULATION (SEE COBCURSES-EDCALC).
*>
    01  EDCALC-DATA.
        COPY EDCALC.

*>
*>  STANDARD-SERIES DISPLAY WORK.
*>
    01  ESERIES-WORK.
        10  ESR-BELOW-ED                    PIC Z(7)9.99.
        10  ESR-ABOVE-ED                    PIC Z(7)9.99.
        10  ESR-EB-ED                       PIC +Z9.9.
        10  ESR-EA-ED                       PIC +Z9.9.

LINKAGE SECTION.
    COPY COBCURSG.                                      *> DEFINE COBCURSES GLOBALS

    OPEN EXTEND EDPR020H-FILE.
    PERFORM NC-INIT.                                    *> INITIALIZE LOCALS
    COPY EDPR020-PD.
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
*>  THE ONES BEING SOLVED FOR; WITH MORE THAN TWO GIVEN, THE V/I/R
*>  PAIRS TAKE PRECEDENCE AND POWER IS RECOMPUTED FROM THE RESULT.
*>
    INITIALIZE EDCALC-DATA.
    SET EDC-PARSE-AND-CALCULATE TO TRUE.
    MOVE "EDPR020" TO EDC-CALCULATOR.
    MOVE FLD-VOLTS TO EDC-IN-TEXT(1).
    MOVE FLD-AMPS TO EDC-IN-TEXT(2).
    MOVE FLD-OHMS TO EDC-IN-TEXT(3).
    MOVE FLD-WATTS TO EDC-IN-TEXT(4).
    CALL "COBCURSES-EDCALC" USING EDCALC-DATA.
    MOVE ZERO TO RETURN-CODE.

    IF EDC-BAD-INPUT THEN
        MOVE EDC-MESSAGE TO NC-MSGBUF
        PERFORM NC-PUT-ERROR
        EXIT PARAGRAPH
    END-IF.

    IF EDC-SOLVED THEN
        MOVE EDC-OUT-VALUE(1) TO NUM-VOLTS
        MOVE EDC-OUT-VALUE(2) TO NUM-AMPS
        MOVE EDC-OUT-VALUE(3) TO NUM-OHMS
        MOVE EDC-OUT-VALUE(4) TO NUM-WATTS
        PERFORM 6200-SHOW-RESULTS
        PERFORM 6110-WRITE-HISTORY
        PERFORM 6810-NOTE-PARTS
        IF NOT EDC-IN-WAS-GIVEN(3) AND EDC-STD-COUNT > 0 THEN
            PERFORM 6400-SHOW-STANDARD-VALUES
        END-IF
    END-IF.
*>  NEAREST STANDARD VALUES (COBCURSES_ESERIES, DEFAULT E24)
*>  WITH THEIR ERROR PERCENTAGES.
*>
    MOVE EDC-STD-BELOW(1) TO ESR-BELOW-ED.
    MOVE EDC-STD-ABOVE(1) TO ESR-ABOVE-ED.
    MOVE EDC-STD-ERR-BELOW(1) TO ESR-EB-ED.
    MOVE EDC-STD-ERR-ABOVE(1) TO ESR-EA-ED.
    MOVE SPACES TO NC-MSGBUF.
    STRING "NEAREST " EDC-SERIES ": "
        FUNCTION TRIM(ESR-BELOW-ED) " ("
        FUNCTION TRIM(ESR-EB-ED) " PCT) / "
        FUNCTION TRIM(ESR-ABOVE-ED) " ("
        FUNCTION TRIM(ESR-EA-ED) " PCT)"
        DELIMITED BY SIZE INTO NC-MSGBUF.
    PERFORM NC-PUT-MESSAGE.
    EXIT.

6200-SHOW-RESULTS.
    MOVE EDC-OUT-TEXT(1) TO FLD-DSP-VOLTS.
    MOVE EDC-OUT-TEXT(2) TO FLD-DSP-AMPS.
    MOVE EDC-OUT-TEXT(3) TO FLD-DSP-OHMS.
    MOVE EDC-OUT-TEXT(4) TO FLD-DSP-WATTS.
    PERFORM NC-DRAW-FIELDS.
    EXIT.

6110-WRITE-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO ED2-DATE-TIME.
    MOVE ED2-DATE-TIME TO EDA-CALC-AT.
    MOVE FLD-DSP-VOLTS TO ED2-VOLTS.
    MOVE FLD-DSP-AMPS TO ED2-AMPS.
    MOVE FLD-DSP-OHMS TO ED2-OHMS.
    WRITE EDPR020H-RECORD.
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
*>  THE ONE PART HERE IS THE RESISTOR, AT THE SHOP SERIES TOLERANCE.
*>
    MOVE ZERO TO EDA-PART-COUNT.
    IF NUM-OHMS NOT > ZERO THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "EDPR020" TO EDA-PROGRAM.
    MOVE SPACES TO EDA-NOTE.
    STRING "OHM'S LAW " FUNCTION TRIM(FLD-DSP-VOLTS) " V "
        FUNCTION TRIM(FLD-DSP-AMPS) " A "
        FUNCTION TRIM(FLD-DSP-WATTS) " W"
        DELIMITED BY SIZE INTO EDA-NOTE.
    MOVE 1 TO EDA-PART-COUNT.
    MOVE SPACES TO PRJ-TOL-TEXT.
    MOVE 40 TO PRJ-TOL-LEN.
    CALL "COBCURSES-ESERIES-TOLERANCE" USING
        PRJ-TOL-TEXT, PRJ-TOL-LEN, EDA-TOLERANCE(1).
    MOVE ZERO TO RETURN-CODE.
    MOVE "OHMS" TO EDA-ROLE(1).
    MOVE NUM-OHMS TO EDA-VALUE(1).
    MOVE FLD-DSP-OHMS TO EDA-TEXT(1).
    EXIT.

NC-VERIFY-EVENT.
    EXIT.

    EXIT.

NC-FKEY-EVENT.
    IF PRJ-ATTACH-FKEY NOT = ZERO
    AND NC-FIELD-FKEY-NO = PRJ-ATTACH-FKEY THEN
        PERFORM 6800-ATTACH-TO-PROJECT
    END-IF.
    EXIT.

NC-HELP-EVENT.
