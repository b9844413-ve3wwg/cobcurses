    COPY COBCURSL.                                      *> LOCAL STUFF FOR COBCURSQ PARAGRAPHS
    COPY EDPR010-WS.                                    *> SCREEN LOCALS

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
        10  EDPR010H-FILE-NAME              PIC X(256)
        10  NUM-R1                          PIC S9(5)V99.
        10  NUM-R2                          PIC S9(5)V99.
        10  NUM-RESULT                      PIC S9(5)V99.
        10  NUM-EDIT                        PIC ZZZZ9.99.

*>
*>  STANDARD-SERIES LOOKUP WORK (SEE COBCURSES-ESERIES-NEAREST).
    OPEN EXTEND EDPR010H-FILE.
    PERFORM NC-INIT.                                    *> INITIALIZE LOCALS
    COPY EDPR010-PD.
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

9000-FINALIZE.
            (NUM-R1 * NUM-R2) / (NUM-R1 + NUM-R2)
        MOVE NUM-RESULT TO FLD-RESULT
        PERFORM 6110-WRITE-HISTORY
        PERFORM 6810-NOTE-PARTS
        PERFORM 6120-SHOW-STANDARD-VALUES
    END-IF.
    EXIT.

6110-WRITE-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO EDH-DATE-TIME.
    MOVE EDH-DATE-TIME TO EDA-CALC-AT.
    MOVE NUM-R1 TO EDH-R1.
    MOVE NUM-R2 TO EDH-R2.
    MOVE NUM-RESULT TO EDH-RESULT.
    WRITE EDPR010H-RECORD.
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
*>  R1 AND R2 OF THE PAIR JUST LOGGED, AT THE SHOP SERIES TOLERANCE.
*>
    MOVE "EDPR010" TO EDA-PROGRAM.
    MOVE NUM-RESULT TO NUM-EDIT.
    MOVE SPACES TO EDA-NOTE.
    STRING "PARALLEL PAIR, RESULT " FUNCTION TRIM(NUM-EDIT)
        DELIMITED BY SIZE INTO EDA-NOTE.
    MOVE 2 TO EDA-PART-COUNT.
    MOVE SPACES TO PRJ-TOL-TEXT.
    MOVE 40 TO PRJ-TOL-LEN.
    CALL "COBCURSES-ESERIES-TOLERANCE" USING
        PRJ-TOL-TEXT, PRJ-TOL-LEN, EDA-TOLERANCE(1).
    MOVE ZERO TO RETURN-CODE.
    MOVE EDA-TOLERANCE(1) TO EDA-TOLERANCE(2).
    MOVE "R1" TO EDA-ROLE(1).
    MOVE NUM-R1 TO EDA-VALUE(1).
    MOVE NUM-R1 TO NUM-EDIT.
    MOVE FUNCTION TRIM(NUM-EDIT) TO EDA-TEXT(1).
    MOVE "R2" TO EDA-ROLE(2).
    MOVE NUM-R2 TO EDA-VALUE(2).
    MOVE NUM-R2 TO NUM-EDIT.
    MOVE FUNCTION TRIM(NUM-EDIT) TO EDA-TEXT(2).
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
