            88  WS-DO-EXIT                  VALUE 'Y' FALSE IS 'N'.
        05  WS-LAUNCHER-OPEN-FLAG           PIC X.
            88  WS-LAUNCHER-OPEN            VALUE 'Y' FALSE IS 'N'.
        05  WS-FAVOURITES-FLAG              PIC X.
            88  WS-FAVOURITES-OFFERED       VALUE 'Y' FALSE IS 'N'.

    01  FILLER.
        05  WS-SELECTION                    PIC X(20).
        05  WS-SELECTION-LENGTH             PIC 9999.

    01  WS-SHELL                            PIC X(16).
    01  WS-WORKFLOW-MODE                    PIC X.
    01  WS-INBOX-MODE                       PIC X.

    01  WS-OPERATOR-ID                      PIC X(20).
    01  WS-NO-APPLICATION                   PIC X(8) VALUE SPACES.
    01  WS-MENU-NAME                        PIC X(16)
        VALUE "ED000010-STARTUP".

    COPY ED000010-PD.
    PERFORM NC-DRAW-SCREEN.                             *> PAINT SCREEN BACKGROUND
    SET WS-DO-EXIT TO FALSE.
    SET WS-FAVOURITES-OFFERED TO FALSE.
    ACCEPT WS-SHELL FROM ENVIRONMENT "XTERM_SHELL".     *> SEE IF A USER PREFERENCE EXISTS
    IF WS-SHELL = SPACES THEN
        ACCEPT WS-SHELL FROM ENVIRONMENT "USER_SHELL"   *> ELSE GO WITH CONFIGURED DEFAULT
5100-COMMAND-LOOP.
    SET WS-SPLASH TO FALSE.
    PERFORM UNTIL WS-DO-EXIT OR WS-SPLASH
        IF WS-FAVOURITES-OFFERED THEN
            PERFORM 5120-SHOW-STARTUP-MENU
        ELSE
            PERFORM 5110-OFFER-FAVOURITES               *> FIRST TIME IN, FAVOURITES FIRST
        END-IF
        IF RETURN-CODE = ZERO                           *> DID WE GET A SELECTION?
        AND NC-ROUTER-PROGRAM = SPACES THEN
            EVALUATE WS-SELECTION                       *> YES, THEN DISPATCH
                WHEN " "
                    SET WS-SPLASH TO TRUE
                    PERFORM NC-RESUME
                WHEN "PR"                               *> PARALLEL RESISTANCE SCREEN
                    CALL "EDPR010" USING NC-COBCURSES
                WHEN "PW"                               *> MY PARKED WORK
                    PERFORM 5105-OFFER-PARKED-WORK
                    PERFORM NC-DRAW-SCREEN
                WHEN "WF"                               *> MY WORKFLOWS
                    MOVE 'M' TO WS-WORKFLOW-MODE
                    PERFORM 5107-OFFER-WORKFLOWS
                    PERFORM NC-DRAW-SCREEN
                WHEN "PJ"                               *> E-DESIGN PROJECTS
                    CALL "COBCURSES-SHOW-PROJECTS" USING NC-COBCURSES
                    MOVE ZERO TO RETURN-CODE
                    PERFORM NC-DRAW-SCREEN
                WHEN "IB"                               *> MY WORK INBOX
                    MOVE 'M' TO WS-INBOX-MODE
                    PERFORM 5106-OFFER-INBOX
                    PERFORM NC-DRAW-SCREEN
                WHEN "RA"                               *> REPORT ARCHIVE INQUIRY
                    CALL "COBCURSES-SHOW-RPTARCH" USING NC-COBCURSES
                    MOVE ZERO TO RETURN-CODE
                    PERFORM NC-DRAW-SCREEN
                WHEN "E"
                    SET WS-DO-EXIT TO TRUE
                WHEN OTHER                              *> LOOK IT UP IN LAUNCHER.X
*>
*>      THE TRANSACTION-CODE ROUTER (NC-ROUTER-PROMPT) LEAVES ITS
*>      TARGET IN NC-ROUTER-PROGRAM -- TRANSFER CONTROL AND CLEAR.
*>      A GUIDED WORKFLOW WAITING TO MOVE THE OPERATOR ON TO ITS NEXT
*>      STEP IS FOLLOWED THE SAME WAY, STEP AFTER STEP.
*>
        IF NC-ROUTER-PROGRAM = SPACES THEN
            PERFORM 5108-NEXT-WORKFLOW-STEP
        END-IF
        IF NC-ROUTER-PROGRAM NOT = SPACES THEN
            PERFORM UNTIL NC-ROUTER-PROGRAM = SPACES
                CALL NC-ROUTER-PROGRAM USING NC-COBCURSES
                MOVE SPACES TO NC-ROUTER-PROGRAM
                PERFORM 5108-NEXT-WORKFLOW-STEP
            END-PERFORM
            PERFORM NC-DRAW-SCREEN
        END-IF
    END-PERFORM.
    EXIT.

5105-OFFER-PARKED-WORK.
*>
*>  OFFER THE OPERATOR'S PARKED WORK (SEE PARKWORK.cbl). A CHOSEN ITEM
*>  COMES BACK AS THE PROGRAM TO RUN IN NC-ROUTER-PROGRAM, FOR THE
*>  ROUTER TRANSFER; OPENING ITS SCREEN RESTORES THE PARKED FIELDS.
*>
    MOVE SPACES TO NC-ROUTER-PROGRAM.
    CALL "COBCURSES-SHOW-PARKED" USING
        NC-COBCURSES, WS-OPERATOR-ID, NC-ROUTER-PROGRAM.
    IF RETURN-CODE NOT = ZERO THEN
        MOVE SPACES TO NC-ROUTER-PROGRAM
    END-IF.
    MOVE ZERO TO RETURN-CODE.
    EXIT.

5106-OFFER-INBOX.
*>
*>  SHOW THE OPERATOR'S WORK INBOX: APPROVALS, ALERTS, MESSAGES TO
*>  ACKNOWLEDGE, UNBALANCED BATCHES AND HELD LOCKS. AT SIGN-ON ('S') AN
*>  EMPTY INBOX IS NOT SHOWN AT ALL.
*>
    CALL "COBCURSES-SHOW-INBOX" USING
        NC-COBCURSES, WS-INBOX-MODE, WS-OPERATOR-ID.
    MOVE ZERO TO RETURN-CODE.
    EXIT.

5107-OFFER-WORKFLOWS.
*>
*>  OFFER THE OPERATOR'S GUIDED WORKFLOWS (SEE WORKFLOW.cbl): RUNS UNDER
*>  WAY TO RESUME, SKIP, FINISH OR ABANDON AND, FROM THE MENU, WORKFLOWS
*>  TO START. THE STEP TO GO TO COMES BACK FOR THE ROUTER TRANSFER.
*>
    MOVE SPACES TO NC-ROUTER-PROGRAM.
    CALL "COBCURSES-SHOW-WORKFLOW" USING
        NC-COBCURSES, WS-WORKFLOW-MODE, NC-WORKFLOW-DATA.
    IF RETURN-CODE = ZERO THEN
        MOVE NC-WFL-PROGRAM TO NC-ROUTER-PROGRAM
    END-IF.
    MOVE ZERO TO RETURN-CODE.
    EXIT.

5108-NEXT-WORKFLOW-STEP.
*>
*>  A WORKFLOW STEP JUST FILED LEAVES ITS RUN WAITING TO TAKE THE
*>  OPERATOR TO THE NEXT STEP: PICK THAT PROGRAM UP FOR THE TRANSFER.
*>
    MOVE 'N' TO NC-WFL-FUNCTION.
    CALL "COBCURSES-WORKFLOW" USING NC-WORKFLOW-DATA.
    IF RETURN-CODE = ZERO THEN
        MOVE NC-WFL-PROGRAM TO NC-ROUTER-PROGRAM
    ELSE
        IF NC-WFL-MSG NOT = SPACES THEN
            MOVE NC-WFL-MSG TO NC-MSGBUF
            PERFORM NC-PUT-ERROR
        END-IF
    END-IF.
    MOVE ZERO TO RETURN-CODE.
    EXIT.

5110-OFFER-FAVOURITES.
*>
*>  RIGHT AFTER SIGN-ON, OFFER THE OPERATOR'S OWN FAVOURITES (SEE
*>  FAVMENU.cbl): A MENU ITEM COMES BACK IN WS-SELECTION FOR THE
*>  USUAL DISPATCH, A TRANSACTION CODE IN NC-ROUTER-PROGRAM FOR THE
*>  ROUTER TRANSFER. AN OPERATOR WITH NO FAVOURITES YET, OR ONE WHO
*>  DECLINES THEM, GETS THE FULL MENU.
*>
    SET WS-FAVOURITES-OFFERED TO TRUE.
    PERFORM 5105-OFFER-PARKED-WORK.                     *> PARKED WORK BEFORE FAVOURITES
    IF NC-ROUTER-PROGRAM = SPACES THEN
        MOVE 'S' TO WS-INBOX-MODE                       *> THEN WHAT IS WAITING ON THEM
        PERFORM 5106-OFFER-INBOX
    END-IF.
    IF NC-ROUTER-PROGRAM = SPACES THEN
        MOVE 'S' TO WS-WORKFLOW-MODE                    *> THEN ANY INTERRUPTED WORKFLOW
        PERFORM 5107-OFFER-WORKFLOWS
    END-IF.
    IF NC-ROUTER-PROGRAM NOT = SPACES THEN
        PERFORM NC-DRAW-SCREEN
        MOVE ZERO TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-SELECTION.
    CALL "COBCURSES-SHOW-FAVOURITES" USING
        NC-COBCURSES, WS-MENU-NAME, WS-OPERATOR-ID,
        WS-SELECTION, NC-ROUTER-PROGRAM.
    IF RETURN-CODE NOT = ZERO THEN
        PERFORM NC-DRAW-SCREEN
        PERFORM 5120-SHOW-STARTUP-MENU
    ELSE
        PERFORM NC-DRAW-SCREEN                          *> REPAINT OVER THE FAVOURITES LIST
        MOVE ZERO TO RETURN-CODE
    END-IF.
    EXIT.

5120-SHOW-STARTUP-MENU.
    MOVE LENGTH OF WS-SELECTION TO WS-SELECTION-LENGTH.
    CALL "COBCURSES-SHOW-MENU-SEC" USING                *> POPUP THE MENU (ROLE-ENFORCED)
        NC-COBCURSES, MENU-ED000010-STARTUP, WS-MENU-NAME,
        WS-OPERATOR-ID, WS-SELECTION, WS-SELECTION-LENGTH.
    EXIT.

5160-DISPATCH-LAUNCHER-FILE.
*>
*>  DISPATCH ANY SELECTION NOT HANDLED ABOVE BY LOOKING IT UP IN
    IF WS-LAUNCHER-OPEN THEN
        CLOSE LAUNCHER-FILE
    END-IF.
*>
*>  SIGN OFF: THE SESSION LEAVES THE LIVE SESSION REGISTRY (SEE
*>  SESSREG.cbl) AND SESSION ACCOUNTING RECORDS THE SIGNOFF.
*>
    CALL "COBCURSES-SESSION-REGISTRY" USING
        "O", WS-OPERATOR-ID, WS-NO-APPLICATION.
    PERFORM NC-CLOSE.                                   *> CLOSE THE TERMINAL INTERFACE
    STOP RUN.

