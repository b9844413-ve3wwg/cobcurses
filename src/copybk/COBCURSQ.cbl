      *>     1 - FAILED
      *>
        NC-CLEAR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-CLEAR" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-CLEAR-TO-END-LINE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-COBCURSES-CLEAR-TO-END-LINE" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-CLEAR-TO-BOTTOM.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-COBCURSES-CLEAR-TO-BOTTOM" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-INIT-COLOUR-PAIR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-INIT-COLOOUR-PAIR" USING
                COPY COBCPARMS..
            EXIT.
      *>     NC-PAIR-NUMBER
      *>
        NC-SET-COLOUR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-SET-COLOUR" USING
                COPY COBCPARMS..
            EXIT.
      *>     WITHOUT CHANGING THE COLOUR PAIR USED.
      *>
        NC-SET-ATTRIBUTE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-SET-ATTRIBUTE" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-MOVE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-MOVE" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-ADDCH.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ADDCH" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-ADDSTR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ADDSTR" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-GETCH.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-GETCH
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     IN PLAYBACK MODE THE NEXT KEY COMES FROM THE RECORDED
      *>     SESSION SCRIPT INSTEAD OF THE TERMINAL (SEE
            END-IF.
            IF RETURN-CODE = ZERO THEN
                PERFORM NC-IDLE-CHECK
                PERFORM NC-SESSION-TOUCH
                MOVE 'R' TO NC-SESSION-OP
                CALL "COBCURSES-SESSION-REC" USING NC-SESSION-OP,
                    NC-KEY-CODE-FLAG, NC-KEY-CODE, NC-KEY-CHAR
                ADD 1 TO NC-OPS-KEYSTROKES
                MOVE ZERO TO RETURN-CODE
            END-IF.
      *>
                MOVE NC-KEY-CODE-FLAG TO NC-BCAST-SAVED-FLAG
                MOVE NC-KEY-CODE TO NC-BCAST-SAVED-CODE
                MOVE NC-KEY-CHAR TO NC-BCAST-SAVED-CHAR
                IF NC-LINEAR-ON THEN
                    PERFORM NC-LINEAR-WAIT
                ELSE
                    CALL "COBCURSES-GETCH" USING
                        COPY COBCPARMS.
                END-IF
                MOVE NC-BCAST-SAVED-FLAG TO NC-KEY-CODE-FLAG
                MOVE NC-BCAST-SAVED-CODE TO NC-KEY-CODE
                MOVE NC-BCAST-SAVED-CHAR TO NC-KEY-CHAR
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-PARK-WORK :
      *>     THE PARK KEY (COBCURSES_PARK_FKEY, DEFAULT F11). AN
      *>     INCOMPLETE TRANSACTION IS SET ASIDE WITH A SHORT NOTE:
      *>     THE SCREEN NAME, THE STATE NUMBER AND THE FIELD BUFFERS
      *>     GO TO THE PARKED WORK FILE (COBCURSES-PARK-WORK), THE
      *>     FIELDS ARE CLEARED AND THE SCREEN IS LEFT BY THE ESCAPE
      *>     PATH. THE OPERATOR PICKS IT UP LATER FROM "MY PARKED
      *>     WORK" ON ANY TERMINAL (SEE NC-PARK-RESUME). A FUNCTION
      *>     KEY AT THE NOTE PROMPT CANCELS THE PARK. AN APPROVED
      *>     MAKER-CHECKER TRANSACTION AWAITING RELEASE CANNOT BE
      *>     PARKED.
      *>
        NC-PARK-WORK.
            IF NC-PTX-SCREEN AND NC-PTX-RELEASING THEN
                MOVE "An approved transaction cannot be parked."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 10 TO NC-POPUP-TOP.
            MOVE 10 TO NC-POPUP-LEFT.
            MOVE 13 TO NC-POPUP-BOTTOM.
            MOVE 64 TO NC-POPUP-RIGHT.
            PERFORM NC-POPUP-OPEN.

            MOVE "PARK NOTE + CR:" TO NC-PKW-PROMPT.
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 1.
            COMPUTE NC-FIELD-X = NC-POPUP-LEFT + 2.
            MOVE LENGTH OF NC-PKW-PROMPT TO NC-FIELD-LENGTH.
            MOVE LENGTH OF NC-PKW-PROMPT TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO ADDRESS OF NC-PKW-PROMPT.
            PERFORM NC-PUT-TEXT-RAW-NORMAL.
            PERFORM NC-REFRESH.

      *>
      *>     COLLECT THE NOTE, ECHOED ON THE SECOND LINE: BACKSPACE
      *>     RUBS OUT, CR ACCEPTS, ANY OTHER FUNCTION KEY CANCELS.
      *>
            MOVE SPACES TO NC-PKW-NOTE.
            MOVE ZERO TO NC-PKW-NOTE-LEN.
            MOVE 'N' TO NC-PKW-PARKED-FLAG.
            MOVE ' ' TO NC-PKW-FUNCTION.
            PERFORM TEST AFTER
                UNTIL NC-PKW-FUNCTION NOT = ' '
                PERFORM NC-GETCH
                IF RETURN-CODE NOT = ZERO THEN
                    MOVE 'X' TO NC-PKW-FUNCTION
                ELSE
                    IF IS-KEY-CODE THEN
                        IF NC-KEY-CODE = NC-BACKSPACE-KEY-CODE THEN
                            IF NC-PKW-NOTE-LEN > 0 THEN
                                MOVE SPACE TO
                                    NC-PKW-NOTE(NC-PKW-NOTE-LEN:1)
                                SUBTRACT 1 FROM NC-PKW-NOTE-LEN
                            END-IF
                        ELSE
                            MOVE 'X' TO NC-PKW-FUNCTION
                        END-IF
                    ELSE
                        IF NC-KEY-CHAR = X"0D"
                        OR NC-KEY-CHAR = X"0A" THEN
                            MOVE 'P' TO NC-PKW-FUNCTION
                        ELSE
                            IF NC-KEY-CHAR >= SPACE
                            AND NC-PKW-NOTE-LEN < 40 THEN
                                ADD 1 TO NC-PKW-NOTE-LEN
                                MOVE NC-KEY-CHAR TO
                                    NC-PKW-NOTE(NC-PKW-NOTE-LEN:1)
                            END-IF
                        END-IF
                    END-IF
                    COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 2
                    COMPUTE NC-FIELD-X = NC-POPUP-LEFT + 2
                    MOVE LENGTH OF NC-PKW-NOTE TO NC-FIELD-LENGTH
                    MOVE LENGTH OF NC-PKW-NOTE TO NC-FIELD-WINLEN
                    SET NC-FIELD-BUFFER TO ADDRESS OF NC-PKW-NOTE
                    PERFORM NC-PUT-TEXT-RAW-NORMAL
                    PERFORM NC-REFRESH
                END-IF
            END-PERFORM.
            PERFORM NC-POPUP-CLOSE.
            IF NC-PKW-FUNCTION NOT = 'P' THEN
                MOVE "Park cancelled." TO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            SET NC-PKW-CURSES TO TRUE.
            MOVE NC-FSEQ-STATE TO NC-PKW-STATE-NO.
            PERFORM NC-PARK-FILE.
            IF NOT NC-PKW-PARKED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-DRAW-FIELDS.
            PERFORM NC-REFRESH.
      *>
      *>     LEAVE THE FIELD AND THE SCREEN BY THE ESCAPE PATH.
      *>
            SET NC-FIELD-EXIT-ESC TO TRUE.
            MOVE ZERO TO NC-FSEQ-NEXT.
            MOVE 'Y' TO NC-FIELD-VERIFIED.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-PARK-FILE :
      *>     WRITE THE PARKED ITEM (NC-PKW-NOTE, NC-PKW-STATE-NO AND
      *>     NC-PKW-MODE SET BY THE CALLER) AND, WHEN IT IS SAFELY
      *>     FILED, CLEAR THE FIELDS AND SET NC-PKW-PARKED. SHARED BY
      *>     THE CURSES AND 3270 STATE MACHINES.
      *>
        NC-PARK-FILE.
            MOVE 'P' TO NC-PKW-FUNCTION.
            CALL "COBCURSES-PARK-WORK" USING NC-STATS-SCREEN-NAME,
                NC-FIELD-DESCRIPTORS, NC-PARK-DATA.
            MOVE SPACES TO NC-MSGBUF.
            IF RETURN-CODE = ZERO THEN
                SET NC-PKW-PARKED TO TRUE
                PERFORM NC-CLEAR-FIELDS
                STRING "WORK PARKED AS ITEM " NC-PKW-ID
                    " -- RESUME IT FROM MY PARKED WORK"
                    DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE
            ELSE
                MOVE "PARKED WORK FILE UNAVAILABLE -- NOT PARKED"
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-PARK-RESUME :
      *>     ONCE PER VISIT: WHEN THE OPERATOR HAS SELECTED A PARKED
      *>     ITEM OF THIS SCREEN (MY PARKED WORK, OR PARKADM RESUME),
      *>     RESTORE ITS FIELD BUFFERS AND STATE NUMBER. A SCREEN
      *>     HOLDING AN APPROVED MAKER-CHECKER TRANSACTION FOR
      *>     RELEASE LEAVES THE SELECTION FOR THE NEXT VISIT.
      *>
        NC-PARK-RESUME.
            SET NC-PKW-CHECKED TO TRUE.
            MOVE 'N' TO NC-PKW-PARKED-FLAG.
            IF NC-PTX-SCREEN AND NC-PTX-RELEASING THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'R' TO NC-PKW-FUNCTION.
            MOVE ZERO TO NC-PKW-STATE-NO.
            CALL "COBCURSES-PARK-WORK" USING NC-STATS-SCREEN-NAME,
                NC-FIELD-DESCRIPTORS, NC-PARK-DATA.
            IF RETURN-CODE NOT = ZERO THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-MSGBUF.
            STRING "RESUMED PARKED ITEM " NC-PKW-ID ": "
                NC-PKW-NOTE
                DELIMITED BY SIZE INTO NC-MSGBUF.
            PERFORM NC-DRAW-FIELDS.
            PERFORM NC-PUT-MESSAGE.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-WORKFLOW-ENTER :
      *>     ONCE PER VISIT: IS THIS SCREEN THE CURRENT STEP OF ONE
      *>     OF THE OPERATOR'S GUIDED WORKFLOW RUNS (SEE
      *>     COBCURSES-WORKFLOW 'S')? WHEN IT IS, NC-WFL-ACTIVE IS
      *>     SET AND THE SOFT-KEY LINE IS REPAINTED WITH THE STEP.
      *>     SHARED BY THE CURSES AND 3270 STATE MACHINES.
      *>
        NC-WORKFLOW-ENTER.
            SET NC-WFL-CHECKED TO TRUE.
            MOVE 'N' TO NC-WFL-ACTIVE-FLAG.
            IF NC-STATS-SCREEN-NAME(9:8) NOT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO NC-WFL-FUNCTION.
            MOVE NC-STATS-SCREEN-NAME(1:8) TO NC-WFL-PROGRAM.
            CALL "COBCURSES-WORKFLOW" USING NC-WORKFLOW-DATA.
            IF RETURN-CODE = ZERO THEN
                SET NC-WFL-ACTIVE TO TRUE
                MOVE 9999 TO NC-SKY-LAST-STATE
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-WORKFLOW-FILED :
      *>     THE CURRENT WORKFLOW STEP HAS BEEN FILED: PUT ITS
      *>     HAND-OFF FIELDS INTO THE CONTEXT POOL
      *>     (COBCURSES-WORKFLOW-HANDOFF) AND ADVANCE THE RUN ('D').
      *>     WHEN THE NEXT STEP IS ANOTHER PROGRAM, NC-WFL-PASSED-ON
      *>     MAKES THIS SCREEN'S NEXT VISIT LEAVE AT ONCE.
      *>
        NC-WORKFLOW-FILED.
            CALL "COBCURSES-WORKFLOW-HANDOFF" USING
                NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                NC-WORKFLOW-DATA.
            MOVE 'D' TO NC-WFL-FUNCTION.
            CALL "COBCURSES-WORKFLOW" USING NC-WORKFLOW-DATA.
            IF RETURN-CODE = ZERO THEN
                MOVE 'N' TO NC-WFL-ACTIVE-FLAG
                MOVE 'N' TO NC-WFL-CHECKED-FLAG
                IF NC-WFL-PROGRAM NOT = SPACES
                AND NC-WFL-PROGRAM NOT = NC-STATS-SCREEN-NAME(1:8)
                THEN
                    SET NC-WFL-PASSED-ON TO TRUE
                END-IF
            END-IF.
            IF NC-WFL-MSG NOT = SPACES THEN
                MOVE NC-WFL-MSG TO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-SOFTKEY-PAINT :
      *>     REPAINT THE BOTTOM SOFT-KEY LABEL LINE FOR THE CURRENT
            CALL "COBCURSES-SOFTKEY-LINE" USING
                NC-COBCURSES, NC-STATS-SCREEN-NAME,
                NC-SKY-STATE-NO, NC-SKY-LINE.
            PERFORM NC-LINEAR-RESOLVE.
      *>
      *>     A GUIDED WORKFLOW STEP LEADS WITH "STEP n OF m".
      *>
            IF NC-WFL-ACTIVE THEN
                MOVE NC-SKY-LINE TO NC-SKY-SAVE
                MOVE SPACES TO NC-SKY-LINE
                IF RETURN-CODE = ZERO THEN
                    STRING NC-WFL-LABEL NC-SKY-SAVE
                        DELIMITED BY SIZE INTO NC-SKY-LINE
                ELSE
                    MOVE NC-WFL-LABEL TO NC-SKY-LINE
                END-IF
                MOVE ZERO TO RETURN-CODE
            END-IF.
      *>
      *>     A TRAINING SESSION LEADS WITH "TRAINING", LABELS OR NOT.
      *>
            MOVE RETURN-CODE TO NC-TRAINING-RC.
            PERFORM NC-TRAINING-RESOLVE.
            IF NC-TRAINING-ON THEN
                IF NC-TRAINING-RC NOT = ZERO THEN
                    MOVE SPACES TO NC-SKY-LINE
                END-IF
                MOVE NC-SKY-LINE TO NC-SKY-SAVE
                MOVE SPACES TO NC-SKY-LINE
                STRING NC-TRAINING-TAG NC-SKY-SAVE
                    DELIMITED BY SIZE INTO NC-SKY-LINE
                MOVE ZERO TO NC-TRAINING-RC
            END-IF.
            MOVE NC-TRAINING-RC TO RETURN-CODE.
            IF RETURN-CODE = ZERO
            AND NC-SKY-LINE NOT = SPACES THEN
                IF NC-LINEAR-ON THEN
                    MOVE SPACES TO NC-LIN-LINE
                    MOVE NC-SKY-LINE TO NC-LIN-LINE
                    MOVE 'K' TO NC-LIN-OP
                    PERFORM NC-LINEAR-SAY-TAGGED
                ELSE
                    MOVE SPACES TO NC-MSGBUF
                    MOVE NC-SKY-LINE TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE
                END-IF
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-FLDSEC-APPLY :
      *>     FIELD-LEVEL SECURITY: RESOLVE THE REGISTERED VIEW AND
      *>     UPDATE ROLES FOR THE CURRENT OPERATOR ONCE PER SCREEN
      *>     VISIT (COBCURSES-FIELD-ACCESS). A FIELD THEY MAY NOT
      *>     UPDATE IS MADE READ-ONLY; ONE THEY MAY NOT VIEW IS ALSO
      *>     FLAGGED SENSITIVE, WHICH KEEPS IT OUT OF FIELD HISTORY,
      *>     THE SUPPORT SNAPSHOT, THE ABEND DUMP AND THE 3270
      *>     CHECKPOINT.
      *>
        NC-FLDSEC-APPLY.
            IF NC-FSC-COUNT = 0 OR NC-FSC-APPLIED THEN
                EXIT PARAGRAPH
            END-IF.
            SET NC-FSC-APPLIED TO TRUE.
            PERFORM VARYING NC-FSC-X FROM 1 BY 1
                UNTIL NC-FSC-X > NC-FSC-COUNT
                CALL "COBCURSES-FIELD-ACCESS" USING
                    NC-FSC-VIEW-ROLE(NC-FSC-X),
                    NC-FSC-UPDATE-ROLE(NC-FSC-X),
                    NC-FSC-ACCESS(NC-FSC-X)
                MOVE NC-FSC-FIELD(NC-FSC-X) TO NC-FSC-FIELD-NO
                IF NC-FSC-FIELD-NO > 0
                AND NC-FSC-FIELD-NO <= 80 THEN
                    IF NC-FSC-NO-VIEW(NC-FSC-X) THEN
                        MOVE 'Y' TO NC-FDESC-SENSITIVE(NC-FSC-FIELD-NO)
                        MOVE 'Y' TO NC-FDESC-READ-ONLY(NC-FSC-FIELD-NO)
                    END-IF
                    IF NC-FSC-VIEW-ONLY(NC-FSC-X) THEN
                        MOVE 'Y' TO NC-FDESC-READ-ONLY(NC-FSC-FIELD-NO)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-FLDSEC-CHECK :
      *>     IS FIELD NC-FSC-FIELD-NO ONE THE OPERATOR MAY NOT VIEW?
      *>     SETS NC-FSC-HIDDEN WHEN SO.
      *>
        NC-FLDSEC-CHECK.
            MOVE 'N' TO NC-FSC-HIDDEN-FLAG.
            PERFORM VARYING NC-FSC-X FROM 1 BY 1
                UNTIL NC-FSC-X > NC-FSC-COUNT OR NC-FSC-HIDDEN
                IF NC-FSC-FIELD(NC-FSC-X) = NC-FSC-FIELD-NO
                AND NC-FSC-NO-VIEW(NC-FSC-X) THEN
                    SET NC-FSC-HIDDEN TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> NC-FLDSEC-CONCEAL / NC-FLDSEC-REVEAL :
      *>     THE PROGRAM STILL OWNS THE VALUE OF A FIELD THE OPERATOR
      *>     MAY NOT VIEW (IT MUST FILE UNCHANGED), SO ITS BUFFER IS
      *>     BLANKED ONLY FOR THE LENGTH OF A PAINT: CONCEAL SAVES
      *>     AND BLANKS EVERY HIDDEN BUFFER, REVEAL PUTS THE SAVED
      *>     VALUES BACK. THE PAIR DOES NOT NEST.
      *>
        NC-FLDSEC-CONCEAL.
            IF NC-FSC-COUNT = 0 OR NC-FSC-CONCEALED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-FLDSEC-APPLY.
            SET NC-FSC-CONCEALED TO TRUE.
            PERFORM VARYING NC-FSC-X FROM 1 BY 1
                UNTIL NC-FSC-X > NC-FSC-COUNT
                MOVE NC-FSC-FIELD(NC-FSC-X) TO NC-FSC-FIELD-NO
                IF NC-FSC-NO-VIEW(NC-FSC-X)
                AND NC-FSC-FIELD-NO > 0
                AND NC-FSC-FIELD-NO <= 80 THEN
                    PERFORM NC-FLDSEC-ADDRESS
                    IF NC-FSC-LEN > 0 THEN
                        MOVE NC-VR-FIELD-TEXT(1:NC-FSC-LEN)
                            TO NC-FSC-SAVED-TEXT(NC-FSC-X)
                        MOVE SPACES TO NC-VR-FIELD-TEXT(1:NC-FSC-LEN)
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        NC-FLDSEC-REVEAL.
            IF NOT NC-FSC-CONCEALED THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO NC-FSC-CONCEALED-FLAG.
            PERFORM VARYING NC-FSC-X FROM 1 BY 1
                UNTIL NC-FSC-X > NC-FSC-COUNT
                MOVE NC-FSC-FIELD(NC-FSC-X) TO NC-FSC-FIELD-NO
                IF NC-FSC-NO-VIEW(NC-FSC-X)
                AND NC-FSC-FIELD-NO > 0
                AND NC-FSC-FIELD-NO <= 80 THEN
                    PERFORM NC-FLDSEC-ADDRESS
                    IF NC-FSC-LEN > 0 THEN
                        MOVE NC-FSC-SAVED-TEXT(NC-FSC-X)
                            TO NC-VR-FIELD-TEXT(1:NC-FSC-LEN)
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

        NC-FLDSEC-ADDRESS.
            MOVE 0 TO NC-FSC-LEN.
            IF NC-FDESC-ADDRESS(NC-FSC-FIELD-NO) = NULL THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(NC-FSC-FIELD-NO).
            MOVE NC-FDESC-LENGTH(NC-FSC-FIELD-NO) TO NC-FSC-LEN.
            IF NC-FSC-LEN > 999 THEN
                MOVE 999 TO NC-FSC-LEN
            END-IF.
            EXIT.

      *>
      *> NC-PENDTXN-BEGIN :
      *>     MAKER-CHECKER SCREENS (SCN-MAKER-CHECKER): ONCE PER
      *>     TRANSACTION, KEEP THE FIELDS AS PRESENTED (THE CHECKER'S
      *>     "CURRENT VALUES") AND LOAD ANY TRANSACTION WAITING FOR
      *>     THIS OPERATOR: ONE THEY APPROVED IS LOADED PROTECTED,
      *>     FOR RELEASE; ONE RETURNED TO THEM IS LOADED FOR
      *>     CORRECTION (SEE COBCURSES-PENDTXN).
      *>
        NC-PENDTXN-BEGIN.
            MOVE 'B' TO NC-PTX-FUNCTION.
            CALL "COBCURSES-PENDTXN" USING NC-STATS-SCREEN-NAME,
                NC-FIELD-DESCRIPTORS, NC-PENDTXN-DATA.
            MOVE 'L' TO NC-PTX-FUNCTION.
            CALL "COBCURSES-PENDTXN" USING NC-STATS-SCREEN-NAME,
                NC-FIELD-DESCRIPTORS, NC-PENDTXN-DATA.
            IF RETURN-CODE NOT = 0 THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-MSGBUF.
            IF NC-PTX-RELEASING THEN
                PERFORM VARYING NC-PTX-X FROM 1 BY 1
                    UNTIL NC-PTX-X > 80
                    IF NC-FDESC-ADDRESS(NC-PTX-X) NOT = NULL THEN
                        MOVE 'Y' TO NC-FDESC-READ-ONLY(NC-PTX-X)
                    END-IF
                END-PERFORM
                STRING "APPROVED TRANSACTION " NC-PTX-LOADED-ID
                    " LOADED -- FILE TO RELEASE IT, ESC TO LEAVE IT"
                    DELIMITED BY SIZE INTO NC-MSGBUF
            ELSE
                STRING "TRANSACTION " NC-PTX-LOADED-ID
                    " WAS RETURNED TO YOU -- CORRECT AND FILE AGAIN"
                    " (PTXCHK MINE SHOWS WHY)"
                    DELIMITED BY SIZE INTO NC-MSGBUF
            END-IF.
            PERFORM NC-DRAW-FIELDS.
            PERFORM NC-PUT-MESSAGE.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-PENDTXN-FILE :
      *>     A MAKER-CHECKER SCREEN HAS JUST FILED. A LOADED, APPROVED
      *>     TRANSACTION IS RECORDED AS RELEASED AND GOES THROUGH TO
      *>     THE APPLICATION; ANYTHING ELSE IS QUEUED FOR A CHECKER
      *>     AND NC-PTX-QUEUED IS SET, WHICH TURNS THE EXIT INTO AN
      *>     ESCAPE SO THE APPLICATION DOES NOT ACT ON IT. WHEN THE
      *>     QUEUE CANNOT BE WRITTEN THE TRANSACTION IS NOT FILED AT
      *>     ALL.
      *>
        NC-PENDTXN-FILE.
            MOVE SPACES TO NC-MSGBUF.
            IF NC-PTX-RELEASING THEN
                MOVE 'R' TO NC-PTX-FUNCTION
                CALL "COBCURSES-PENDTXN" USING NC-STATS-SCREEN-NAME,
                    NC-FIELD-DESCRIPTORS, NC-PENDTXN-DATA
                IF RETURN-CODE NOT = 0 THEN
                    SET NC-FIELD-EXIT-ESC TO TRUE
                    STRING "TRANSACTION " NC-PTX-LOADED-ID
                        " IS NO LONGER APPROVED -- NOT RELEASED"
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-ERROR
                END-IF
            ELSE
                MOVE 'Q' TO NC-PTX-FUNCTION
                CALL "COBCURSES-PENDTXN" USING NC-STATS-SCREEN-NAME,
                    NC-FIELD-DESCRIPTORS, NC-PENDTXN-DATA
                IF RETURN-CODE = 0 THEN
                    SET NC-PTX-QUEUED TO TRUE
                    STRING "TRANSACTION " NC-PTX-ID
                        " QUEUED FOR APPROVAL BY A CHECKER"
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE
                ELSE
                    SET NC-FIELD-EXIT-ESC TO TRUE
                    MOVE "APPROVAL QUEUE UNAVAILABLE -- NOT FILED"
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR
                END-IF
            END-IF.
            MOVE 'N' TO NC-PTX-STARTED-FLAG.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-UTF8-TIDY :
      *>     MULTIBYTE KEYING (COBCURSES_UTF8=Y): THE BYTE-LIMITED
      *>     JUST REPORTED. ACTIVE ONLY WHEN COBCURSES_OVERRIDE=Y.
      *>     F10 OPENS THE PROMPT; THE SUPERVISOR'S IDENTITY IS
      *>     VERIFIED AGAINST USERCRED.X (COBCURSES-PASSWORD-VERIFY)
      *>     AND THE OVERRIDE ROLE (COBCURSES-CHECK-ROLE, WITHIN ITS
      *>     ACCESS WINDOW -- COBCURSES-ACCESS-WINDOW), AND A
      *>     GRANTED OVERRIDE IS RECORDED WITH BOTH IDENTITIES AND
      *>     THE ACCEPTED VALUE (COBCURSES-OVERRIDE-LOG). THE RAW
      *>     COLLECTION FOLLOWS NC-IDLE-COLLECT-ID: THESE KEYS NEVER
            MOVE "F10 = SUPERVISOR OVERRIDE; ANY OTHER KEY "
                & "RE-ENTERS." TO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE.
      *>
      *>     A LINE TERMINAL HAS NO F10: THE OFFER IS ANSWERED WITH
      *>     THE SAME \F10 THE LINEAR FIELD READ TAKES.
      *>
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE LOW-VALUES TO NC-LIN-INPUT
                ACCEPT NC-LIN-INPUT
                INSPECT NC-LIN-INPUT CONVERTING "f" TO "F"
                IF NC-LIN-INPUT(1:4) NOT = "\F10" THEN
                    EXIT PARAGRAPH
                END-IF
            ELSE
                CALL "COBCURSES-GETCH" USING
                    COPY COBCPARMS.
                IF NOT IS-KEY-CODE
                OR NC-KEY-CODE NOT = NC-OVERRIDE-KEY-CODE THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            MOVE "SUPERVISOR ID + CR:" TO NC-MSGBUF.
                PERFORM NC-PUT-ERROR
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ACCESS-WINDOW" USING
                "C", NC-OVR-SUPERVISOR, NC-OVR-ROLE,
                NC-OVR-NO-SCOPE, NC-OVR-NO-SCOPE, NC-OVR-WINDOW.
            IF RETURN-CODE NOT = 0 THEN
                MOVE "OVERRIDE REFUSED -- OUTSIDE THE ROLE'S ACCESS "
                    & "WINDOW." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                EXIT PARAGRAPH
            END-IF.

      *>
      *>     GRANTED: RECORD IT WITH THE FIELD'S ACCEPTED VALUE.
            EXIT.

      *>
      *> NC-DUP-CHECK :
      *>     THE SCREEN IS FILING: LOOK ITS DUPLICATE-CHECK SIGNATURE
      *>     UP (COBCURSES-DUP-CHECK 'C'). ON A MATCH WITHIN THE
      *>     WINDOW THE OPERATOR IS SHOWN THE EARLIER FILING'S
      *>     OPERATOR, DATE AND BATCH. WHERE THE SHOP LETS OPERATORS
      *>     CONFIRM (COBCURSES_DUP_CONFIRM NOT 'N') A 'Y' FILES IT
      *>     ANYWAY; OTHERWISE ONLY A SUPERVISOR OVERRIDE WILL
      *>     (NC-OVERRIDE-OFFER, RECORDED IN OVERRIDE.LOG). EITHER
      *>     WAY THE CONFIRMED DUPLICATE IS LOGGED ('L') FOR DUPRPT.
      *>     NC-DUP-FOUND STILL SET ON THE WAY OUT MEANS DO NOT FILE.
      *>     RELEASING AN APPROVED MAKER-CHECKER TRANSACTION IS NOT A
      *>     NEW SUBMISSION AND IS NOT CHECKED. UNDER NC-DUP-NO-OFFER
      *>     (A 3270 FORM) THE DUPLICATE IS REFUSED WITH NO OFFER.
      *>
        NC-DUP-CHECK.
            MOVE 'N' TO NC-DUP-FOUND-FLAG, NC-DUP-PENDING-FLAG.
            IF NC-PTX-RELEASING THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'C' TO NC-DUP-FUNCTION.
            CALL "COBCURSES-DUP-CHECK" USING
                NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                NC-RULE-DATA, NC-DUP-DATA.
            MOVE ZERO TO RETURN-CODE.
            IF NOT NC-DUP-FOUND THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-DUP-UNRESOLVED THEN
                MOVE SPACES TO NC-DUP-ENV
                ACCEPT NC-DUP-ENV
                    FROM ENVIRONMENT "COBCURSES_DUP_CONFIRM"
                IF NC-DUP-ENV(1:1) = 'N' OR NC-DUP-ENV(1:1) = 'n'
                    SET NC-DUP-SUPERVISOR-ONLY TO TRUE
                ELSE
                    SET NC-DUP-OPERATOR-MAY TO TRUE
                END-IF
            END-IF.

            MOVE SPACES TO NC-DUP-TEXT.
            STRING "DUPLICATE OF " DELIMITED BY SIZE
                NC-DUP-PRIOR-OPERATOR DELIMITED BY SPACE
                " ON " NC-DUP-PRIOR-FILED-AT(1:4) "-"
                NC-DUP-PRIOR-FILED-AT(5:2) "-"
                NC-DUP-PRIOR-FILED-AT(7:2) DELIMITED BY SIZE
                INTO NC-DUP-TEXT.
            IF NC-DUP-PRIOR-BATCH-NO > 0 THEN
                STRING NC-DUP-TEXT DELIMITED BY "  "
                    " BATCH " NC-DUP-PRIOR-BATCH-NO
                    DELIMITED BY SIZE INTO NC-VR-MESSAGE
            ELSE
                MOVE NC-DUP-TEXT TO NC-VR-MESSAGE
            END-IF.

            IF NC-DUP-NO-OFFER THEN
                SET NC-MSG-TEXT TO ADDRESS OF NC-VR-MESSAGE
                MOVE LENGTH OF NC-VR-MESSAGE TO NC-MSG-LENGTH
                PERFORM NC-ERROR-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            IF NC-DUP-OPERATOR-MAY THEN
                MOVE SPACES TO NC-MSGBUF
                STRING NC-VR-MESSAGE DELIMITED BY "  "
                    " -- Y = FILE IT ANYWAY, ANY OTHER KEY RETURNS."
                    DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                MOVE SPACE TO NC-DUP-HOW
                PERFORM NC-LINEAR-RESOLVE
                IF NC-LINEAR-ON THEN
                    MOVE LOW-VALUES TO NC-LIN-INPUT
                    ACCEPT NC-LIN-INPUT
                    IF NC-LIN-INPUT(1:1) = 'Y'
                    OR NC-LIN-INPUT(1:1) = 'y' THEN
                        MOVE 'C' TO NC-DUP-HOW
                    END-IF
                ELSE
                    CALL "COBCURSES-GETCH" USING
                        COPY COBCPARMS.
                    IF RETURN-CODE = ZERO AND NOT IS-KEY-CODE
                    AND (NC-KEY-CHAR = 'Y' OR NC-KEY-CHAR = 'y') THEN
                        MOVE 'C' TO NC-DUP-HOW
                    END-IF
                    MOVE ZERO TO RETURN-CODE
                END-IF
                IF NC-DUP-HOW = 'C' THEN
                    MOVE SPACES TO NC-DUP-SUPERVISOR
                    PERFORM NC-DUP-CONFIRMED
                END-IF
            ELSE
                SET NC-MSG-TEXT TO ADDRESS OF NC-VR-MESSAGE
                MOVE LENGTH OF NC-VR-MESSAGE TO NC-MSG-LENGTH
                PERFORM NC-ERROR-MESSAGE
                MOVE "DUPLICATE SIGNATURE" TO NC-OVR-WHAT
                MOVE NC-FIELD-NUMBER TO NC-DUP-SAVED-FIELD
                MOVE NC-DUP-FIRST-FIELD TO NC-FIELD-NUMBER
                PERFORM NC-OVERRIDE-OFFER
                MOVE NC-DUP-SAVED-FIELD TO NC-FIELD-NUMBER
                IF NC-OVR-GRANTED THEN
                    MOVE 'S' TO NC-DUP-HOW
                    MOVE NC-OVR-SUPERVISOR TO NC-DUP-SUPERVISOR
                    PERFORM NC-DUP-CONFIRMED
                END-IF
            END-IF.
            EXIT.

        NC-DUP-CONFIRMED.
            MOVE 'L' TO NC-DUP-FUNCTION.
            CALL "COBCURSES-DUP-CHECK" USING
                NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                NC-RULE-DATA, NC-DUP-DATA.
            MOVE ZERO TO RETURN-CODE.
            MOVE 'N' TO NC-DUP-FOUND-FLAG.
            SET NC-DUP-PENDING TO TRUE.
            EXIT.

      *>
      *> NC-OVR-COLLECT-TEXT :
      *>     RAW TEXT COLLECTION (UP TO 32 CHARACTERS, ENDED BY CR)
      *>     FOR THE OVERRIDE PROMPT, NEVER ECHOED AND NEVER SEEN
      *>     BY THE FIELD MACHINE OR SESSION RECORDER.
      *>
        NC-OVR-COLLECT-TEXT.
            MOVE SPACES TO NC-OVR-COLLECT.
            MOVE ZERO TO NC-OVR-COLLECT-LEN.
            PERFORM NC-LINEAR-RESOLVE.
            MOVE ZERO TO NC-LIN-KEY-X.
            PERFORM TEST AFTER
                UNTIL NOT IS-KEY-CODE
                  AND (NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A")
                IF NC-LINEAR-ON THEN
                    PERFORM NC-LINEAR-GETCH
                ELSE
                    CALL "COBCURSES-GETCH" USING
                        COPY COBCPARMS.
                END-IF
                IF RETURN-CODE = ZERO
                AND NOT IS-KEY-CODE
                AND NC-KEY-CHAR NOT = X"0D"
                AND NC-KEY-CHAR NOT = X"0A"
                AND NC-OVR-COLLECT-LEN < 32 THEN
                    ADD 1 TO NC-OVR-COLLECT-LEN
                    MOVE NC-KEY-CHAR
                        TO NC-OVR-COLLECT(NC-OVR-COLLECT-LEN:1)
                END-IF
            END-PERFORM.
      *>     FIRST; THIS PERFORM DOES NOT RETURN.
      *>
        NC-ABEND.
            PERFORM NC-FLDSEC-APPLY.
            CALL "COBCURSES-ABEND" USING
                NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                NC-FSEQ-STATE, NC-ABEND-RETC, NC-ABEND-STATUS,
      *>     1 - FAILED
      *>
        NC-DRAW-BOX.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-DRAW-BOX" USING
                COPY COBCPARMS..
            EXIT.
            END-IF.

      *>
      *>     ISSUE FIELD INFO IF CONFIGURED FOR IT (THE LINEAR
      *>     PROMPT READS THE HELP TEXT ITSELF)
      *>
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-FIELD-WAIVE-INFO = 'Y' OR NC-LINEAR-ON
                MOVE 'N' TO NC-FIELD-WAIVE-INFO
            ELSE
                IF NOT NC-FDESC-INFO(NC-FIELD-NUMBER) = NULL
      *>
      *>                 THE SHOP-RESERVED FUNCTION KEYS (HISTORY
      *>                 RECALL, SUPPORT SNAPSHOT, TRANSACTION
      *>                 ROUTER, CALENDAR PICKER, SESSION SWAP,
      *>                 PARK WORK, PAGE UP/DOWN) ARE HANDLED BY THE
      *>                 RUNTIME; EVERY
      *>                 OTHER KEY STILL RAISES NC-FKEY-EVENT.
      *>
                        PERFORM NC-RESOLVE-FKEYS
                        EVALUATE NC-FIELD-FKEY-NO
                                PERFORM NC-CALENDAR-KEY
                            WHEN NC-SWAP-FKEY
                                PERFORM NC-SESSION-SWAP
                            WHEN NC-PARK-FKEY
                                PERFORM NC-PARK-WORK
                            WHEN NC-PGUP-FKEY
                            WHEN NC-PGDN-FKEY
                                PERFORM NC-PAGE-KEY
                            WHEN OTHER
                                PERFORM NC-FKEY-EVENT
                        END-EVALUATE
                    PERFORM INTERNAL-TRACE-STATE
                END-IF

                MOVE 'N' TO NC-VR-FAILED-FLAG, NC-FPD-DECIDED-FLAG,
                    NC-FXD-REFUSED-FLAG
                IF NOT ( NC-FIELD-EXIT-ESC OR NC-FIELD-EXIT-DOT
                         OR NC-FIELD-EXIT-SLASH ) THEN
                    CALL "NC_TRACE_MSG" USING
                    AND NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 4 THEN
                        PERFORM NC-VERIFY-DATE-FIELD
                    END-IF
                    IF NOT NC-VR-FAILED
                    AND (NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 5
                      OR NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 6) THEN
                        PERFORM NC-VERIFY-FIXED-FIELD
                    END-IF
                    IF NC-VR-FAILED THEN
                        MOVE "VA" TO NC-CVG-KIND
                        MOVE NC-FIELD-NUMBER TO NC-CVG-NUM-ED
                        MOVE NC-CVG-NUM-ED TO NC-CVG-ITEM
                        PERFORM NC-COVERAGE-NOTE
                    END-IF
      *>
      *>             SOMETIMES THE DATA IS RIGHT AND THE EDIT IS
      *>             WRONG: A SUPERVISOR MAY OVERRIDE THE FAILURE
      *>             (SEE NC-OVERRIDE-OFFER). THE FISCAL PERIOD
      *>             CHECK HAS ALREADY SETTLED ITS OWN FAILURES, AND
      *>             A FIXED-POINT FIELD NEVER TAKES TEXT IT CANNOT
      *>             HOLD.
      *>
                    IF NC-VR-FAILED AND NOT NC-FPD-DECIDED
                    AND NOT NC-FXD-REFUSED THEN
                        MOVE SPACES TO NC-OVR-WHAT
                        MOVE NC-FIELD-NUMBER TO NC-OVR-NUM-EDIT
                        STRING "FIELD " NC-OVR-NUM-EDIT
                            MOVE 'N' TO NC-VR-FAILED-FLAG
                        END-IF
                    END-IF
                    IF NOT NC-VR-FAILED
                    AND (NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 5
                      OR NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 6) THEN
                        PERFORM NC-FIXED-STORE-FIELD
                    END-IF
                END-IF

                IF NC-FDESC-VERIFY(NC-FIELD-NUMBER) NOT = 'Y'
            EXIT.

        NC-VR-VERIFY-RANGE.
            IF NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 5
            OR NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER) = 6 THEN
                PERFORM NC-VR-FIXED-RANGE
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(NC-VR-VALUE) NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            END-IF.
            EXIT.

      *>
      *> NC-VR-FIXED-RANGE :
      *>     MIN/MAX FOR A FIXED-POINT FIELD (COMP-TYPE 05/06),
      *>     COMPARED EXACTLY. TEXT THAT IS NOT A NUMBER IS LEFT FOR
      *>     NC-VERIFY-FIXED-FIELD TO REPORT.
      *>
        NC-VR-FIXED-RANGE.
            MOVE NC-FDESC-LENGTH(NC-FIELD-NUMBER) TO NC-FXD-LENGTH.
            CALL "COBCURSES-FIXED-EDIT" USING NC-VR-VALUE,
                NC-FXD-LENGTH, NC-FDESC-DIGITS(NC-FIELD-NUMBER),
                NC-FDESC-DECPLACES(NC-FIELD-NUMBER),
                NC-FDESC-SIGNED(NC-FIELD-NUMBER), NC-VR-NUMVAL.
            IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE LENGTH OF NC-FDESC-VALID-MIN(NC-FIELD-NUMBER)
                TO NC-FXD-LENGTH.
            IF NC-FDESC-VALID-MIN(NC-FIELD-NUMBER) NOT = SPACES THEN
                CALL "COBCURSES-FIXED-EDIT" USING
                    NC-FDESC-VALID-MIN(NC-FIELD-NUMBER),
                    NC-FXD-LENGTH, NC-FXD-ANY-DIGITS,
                    NC-FXD-ANY-DECIMALS, NC-FXD-ANY-SIGN,
                    NC-VR-MINVAL
                IF RETURN-CODE = 0
                AND NC-VR-NUMVAL < NC-VR-MINVAL THEN
                    MOVE SPACES TO NC-VR-MESSAGE
                    STRING "MUST BE AT LEAST "
                        NC-FDESC-VALID-MIN(NC-FIELD-NUMBER)
                        DELIMITED BY SIZE INTO NC-VR-MESSAGE
                    MOVE 'N' TO NC-VR-CHECK-TYPE
                    PERFORM NC-VR-REPORT-FAILURE
                    MOVE 0 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            IF NC-FDESC-VALID-MAX(NC-FIELD-NUMBER) NOT = SPACES THEN
                CALL "COBCURSES-FIXED-EDIT" USING
                    NC-FDESC-VALID-MAX(NC-FIELD-NUMBER),
                    NC-FXD-LENGTH, NC-FXD-ANY-DIGITS,
                    NC-FXD-ANY-DECIMALS, NC-FXD-ANY-SIGN,
                    NC-VR-MAXVAL
                IF RETURN-CODE = 0
                AND NC-VR-NUMVAL > NC-VR-MAXVAL THEN
                    MOVE SPACES TO NC-VR-MESSAGE
                    STRING "MUST BE AT MOST "
                        NC-FDESC-VALID-MAX(NC-FIELD-NUMBER)
                        DELIMITED BY SIZE INTO NC-VR-MESSAGE
                    MOVE 'X' TO NC-VR-CHECK-TYPE
                    PERFORM NC-VR-REPORT-FAILURE
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        NC-VR-REPORT-FAILURE.
            MOVE 'Y' TO NC-VR-FAILED-FLAG.
            IF NC-TRACE-ENABLED THEN
                NC-VR-CHECK-TYPE.
            EXIT.

      *>
      *> NC-VERIFY-FIXED-FIELD :
      *>     A FIXED-POINT FIELD (COMP-TYPE 05 PACKED, 06 SIGNED
      *>     ZONED) MUST HOLD A NUMBER THAT FITS ITS DIGITS AND
      *>     DECIMALS, WITH A SIGN ONLY WHEN IT IS SIGNED. THE TEXT
      *>     IS PARSED EXACTLY (COBCURSES-FIXED-EDIT) -- NO
      *>     FLOATING-POINT STEP. A REFUSAL HERE IS FINAL: NO
      *>     SUPERVISOR CAN OVERRIDE TEXT THE CMP- ITEM CANNOT HOLD.
      *>
      *> INPUT :
      *>     NC-FIELD-NUMBER
      *> OUTPUT :
      *>     NC-VR-FAILED, NC-FXD-REFUSED
      *>
        NC-VERIFY-FIXED-FIELD.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(NC-FIELD-NUMBER).
            MOVE NC-FDESC-LENGTH(NC-FIELD-NUMBER) TO NC-FXD-LENGTH.
            CALL "COBCURSES-FIXED-EDIT" USING NC-VR-FIELD-TEXT,
                NC-FXD-LENGTH, NC-FDESC-DIGITS(NC-FIELD-NUMBER),
                NC-FDESC-DECPLACES(NC-FIELD-NUMBER),
                NC-FDESC-SIGNED(NC-FIELD-NUMBER), NC-FXD-VALUE.
            IF RETURN-CODE = 0 THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO NC-VR-MESSAGE.
            MOVE NC-FDESC-DIGITS(NC-FIELD-NUMBER)
                TO NC-FXD-DIGITS-ED.
            MOVE NC-FDESC-DECPLACES(NC-FIELD-NUMBER)
                TO NC-FXD-DECIMALS-ED.
            IF RETURN-CODE = 9 THEN
                STRING "AT MOST " FUNCTION TRIM(NC-FXD-DIGITS-ED)
                    " DIGITS AND " NC-FXD-DECIMALS-ED
                    " DECIMAL PLACES."
                    DELIMITED BY SIZE INTO NC-VR-MESSAGE
            ELSE
                IF NC-FDESC-SIGNED(NC-FIELD-NUMBER) = 'Y' THEN
                    MOVE "MUST BE A NUMBER." TO NC-VR-MESSAGE
                ELSE
                    MOVE "MUST BE A NUMBER, WITHOUT A SIGN."
                        TO NC-VR-MESSAGE
                END-IF
            END-IF.
            MOVE 0 TO RETURN-CODE.
            MOVE 'N' TO NC-VR-CHECK-TYPE.
            PERFORM NC-VR-REPORT-FAILURE.
            SET NC-FXD-REFUSED TO TRUE.
            EXIT.

      *>
      *> NC-FIXED-STORE-FIELD :
      *>     AN ACCEPTED FIXED-POINT FIELD: STORE ITS VALUE, ROUNDED
      *>     TO ITS DECIMALS, INTO THE GENERATED CMP- ITEM AND
      *>     REDISPLAY THE BUFFER WITH EXACTLY THOSE DECIMALS, SO
      *>     WHAT THE OPERATOR SEES IS WHAT THE PROGRAM FILES.
      *>
      *> INPUT :
      *>     NC-FIELD-NUMBER
      *>
        NC-FIXED-STORE-FIELD.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(NC-FIELD-NUMBER).
            MOVE NC-FDESC-LENGTH(NC-FIELD-NUMBER) TO NC-FXD-LENGTH.
            CALL "COBCURSES-FIXED-EDIT" USING NC-VR-FIELD-TEXT,
                NC-FXD-LENGTH, NC-FDESC-DIGITS(NC-FIELD-NUMBER),
                NC-FDESC-DECPLACES(NC-FIELD-NUMBER),
                NC-FDESC-SIGNED(NC-FIELD-NUMBER), NC-FXD-VALUE.
            IF RETURN-CODE NOT = 0 THEN
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-COMP-PTR(NC-FIELD-NUMBER) NOT = NULL THEN
                SET ADDRESS OF NC-FXD-ITEM
                    TO NC-FDESC-COMP-PTR(NC-FIELD-NUMBER)
                CALL "COBCURSES-FIXED-STORE" USING NC-FXD-VALUE,
                    NC-FDESC-COMP-TYPE(NC-FIELD-NUMBER),
                    NC-FDESC-DIGITS(NC-FIELD-NUMBER),
                    NC-FDESC-DECPLACES(NC-FIELD-NUMBER),
                    NC-FDESC-SIGNED(NC-FIELD-NUMBER), NC-FXD-ITEM
            END-IF.
            IF NC-VR-FIELD-TEXT(1:NC-FXD-LENGTH) NOT = SPACES THEN
                CALL "COBCURSES-FIXED-FORMAT" USING NC-FXD-VALUE,
                    NC-FDESC-DECPLACES(NC-FIELD-NUMBER),
                    NC-VR-FIELD-TEXT, NC-FXD-LENGTH
                PERFORM NC-SELECT-FIELD
                PERFORM NC-PUT-TEXT
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> NC-FIXED-LOAD-FIELDS :
      *>     THE OTHER DIRECTION: AFTER A PROGRAM MOVES A RECORD'S
      *>     AMOUNTS INTO ITS CMP- ITEMS, PERFORMING THIS FILLS EVERY
      *>     FIXED-POINT FIELD'S BUFFER FROM ITS CMP- ITEM (EXACT,
      *>     WITH THE FIELD'S DECIMALS) READY FOR PAINTING.
      *>
        NC-FIXED-LOAD-FIELDS.
            PERFORM VARYING NC-FXD-X FROM 1 BY 1 UNTIL NC-FXD-X > 80
                IF (NC-FDESC-COMP-TYPE(NC-FXD-X) = 5
                 OR NC-FDESC-COMP-TYPE(NC-FXD-X) = 6)
                AND NC-FDESC-COMP-PTR(NC-FXD-X) NOT = NULL
                AND NC-FDESC-ADDRESS(NC-FXD-X) NOT = NULL
                AND NC-FDESC-LENGTH(NC-FXD-X) > 0 THEN
                    SET ADDRESS OF NC-FXD-ITEM
                        TO NC-FDESC-COMP-PTR(NC-FXD-X)
                    CALL "COBCURSES-FIXED-FETCH" USING NC-FXD-VALUE,
                        NC-FDESC-COMP-TYPE(NC-FXD-X),
                        NC-FDESC-DIGITS(NC-FXD-X),
                        NC-FDESC-DECPLACES(NC-FXD-X),
                        NC-FDESC-SIGNED(NC-FXD-X), NC-FXD-ITEM
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(NC-FXD-X)
                    MOVE NC-FDESC-LENGTH(NC-FXD-X)
                        TO NC-FXD-LENGTH
                    CALL "COBCURSES-FIXED-FORMAT" USING NC-FXD-VALUE,
                        NC-FDESC-DECPLACES(NC-FXD-X),
                        NC-VR-FIELD-TEXT, NC-FXD-LENGTH
                END-IF
            END-PERFORM.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> NC-GET-TEXT-X :
      *>     GET TEXT FROM A WINDOWED FIELD.
      *>         USED BY PROGRAMS LIKE THE SCREEN DESIGNER.
      *>
        NC-GET-TEXT-X.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-GET-TEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-GET-TEXT-X" USING
                COPY COBCPARMS..
            EXIT.
      *>     VALUE OUT TO THE SCREEN.
      *>
        NC-PUT-TEXT.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-FLDSEC-CONCEAL.
            CALL "COBCURSES-PUT-TEXT" USING
                COPY COBCPARMS..
            PERFORM NC-FLDSEC-REVEAL.
            EXIT.
           
      *>
      *>     1 - FAILED
      *>
        NC-REFRESH.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-REFRESH" USING
                COPY COBCPARMS..
            EXIT.
      *>
        NC-PUT-MESSAGE.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'I' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-MESSAGE" USING
                COPY COBCPARMS..
            EXIT.

        NC-PUT-MESSAGE-CR.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'I' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                PERFORM NC-LINEAR-WAIT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-MESSAGE-CR" USING
                COPY COBCPARMS..
            EXIT.

        NC-PUT-MESSAGE-OVERRIDE.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'I' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-MESSAGE-OVERRIDE" USING
                COPY COBCPARMS..
            EXIT.
                
        NC-PUT-ERROR.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-ERROR" USING
                COPY COBCPARMS..
            EXIT.

        NC-PUT-ERROR-CR.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                PERFORM NC-LINEAR-WAIT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-ERROR-CR" USING
                COPY COBCPARMS..
            EXIT.

        NC-PUT-ERROR-OVERRIDE.
            PERFORM NC-XLATE-MSGBUF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGBUF
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-ERROR-OVERRIDE" USING
                COPY COBCPARMS..
            EXIT.
      *>
        NC-ERROR-MESSAGE-OVERRIDE.
            PERFORM NC-XLATE-MESSAGE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ERROR-MSG-OVERRIDE" USING
                COPY COBCPARMS..
            EXIT.

        NC-ERROR-MESSAGE.
            PERFORM NC-XLATE-MESSAGE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ERROR-MESSAGE" USING
                COPY COBCPARMS.
            EXIT.
      *>     1 - FAILED
      *>
        NC-INFO-MESSAGE-CR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'I' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                PERFORM NC-LINEAR-WAIT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-INFO-MESSAGE-CR" USING
                COPY COBCPARMS..
            EXIT.
      *>     UNTIL THE NEXT FIELD STATE BECOMES ZERO.
      *>
        NC-FIELD-STATE-MACHINE.
            MOVE ZERO TO NC-OPS-KEYSTROKES.
            MOVE ZERO TO NC-FSEQ-LAST.
            MOVE ZERO TO NC-FSEQ-NEXT.
            CALL "NC_TRACE_MSG" USING
                "STARTING NC-FIELD-STATE-MACHINE.  ".
      *>
      *>     GUIDED WORKFLOWS: A SCREEN WHOSE RUN HAS MOVED ON TO
      *>     ANOTHER PROGRAM LEAVES AT ONCE, SO THE LAUNCHER CAN
      *>     TAKE THE OPERATOR TO THE NEXT STEP; OTHERWISE LOOK
      *>     ONCE PER VISIT FOR A RUN THIS SCREEN IS THE STEP OF.
      *>
            IF NC-WFL-PASSED-ON THEN
                MOVE 'N' TO NC-WFL-PASSED-FLAG
                SET NC-FIELD-EXIT-ESC TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF NOT NC-WFL-CHECKED THEN
                PERFORM NC-WORKFLOW-ENTER
            END-IF.
      *>
      *>     USER EXITS: THE SCREEN-OPEN EXIT RUNS ONCE PER VISIT
      *>     (RE-ARMED WHEN THE SCREEN IS LEFT BY ESCAPE). A REJECT
      *>     LEAVES THE SCREEN AT ONCE; A REDIRECT STARTS THE
      *>     OPERATOR ON THE FIELD IT NAMES.
      *>
            IF NC-EXIT-COUNT > 0 AND NOT NC-XIT-SCREEN-OPENED THEN
                SET NC-XIT-SCREEN-OPENED TO TRUE
                MOVE "SO" TO NC-XIT-EVENT
                MOVE ZERO TO NC-XIT-FIELD
                PERFORM NC-USER-EXIT
                IF NC-XIT-REJECTED THEN
                    MOVE 'N' TO NC-XIT-OPEN-FLAG
                    SET NC-FIELD-EXIT-ESC TO TRUE
                    EXIT PARAGRAPH
                END-IF
                IF NC-XIT-REDIRECTED AND NC-RULE-STATE-X > 0 THEN
                    MOVE NC-RULE-STATE-X TO NC-FSEQ-STATE
                END-IF
            END-IF.
            PERFORM NC-FLDSEC-APPLY.
            MOVE 'N' TO NC-PTX-QUEUED-FLAG.
            IF NC-PTX-SCREEN AND NOT NC-PTX-STARTED THEN
                PERFORM NC-PENDTXN-BEGIN
            END-IF.
            IF NOT NC-PKW-CHECKED THEN
                PERFORM NC-PARK-RESUME
                IF NC-PKW-STATE-NO > 0 THEN
                    MOVE NC-PKW-STATE-NO TO NC-FSEQ-STATE
                    MOVE ZERO TO NC-PKW-STATE-NO
                END-IF
            END-IF.
            MOVE ZERO TO NC-CND-LAND-STATE.
            PERFORM NC-COND-APPLY.
            PERFORM WITH TEST BEFORE UNTIL NC-FSEQ-STATE <= 0
                MOVE NC-FSEQ-FIELD-NO(NC-FSEQ-STATE)
                    TO NC-FIELD-NUMBER
                    "AFTER NC-STATE-CHANGE-EVENT:  "
                PERFORM INTERNAL-TRACE-STATE

      *>
      *>         REGRESSION COVERAGE: THE STATE WAS REACHED.
      *>
                IF NC-FSEQ-STATE > 0 THEN
                    MOVE "ST" TO NC-CVG-KIND
                    MOVE NC-FSEQ-STATE TO NC-CVG-NUM-ED
                    MOVE NC-CVG-NUM-ED TO NC-CVG-ITEM
                    PERFORM NC-COVERAGE-NOTE
                END-IF

      *>
      *>         SOFT-KEY LABELS: REPAINT THE LABEL LINE WHENEVER
      *>         THE SEQUENCE STATE CHANGES (SEE NC-SOFTKEY-PAINT).
                    PERFORM NC-AUTOSKIP-CHECK
                END-IF

      *>
      *>         FIELD SECURITY: A FIELD THE OPERATOR MAY NOT VIEW IS
      *>         PASSED OVER LIKE AN AUTO-SKIP, IN THE DIRECTION THE
      *>         OPERATOR WAS MOVING (FORWARD WHEN BACKING OFF THE
      *>         TOP WOULD LAND ON IT AGAIN).
      *>
                IF NC-FSC-COUNT > 0 AND NOT NC-ASK-WANTED THEN
                    MOVE NC-FIELD-NUMBER TO NC-FSC-FIELD-NO
                    PERFORM NC-FLDSEC-CHECK
                    IF NC-FSC-HIDDEN THEN
                        MOVE NC-FIELD-FB TO NC-FSC-DIRECTION
                        INITIALIZE NC-FIELD
                        SET NC-FIELD-EXIT-CR TO TRUE
                        SET NC-FIELD-FORWARD TO TRUE
                        IF NC-FSC-DIRECTION = 'B'
                        AND NC-FSEQ-BCK-TO(NC-FSEQ-STATE) NOT = 0
                        AND NC-FSEQ-BCK-TO(NC-FSEQ-STATE)
                            NOT = NC-FSEQ-STATE THEN
                            SET NC-FIELD-BACKWARD TO TRUE
                        END-IF
                    END-IF
                END-IF

      *>
      *>         CONDITIONAL FIELDS: ONE A RULE HAS HIDDEN OR
      *>         PROTECTED IS PASSED OVER THE SAME WAY (SEE
      *>         NC-COND-APPLY) -- EXCEPT WHERE A FAILED RULE HAS
      *>         JUST PUT THE CURSOR, SO ITS MESSAGE IS SEEN THERE.
      *>
                MOVE 'N' TO NC-CND-SKIP-FLAG
                IF NC-FSEQ-STATE = NC-CND-LAND-STATE THEN
                    MOVE ZERO TO NC-CND-LAND-STATE
                ELSE
                    IF NC-CND-ACTIVE
                    AND NOT NC-ASK-WANTED
                    AND NOT NC-FSC-HIDDEN
                    AND NC-FIELD-NUMBER > 0
                    AND NC-FIELD-NUMBER <= 80 THEN
                        IF NC-CND-STATE(NC-FIELD-NUMBER) >= 2 THEN
                            SET NC-CND-SKIP TO TRUE
                        END-IF
                    END-IF
                END-IF
                IF NC-CND-SKIP THEN
                    MOVE NC-FIELD-FB TO NC-CND-DIRECTION
                    INITIALIZE NC-FIELD
                    SET NC-FIELD-EXIT-CR TO TRUE
                    SET NC-FIELD-FORWARD TO TRUE
                    IF NC-CND-DIRECTION = 'B'
                    AND NC-FSEQ-BCK-TO(NC-FSEQ-STATE) NOT = 0
                    AND NC-FSEQ-BCK-TO(NC-FSEQ-STATE)
                        NOT = NC-FSEQ-STATE THEN
                        SET NC-FIELD-BACKWARD TO TRUE
                    END-IF
                END-IF

      *>
      *>         USER EXITS: FIELD ENTRY. A REJECT PASSES THE FIELD
      *>         OVER, FORWARD; A REDIRECT GOES STRAIGHT TO THE
      *>         FIELD THE EXIT NAMES (A REDIRECT TO THIS SAME
      *>         FIELD JUST ENTERS IT).
      *>
                MOVE 'N' TO NC-XIT-SKIP-FLAG
                IF NC-EXIT-COUNT > 0
                AND NOT NC-ASK-WANTED
                AND NOT (NC-FSC-COUNT > 0 AND NC-FSC-HIDDEN)
                AND NOT NC-CND-SKIP THEN
                    MOVE "FE" TO NC-XIT-EVENT
                    MOVE NC-FIELD-NUMBER TO NC-XIT-FIELD
                    PERFORM NC-USER-EXIT
                    IF NC-XIT-REDIRECTED
                    AND (NC-RULE-STATE-X = 0
                      OR NC-RULE-STATE-X = NC-FSEQ-STATE) THEN
                        SET NC-XIT-CONTINUE TO TRUE
                    END-IF
                    IF NOT NC-XIT-CONTINUE THEN
                        SET NC-XIT-SKIP-FIELD TO TRUE
                        INITIALIZE NC-FIELD
                        SET NC-FIELD-EXIT-CR TO TRUE
                        SET NC-FIELD-FORWARD TO TRUE
                        IF NC-XIT-REDIRECTED THEN
                            MOVE NC-RULE-STATE-X TO NC-FSEQ-NEXT
                            MOVE NC-RULE-STATE-X TO NC-CND-LAND-STATE
                        END-IF
                    END-IF
                END-IF

      *>
      *>         MULTI-PAGE FORMS: A FIELD ABOUT TO BE KEYED ON
      *>         ANOTHER PAGE TURNS THE PAGE FIRST (SEE
      *>         NC-PAGE-SHOW).
      *>
                IF NC-PG-COUNT > 1
                AND NOT NC-ASK-WANTED
                AND NOT (NC-FSC-COUNT > 0 AND NC-FSC-HIDDEN)
                AND NOT NC-CND-SKIP
                AND NOT NC-XIT-SKIP-FIELD THEN
                    MOVE NC-FIELD-NUMBER TO NC-PG-X
                    PERFORM NC-PAGE-OF-FIELD
                    IF NC-PG-PAGE NOT = NC-PG-CURRENT THEN
                        MOVE NC-PG-PAGE TO NC-PG-TARGET
                        PERFORM NC-PAGE-SHOW
                    ELSE
                        IF NC-PG-MESSAGE NOT = SPACES THEN
                            MOVE NC-PG-MESSAGE TO NC-MSGBUF
                            MOVE SPACES TO NC-PG-MESSAGE
                            PERFORM NC-PUT-ERROR
                        END-IF
                    END-IF
                END-IF

      *>         NC-GET-TEXT CAN CALL NC-VERIFY :

                EVALUATE TRUE
                    WHEN NC-ASK-WANTED
                        INITIALIZE NC-FIELD
                        SET NC-FIELD-EXIT-CR TO TRUE
                        SET NC-FIELD-FORWARD TO TRUE
                    WHEN NC-FSC-COUNT > 0 AND NC-FSC-HIDDEN
                        CONTINUE
                    WHEN NC-CND-SKIP
                        CONTINUE
                    WHEN NC-XIT-SKIP-FIELD
                        CONTINUE
                    WHEN OTHER
                        PERFORM NC-GET-TEXT
                        MOVE "FL" TO NC-CVG-KIND
                        MOVE NC-FIELD-NUMBER TO NC-CVG-NUM-ED
                        MOVE NC-CVG-NUM-ED TO NC-CVG-ITEM
                        PERFORM NC-COVERAGE-NOTE
                END-EVALUATE

      *>
      *>         MULTIBYTE KEYING: STRIP A TRAILING PARTIAL UTF-8
      *>         SEQUENCE THE WINDOW CLIPPED, BEFORE THE VALUE IS
                    PERFORM NC-DRAW-FIELDS
                END-IF

      *>
      *>         CONDITIONAL FIELDS: THE FIELD JUST ACCEPTED MAY
      *>         SHOW, HIDE, PROTECT OR REQUIRE OTHERS, AND MAY FEED
      *>         A DECISION TABLE THAT DERIVES ANOTHER.
      *>
                IF NC-RULE-COUNT > 0 THEN
                    PERFORM NC-TABLE-DERIVE
                    PERFORM NC-COND-APPLY
                END-IF

      *>
      *>         USER EXITS: FIELD ACCEPTED (KEYED AND LEFT OTHER
      *>         THAN BY ESCAPE, WITH NO CALLBACK HAVING CHOSEN THE
      *>         NEXT STATE). A REJECT PUTS THE OPERATOR BACK ON THE
      *>         FIELD; A REDIRECT MOVES THEM TO THE FIELD NAMED.
      *>
                IF NC-EXIT-COUNT > 0
                AND NC-FSEQ-NEXT = 0
                AND NOT NC-FIELD-EXIT-ESC
                AND NOT NC-ASK-WANTED
                AND NOT (NC-FSC-COUNT > 0 AND NC-FSC-HIDDEN)
                AND NOT NC-CND-SKIP
                AND NOT NC-XIT-SKIP-FIELD THEN
                    MOVE "FA" TO NC-XIT-EVENT
                    MOVE NC-FIELD-NUMBER TO NC-XIT-FIELD
                    PERFORM NC-USER-EXIT
                    EVALUATE TRUE
                        WHEN NC-XIT-REJECTED
                            MOVE NC-FSEQ-STATE TO NC-FSEQ-NEXT
                            MOVE NC-FSEQ-STATE TO NC-CND-LAND-STATE
                        WHEN NC-XIT-REDIRECTED AND NC-RULE-STATE-X > 0
                            MOVE NC-RULE-STATE-X TO NC-FSEQ-NEXT
                            MOVE NC-RULE-STATE-X TO NC-CND-LAND-STATE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF

      *>         DETERMINE NEXT FIELD STATE :

                MOVE SPACE TO NC-CVG-PATH
                IF NC-FSEQ-NEXT = 0 AND NC-FIELD-EXIT-SLASH
                    MOVE NC-FSEQ-SLASH-TO(NC-FSEQ-STATE)
                        TO NC-FSEQ-NEXT
                    MOVE 'S' TO NC-CVG-PATH
                END-IF

                IF NC-FSEQ-NEXT = 0 AND NC-FIELD-EXIT-ESC
                    MOVE NC-FSEQ-ESC-TO(NC-FSEQ-STATE)
                        TO NC-FSEQ-NEXT
                    MOVE 'E' TO NC-CVG-PATH
                END-IF

                IF NC-FSEQ-NEXT = 0
                    IF NC-FIELD-FORWARD
                        MOVE NC-FSEQ-FWD-TO(NC-FSEQ-STATE) 
                            TO NC-FSEQ-NEXT
                        MOVE 'F' TO NC-CVG-PATH
                    ELSE
                        MOVE NC-FSEQ-BCK-TO(NC-FSEQ-STATE)
                            TO NC-FSEQ-NEXT
                        MOVE 'B' TO NC-CVG-PATH
                    END-IF
                END-IF

      *>
      *>         REGRESSION COVERAGE: THE PATH OUT OF THIS STATE
      *>         (NONE WHEN A CALLBACK CHOSE THE NEXT STATE ITSELF).
      *>
                IF NC-CVG-PATH NOT = SPACE AND NC-FSEQ-STATE > 0 THEN
                    MOVE "TR" TO NC-CVG-KIND
                    MOVE NC-FSEQ-STATE TO NC-CVG-NUM-ED
                    MOVE SPACES TO NC-CVG-ITEM
                    STRING NC-CVG-NUM-ED " " NC-CVG-PATH
                        DELIMITED BY SIZE INTO NC-CVG-ITEM
                    PERFORM NC-COVERAGE-NOTE
                END-IF

                IF NC-FSEQ-NEXT >= 9999
                    MOVE 0 TO NC-FSEQ-NEXT
                END-IF
                        PERFORM NC-RULE-FIND-STATE
                        IF NC-RULE-STATE-X > 0 THEN
                            MOVE NC-RULE-STATE-X TO NC-FSEQ-STATE
                            MOVE NC-RULE-STATE-X TO NC-CND-LAND-STATE
                        END-IF
                        IF NC-PG-COUNT > 1 AND NC-FSEQ-STATE > 0 THEN
                            MOVE NC-FSEQ-FIELD-NO(NC-FSEQ-STATE)
                                TO NC-PG-X
                            PERFORM NC-PAGE-OF-FIELD
                            IF NC-PG-PAGE NOT = NC-PG-CURRENT THEN
                                MOVE NC-VR-MESSAGE TO NC-PG-MESSAGE
                            END-IF
                        END-IF
                    END-IF
                END-IF

      *>
      *>         A MULTI-PAGE FORM FILES AS ONE: EVERY PAGE IS
      *>         CHECKED, AND THE OPERATOR IS TAKEN TO THE FIRST
      *>         BLANK REQUIRED FIELD ON WHATEVER PAGE IT IS (SEE
      *>         NC-PAGE-VERIFY-FORM).
      *>
                IF NC-FSEQ-STATE <= 0
                AND NC-PG-COUNT > 1
                AND NOT NC-FIELD-EXIT-ESC THEN
                    PERFORM NC-PAGE-VERIFY-FORM
                    IF NC-PG-FAILED THEN
                        PERFORM NC-PAGE-FIELD-STATE
                        IF NC-PG-STATE-X > 0 THEN
                            MOVE NC-PG-STATE-X TO NC-FSEQ-STATE
                            MOVE NC-PG-STATE-X TO NC-CND-LAND-STATE
                        END-IF
                    END-IF
                END-IF

      *>
      *>         DUPLICATE SUBMISSION: A SCREEN WHOSE 'DS' SIGNATURE
      *>         MATCHES A RECENT FILING DOES NOT FILE UNTIL THE
      *>         OPERATOR CONFIRMS IT OR A SUPERVISOR OVERRIDES (SEE
      *>         NC-DUP-CHECK); OTHERWISE THE OPERATOR IS PUT BACK ON
      *>         THE FIRST SIGNATURE FIELD.
      *>
                IF NC-FSEQ-STATE <= 0
                AND NC-RULE-COUNT > 0
                AND NOT NC-FIELD-EXIT-ESC THEN
                    PERFORM NC-DUP-CHECK
                    IF NC-DUP-FOUND THEN
                        MOVE NC-DUP-FIRST-FIELD TO NC-RULE-FAIL-FIELD
                        PERFORM NC-RULE-FIND-STATE
                        IF NC-RULE-STATE-X = 0 THEN
                            MOVE 1 TO NC-RULE-STATE-X
                        END-IF
                        MOVE NC-RULE-STATE-X TO NC-FSEQ-STATE
                        MOVE NC-RULE-STATE-X TO NC-CND-LAND-STATE
                    END-IF
                END-IF

      *>
      *>         USER EXITS: BEFORE FILE, ONCE EVERY RUNTIME CHECK
      *>         HAS PASSED. A REJECT OR REDIRECT STOPS THE FILING
      *>         AND PUTS THE OPERATOR ON THE FIELD THE EXIT NAMES,
      *>         OR BACK ON THE LAST FIELD KEYED.
      *>
                IF NC-FSEQ-STATE <= 0
                AND NC-EXIT-COUNT > 0
                AND NOT NC-FIELD-EXIT-ESC THEN
                    MOVE "BF" TO NC-XIT-EVENT
                    MOVE ZERO TO NC-XIT-FIELD
                    PERFORM NC-USER-EXIT
                    IF NOT NC-XIT-CONTINUE THEN
                        IF NC-RULE-STATE-X = 0 THEN
                            MOVE NC-FSEQ-LAST TO NC-RULE-STATE-X
                        END-IF
                        IF NC-RULE-STATE-X = 0 THEN
                            MOVE 1 TO NC-RULE-STATE-X
                        END-IF
                        MOVE NC-RULE-STATE-X TO NC-FSEQ-STATE
                        MOVE NC-RULE-STATE-X TO NC-CND-LAND-STATE
                    END-IF
                END-IF

            END-PERFORM.

      *>
      *>     MAKER-CHECKER: THE FILED TRANSACTION GOES TO THE
      *>     APPROVAL QUEUE, OR IS RELEASED (SEE NC-PENDTXN-FILE).
      *>
            IF NC-PTX-SCREEN
            AND NOT NC-FIELD-EXIT-ESC THEN
                PERFORM NC-PENDTXN-FILE
            END-IF.
      *>
      *>     GUIDED WORKFLOWS: FILING THE CURRENT STEP HANDS ITS
      *>     CONTEXT ON AND ADVANCES THE RUN. A TRANSACTION QUEUED
      *>     FOR A CHECKER HAS NOT BEEN APPLIED, SO ITS STEP STAYS
      *>     OPEN UNTIL THE RELEASE IS FILED.
      *>
            IF NC-WFL-ACTIVE
            AND NOT NC-FIELD-EXIT-ESC
            AND NOT NC-PTX-QUEUED THEN
                PERFORM NC-WORKFLOW-FILED
            END-IF.

            CALL "COBCURSES-SCREEN-TELEM" USING
                "F", NC-STATS-SCREEN-NAME.
      *>
      *>     OPERATOR KEYING STATISTICS (A NO-OP UNLESS
      *>     COBCURSES_OPRSTAT=Y): BOOK THE DOCUMENT, OR THE
      *>     ESCAPE, WITH THE KEYSTROKES IT TOOK.
      *>
            IF NC-FIELD-EXIT-ESC THEN
                MOVE 'E' TO NC-OPS-OP
            ELSE
                MOVE 'F' TO NC-OPS-OP
            END-IF.
            CALL "COBCURSES-OPR-STAT" USING NC-OPS-OP,
                NC-STATS-SCREEN-NAME, NC-OPS-CHECK-TYPE,
                NC-OPS-KEYSTROKES.
            MOVE 0 TO NC-OPS-KEYSTROKES.
      *>
      *>     BATCH BALANCING: A SCREEN FILED (NOT ESCAPED) WITH
      *>     REGISTERED AMOUNT FIELDS POSTS ONE DOCUMENT INTO THE
      *>     OPERATOR'S OPEN BATCH, AND THE RUNNING COUNT/TOTAL
      *>     SHOWS ON THE STATUS LINE.
      *>
            IF NC-BAT-COUNT > 0
            AND NOT NC-FIELD-EXIT-ESC
            AND NOT NC-PTX-QUEUED THEN
                CALL "COBCURSES-BATCH-POST" USING
                    NC-FIELD-DESCRIPTORS, NC-BATCH-DATA,
                    NC-BATCH-STATUS-LINE, NC-STATS-SCREEN-NAME
                IF RETURN-CODE = 0 THEN
                    MOVE NC-BATCH-STATUS-LINE TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE
                END-IF
                MOVE 0 TO RETURN-CODE
            END-IF.
      *>
      *>     DUPLICATE SUBMISSION: THE FILING (QUEUED FOR A CHECKER
      *>     OR NOT) JOINS THE ROLLING INDEX UNDER ITS SIGNATURE.
      *>
            IF NC-DUP-PENDING
            AND NOT NC-FIELD-EXIT-ESC THEN
                MOVE 'R' TO NC-DUP-FUNCTION
                CALL "COBCURSES-DUP-CHECK" USING
                    NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                    NC-RULE-DATA, NC-DUP-DATA
                MOVE 0 TO RETURN-CODE
            END-IF.
            MOVE 'N' TO NC-DUP-PENDING-FLAG.
      *>
      *>     USER EXITS: AFTER FILE (THE RUNTIME'S SHARE OF THE
      *>     FILING IS DONE; THE PROGRAM'S OWN WRITE FOLLOWS ON
      *>     RETURN) OR SCREEN EXIT, WHICH RE-ARMS SCREEN OPEN.
      *>     BOTH ARE NOTIFICATIONS: ONLY A MESSAGE IS HONOURED.
      *>
            IF NC-EXIT-COUNT > 0 THEN
                MOVE ZERO TO NC-XIT-FIELD
                IF NC-FIELD-EXIT-ESC THEN
                    MOVE "SX" TO NC-XIT-EVENT
                    PERFORM NC-USER-EXIT
                    MOVE 'N' TO NC-XIT-OPEN-FLAG
                ELSE
                    IF NOT NC-PTX-QUEUED THEN
                        MOVE "AF" TO NC-XIT-EVENT
                        PERFORM NC-USER-EXIT
                    END-IF
                END-IF
            END-IF.
            IF NC-PTX-QUEUED THEN
                SET NC-FIELD-EXIT-ESC TO TRUE
            END-IF.
            CALL "NC_TRACE_MSG" USING
                "EXIT NC-FIELD-STATE-MACHINE.  ".
            EXIT.

      *>
      *> DRAW SCREEN :
      *>     DRAW SCREEN BASED UPON THE NC-SCREEN-DEFINITION.
      *>
        NC-DRAW-SCREEN.
            PERFORM NC-ASCII-SUBSTITUTE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-SAY-SCREEN
            ELSE
      *>
      *>         A MULTI-PAGE FORM PAINTS ITS CURRENT PAGE ONLY.
      *>
                IF NC-PG-COUNT > 1 THEN
                    PERFORM NC-PAGE-COMPACT
                END-IF
                CALL "COBCURSES-DRAW-SCREEN" USING
                    COPY COBCPARMS.
                IF NC-PG-COUNT > 1 THEN
                    PERFORM NC-PAGE-RESTORE
                END-IF
            END-IF.
            PERFORM NC-TRAINING-MARK.
      *>
      *>     TELEMETRY (A NO-OP UNLESS COBCURSES_TELEMETRY=Y):
      *>     COUNT THE OPEN AND START THE PAINT-TO-FIRST-ACCEPT
      *>
            CALL "COBCURSES-SCREEN-TELEM" USING
                "O", NC-STATS-SCREEN-NAME.
            MOVE "SC" TO NC-CVG-KIND.
            MOVE SPACES TO NC-CVG-ITEM.
            PERFORM NC-COVERAGE-NOTE.
            EXIT.

      *>
      *>     1 - FAILED
      *>
        NC-CLEAR-FIELD.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE NC-FIELD-NUMBER TO NC-LIN-X
                PERFORM NC-LINEAR-CLEAR-BUFFER
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-CLEAR-FIELD" USING
                COPY COBCPARMS..
            EXIT.
      *>     NC-FIELD-DESCRIPTORS
      *>
        NC-CLEAR-FIELDS.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-CLEAR-BUFFER
                    VARYING NC-LIN-X FROM 1 BY 1
                    UNTIL NC-LIN-X > NC-MAX-FIELDS
                MOVE ZERO TO RETURN-CODE
            ELSE
                CALL "COBCURSES-CLEAR-FIELDS" USING
                    COPY COBCPARMS.
            END-IF.
      *>
      *>     A CLEARED SCREEN PRESENTS ITS DESIGNED PER-FIELD DEFAULT
      *>     VALUES (SCR-FDEF-DEFAULT, CARRIED IN NC-FDESC-DEFAULT).
      *>     DISPLAY ALL FIELD CONTENT ON THE SCREEN.
      *>
        NC-DRAW-FIELDS.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-FLDSEC-CONCEAL.
            PERFORM NC-PAGE-MASK-FIELDS.
            CALL "COBCURSES-DRAW-FIELDS" USING
                COPY COBCPARMS..
            PERFORM NC-PAGE-UNMASK-FIELDS.
            PERFORM NC-FLDSEC-REVEAL.
            EXIT.

      *>
      *> MULTI-PAGE FORMS :
      *>     A SCREEN DESIGNED ON MORE THAN ONE PAGE (NC-PG-COUNT > 1,
      *>     SET BY THE GENERATED SCREEN FROM SCRBG-PAGE AND
      *>     SCR-FDEF-PAGE) IS ONE FORM: ONE STATE MACHINE, ONE SET OF
      *>     FIELD BUFFERS, FILED AS ONE TRANSACTION. ONLY THE PAGE IN
      *>     NC-PG-CURRENT IS ON THE TERMINAL. THE STATE MACHINE TURNS
      *>     THE PAGE WHEN THE NEXT FIELD LIVES ON ANOTHER ONE, AND THE
      *>     PAGE KEYS (COBCURSES_PGUP_FKEY / COBCURSES_PGDN_FKEY, SEE
      *>     NC-RESOLVE-FKEYS) JUMP TO THE FIRST FIELD OF THE PAGE
      *>     BEFORE OR AFTER. KEYMAP.X CAN PUT THE TERMINAL'S PGUP AND
      *>     PGDN KEYS (0297 / 0296) ON THOSE FUNCTION KEYS.
      *>
      *> NC-PAGE-OF-FIELD :
      *>     THE PAGE FIELD NC-PG-X IS ON, IN NC-PG-PAGE (0 IS PAGE 1).
      *>
        NC-PAGE-OF-FIELD.
            MOVE 1 TO NC-PG-PAGE.
            IF NC-PG-X > 0 AND NC-PG-X <= 80 THEN
                IF NC-FDESC-PAGE(NC-PG-X) IS NUMERIC
                AND NC-FDESC-PAGE(NC-PG-X) > 0 THEN
                    MOVE NC-FDESC-PAGE(NC-PG-X) TO NC-PG-PAGE
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-PAGE-SHOW :
      *>     PUT PAGE NC-PG-TARGET ON THE TERMINAL. AN ERROR RAISED
      *>     AGAINST A FIELD ON THE NEW PAGE (NC-PG-MESSAGE) IS SHOWN
      *>     AFTER THE PAINT, IN PLACE OF THE PAGE NUMBER; ONE AGAINST
      *>     A FIELD ON THE PAGE ALREADY SHOWING IS SHOWN BY THE STATE
      *>     MACHINE AS IT REACHES THE FIELD.
      *>
        NC-PAGE-SHOW.
            IF NC-PG-TARGET < 1 THEN
                MOVE 1 TO NC-PG-TARGET
            END-IF.
            IF NC-PG-TARGET > NC-PG-COUNT THEN
                MOVE NC-PG-COUNT TO NC-PG-TARGET
            END-IF.
            MOVE NC-PG-TARGET TO NC-PG-CURRENT.
            PERFORM NC-CLEAR.
            PERFORM NC-DRAW-SCREEN.
            PERFORM NC-DRAW-FIELDS.
            PERFORM NC-SOFTKEY-PAINT.
            IF NC-PG-MESSAGE NOT = SPACES THEN
                MOVE NC-PG-MESSAGE TO NC-MSGBUF
                MOVE SPACES TO NC-PG-MESSAGE
                PERFORM NC-PUT-ERROR
            ELSE
                PERFORM NC-PAGE-ANNOUNCE
            END-IF.
            PERFORM NC-REFRESH.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        NC-PAGE-ANNOUNCE.
            MOVE NC-PG-CURRENT TO NC-PG-PAGE-ED.
            MOVE NC-PG-COUNT TO NC-PG-COUNT-ED.
            MOVE SPACES TO NC-MSGBUF.
            STRING "PAGE " NC-PG-PAGE-ED " OF " NC-PG-COUNT-ED "."
                DELIMITED BY SIZE INTO NC-MSGBUF.
            PERFORM NC-PUT-MESSAGE.
            EXIT.

      *>
      *> NC-PAGE-KEY :
      *>     THE PAGE-UP / PAGE-DOWN KEY. LEAVE THE FIELD FOR THE FIRST
      *>     FIELD OF THE NEAREST PAGE IN THAT DIRECTION THAT HAS ONE
      *>     (THE SESSION-SWAP EXIT: NC-FSEQ-NEXT, THEN ESCAPE). ON A
      *>     ONE-PAGE SCREEN THE KEY IS THE PROGRAM'S, AS BEFORE.
      *>
        NC-PAGE-KEY.
            IF NC-PG-COUNT <= 1 THEN
                PERFORM NC-FKEY-EVENT
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO NC-PG-STATE-X.
            MOVE NC-PG-CURRENT TO NC-PG-TARGET.
            PERFORM UNTIL NC-PG-STATE-X > 0
                OR NC-PG-TARGET < 1
                OR NC-PG-TARGET > NC-PG-COUNT
                IF NC-FIELD-FKEY-NO = NC-PGDN-FKEY THEN
                    ADD 1 TO NC-PG-TARGET
                ELSE
                    SUBTRACT 1 FROM NC-PG-TARGET
                END-IF
                IF NC-PG-TARGET >= 1
                AND NC-PG-TARGET <= NC-PG-COUNT THEN
                    PERFORM NC-PAGE-FIND-STATE
                END-IF
            END-PERFORM.
            IF NC-PG-STATE-X = 0 THEN
                IF NC-FIELD-FKEY-NO = NC-PGDN-FKEY THEN
                    MOVE "THIS IS THE LAST PAGE." TO NC-MSGBUF
                ELSE
                    MOVE "THIS IS THE FIRST PAGE." TO NC-MSGBUF
                END-IF
                PERFORM NC-PUT-ERROR
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-PG-STATE-X TO NC-FSEQ-NEXT.
            SET NC-FIELD-EXIT-ESC TO TRUE.
            MOVE 'Y' TO NC-FIELD-VERIFIED.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-PAGE-FIND-STATE :
      *>     THE FIRST STATE WHOSE FIELD IS ON PAGE NC-PG-TARGET, IN
      *>     NC-PG-STATE-X (ZERO WHEN THE PAGE HAS NO FIELD TO STOP
      *>     ON). STATES ARE NUMBERED IN KEYING ORDER.
      *>
        NC-PAGE-FIND-STATE.
            MOVE ZERO TO NC-PG-STATE-X.
            PERFORM VARYING NC-PG-Y FROM 1 BY 1
                UNTIL NC-PG-Y > NC-MAX-STATES
                OR NC-PG-STATE-X > 0
                MOVE NC-FSEQ-FIELD-NO(NC-PG-Y) TO NC-PG-X
                IF NC-PG-X > 0 AND NC-PG-X <= 80 THEN
                    PERFORM NC-PAGE-OF-FIELD
                    IF NC-PG-PAGE = NC-PG-TARGET
                    AND NC-FDESC-ADDRESS(NC-PG-X) NOT = NULL THEN
                        MOVE NC-PG-Y TO NC-PG-STATE-X
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> NC-PAGE-FIELD-STATE :
      *>     THE STATE WHOSE FIELD IS NC-PG-X, IN NC-PG-STATE-X (ZERO
      *>     WHEN NO STATE CARRIES THE FIELD).
      *>
        NC-PAGE-FIELD-STATE.
            MOVE ZERO TO NC-PG-STATE-X.
            PERFORM VARYING NC-PG-Y FROM 1 BY 1
                UNTIL NC-PG-Y > NC-MAX-STATES
                OR NC-PG-STATE-X > 0
                IF NC-FSEQ-FIELD-NO(NC-PG-Y) = NC-PG-X THEN
                    MOVE NC-PG-Y TO NC-PG-STATE-X
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> NC-PAGE-VERIFY-FORM :
      *>     THE WHOLE FORM IS CHECKED BEFORE IT FILES, BECAUSE THE
      *>     PAGE KEYS LET THE OPERATOR PASS WHOLE PAGES BY: A NOT-
      *>     BLANK OR REQUIRED FIELD LEFT BLANK (AND NOT HIDDEN OR
      *>     PROTECTED BY A CONDITION OR BY FIELD SECURITY) FAILS IT.
      *>     NC-PG-FAILED IS SET, NC-PG-X IS THE FIELD, NC-PG-PAGE ITS
      *>     PAGE, AND NC-PG-MESSAGE TELLS THE OPERATOR WHICH PAGE TO
      *>     LOOK AT (SHOWN WHEN THE FIELD'S PAGE NEXT GOES OUT).
      *>
        NC-PAGE-VERIFY-FORM.
            MOVE 'N' TO NC-PG-FAILED-FLAG.
            PERFORM VARYING NC-PG-X FROM 1 BY 1
                UNTIL NC-PG-X > 80 OR NC-PG-FAILED
                PERFORM NC-PAGE-VERIFY-FIELD
            END-PERFORM.
            IF NOT NC-PG-FAILED THEN
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM NC-PG-X.
            PERFORM NC-PAGE-OF-FIELD.
            MOVE NC-PG-PAGE TO NC-PG-PAGE-ED.
            MOVE SPACES TO NC-PG-MESSAGE.
            STRING "PAGE " NC-PG-PAGE-ED
                ": A REQUIRED FIELD IS BLANK."
                DELIMITED BY SIZE INTO NC-PG-MESSAGE.
            EXIT.

        NC-PAGE-VERIFY-FIELD.
            IF NC-FDESC-ADDRESS(NC-PG-X) = NULL
            OR NC-FDESC-READ-ONLY(NC-PG-X) = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-NOT-BLANK(NC-PG-X) NOT = 'Y'
            AND NC-FDESC-REQUIRED(NC-PG-X) NOT = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-CND-ACTIVE AND NC-CND-STATE(NC-PG-X) >= 2 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FSC-COUNT > 0 THEN
                MOVE NC-PG-X TO NC-FSC-FIELD-NO
                PERFORM NC-FLDSEC-CHECK
                IF NC-FSC-HIDDEN THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF NC-FDESC-LENGTH(NC-PG-X) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(NC-PG-X).
            IF NC-VR-FIELD-TEXT(1:NC-FDESC-LENGTH(NC-PG-X))
               = SPACES THEN
                SET NC-PG-FAILED TO TRUE
            END-IF.
            EXIT.

      *>
      *> NC-PAGE-COMPACT :
      *>     CUT NC-SCREEN-DEFINITION DOWN TO THE CURRENT PAGE'S
      *>     SEGMENTS FOR A PAINT. THE TITLE LINE IS ON EVERY PAGE.
      *>     THE DESIGNED TABLE IS KEPT IN NC-PG-SAVED-DEFINITION AND
      *>     PUT BACK BY NC-PAGE-RESTORE, WITH THE DATE, TIME AND
      *>     TITLE STATE THE PAINT LEFT.
      *>
        NC-PAGE-COMPACT.
            MOVE NC-SCREEN-DEFINITION TO NC-PG-SAVED-DEFINITION.
            MOVE ZERO TO NC-PG-Y.
            MOVE ZERO TO NC-SCREEN-TITLEX.
            PERFORM VARYING NC-PG-X FROM 1 BY 1
                UNTIL NC-PG-X > NC-PGS-SCREEN-COUNT
                OR NC-PG-X > 80
                MOVE NC-PG-SEG-PAGE(NC-PG-X) TO NC-PG-PAGE
                IF NC-PG-PAGE < 1 THEN
                    MOVE 1 TO NC-PG-PAGE
                END-IF
                IF NC-PG-PAGE = NC-PG-CURRENT
                OR NC-PGS-BG-Y(NC-PG-X) = 1 THEN
                    ADD 1 TO NC-PG-Y
                    MOVE NC-PGS-BG-SCREEN(NC-PG-X)
                        TO NC-BG-SCREEN(NC-PG-Y)
                    IF NC-PG-X = NC-PGS-SCREEN-TITLEX THEN
                        MOVE NC-PG-Y TO NC-SCREEN-TITLEX
                    END-IF
                END-IF
            END-PERFORM.
            MOVE NC-PG-Y TO NC-SCREEN-COUNT.
            EXIT.

        NC-PAGE-RESTORE.
            MOVE NC-SCREEN-DATE TO NC-PGS-SCREEN-DATE.
            MOVE NC-SCREEN-TIME TO NC-PGS-SCREEN-TIME.
            IF NC-SCREEN-TITLEX = 0 THEN
                MOVE 0 TO NC-PGS-SCREEN-TITLEX
            END-IF.
            MOVE NC-PG-SAVED-DEFINITION TO NC-SCREEN-DEFINITION.
            EXIT.

      *>
      *> NC-PAGE-MASK-FIELDS / NC-PAGE-UNMASK-FIELDS :
      *>     FOR THE LENGTH OF A PAINT, FIELDS ON OTHER PAGES HAVE NO
      *>     BUFFER ADDRESS, SO THEY ARE NEITHER PAINTED NOR KEYED.
      *>     THE PAIR DOES NOT NEST.
      *>
        NC-PAGE-MASK-FIELDS.
            IF NC-PG-COUNT <= 1 OR NC-PG-MASKED THEN
                EXIT PARAGRAPH
            END-IF.
            SET NC-PG-MASKED TO TRUE.
            PERFORM VARYING NC-PG-X FROM 1 BY 1 UNTIL NC-PG-X > 80
                SET NC-PG-SAVED-ADDRESS(NC-PG-X)
                    TO NC-FDESC-ADDRESS(NC-PG-X)
                PERFORM NC-PAGE-OF-FIELD
                IF NC-PG-PAGE NOT = NC-PG-CURRENT THEN
                    SET NC-FDESC-ADDRESS(NC-PG-X) TO NULL
                END-IF
            END-PERFORM.
            EXIT.

        NC-PAGE-UNMASK-FIELDS.
            IF NOT NC-PG-MASKED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING NC-PG-X FROM 1 BY 1 UNTIL NC-PG-X > 80
                SET NC-FDESC-ADDRESS(NC-PG-X)
                    TO NC-PG-SAVED-ADDRESS(NC-PG-X)
            END-PERFORM.
            MOVE 'N' TO NC-PG-MASKED-FLAG.
            EXIT.

      *>
      *>     CALLED BY NC-DRAW-SCREEN.
      *>
        NC-UPDATE-TITLE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-UPDATE-TITLE" USING
                COPY COBCPARMS..
            PERFORM NC-TRAINING-MARK.
            EXIT.

      *>
      *> NC-TRAINING-RESOLVE :
      *>     IS THIS A TRAINING SESSION (COBCURSES-TRAINING-ACTIVE)?
      *>     ASKED ONCE; SIGN-ON HAS SETTLED IT BEFORE THE FIRST
      *>     PAINT.
      *>
        NC-TRAINING-RESOLVE.
            IF NC-TRAINING-UNRESOLVED THEN
                CALL "COBCURSES-TRAINING-ACTIVE"
                IF RETURN-CODE = ZERO THEN
                    SET NC-TRAINING-ON TO TRUE
                ELSE
                    SET NC-TRAINING-OFF TO TRUE
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-TRAINING-MARK :
      *>     PAINT THE TRAINING WATERMARK IN THE MIDDLE OF THE TITLE
      *>     LINE. REPAINTED AFTER EVERY DRAW AND TITLE UPDATE, SO IT
      *>     IS NEVER OVERWRITTEN FOR LONG. RETURN-CODE AND THE
      *>     CURRENT FIELD ARE LEFT AS THE CALLER HAD THEM.
      *>
        NC-TRAINING-MARK.
            MOVE RETURN-CODE TO NC-TRAINING-RC.
            PERFORM NC-TRAINING-RESOLVE.
            IF NC-TRAINING-ON THEN
                MOVE NC-FIELD-Y TO NC-TRAINING-SAVE-Y
                MOVE NC-FIELD-X TO NC-TRAINING-SAVE-X
                MOVE NC-FIELD-LENGTH TO NC-TRAINING-SAVE-LENGTH
                MOVE NC-FIELD-WINLEN TO NC-TRAINING-SAVE-WINLEN
                SET NC-TRAINING-SAVE-BUFFER TO NC-FIELD-BUFFER
                MOVE 1 TO NC-FIELD-Y
                MOVE 33 TO NC-FIELD-X
                MOVE LENGTH OF NC-TRAINING-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF NC-TRAINING-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF NC-TRAINING-TEXT
                PERFORM NC-PUT-TEXT-RAW-NORMAL
                MOVE NC-TRAINING-SAVE-Y TO NC-FIELD-Y
                MOVE NC-TRAINING-SAVE-X TO NC-FIELD-X
                MOVE NC-TRAINING-SAVE-LENGTH TO NC-FIELD-LENGTH
                MOVE NC-TRAINING-SAVE-WINLEN TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO NC-TRAINING-SAVE-BUFFER
            END-IF.
            MOVE NC-TRAINING-RC TO RETURN-CODE.
            EXIT.

      *>
      *>     COMPILED IN.
      *>
        NC-SET-MOUSE-CLICK.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 3 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-SET-MOUSE-CLICK" USING
                COPY COBCPARMS..
            EXIT.
      *>         > 0     - FIELD NUMBER MATCHING MOUSE COORDS
      *>
        NC-FIND-MOUSE-FIELD.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO NC-FIELD-SEARCH
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-FIND-MOUSE-FIELD" USING
                COPY COBCPARMS..
            EXIT.
      *>     COMPILED IN.
      *>
        NC-SET-MOUSE-MASK.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 3 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-MOUSE-MASK" USING
                COPY COBCPARMS..
            EXIT.
      *>     COMPILED IN.
      *>
        NC-GET-MOUSE-EVENT.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 3 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-GET-MOUSE-EVENT" USING
                COPY COBCPARMS..
            EXIT.
      *>         USED BY PROGRAMS LIKE THE SCREEN DESIGNER.
      *>
        NC-GET-TEXT-RAW.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-GET-TEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-GET-TEXT-RAW" USING
                COPY COBCPARMS..
            EXIT.
      *>     NC-FIELD-NUMBER
      *>
        NC-SELECT-FIELD.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-SELECT-FIELD
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-SELECT-FIELD" USING
                COPY COBCPARMS..
            EXIT.

        NC-SELECT-FIELD-AND-OPTS.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-SELECT-FIELD
                MOVE NC-FDESC-CLEAR(NC-FIELD-NUMBER) TO NC-FIELD-CLEAR
                MOVE NC-FDESC-UPPERCASE(NC-FIELD-NUMBER)
                    TO NC-FIELD-UPPERCASE
                MOVE NC-FDESC-MASK(NC-FIELD-NUMBER) TO NC-FIELD-MASK
                MOVE NC-FDESC-NOT-BLANK(NC-FIELD-NUMBER)
                    TO NC-FIELD-NOT-BLANK
                MOVE NC-FDESC-SIGNED(NC-FIELD-NUMBER)
                    TO NC-FIELD-SIGNED
                MOVE NC-FDESC-DIGITS(NC-FIELD-NUMBER)
                    TO NC-FIELD-DIGITS
                MOVE NC-FDESC-DECPLACES(NC-FIELD-NUMBER)
                    TO NC-FIELD-DECPLACES
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-SELECT-FIELD-AND-OPTS" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-PUT-TEXT-RAW.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                IF NC-FIELD-BUFFER NOT = NULL
                AND NC-FIELD-LENGTH > 0 THEN
                    SET ADDRESS OF NC-LIN-TEXT TO NC-FIELD-BUFFER
                    MOVE SPACES TO NC-LIN-LINE
                    MOVE NC-LIN-TEXT(1:NC-FIELD-LENGTH) TO NC-LIN-LINE
                    IF NC-LIN-LINE NOT = SPACES THEN
                        PERFORM NC-LINEAR-SAY-LINE
                    END-IF
                END-IF
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-TEXT-RAW" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-PUT-TEXT-RAW-NORMAL.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-PUT-TEXT-RAW
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PUT-TEXT-RAW-NORMAL" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-PAUSE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                PERFORM NC-LINEAR-WAIT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-PAUSE" USING
                COPY COBCPARMS..
            EXIT.
      *>     1 - FAILED
      *>
        NC-ERROR-MESSAGE-CR.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'E' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                PERFORM NC-LINEAR-WAIT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-ERROR-MESSAGE-CR" USING
                COPY COBCPARMS..
            EXIT.
      *>
        NC-INFO-MESSAGE-OVERRIDE.
            PERFORM NC-XLATE-MESSAGE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'H' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-INFO-MESSAGE-OVERRIDE" USING
                COPY COBCPARMS..
            EXIT.

        NC-INFO-MESSAGE.
            PERFORM NC-XLATE-MESSAGE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE 'I' TO NC-LIN-OP
                PERFORM NC-LINEAR-SAY-MSGTEXT
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-INFO-MESSAGE" USING
                COPY COBCPARMS..
            EXIT.
      *>    SUSPEND CURSES TO ALLOW A SYSTEM CALL.
      *>
        NC-SUSPEND.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "NC_SUSPEND".
            EXIT.

      *>    RESUME AFTER A NC-SUSPEND CALL.
      *>
        NC-RESUME.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                MOVE ZERO TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "NC_RESUME".
            EXIT.

      *>     AND CLOSES WITH NC-POPUP-CLOSE.
      *>
        NC-POPUP-OPEN.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                SET NC-POPUP-IS-OPEN TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-POPUP-TOP TO NC-BOX-TOP-LINE.
            MOVE NC-POPUP-LEFT TO NC-BOX-LEFT-COLUMN.
            MOVE NC-POPUP-BOTTOM TO NC-BOX-BOTTOM-LINE.
      *>     BY THE FIELD CONTENTS.
      *>
        NC-POPUP-CLOSE.
            PERFORM NC-LINEAR-RESOLVE.
            IF NC-LINEAR-ON THEN
                SET NC-POPUP-IS-OPEN TO FALSE
                EXIT PARAGRAPH
            END-IF.
            IF NOT NC-POPUP-IS-OPEN THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-DATE-IS-VALID AND NC-BSD-COUNT > 0 THEN
                PERFORM NC-BUSDAY-FIELD-CHECK
            END-IF.
      *>
      *>     AND ON AN OPEN-PERIOD FIELD IT MUST FALL IN AN OPEN
      *>     FISCAL PERIOD (SEE FISCAL.X).
      *>
            IF NC-DATE-IS-VALID AND NOT NC-VR-FAILED
            AND NC-FPD-COUNT > 0 THEN
                PERFORM NC-PERIOD-FIELD-CHECK
            END-IF.
            EXIT.

      *>
            EXIT.

      *>
      *> NC-PERIOD-FIELD-CHECK :
      *>     IS THE CURRENT (VALID) DATE FIELD FLAGGED OPEN-PERIOD
      *>     AND, IF SO, DOES ITS DATE FALL IN AN OPEN FISCAL PERIOD
      *>     (COBCURSES-PERIOD-CHECK)? A SOFT-CLOSED PERIOD IS
      *>     OFFERED TO A SUPERVISOR THROUGH THE USUAL OVERRIDE (SO
      *>     IT IS AUDITED IN OVERRIDE.LOG); A CLOSED PERIOD, OR A
      *>     DATE IN NO PERIOD, IS REFUSED WITH NO OFFER. EITHER WAY
      *>     THE ATTEMPT IS LOGGED (COBCURSES-PERIOD-LOG) FOR
      *>     FISCRPT, AND NC-FPD-DECIDED TELLS THE FIELD LOOP NOT TO
      *>     OFFER A SECOND OVERRIDE. A 3270 FORM HAS NO ONE TO
      *>     ANSWER THE OFFER (NC-FPD-NO-OFFER): SOFT-CLOSED IS
      *>     REFUSED THERE TOO.
      *>
        NC-PERIOD-FIELD-CHECK.
            MOVE 'N' TO NC-FPD-WANTED-FLAG.
            PERFORM VARYING NC-FPD-X FROM 1 BY 1
                UNTIL NC-FPD-X > NC-FPD-COUNT
                IF NC-FPD-FIELD(NC-FPD-X) = NC-FIELD-NUMBER THEN
                    SET NC-FPD-WANTED TO TRUE
                END-IF
            END-PERFORM.
            IF NOT NC-FPD-WANTED THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-FPD-DATE.
            STRING NC-DATE-YYYY NC-DATE-MM NC-DATE-DD
                DELIMITED BY SIZE INTO NC-FPD-DATE.
            CALL "COBCURSES-PERIOD-CHECK" USING
                NC-FPD-DATE, NC-FPD-PERIOD, NC-FPD-STATE.
            IF RETURN-CODE = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO RETURN-CODE.

            EVALUATE NC-FPD-STATE
                WHEN 'S'
                    MOVE "FISCAL PERIOD IS SOFT-CLOSED -- SUPERVISOR "
                        & "OVERRIDE ONLY." TO NC-VR-MESSAGE
                WHEN 'C'
                    MOVE "FISCAL PERIOD IS CLOSED TO POSTINGS."
                        TO NC-VR-MESSAGE
                WHEN OTHER
                    MOVE "DATE IS NOT IN ANY FISCAL PERIOD."
                        TO NC-VR-MESSAGE
            END-EVALUATE.
            MOVE 'D' TO NC-VR-CHECK-TYPE.
            PERFORM NC-VR-REPORT-FAILURE.
            SET NC-FPD-DECIDED TO TRUE.

            MOVE 'R' TO NC-FPD-OUTCOME.
            MOVE SPACES TO NC-OVR-SUPERVISOR.
            IF NC-FPD-SOFT-CLOSED AND NOT NC-FPD-NO-OFFER THEN
                MOVE SPACES TO NC-OVR-WHAT
                STRING "FISCAL PERIOD " NC-FPD-PERIOD
                    DELIMITED BY SIZE INTO NC-OVR-WHAT
                PERFORM NC-OVERRIDE-OFFER
                IF NC-OVR-GRANTED THEN
                    MOVE 'N' TO NC-VR-FAILED-FLAG
                    MOVE 'O' TO NC-FPD-OUTCOME
                ELSE
                    MOVE SPACES TO NC-OVR-SUPERVISOR
                END-IF
            END-IF.
            MOVE NC-FIELD-NUMBER TO NC-FPD-FIELD-NO.
            CALL "COBCURSES-PERIOD-LOG" USING
                NC-FPD-SOURCE, NC-STATS-SCREEN-NAME, NC-FPD-FIELD-NO,
                NC-FPD-DATE, NC-FPD-PERIOD, NC-FPD-STATE,
                NC-FPD-OUTCOME, NC-OVR-SUPERVISOR, NC-FPD-REFERENCE.
            EXIT.

      *>
      *> NC-DATE-RESOLVE-FORMAT :
      *>     RESOLVE THE SITE DATE FORMAT (COBCURSES_DATE_FORMAT,
      *>     DEFAULT YMD) ONCE PER RUN.
      *>
        NC-DATE-RESOLVE-FORMAT.
            IF NC-DATE-FORMAT = SPACES THEN
                ACCEPT NC-DATE-FORMAT
                    FROM ENVIRONMENT "COBCURSES_DATE_FORMAT"
                IF NC-DATE-FORMAT NOT = "DMY"
                AND NC-DATE-FORMAT NOT = "MDY" THEN
                    MOVE "YMD" TO NC-DATE-FORMAT
                END-IF
            END-IF.
            EXIT.
            PERFORM NC-PUT-TEXT.
            EXIT.

      *>
      *> NC-RECORD-CONFLICT :
      *>     A SAVE WAS REFUSED BECAUSE SOMEONE ELSE SAVED THE SAME
      *>     CATALOG RECORD SINCE THIS OPERATOR READ IT (ITS VERSION
      *>     STAMP MOVED ON, SEE COBCURSES-STAMP-CHANGED). SHOWS
      *>     THEIRS AND YOURS SIDE BY SIDE IN A POP-UP, FIELD BY
      *>     FIELD WHERE THEY DIFFER, AND TAKES ONE KEY: R RELOADS
      *>     THEIRS, M MERGES (COBCURSES-RECORD-MERGE -- FIELDS YOU
      *>     DID NOT TOUCH TAKE THEIR VALUES), ANYTHING ELSE CANCELS
      *>     AND LEAVES YOUR KEYING ON THE SCREEN UNSAVED. THE CALLER
      *>     SETS NC-RECORD-CONFLICT-WORK FIRST AND ACTS ON
      *>     NC-RCF-CHOICE.
      *>
        NC-RECORD-CONFLICT.
            CALL "COBCURSES-RECORD-COMPARE" USING
                NC-RCF-TYPE, NC-RCF-BASE, NC-RCF-THEIRS,
                NC-RCF-YOURS, NC-RCF-COMPARE.

            MOVE 4 TO NC-POPUP-TOP.
            MOVE 2 TO NC-POPUP-LEFT.
            MOVE 21 TO NC-POPUP-BOTTOM.
            MOVE 79 TO NC-POPUP-RIGHT.
            PERFORM NC-POPUP-OPEN.

            MOVE SPACES TO NC-RCF-TEXT.
            STRING "SAVED BY " DELIMITED BY SIZE
                NC-RCF-WHO DELIMITED BY SPACE
                " SINCE YOU READ IT -- NOT SAVED."
                DELIMITED BY SIZE INTO NC-RCF-TEXT.
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 1.
            PERFORM NC-RCF-PUT-LINE.
            MOVE "  FIELD        THEIRS (ON FILE)"
                TO NC-RCF-TEXT.
            MOVE "YOURS (AS KEYED)" TO NC-RCF-TEXT(47:30).
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 2.
            PERFORM NC-RCF-PUT-LINE.
            PERFORM VARYING NC-RCF-X FROM 1 BY 1
                UNTIL NC-RCF-X > NC-RCF-LINE-COUNT
                MOVE NC-RCF-LINE(NC-RCF-X) TO NC-RCF-TEXT
                COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 2 + NC-RCF-X
                PERFORM NC-RCF-PUT-LINE
            END-PERFORM.
            MOVE SPACES TO NC-RCF-TEXT.
            IF NC-RCF-LINE-COUNT = ZERO THEN
                MOVE "  (NO FIELD DIFFERS -- ONLY THE STAMP MOVED ON)"
                    TO NC-RCF-TEXT
            END-IF.
            IF NC-RCF-MORE-COUNT > ZERO THEN
                STRING "  ... AND " NC-RCF-MORE-COUNT
                    " MORE FIELDS DIFFER."
                    DELIMITED BY SIZE INTO NC-RCF-TEXT
            END-IF.
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 15.
            PERFORM NC-RCF-PUT-LINE.
            MOVE "* = CHANGED ON BOTH SIDES (A MERGE KEEPS YOURS)"
                TO NC-RCF-TEXT.
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 16.
            PERFORM NC-RCF-PUT-LINE.
            MOVE "R = RELOAD THEIRS   M = MERGE   ANY OTHER KEY = "
                & "CANCEL" TO NC-RCF-TEXT.
            COMPUTE NC-FIELD-Y = NC-POPUP-BOTTOM - 1.
            PERFORM NC-RCF-PUT-LINE.
            PERFORM NC-REFRESH.

            PERFORM NC-GETCH.
            SET NC-RCF-CANCEL TO TRUE.
            IF RETURN-CODE = ZERO AND NOT IS-KEY-CODE THEN
                IF NC-KEY-CHAR = 'R' OR NC-KEY-CHAR = 'r' THEN
                    SET NC-RCF-RELOAD TO TRUE
                END-IF
                IF NC-KEY-CHAR = 'M' OR NC-KEY-CHAR = 'm' THEN
                    SET NC-RCF-MERGE TO TRUE
                END-IF
            END-IF.
            IF NC-RCF-MERGE THEN
                CALL "COBCURSES-RECORD-MERGE" USING
                    NC-RCF-TYPE, NC-RCF-BASE, NC-RCF-THEIRS,
                    NC-RCF-YOURS, NC-RCF-CLASHES
            END-IF.
            PERFORM NC-POPUP-CLOSE.
            EXIT.

        NC-RCF-PUT-LINE.
            COMPUTE NC-FIELD-X = NC-POPUP-LEFT + 1.
            MOVE LENGTH OF NC-RCF-TEXT TO NC-FIELD-LENGTH.
            MOVE LENGTH OF NC-RCF-TEXT TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO ADDRESS OF NC-RCF-TEXT.
            PERFORM NC-PUT-TEXT-RAW-NORMAL.
            MOVE SPACES TO NC-RCF-TEXT.
            EXIT.

      *>
      *> NC-VERIFY-SCREEN-RULES :
      *>     EVALUATE EVERY LOADED CROSS-FIELD RULE (SEE SCRNRULE.cbl
            EXIT.

        NC-RULE-EVALUATE-ONE.
      *>
      *>     SHOW/HIDE/PROTECT RULES SHAPE THE SCREEN AS IT IS KEYED
      *>     (NC-COND-APPLY) AND HAVE NOTHING TO CHECK HERE, NOR DO
      *>     DUPLICATE-SIGNATURE MEMBERS (NC-DUP-CHECK). A RULE
      *>     WHOSE FIELD A CONDITION HAS HIDDEN IS NOT EDITED: THE
      *>     OPERATOR COULD NOT REACH IT TO PUT IT RIGHT.
      *>
            EVALUATE NC-RULE-OPERATOR(NC-RULE-X)
                WHEN 'SH'
                WHEN 'HI'
                WHEN 'PR'
                WHEN 'DS'
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-CND-F.
            IF NC-CND-F > 0 AND NC-CND-F <= 80 THEN
                IF NC-CND-STATE(NC-CND-F) = 3 THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF NC-RULE-OPERATOR(NC-RULE-X) = 'TD'
            OR NC-RULE-OPERATOR(NC-RULE-X) = 'TV' THEN
                PERFORM NC-TABLE-RULE-CHECK
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-RULE-WHEN-CHECK.
            IF NOT NC-RULE-APPLIES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-DEFAULT-X.
            PERFORM NC-RULE-FETCH-FIELD.

            IF NC-RULE-OPERATOR(NC-RULE-X) = 'NB'
            OR NC-RULE-OPERATOR(NC-RULE-X) = 'RQ' THEN
                IF NC-RULE-LHS-VALUE = SPACES THEN
                    PERFORM NC-RULE-REPORT-FAILURE
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-RULE-WHEN-CHECK :
      *>     DOES RULE NC-RULE-X APPLY? SETS NC-RULE-APPLIES WHEN ITS
      *>     WHEN-FIELD IS ZERO OR HOLDS ITS WHEN-VALUE ('*' = ANY
      *>     NON-BLANK VALUE).
      *>
        NC-RULE-WHEN-CHECK.
            SET NC-RULE-APPLIES TO TRUE.
            IF NC-RULE-WHEN-FIELD(NC-RULE-X) > 0 THEN
                MOVE NC-RULE-WHEN-FIELD(NC-RULE-X)
                    TO NC-DEFAULT-X
                PERFORM NC-RULE-FETCH-FIELD
                IF NC-RULE-WHEN-VALUE(NC-RULE-X) = '*' THEN
                    IF NC-RULE-LHS-VALUE = SPACES THEN
                        SET NC-RULE-APPLIES TO FALSE
                    END-IF
                ELSE
                    IF NC-RULE-LHS-VALUE(1:20) NOT =
                       NC-RULE-WHEN-VALUE(NC-RULE-X) THEN
                        SET NC-RULE-APPLIES TO FALSE
                    END-IF
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-COND-APPLY :
      *>     CONDITIONAL FIELDS: RE-EVALUATE THE SH (SHOW), HI (HIDE),
      *>     PR (PROTECT) AND RQ (REQUIRE) RULES AGAINST THE FIELDS
      *>     AS THEY NOW STAND, AND RESHAPE THE SCREEN TO MATCH. RUN
      *>     WHEN THE STATE MACHINE STARTS AND AFTER EVERY ACCEPTED
      *>     FIELD. PER FIELD, HIDE OUTRANKS PROTECT OUTRANKS REQUIRE;
      *>     A FIELD WITH SH RULES IS HIDDEN UNLESS ONE OF THEM
      *>     APPLIES. A HIDDEN FIELD IS BLANKED AS IT IS HIDDEN, SO IT
      *>     FILES BLANK; HIDDEN AND PROTECTED FIELDS ARE MADE READ-
      *>     ONLY AND THE STATE MACHINE PASSES OVER THEM. A FIELD
      *>     THAT COMES OUT FROM UNDER A CONDITION GETS ITS DESIGNED
      *>     READ-ONLY SETTING BACK. RQ IS ENFORCED WHEN THE SCREEN
      *>     FILES (NC-RULE-EVALUATE-ONE, AS 'NB').
      *>
        NC-COND-APPLY.
            MOVE 'N' TO NC-CND-ACTIVE-FLAG.
            IF NC-RULE-COUNT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING NC-CND-F FROM 1 BY 1 UNTIL NC-CND-F > 80
                MOVE 0 TO NC-CND-NEW(NC-CND-F)
                MOVE SPACE TO NC-CND-SHOW(NC-CND-F)
            END-PERFORM.
            PERFORM VARYING NC-RULE-X FROM 1 BY 1
                UNTIL NC-RULE-X > NC-RULE-COUNT
                EVALUATE NC-RULE-OPERATOR(NC-RULE-X)
                    WHEN 'SH'
                    WHEN 'HI'
                    WHEN 'PR'
                    WHEN 'RQ'
                        SET NC-CND-ACTIVE TO TRUE
                        PERFORM NC-RULE-WHEN-CHECK
                        PERFORM NC-COND-RULE-ONE
                END-EVALUATE
            END-PERFORM.
            IF NOT NC-CND-ACTIVE THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO NC-CND-REPAINT-FLAG.
            PERFORM VARYING NC-CND-F FROM 1 BY 1 UNTIL NC-CND-F > 80
                PERFORM NC-COND-SET-FIELD
            END-PERFORM.
            IF NC-CND-REPAINT THEN
                PERFORM NC-DRAW-FIELDS
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        NC-COND-RULE-ONE.
            MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-CND-F.
            IF NC-CND-F = 0 OR NC-CND-F > 80 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO NC-CND-LEVEL.
            IF NC-RULE-APPLIES THEN
                PERFORM NC-COVERAGE-RULE
            END-IF.
            EVALUATE NC-RULE-OPERATOR(NC-RULE-X)
                WHEN 'SH'
                    IF NC-RULE-APPLIES THEN
                        MOVE 'Y' TO NC-CND-SHOW(NC-CND-F)
                    ELSE
                        IF NC-CND-SHOW(NC-CND-F) NOT = 'Y' THEN
                            MOVE 'N' TO NC-CND-SHOW(NC-CND-F)
                        END-IF
                    END-IF
                WHEN 'HI'
                    IF NC-RULE-APPLIES THEN
                        MOVE 3 TO NC-CND-LEVEL
                    END-IF
                WHEN 'PR'
                    IF NC-RULE-APPLIES THEN
                        MOVE 2 TO NC-CND-LEVEL
                    END-IF
                WHEN 'RQ'
                    IF NC-RULE-APPLIES THEN
                        MOVE 1 TO NC-CND-LEVEL
                    END-IF
            END-EVALUATE.
            IF NC-CND-LEVEL > NC-CND-NEW(NC-CND-F) THEN
                MOVE NC-CND-LEVEL TO NC-CND-NEW(NC-CND-F)
            END-IF.
            EXIT.

        NC-COND-SET-FIELD.
            IF NC-CND-SHOW(NC-CND-F) = 'N' THEN
                MOVE 3 TO NC-CND-NEW(NC-CND-F)
            END-IF.
            IF NC-CND-NEW(NC-CND-F) = 3
            AND NC-CND-STATE(NC-CND-F) NOT = 3
            AND NC-FDESC-ADDRESS(NC-CND-F) NOT = NULL THEN
                SET ADDRESS OF NC-VR-FIELD-TEXT
                    TO NC-FDESC-ADDRESS(NC-CND-F)
                MOVE NC-FDESC-LENGTH(NC-CND-F) TO NC-CND-LEN
                IF NC-CND-LEN > 999 THEN
                    MOVE 999 TO NC-CND-LEN
                END-IF
                IF NC-CND-LEN > 0 THEN
                    MOVE SPACES TO NC-VR-FIELD-TEXT(1:NC-CND-LEN)
                    SET NC-CND-REPAINT TO TRUE
                END-IF
            END-IF.
            IF NC-CND-NEW(NC-CND-F) >= 2 THEN
                IF NC-CND-SET-RO(NC-CND-F) NOT = 'Y' THEN
                    MOVE NC-FDESC-READ-ONLY(NC-CND-F)
                        TO NC-CND-SAVED-RO(NC-CND-F)
                    MOVE 'Y' TO NC-FDESC-READ-ONLY(NC-CND-F)
                    MOVE 'Y' TO NC-CND-SET-RO(NC-CND-F)
                END-IF
            ELSE
                IF NC-CND-SET-RO(NC-CND-F) = 'Y' THEN
                    MOVE NC-CND-SAVED-RO(NC-CND-F)
                        TO NC-FDESC-READ-ONLY(NC-CND-F)
                    MOVE 'N' TO NC-CND-SET-RO(NC-CND-F)
                END-IF
            END-IF.
            MOVE NC-CND-NEW(NC-CND-F) TO NC-CND-STATE(NC-CND-F).
            EXIT.

      *>
      *> NC-TABLE-DERIVE :
      *>     DECISION-TABLE DERIVATION: FOR EVERY TD RULE WHOSE INPUT
      *>     FIELDS ARE NOT ALL BLANK, LOOK THE ROW UP AND MOVE ITS
      *>     OUTPUT INTO THE RULE'S LHS FIELD -- BLANK WHEN NO ROW
      *>     MATCHES, SO A VALUE DERIVED FROM EARLIER INPUTS NEVER
      *>     FILES STALE. REPAINTS WHEN ANY TARGET CHANGED.
      *>
        NC-TABLE-DERIVE.
            MOVE 'N' TO NC-DTB-REPAINT-FLAG.
            PERFORM VARYING NC-RULE-X FROM 1 BY 1
                UNTIL NC-RULE-X > NC-RULE-COUNT
                IF NC-RULE-OPERATOR(NC-RULE-X) = 'TD' THEN
                    PERFORM NC-TABLE-DERIVE-ONE
                END-IF
            END-PERFORM.
            IF NC-DTB-REPAINT THEN
                PERFORM NC-DRAW-FIELDS
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        NC-TABLE-DERIVE-ONE.
            MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-DEFAULT-X.
            IF NC-DEFAULT-X = 0
            OR NC-DEFAULT-X > NC-MAX-FIELDS THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-ADDRESS(NC-DEFAULT-X) = NULL THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-TABLE-INPUTS.
            IF NC-DTB-INPUTS-BLANK THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'L' TO NC-DTB-FUNCTION.
            MOVE SPACES TO NC-DTB-CANDIDATE.
            CALL "COBCURSES-DECISION-TABLE" USING
                NC-DTB-FUNCTION, NC-DTB-TABLE-NAME, NC-DTB-INPUTS,
                NC-DTB-CANDIDATE, NC-RULE-NUMERIC(NC-RULE-X),
                NC-DTB-OUTPUT.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(NC-DEFAULT-X).
            MOVE NC-FDESC-LENGTH(NC-DEFAULT-X) TO NC-DTB-LEN.
            IF NC-DTB-LEN > 999 THEN
                MOVE 999 TO NC-DTB-LEN
            END-IF.
            IF NC-DTB-LEN > 0 THEN
                IF NC-VR-FIELD-TEXT(1:NC-DTB-LEN) NOT = NC-DTB-OUTPUT
                    MOVE NC-DTB-OUTPUT
                        TO NC-VR-FIELD-TEXT(1:NC-DTB-LEN)
                    SET NC-DTB-REPAINT TO TRUE
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-TABLE-RULE-CHECK :
      *>     A TD OR TV RULE AS THE SCREEN FILES. TD FAILS WHEN NO
      *>     ROW MATCHES ITS INPUTS (THE TARGET IS ALREADY DERIVED);
      *>     TV FAILS WHEN NO ROW MATCHES OR ITS LHS FIELD DOES NOT
      *>     FIT THE ROW (COBCURSES-DECISION-TABLE 'V'). ALL-BLANK
      *>     INPUTS ARE LEFT TO THE NOT-BLANK RULES. WITH NO MESSAGE
      *>     OR ERROR FIELD OF ITS OWN, THE RULE SAYS WHICH TABLE
      *>     REFUSED AND LANDS ON ITS FIRST INPUT FIELD.
      *>
        NC-TABLE-RULE-CHECK.
            PERFORM NC-TABLE-INPUTS.
            IF NC-DTB-INPUTS-BLANK THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-DTB-CANDIDATE.
            IF NC-RULE-OPERATOR(NC-RULE-X) = 'TV' THEN
                MOVE 'V' TO NC-DTB-FUNCTION
                MOVE NC-RULE-LHS-FIELD(NC-RULE-X) TO NC-DEFAULT-X
                PERFORM NC-RULE-FETCH-FIELD
                MOVE NC-RULE-LHS-VALUE TO NC-DTB-CANDIDATE
            ELSE
                MOVE 'L' TO NC-DTB-FUNCTION
            END-IF.
            CALL "COBCURSES-DECISION-TABLE" USING
                NC-DTB-FUNCTION, NC-DTB-TABLE-NAME, NC-DTB-INPUTS,
                NC-DTB-CANDIDATE, NC-RULE-NUMERIC(NC-RULE-X),
                NC-DTB-OUTPUT.
            IF RETURN-CODE = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            IF NC-RULE-MESSAGE(NC-RULE-X) = SPACES THEN
                STRING "NOT ALLOWED BY DECISION TABLE "
                    DELIMITED BY SIZE
                    NC-DTB-TABLE-NAME DELIMITED BY SPACE
                    "." DELIMITED BY SIZE
                    INTO NC-RULE-MESSAGE(NC-RULE-X)
            END-IF.
            IF NC-RULE-ERROR-FIELD(NC-RULE-X) = 0 THEN
                IF NC-RULE-OPERATOR(NC-RULE-X) = 'TD'
                OR NC-RULE-LHS-FIELD(NC-RULE-X) = 0 THEN
                    MOVE NC-DTB-INPUT-FIELD(1)
                        TO NC-RULE-ERROR-FIELD(NC-RULE-X)
                END-IF
            END-IF.
            PERFORM NC-RULE-REPORT-FAILURE.
            EXIT.

      *>
      *> NC-TABLE-INPUTS :
      *>     RULE NC-RULE-X'S TABLE (RHS LITERAL) AND THE VALUES OF THE
      *>     INPUT FIELDS ITS WHEN VALUE LISTS, IN TABLE CONDITION
      *>     ORDER. NC-DTB-INPUTS-BLANK WHEN EVERY INPUT IS BLANK.
      *>
        NC-TABLE-INPUTS.
            MOVE NC-RULE-RHS-LITERAL(NC-RULE-X) TO NC-DTB-TABLE-NAME.
            MOVE SPACES TO NC-DTB-INPUTS.
            MOVE SPACES TO NC-DTB-PART(1), NC-DTB-PART(2),
                NC-DTB-PART(3), NC-DTB-PART(4).
            UNSTRING NC-RULE-WHEN-VALUE(NC-RULE-X)
                DELIMITED BY "," OR ALL SPACE
                INTO NC-DTB-PART(1), NC-DTB-PART(2),
                    NC-DTB-PART(3), NC-DTB-PART(4)
            END-UNSTRING.
            SET NC-DTB-INPUTS-BLANK TO TRUE.
            PERFORM VARYING NC-DTB-X FROM 1 BY 1 UNTIL NC-DTB-X > 4
                MOVE ZERO TO NC-DTB-INPUT-FIELD(NC-DTB-X)
                IF NC-DTB-PART(NC-DTB-X) NOT = SPACES
                AND FUNCTION TEST-NUMVAL(NC-DTB-PART(NC-DTB-X)) = 0
                    MOVE FUNCTION NUMVAL(NC-DTB-PART(NC-DTB-X))
                        TO NC-DTB-INPUT-FIELD(NC-DTB-X)
                    MOVE NC-DTB-INPUT-FIELD(NC-DTB-X) TO NC-DEFAULT-X
                    PERFORM NC-RULE-FETCH-FIELD
                    MOVE NC-RULE-LHS-VALUE
                        TO NC-DTB-INPUT(NC-DTB-X)
                    IF NC-RULE-LHS-VALUE NOT = SPACES THEN
                        MOVE 'N' TO NC-DTB-BLANK-FLAG
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *> NC-RULE-FETCH-FIELD :
      *>     FETCH FIELD NC-DEFAULT-X'S BUFFER INTO NC-RULE-LHS-VALUE.

        NC-RULE-REPORT-FAILURE.
            SET NC-RULE-FAILED TO TRUE.
            PERFORM NC-COVERAGE-RULE.
            IF NC-RULE-ERROR-FIELD(NC-RULE-X) > 0 THEN
                MOVE NC-RULE-ERROR-FIELD(NC-RULE-X)
                    TO NC-RULE-FAIL-FIELD
            END-PERFORM.
            EXIT.

      *>
      *> NC-USER-EXIT :
      *>     CALL THE SCREEN'S REGISTERED USER EXITS FOR ONE EVENT
      *>     (SEE COBCURSES-USER-EXIT AND USREXIT.cbl), REPAINT ANY
      *>     FIELDS THEY CHANGED AND SHOW THEIR MESSAGE.
      *>
      *> INPUTS :
      *>     NC-XIT-EVENT, NC-XIT-FIELD
      *> OUTPUTS :
      *>     NC-XIT-RESULT
      *>     NC-RULE-STATE-X - THE STATE OF THE FIELD A REJECTING
      *>                       OR REDIRECTING EXIT NAMED (0 = NONE)
      *>
        NC-USER-EXIT.
            SET NC-XIT-CONTINUE TO TRUE.
            MOVE ZERO TO NC-RULE-STATE-X.
            IF NC-EXIT-COUNT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FSEQ-STATE > 0 THEN
                MOVE NC-FSEQ-STATE TO NC-XIT-STATE
            ELSE
                MOVE NC-FSEQ-LAST TO NC-XIT-STATE
            END-IF.
            CALL "COBCURSES-USER-EXIT" USING
                NC-FIELD-DESCRIPTORS, NC-EXIT-DATA, NC-EXIT-WORK,
                NC-STATS-SCREEN-NAME.
            MOVE ZERO TO RETURN-CODE.
            IF NC-XIT-REPAINT THEN
                PERFORM NC-DRAW-FIELDS
            END-IF.
            IF NC-XIT-MESSAGE NOT = SPACES THEN
                MOVE NC-XIT-MESSAGE TO NC-MSGBUF
                IF NC-XIT-CONTINUE THEN
                    PERFORM NC-PUT-MESSAGE
                ELSE
                    PERFORM NC-PUT-ERROR
                END-IF
            END-IF.
            IF NOT NC-XIT-CONTINUE
            AND NC-XIT-REDIRECT-FIELD > 0 THEN
                MOVE NC-XIT-REDIRECT-FIELD TO NC-RULE-FAIL-FIELD
                PERFORM NC-RULE-FIND-STATE
            END-IF.
            EXIT.

      *>
      *> NC-APPLY-EDIT-MASK :
      *>     REFORMAT THE CURRENT FIELD'S BUFFER THROUGH ITS EDIT
            PERFORM NC-REFRESH.
            EXIT.

      *>
      *> NC-SESSION-TOUCH :
      *>     KEEP THIS SESSION'S ENTRY IN THE LIVE SESSION REGISTRY
      *>     CURRENT (SEE COBCURSES-SESSION-REGISTRY; THE REGISTRY
      *>     ITSELF LIMITS THE WRITES TO ONE A MINUTE). WHEN THE
      *>     OPERATOR HAS SIGNED ON AT ANOTHER TERMINAL AND TAKEN
      *>     THIS SESSION OVER, THE SESSION ENDS HERE: THE KEYSTROKE
      *>     IS NOT ACTED ON AND NOTHING FURTHER IS SAVED.
      *>
        NC-SESSION-TOUCH.
            CALL "COBCURSES-SESSION-REGISTRY" USING
                NC-SREG-OP, NC-SREG-OPERATOR, NC-SREG-APPLICATION.
            IF RETURN-CODE = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-LINEAR-RESOLVE.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLOSE"
            END-IF.
            DISPLAY "SESSION TAKEN OVER BY A SIGN-ON AT ANOTHER "
                "TERMINAL -- SESSION CLOSED.".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.

      *>
      *> NC-IDLE-COLLECT-ID :
      *>     COLLECT AN OPERATOR ID (UP TO 20 CHARACTERS, ENDED BY
        NC-IDLE-COLLECT-ID.
            MOVE SPACES TO NC-IDLE-TRY.
            MOVE ZERO TO NC-IDLE-TRY-LEN.
            PERFORM NC-LINEAR-RESOLVE.
            MOVE ZERO TO NC-LIN-KEY-X.
            PERFORM TEST AFTER
                UNTIL NOT IS-KEY-CODE
                  AND (NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A")
                IF NC-LINEAR-ON THEN
                    PERFORM NC-LINEAR-GETCH
                ELSE
                    CALL "COBCURSES-GETCH" USING
                        COPY COBCPARMS.
                END-IF
                IF RETURN-CODE = ZERO
                AND NOT IS-KEY-CODE
                AND NC-KEY-CHAR NOT = X"0D"
      *>     COBCURSES_ROUTER_FKEY (DEFAULT F4, TRANSACTION ROUTER),
      *>     COBCURSES_CALENDAR_FKEY (DEFAULT F5, CALENDAR PICKER),
      *>     COBCURSES_SWAP_FKEY (DEFAULT F9, SESSION SWAP).
      *>     COBCURSES_PARK_FKEY (DEFAULT F11, PARK WORK).
      *>     COBCURSES_PGUP_FKEY (DEFAULT F7, PREVIOUS PAGE) AND
      *>     COBCURSES_PGDN_FKEY (DEFAULT F8, NEXT PAGE), CLAIMED ON
      *>     MULTI-PAGE FORMS ONLY (SEE NC-PAGE-KEY).
      *>     SETTING ANY TO 0 DISABLES THAT FUNCTION AND THE KEY
      *>     FALLS THROUGH TO THE PROGRAM'S NC-FKEY-EVENT.
      *>
            MOVE 4 TO NC-ROUTER-FKEY.
            MOVE 5 TO NC-CALENDAR-FKEY.
            MOVE 9 TO NC-SWAP-FKEY.
            MOVE 11 TO NC-PARK-FKEY.
            MOVE 7 TO NC-PGUP-FKEY.
            MOVE 8 TO NC-PGDN-FKEY.
            MOVE SPACES TO NC-FKEY-ENV.
            ACCEPT NC-FKEY-ENV
                FROM ENVIRONMENT "COBCURSES_RECALL_FKEY".
                MOVE FUNCTION NUMVAL(NC-FKEY-ENV)
                    TO NC-SWAP-FKEY
            END-IF.
            MOVE SPACES TO NC-FKEY-ENV.
            ACCEPT NC-FKEY-ENV
                FROM ENVIRONMENT "COBCURSES_PARK_FKEY".
            IF NC-FKEY-ENV NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(NC-FKEY-ENV)
                    TO NC-PARK-FKEY
            END-IF.
            MOVE SPACES TO NC-FKEY-ENV.
            ACCEPT NC-FKEY-ENV
                FROM ENVIRONMENT "COBCURSES_PGUP_FKEY".
            IF NC-FKEY-ENV NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(NC-FKEY-ENV)
                    TO NC-PGUP-FKEY
            END-IF.
            MOVE SPACES TO NC-FKEY-ENV.
            ACCEPT NC-FKEY-ENV
                FROM ENVIRONMENT "COBCURSES_PGDN_FKEY".
            IF NC-FKEY-ENV NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(NC-FKEY-ENV)
                    TO NC-PGDN-FKEY
            END-IF.
      *>
      *>     0 MUST NEVER MATCH A REAL KEY NUMBER.
      *>
            IF NC-SWAP-FKEY = 0 THEN
                MOVE 95 TO NC-SWAP-FKEY
            END-IF.
            IF NC-PARK-FKEY = 0 THEN
                MOVE 94 TO NC-PARK-FKEY
            END-IF.
            IF NC-PGUP-FKEY = 0 THEN
                MOVE 93 TO NC-PGUP-FKEY
            END-IF.
            IF NC-PGDN-FKEY = 0 THEN
                MOVE 92 TO NC-PGDN-FKEY
            END-IF.
            SET NC-FKEYS-RESOLVED TO TRUE.
            EXIT.

      *>     WENT.
      *>
        NC-SUPPORT-SNAPSHOT.
            PERFORM NC-FLDSEC-APPLY.
            CALL "COBCURSES-SNAPSHOT" USING
                NC-STATS-SCREEN-NAME, NC-FIELD-DESCRIPTORS,
                NC-FSEQ-STATE.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-TICKET-REQUIRE :
      *>     PERFORMED BY THE MAINTENANCE SCREENS BEFORE A SAVE OR
      *>     DELETE. WHEN CHANGE CONTROL IS IN FORCE AND THE SESSION
      *>     HOLDS NO CHANGE TICKET YET, COLLECT ONE IN A POP-UP AND
      *>     VALIDATE IT AGAINST THE TICKET REGISTER; ONCE ACCEPTED IT
      *>     IS HELD FOR THE REST OF THE SESSION AND STAMPED ON EVERY
      *>     AUDIT AND JOURNAL RECORD. RETURN-CODE IS ZERO WHEN THE
      *>     SAVE MAY GO AHEAD, NON-ZERO (MESSAGE ALREADY SHOWN) WHEN
      *>     IT MUST NOT.
      *>
        NC-TICKET-REQUIRE.
      *>
      *>     A SAVE INTO A PRIVATE DESIGNER WORKSPACE IS NOT A
      *>     CATALOG CHANGE YET (SEE SCRWKSP).
      *>
            CALL "COBCURSES-WORKSPACE-ACTIVE".
            IF RETURN-CODE = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", NC-TICKET-REF.
            IF RETURN-CODE = ZERO THEN
                EXIT PARAGRAPH
            END-IF.

            MOVE 10 TO NC-POPUP-TOP.
            MOVE 20 TO NC-POPUP-LEFT.
            MOVE 14 TO NC-POPUP-BOTTOM.
            MOVE 55 TO NC-POPUP-RIGHT.
            PERFORM NC-POPUP-OPEN.

            MOVE "CHANGE TICKET + CR:" TO NC-TICKET-MSG.
            COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 1.
            COMPUTE NC-FIELD-X = NC-POPUP-LEFT + 2.
            MOVE LENGTH OF NC-TICKET-MSG TO NC-FIELD-LENGTH.
            MOVE LENGTH OF NC-TICKET-MSG TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO ADDRESS OF NC-TICKET-MSG.
            PERFORM NC-PUT-TEXT-RAW-NORMAL.
            PERFORM NC-REFRESH.

            MOVE SPACES TO NC-TICKET-REF.
            MOVE ZERO TO NC-TICKET-LEN.
            PERFORM TEST AFTER
                UNTIL NOT IS-KEY-CODE
                  AND (NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A")
                PERFORM NC-GETCH
                IF RETURN-CODE = ZERO
                AND NOT IS-KEY-CODE
                AND NC-KEY-CHAR NOT = X"0D"
                AND NC-KEY-CHAR NOT = X"0A"
                AND NC-TICKET-LEN < 12 THEN
                    ADD 1 TO NC-TICKET-LEN
                    MOVE NC-KEY-CHAR
                        TO NC-TICKET-REF(NC-TICKET-LEN:1)
                    COMPUTE NC-FIELD-Y = NC-POPUP-TOP + 2
                    COMPUTE NC-FIELD-X = NC-POPUP-LEFT + 2
                    MOVE LENGTH OF NC-TICKET-REF TO NC-FIELD-LENGTH
                    MOVE LENGTH OF NC-TICKET-REF TO NC-FIELD-WINLEN
                    SET NC-FIELD-BUFFER TO ADDRESS OF NC-TICKET-REF
                    PERFORM NC-PUT-TEXT-RAW-NORMAL
                    PERFORM NC-REFRESH
                END-IF
            END-PERFORM.
            PERFORM NC-POPUP-CLOSE.

            IF NC-TICKET-REF = SPACES THEN
                MOVE "A change ticket is required to save."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-CHANGE-TICKET" USING "S", NC-TICKET-REF.
            IF RETURN-CODE NOT = ZERO THEN
                MOVE "Change ticket not registered, closed or expired."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR
                MOVE 1 TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *> NC-COVERAGE-NOTE :
      *>     HAND A REGRESSION COVERAGE EVENT (NC-CVG-KIND, NC-CVG-ITEM)
      *>     FOR THIS SCREEN TO COBCURSES-COVERAGE, WHICH IS A NO-OP
      *>     UNLESS COBCURSES_COVERAGE NAMES A LOG (SCREXPCT SETS IT
      *>     FOR ITS PLAYBACK RUNS).
      *>
        NC-COVERAGE-NOTE.
            CALL "COBCURSES-COVERAGE" USING
                NC-CVG-KIND, NC-STATS-SCREEN-NAME, NC-CVG-ITEM.
            EXIT.

      *>
      *> NC-COVERAGE-RULE :
      *>     NOTE THAT SCRNRULE RULE NC-RULE-X FIRED (A CHECK FAILED,
      *>     OR A CONDITION APPLIED), BY ITS SCRNRULE.X SEQUENCE.
      *>
        NC-COVERAGE-RULE.
            MOVE "RU" TO NC-CVG-KIND.
            MOVE NC-RULE-SEQ(NC-RULE-X) TO NC-CVG-NUM-ED.
            MOVE NC-CVG-NUM-ED TO NC-CVG-ITEM.
            PERFORM NC-COVERAGE-NOTE.
            EXIT.

      *>
      *> NC-TRACE-RESOLVE :
      *>     RESOLVE THE TRACE SWITCH ONCE (COBCURSES_TRACE NAMES THE
            END-PERFORM.
            EXIT.

      *>
      *> NC-LINEAR-RESOLVE :
      *>     RESOLVE THE LINEAR (ACCESSIBLE) RENDERING SWITCH ONCE
      *>     (COBCURSES_ACCESSIBLE=Y). WHEN ON, THE SESSION IS A
      *>     SEQUENCE OF PLAIN LINES FOR A SCREEN READER OR LINE
      *>     TERMINAL: NOTHING IS PAINTED, EACH FIELD IS READ OUT AS
      *>     A PROMPT IN STATE-MACHINE ORDER (SEE NC-LINEAR-GET-TEXT)
      *>     AND MESSAGES, MENU CHOICES AND SOFT-KEY LABELS ARE
      *>     WRITTEN AS LINES. THE SAME SCREEN DEFINITIONS AND EDITS
      *>     SERVE BOTH MODES. OFF COSTS ONE COMPARE PER CALL.
      *>
        NC-LINEAR-RESOLVE.
            IF NC-LINEAR-UNRESOLVED THEN
                MOVE SPACES TO NC-LIN-ENV
                ACCEPT NC-LIN-ENV
                    FROM ENVIRONMENT "COBCURSES_ACCESSIBLE"
                IF NC-LIN-ENV(1:1) = 'Y'
                OR NC-LIN-ENV(1:1) = 'y' THEN
                    SET NC-LINEAR-ON TO TRUE
                ELSE
                    SET NC-LINEAR-OFF TO TRUE
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-LINEAR-GET-TEXT :
      *>     LINEAR REPLACEMENT FOR THE WINDOWED FIELD READ. THE
      *>     PROMPT IS READ OUT (NC-LINEAR-PROMPT) AND ONE LINE IS
      *>     ACCEPTED. AN EMPTY LINE KEEPS THE CURRENT VALUE AND
      *>     MOVES ON; A LINE STARTING WITH A BACKSLASH IS A COMMAND
      *>     (\? LISTS THEM); ANYTHING ELSE IS THE NEW VALUE. THE
      *>     VALUE PASSES THE SAME KEYING EDITS THE WINDOWED READ
      *>     APPLIES (LENGTH, UPPER CASE, Y/N, CHARACTER SET,
      *>     NUMERIC PICTURE, READ ONLY, NOT BLANK) BEFORE IT IS
      *>     FILED; THE CALLER THEN APPLIES THE VALID, DATE AND
      *>     CROSS-FIELD RULES EXACTLY AS IN FULL-SCREEN MODE.
      *>
        NC-LINEAR-GET-TEXT.
            MOVE ZERO TO NC-LIN-KEY-X.
            MOVE ZERO TO NC-LIN-FIELD-NO.
            IF NC-FIELD-NUMBER > 0
            AND NC-FIELD-NUMBER <= NC-MAX-FIELDS THEN
                IF NC-FDESC-ADDRESS(NC-FIELD-NUMBER) = NC-FIELD-BUFFER
                THEN
                    MOVE NC-FIELD-NUMBER TO NC-LIN-FIELD-NO
                END-IF
            END-IF.
            IF NC-LIN-SCREEN NOT = NC-STATS-SCREEN-NAME THEN
                MOVE NC-STATS-SCREEN-NAME TO NC-LIN-SCREEN
                MOVE 'L' TO NC-LIN-OP
                CALL "COBCURSES-LINEAR" USING
                    NC-LIN-OP, NC-LIN-SCREEN, NC-LIN-PROMPT-DATA
            END-IF.
            MOVE NC-FIELD-LENGTH TO NC-LIN-LEN.
            IF NC-LIN-LEN > LENGTH OF NC-LIN-INPUT THEN
                MOVE LENGTH OF NC-LIN-INPUT TO NC-LIN-LEN
            END-IF.

            PERFORM NC-LINEAR-PROMPT.
            MOVE 'N' TO NC-LIN-DONE-FLAG.
            PERFORM UNTIL NC-LIN-DONE
                PERFORM NC-BROADCAST-CHECK
                DISPLAY "ENTRY: " WITH NO ADVANCING
                MOVE LOW-VALUES TO NC-LIN-INPUT
                ACCEPT NC-LIN-INPUT
                IF NC-LIN-INPUT = LOW-VALUES THEN
                    PERFORM NC-LINEAR-END-OF-INPUT
                ELSE
                    MOVE ZERO TO NC-LIN-EOF-COUNT
                    PERFORM NC-LINEAR-TAKE-INPUT
                END-IF
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-LINEAR-PROMPT :
      *>     READ OUT ONE FIELD: ITS DESCRIPTION WITH WHAT IT WILL
      *>     ACCEPT, ITS HELP TEXT, ITS CURRENT VALUE (NEVER THE
      *>     CONTENT OF A PASSWORD OR SENSITIVE FIELD), AND THE
      *>     CHOICES OF THE MENU IT IS TIED TO, IF ANY.
      *>
        NC-LINEAR-PROMPT.
            DISPLAY " ".
            MOVE SPACES TO NC-LIN-LINE.
            MOVE 1 TO NC-LIN-X.
            IF NC-LIN-FIELD-NO > 0
            AND NC-LIN-PROMPT-DESC(NC-LIN-FIELD-NO) NOT = SPACES THEN
                STRING NC-LIN-PROMPT-DESC(NC-LIN-FIELD-NO)
                    DELIMITED BY "  "
                    INTO NC-LIN-LINE WITH POINTER NC-LIN-X
            ELSE
                MOVE NC-FIELD-NUMBER TO NC-LIN-NUM-ED
                STRING "FIELD " NC-LIN-NUM-ED
                    DELIMITED BY SIZE
                    INTO NC-LIN-LINE WITH POINTER NC-LIN-X
            END-IF.
            IF NC-FIELD-NOT-BLANK = 'Y' THEN
                STRING ", REQUIRED" DELIMITED BY SIZE
                    INTO NC-LIN-LINE WITH POINTER NC-LIN-X
            END-IF.
            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-FDESC-READ-ONLY(NC-LIN-FIELD-NO) = 'Y' THEN
                    STRING ", READ ONLY" DELIMITED BY SIZE
                        INTO NC-LIN-LINE WITH POINTER NC-LIN-X
                END-IF
            END-IF.
            MOVE NC-LIN-LEN TO NC-LIN-NUM-ED.
            EVALUATE TRUE
                WHEN NC-LIN-FIELD-NO > 0
                 AND NC-FDESC-YN(NC-LIN-FIELD-NO) = 'Y'
                    STRING ", ANSWER Y OR N" DELIMITED BY SIZE
                        INTO NC-LIN-LINE WITH POINTER NC-LIN-X
                WHEN NC-FIELD-DIGITS > 0
                    MOVE NC-FIELD-DIGITS TO NC-LIN-NUM-ED
                    MOVE NC-FIELD-DECPLACES TO NC-LIN-NUM-ED2
                    STRING ", NUMBER OF " NC-LIN-NUM-ED " DIGITS"
                        DELIMITED BY SIZE
                        INTO NC-LIN-LINE WITH POINTER NC-LIN-X
                    IF NC-FIELD-DECPLACES > 0 THEN
                        STRING " WITH " NC-LIN-NUM-ED2 " DECIMALS"
                            DELIMITED BY SIZE
                            INTO NC-LIN-LINE WITH POINTER NC-LIN-X
                    END-IF
                    IF NC-FIELD-SIGNED = 'Y' THEN
                        STRING ", MAY BE NEGATIVE" DELIMITED BY SIZE
                            INTO NC-LIN-LINE WITH POINTER NC-LIN-X
                    END-IF
                WHEN OTHER
                    STRING ", UP TO " NC-LIN-NUM-ED " CHARACTERS"
                        DELIMITED BY SIZE
                        INTO NC-LIN-LINE WITH POINTER NC-LIN-X
            END-EVALUATE.
            PERFORM NC-LINEAR-SAY-LINE.

            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-FDESC-INFO(NC-LIN-FIELD-NO) NOT = NULL
                AND NC-FDESC-INFOLEN(NC-LIN-FIELD-NO) > 0 THEN
                    SET ADDRESS OF NC-LIN-TEXT
                        TO NC-FDESC-INFO(NC-LIN-FIELD-NO)
                    MOVE SPACES TO NC-LIN-LINE
                    STRING "HELP: " NC-LIN-TEXT
                        (1:NC-FDESC-INFOLEN(NC-LIN-FIELD-NO))
                        DELIMITED BY SIZE INTO NC-LIN-LINE
                    PERFORM NC-LINEAR-SAY-LINE
                END-IF
            END-IF.

            MOVE SPACES TO NC-LIN-LINE.
            SET ADDRESS OF NC-LIN-TEXT TO NC-FIELD-BUFFER.
            EVALUATE TRUE
                WHEN NC-FIELD-BUFFER = NULL OR NC-LIN-LEN = 0
                    CONTINUE
                WHEN NC-LIN-TEXT(1:NC-LIN-LEN) = SPACES
                    MOVE "CURRENT VALUE: BLANK" TO NC-LIN-LINE
                WHEN NC-FIELD-MASK = 'Y' OR NC-FIELD-SENSITIVE = 'Y'
                    MOVE "CURRENT VALUE: HIDDEN" TO NC-LIN-LINE
                WHEN OTHER
                    STRING "CURRENT VALUE: " NC-LIN-TEXT(1:NC-LIN-LEN)
                        DELIMITED BY SIZE INTO NC-LIN-LINE
            END-EVALUATE.
            IF NC-LIN-LINE NOT = SPACES THEN
                PERFORM NC-LINEAR-SAY-LINE
            END-IF.

            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-LIN-PROMPT-MENU(NC-LIN-FIELD-NO) NOT = SPACES
                THEN
                    MOVE NC-LIN-PROMPT-MENU(NC-LIN-FIELD-NO)
                        TO NC-LIN-MENU-NAME
                    MOVE 'M' TO NC-LIN-OP
                    CALL "COBCURSES-LINEAR" USING
                        NC-LIN-OP, NC-LIN-MENU-NAME,
                        NC-LIN-PROMPT-DATA
                END-IF
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-LINEAR-TAKE-INPUT :
      *>     ACT ON ONE ACCEPTED LINE (SEE NC-LINEAR-GET-TEXT). A
      *>     DOUBLED LEADING BACKSLASH KEYS A LITERAL ONE.
      *>
        NC-LINEAR-TAKE-INPUT.
            IF NC-LIN-INPUT(1:1) = "\" THEN
                IF NC-LIN-INPUT(2:1) = "\" THEN
                    MOVE NC-LIN-INPUT(2:) TO NC-LIN-LINE
                    MOVE NC-LIN-LINE TO NC-LIN-INPUT
                ELSE
                    PERFORM NC-LINEAR-COMMAND
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            IF NC-LIN-INPUT = SPACES THEN
      *>
      *>         AN EMPTY LINE KEEPS THE VALUE -- UNLESS THE FIELD
      *>         MAY NOT BE LEFT BLANK AND IS.
      *>
                SET ADDRESS OF NC-LIN-TEXT TO NC-FIELD-BUFFER
                IF NC-FIELD-NOT-BLANK = 'Y'
                AND NC-FIELD-BUFFER NOT = NULL
                AND NC-LIN-LEN > 0 THEN
                    IF NC-LIN-TEXT(1:NC-LIN-LEN) = SPACES THEN
                        MOVE "A VALUE IS REQUIRED." TO NC-LIN-LINE
                        PERFORM NC-LINEAR-SAY-ERROR
                        EXIT PARAGRAPH
                    END-IF
                END-IF
                SET NC-FIELD-EXIT-CR TO TRUE
                SET NC-FIELD-FORWARD TO TRUE
                SET NC-LIN-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.

            PERFORM NC-LINEAR-CHECK-VALUE.
            IF NC-LIN-BAD THEN
                PERFORM NC-LINEAR-SAY-ERROR
                EXIT PARAGRAPH
            END-IF.
            PERFORM NC-LINEAR-FILE-VALUE.
            SET NC-FIELD-EXIT-CR TO TRUE.
            SET NC-FIELD-FORWARD TO TRUE.
            SET NC-LIN-DONE TO TRUE.
            EXIT.

      *>
      *> NC-LINEAR-COMMAND :
      *>     THE LINEAR STAND-INS FOR THE WINDOWED READ'S EXIT KEYS.
      *>
        NC-LINEAR-COMMAND.
            MOVE NC-LIN-INPUT(2:1) TO NC-LIN-OP.
            INSPECT NC-LIN-OP CONVERTING "bcfhprx" TO "BCFHPRX".
            EVALUATE NC-LIN-OP
                WHEN 'B'
                    SET NC-FIELD-EXIT-CU TO TRUE
                    SET NC-FIELD-BACKWARD TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN 'X'
                    SET NC-FIELD-EXIT-ESC TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN '.'
                    SET NC-FIELD-EXIT-DOT TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN '/'
                    SET NC-FIELD-EXIT-SLASH TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN 'H'
                    SET NC-FIELD-EXIT-HELP TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN 'P'
                    SET NC-FIELD-EXIT-PRINT TO TRUE
                    SET NC-LIN-DONE TO TRUE
                WHEN 'F'
                    MOVE ZERO TO NC-LIN-FKEY-NO
                    IF NC-LIN-INPUT(3:2) IS NUMERIC THEN
                        MOVE NC-LIN-INPUT(3:2) TO NC-LIN-FKEY-NO
                    ELSE
                        IF NC-LIN-INPUT(3:1) IS NUMERIC
                        AND NC-LIN-INPUT(4:1) = SPACE THEN
                            MOVE NC-LIN-INPUT(3:1) TO NC-LIN-FKEY-NO
                        END-IF
                    END-IF
                    IF NC-LIN-FKEY-NO = ZERO THEN
                        MOVE "KEY A FUNCTION KEY AS \F1 TO \F24."
                            TO NC-LIN-LINE
                        PERFORM NC-LINEAR-SAY-ERROR
                    ELSE
                        MOVE NC-LIN-FKEY-NO TO NC-FIELD-FKEY-NO
                        SET NC-FIELD-EXIT-FKEY TO TRUE
                        SET NC-LIN-DONE TO TRUE
                    END-IF
                WHEN 'C'
                    PERFORM NC-LINEAR-CLEAR-VALUE
                WHEN 'R'
                    PERFORM NC-LINEAR-PROMPT
                WHEN OTHER
                    DISPLAY "COMMANDS: \B BACK  \X ESCAPE  \H HELP"
                        "  \Fnn FUNCTION KEY  \P PRINT"
                    DISPLAY "          \C CLEAR FIELD  \R REPEAT"
                        "  \. DOT  \/ SLASH  \\ LITERAL \"
                    DISPLAY "          EMPTY LINE KEEPS THE VALUE"
            END-EVALUATE.
            EXIT.

      *>
      *> NC-LINEAR-CLEAR-VALUE :
      *>     \C -- BLANK THE FIELD AND MOVE ON (REFUSED FOR A FIELD
      *>     THAT MAY NOT BE LEFT BLANK OR IS READ ONLY).
      *>
        NC-LINEAR-CLEAR-VALUE.
            IF NC-FIELD-NOT-BLANK = 'Y' THEN
                MOVE "A VALUE IS REQUIRED." TO NC-LIN-LINE
                PERFORM NC-LINEAR-SAY-ERROR
                EXIT PARAGRAPH
            END-IF.
            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-FDESC-READ-ONLY(NC-LIN-FIELD-NO) = 'Y' THEN
                    MOVE "FIELD IS READ ONLY." TO NC-LIN-LINE
                    PERFORM NC-LINEAR-SAY-ERROR
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE SPACES TO NC-LIN-INPUT.
            PERFORM NC-LINEAR-FILE-VALUE.
            SET NC-FIELD-EXIT-CR TO TRUE.
            SET NC-FIELD-FORWARD TO TRUE.
            SET NC-LIN-DONE TO TRUE.
            EXIT.

      *>
      *> NC-LINEAR-CHECK-VALUE :
      *>     THE KEYING EDITS OF THE WINDOWED READ, APPLIED TO A
      *>     WHOLE LINE. SETS NC-LIN-BAD WITH THE REASON IN
      *>     NC-LIN-LINE.
      *>
        NC-LINEAR-CHECK-VALUE.
            MOVE 'N' TO NC-LIN-BAD-FLAG.
            IF NC-FIELD-UPPERCASE = 'Y' THEN
                INSPECT NC-LIN-INPUT CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            END-IF.
            MOVE LENGTH OF NC-LIN-INPUT TO NC-LIN-IN-LEN.
            PERFORM UNTIL NC-LIN-IN-LEN = 0
                OR NC-LIN-INPUT(NC-LIN-IN-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM NC-LIN-IN-LEN
            END-PERFORM.

            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-FDESC-READ-ONLY(NC-LIN-FIELD-NO) = 'Y' THEN
                    MOVE "FIELD IS READ ONLY." TO NC-LIN-LINE
                    SET NC-LIN-BAD TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF NC-LIN-IN-LEN > NC-LIN-LEN THEN
                MOVE NC-LIN-LEN TO NC-LIN-NUM-ED
                MOVE SPACES TO NC-LIN-LINE
                STRING "TOO LONG -- AT MOST " NC-LIN-NUM-ED
                    " CHARACTERS." DELIMITED BY SIZE INTO NC-LIN-LINE
                SET NC-LIN-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF.

            IF NC-LIN-FIELD-NO > 0 THEN
                IF NC-FDESC-YN(NC-LIN-FIELD-NO) = 'Y' THEN
                    IF NC-LIN-IN-LEN NOT = 1
                    OR (NC-LIN-INPUT(1:1) NOT = 'Y'
                        AND NC-LIN-INPUT(1:1) NOT = 'N') THEN
                        MOVE "ANSWER Y OR N." TO NC-LIN-LINE
                        SET NC-LIN-BAD TO TRUE
                    END-IF
                    EXIT PARAGRAPH
                END-IF
                IF NC-FDESC-RESTRICT(NC-LIN-FIELD-NO) > 0 THEN
                    PERFORM NC-LINEAR-CHECK-CHARSET
                    IF NC-LIN-BAD THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-IF.

            IF NC-FIELD-DIGITS > 0 THEN
                PERFORM NC-LINEAR-CHECK-NUMBER
            END-IF.
            EXIT.

      *>
      *>     EVERY KEYED CHARACTER MUST BELONG TO THE FIELD'S
      *>     RESTRICTED CHARACTER SET (SEE SCREEN-CS).
      *>
        NC-LINEAR-CHECK-CHARSET.
            MOVE NC-FDESC-RESTRICT(NC-LIN-FIELD-NO) TO NC-RESTRICTX.
            PERFORM VARYING NC-LIN-X FROM 1 BY 1
                UNTIL NC-LIN-X > NC-LIN-IN-LEN OR NC-LIN-BAD
                MOVE ZERO TO NC-LIN-POINTS
                INSPECT NC-RESTRICT-CHARSET(NC-RESTRICTX)
                    TALLYING NC-LIN-POINTS
                    FOR ALL NC-LIN-INPUT(NC-LIN-X:1)
                IF NC-LIN-POINTS = 0 THEN
                    MOVE SPACES TO NC-LIN-LINE
                    STRING "CHARACTER '" NC-LIN-INPUT(NC-LIN-X:1)
                        "' IS NOT ALLOWED IN THIS FIELD."
                        DELIMITED BY SIZE INTO NC-LIN-LINE
                    SET NC-LIN-BAD TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     A NUMERIC FIELD TAKES DIGITS, ONE DECIMAL POINT WHEN IT
      *>     HAS DECIMAL PLACES, AND A LEADING OR TRAILING SIGN WHEN
      *>     IT IS SIGNED, WITHIN ITS INTEGER AND DECIMAL WIDTHS.
      *>
        NC-LINEAR-CHECK-NUMBER.
            MOVE ZERO TO NC-LIN-INT-DIGITS, NC-LIN-DEC-DIGITS,
                NC-LIN-POINTS.
            PERFORM VARYING NC-LIN-X FROM 1 BY 1
                UNTIL NC-LIN-X > NC-LIN-IN-LEN OR NC-LIN-BAD
                EVALUATE TRUE
                    WHEN NC-LIN-INPUT(NC-LIN-X:1) IS NUMERIC
                        IF NC-LIN-POINTS = 0 THEN
                            ADD 1 TO NC-LIN-INT-DIGITS
                        ELSE
                            ADD 1 TO NC-LIN-DEC-DIGITS
                        END-IF
                    WHEN NC-LIN-INPUT(NC-LIN-X:1) = '.'
                     AND NC-FIELD-DECPLACES > 0
                     AND NC-LIN-POINTS = 0
                        MOVE 1 TO NC-LIN-POINTS
                    WHEN (NC-LIN-INPUT(NC-LIN-X:1) = '-'
                       OR NC-LIN-INPUT(NC-LIN-X:1) = '+')
                     AND NC-FIELD-SIGNED = 'Y'
                     AND (NC-LIN-X = 1 OR NC-LIN-X = NC-LIN-IN-LEN)
                        CONTINUE
                    WHEN NC-LIN-INPUT(NC-LIN-X:1) = SPACE
                     AND NC-LIN-INT-DIGITS = 0
                     AND NC-LIN-POINTS = 0
                        CONTINUE
                    WHEN OTHER
                        MOVE "NOT A VALID NUMBER FOR THIS FIELD."
                            TO NC-LIN-LINE
                        SET NC-LIN-BAD TO TRUE
                END-EVALUATE
            END-PERFORM.
            IF NC-LIN-BAD THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-LIN-INT-DIGITS >
               NC-FIELD-DIGITS - NC-FIELD-DECPLACES
            OR NC-LIN-DEC-DIGITS > NC-FIELD-DECPLACES THEN
                MOVE "TOO MANY DIGITS FOR THIS FIELD." TO NC-LIN-LINE
                SET NC-LIN-BAD TO TRUE
            END-IF.
            EXIT.

      *>
      *> NC-LINEAR-FILE-VALUE :
      *>     MOVE THE ACCEPTED LINE INTO THE FIELD BUFFER, FLAGGING
      *>     THE FIELD CHANGED WHEN THE VALUE DIFFERS.
      *>
        NC-LINEAR-FILE-VALUE.
            IF NC-FIELD-BUFFER = NULL OR NC-LIN-LEN = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-LIN-TEXT TO NC-FIELD-BUFFER.
            IF NC-LIN-TEXT(1:NC-LIN-LEN) NOT =
               NC-LIN-INPUT(1:NC-LIN-LEN) THEN
                MOVE NC-LIN-INPUT(1:NC-LIN-LEN)
                    TO NC-LIN-TEXT(1:NC-LIN-LEN)
                SET NC-FIELD-CHANGED TO TRUE
                IF NC-LIN-FIELD-NO > 0 THEN
                    MOVE 'Y' TO NC-FDESC-CHG-FLAG(NC-LIN-FIELD-NO)
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-LINEAR-END-OF-INPUT :
      *>     THE LINE TERMINAL'S INPUT HAS CLOSED. EACH READ IS
      *>     ANSWERED AS AN ESCAPE SO THE PROGRAM CAN WIND DOWN IN
      *>     ITS OWN WAY; A PROGRAM THAT KEEPS ASKING REGARDLESS IS
      *>     STOPPED RATHER THAN LEFT SPINNING.
      *>
        NC-LINEAR-END-OF-INPUT.
            ADD 1 TO NC-LIN-EOF-COUNT.
            IF NC-LIN-EOF-COUNT > 20 THEN
                DISPLAY "INPUT ENDED -- SESSION CLOSED."
                STOP RUN
            END-IF.
            SET NC-FIELD-EXIT-ESC TO TRUE.
            SET NC-LIN-DONE TO TRUE.
            EXIT.

      *>
      *> NC-LINEAR-GETCH :
      *>     LINEAR REPLACEMENT FOR THE SINGLE-KEY READ. A WHOLE
      *>     LINE IS ACCEPTED AND HANDED OUT ONE CHARACTER PER CALL,
      *>     FOLLOWED BY A CARRIAGE RETURN, SO THE RAW COLLECTION
      *>     DIALOGS (OVERRIDE, IDLE UNLOCK, POP-UPS) WORK UNCHANGED.
      *>
        NC-LINEAR-GETCH.
            IF NC-LIN-KEY-X = 0 THEN
                MOVE LOW-VALUES TO NC-LIN-KEYS
                ACCEPT NC-LIN-KEYS
                IF NC-LIN-KEYS = LOW-VALUES THEN
                    ADD 1 TO NC-LIN-EOF-COUNT
                    IF NC-LIN-EOF-COUNT > 20 THEN
                        DISPLAY "INPUT ENDED -- SESSION CLOSED."
                        STOP RUN
                    END-IF
                    MOVE SPACES TO NC-LIN-KEYS
                ELSE
                    MOVE ZERO TO NC-LIN-EOF-COUNT
                END-IF
                MOVE LENGTH OF NC-LIN-KEYS TO NC-LIN-KEY-LEN
                PERFORM UNTIL NC-LIN-KEY-LEN = 0
                    OR NC-LIN-KEYS(NC-LIN-KEY-LEN:1) NOT = SPACE
                    SUBTRACT 1 FROM NC-LIN-KEY-LEN
                END-PERFORM
                MOVE 1 TO NC-LIN-KEY-X
            END-IF.
            MOVE 'N' TO NC-KEY-CODE-FLAG.
            IF NC-LIN-KEY-X > NC-LIN-KEY-LEN THEN
                MOVE X"0D" TO NC-KEY-CHAR
                MOVE ZERO TO NC-LIN-KEY-X
            ELSE
                MOVE NC-LIN-KEYS(NC-LIN-KEY-X:1) TO NC-KEY-CHAR
                ADD 1 TO NC-LIN-KEY-X
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-LINEAR-SELECT-FIELD / NC-LINEAR-CLEAR-BUFFER :
      *>     WITH NO WINDOW TO ADDRESS, FIELD SELECTION AND FIELD
      *>     CLEARING ARE PLAIN MOVES AGAINST THE DESCRIPTORS.
      *>
        NC-LINEAR-SELECT-FIELD.
            IF NC-FIELD-NUMBER = 0
            OR NC-FIELD-NUMBER > NC-MAX-FIELDS THEN
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-FDESC-LINE(NC-FIELD-NUMBER) TO NC-FIELD-Y.
            MOVE NC-FDESC-COLUMN(NC-FIELD-NUMBER) TO NC-FIELD-X.
            MOVE NC-FDESC-LENGTH(NC-FIELD-NUMBER) TO NC-FIELD-LENGTH.
            MOVE NC-FDESC-WINLENGTH(NC-FIELD-NUMBER)
                TO NC-FIELD-WINLEN.
            SET NC-FIELD-BUFFER TO NC-FDESC-ADDRESS(NC-FIELD-NUMBER).
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        NC-LINEAR-CLEAR-BUFFER.
            IF NC-LIN-X > 0
            AND NC-LIN-X <= NC-MAX-FIELDS THEN
                IF NC-FDESC-ADDRESS(NC-LIN-X) NOT = NULL
                AND NC-FDESC-LENGTH(NC-LIN-X) > 0 THEN
                    SET ADDRESS OF NC-LIN-TEXT
                        TO NC-FDESC-ADDRESS(NC-LIN-X)
                    MOVE SPACES
                        TO NC-LIN-TEXT(1:NC-FDESC-LENGTH(NC-LIN-X))
                END-IF
            END-IF.
            EXIT.

      *>
      *> NC-LINEAR-SAY-SCREEN :
      *>     LINEAR STAND-IN FOR PAINTING THE BACKGROUND: ANNOUNCE
      *>     THE SCREEN BY ITS TITLE SEGMENTS (OR ITS NAME WHEN IT
      *>     HAS NONE). THE FIELD CAPTIONS ARE READ WITH EACH
      *>     PROMPT INSTEAD.
      *>
        NC-LINEAR-SAY-SCREEN.
            DISPLAY " ".
            MOVE ZERO TO NC-LIN-POINTS.
            PERFORM VARYING NC-LIN-X FROM 1 BY 1
                UNTIL NC-LIN-X > NC-SCREEN-COUNT
                IF NC-BG-TITLE-FLAG(NC-LIN-X) = 'Y'
                AND NC-BG-TEXT(NC-LIN-X) NOT = NULL
                AND NC-BG-LENGTH(NC-LIN-X) > 0 THEN
                    SET ADDRESS OF NC-LIN-TEXT TO NC-BG-TEXT(NC-LIN-X)
                    IF NC-LIN-TEXT(1:NC-BG-LENGTH(NC-LIN-X))
                       NOT = SPACES THEN
                        MOVE SPACES TO NC-LIN-LINE
                        MOVE NC-LIN-TEXT(1:NC-BG-LENGTH(NC-LIN-X))
                            TO NC-LIN-LINE
                        PERFORM NC-LINEAR-SAY-LINE
                        ADD 1 TO NC-LIN-POINTS
                    END-IF
                END-IF
            END-PERFORM.
            IF NC-LIN-POINTS = 0 THEN
                MOVE SPACES TO NC-LIN-LINE
                STRING "SCREEN " NC-STATS-SCREEN-NAME
                    DELIMITED BY SIZE INTO NC-LIN-LINE
                PERFORM NC-LINEAR-SAY-LINE
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>
      *> NC-LINEAR-SAY-MSGBUF / NC-LINEAR-SAY-MSGTEXT :
      *>     WRITE A MESSAGE AS A LINE, TAGGED BY NC-LIN-OP
      *>     ('E' ERROR, 'H' HELP, OTHERWISE AN INFORMATION LINE).
      *>     THE TEXT COMES FROM NC-MSGBUF, OR FROM NC-MSG-TEXT FOR
      *>     NC-MSG-LENGTH BYTES.
      *>
        NC-LINEAR-SAY-MSGBUF.
            IF NC-MSGBUF = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NC-LIN-LINE.
            MOVE NC-MSGBUF TO NC-LIN-LINE.
            PERFORM NC-LINEAR-SAY-TAGGED.
            EXIT.

        NC-LINEAR-SAY-MSGTEXT.
            IF NC-MSG-TEXT = NULL OR NC-MSG-LENGTH = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-LIN-TEXT TO NC-MSG-TEXT.
            MOVE SPACES TO NC-LIN-LINE.
            MOVE NC-LIN-TEXT(1:NC-MSG-LENGTH) TO NC-LIN-LINE.
            IF NC-LIN-LINE NOT = SPACES THEN
                PERFORM NC-LINEAR-SAY-TAGGED
            END-IF.
            EXIT.

        NC-LINEAR-SAY-TAGGED.
            MOVE NC-LIN-LINE TO NC-LIN-SAY.
            MOVE SPACES TO NC-LIN-LINE.
            EVALUATE NC-LIN-OP
                WHEN 'E'
                    STRING "ERROR: " NC-LIN-SAY
                        DELIMITED BY SIZE INTO NC-LIN-LINE
                WHEN 'H'
                    STRING "HELP: " NC-LIN-SAY
                        DELIMITED BY SIZE INTO NC-LIN-LINE
                WHEN 'K'
                    STRING "KEYS: " NC-LIN-SAY
                        DELIMITED BY SIZE INTO NC-LIN-LINE
                WHEN OTHER
                    MOVE NC-LIN-SAY TO NC-LIN-LINE
            END-EVALUATE.
            PERFORM NC-LINEAR-SAY-LINE.
            EXIT.

        NC-LINEAR-SAY-ERROR.
            MOVE 'E' TO NC-LIN-OP.
            PERFORM NC-LINEAR-SAY-TAGGED.
            EXIT.

        NC-LINEAR-SAY-LINE.
            DISPLAY FUNCTION TRIM(NC-LIN-LINE TRAILING).
            EXIT.

      *>
      *> NC-LINEAR-WAIT :
      *>     LINEAR STAND-IN FOR "PRESS ANY KEY".
      *>
        NC-LINEAR-WAIT.
            DISPLAY "PRESS ENTER TO CONTINUE.".
            MOVE ZERO TO NC-LIN-KEY-X.
            PERFORM NC-LINEAR-GETCH
                WITH TEST AFTER UNTIL NC-LIN-KEY-X = 0.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

      *>***********************************************
      *>     END COBCURSQ.cbl
      *>***********************************************
