        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-WORKFLOW.
      *>
      *>     GUIDED WORKFLOW RUNS (SEE WORKFLOW.cbl AND WFLRUN.cbl),
      *>     OWNED BY THE SIGNED-ON OPERATOR ($USER). NC-WFL-FUNCTION
      *>     SELECTS THE SERVICE:
      *>
      *>     'B'  BEGIN WORKFLOW NC-WFL-NAME: ITS STEPS ARE COPIED FROM
      *>          WORKFLOW.CNF INTO A NEW RUN (NC-WFL-RUN-ID), WAITING
      *>          AT STEP 1 FOR THE LAUNCHER ('N'). AN OPERATOR HAS AT
      *>          MOST ONE RUN OF A WORKFLOW UNDER WAY.
      *>     'N'  NEXT: THE PROGRAM OF THE STEP AN ACTIVE RUN IS
      *>          WAITING TO TAKE THE OPERATOR TO (NC-WFL-PROGRAM),
      *>          THROUGH COBCURSES-ROUTER-LOOKUP SO THE STEP'S ROLE IS
      *>          CHECKED AS FOR ANY TRANSFER.
      *>     'S'  STEP: IS PROGRAM NC-WFL-PROGRAM THE CURRENT STEP OF
      *>          AN ACTIVE RUN? ANSWERS THE RUN, ITS NAME, THE STEP
      *>          AND NC-WFL-LABEL ("STEP n OF m").
      *>     'D'  DONE: THE CURRENT STEP OF RUN NC-WFL-RUN-ID HAS BEEN
      *>          FILED. THE RUN MOVES TO THE NEXT OPEN STEP, OR
      *>          FINISHES ('C').
      *>     'K'  SKIP THE CURRENT STEP (OPTIONAL STEPS ONLY).
      *>     'C'  FINISH THE RUN: REFUSED WHILE A MANDATORY STEP IS
      *>          NOT FILED -- THE RUN IS SENT BACK TO THAT STEP.
      *>          OPEN OPTIONAL STEPS ARE MARKED SKIPPED.
      *>     'R'  RESUME AN INTERRUPTED RUN AT ITS CURRENT STEP.
      *>     'A'  ABANDON THE RUN (LOGGED TO SIGNON.LOG).
      *>
      *>     AFTER 'D', 'K' AND 'C' NC-WFL-PROGRAM IS THE PROGRAM OF
      *>     THE STEP THE RUN NOW WAITS AT (SPACES WHEN IT FINISHED)
      *>     AND NC-WFL-MSG SAYS WHAT HAPPENED. A STEP'S PROGRAM IS
      *>     THE ONE ROUTER.X NAMES FOR ITS TRANSACTION CODE.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE
      *>     NC-RET-NOTFOUND         NO SUCH WORKFLOW OR ACTIVE RUN,
      *>                             OR NO STEP WAITING ('N', 'S')
      *>     NC-RET-RANGE            REFUSED: A MANDATORY STEP CANNOT
      *>                             BE SKIPPED, OR IS STILL OPEN
      *>     NC-RET-FAILED           RUN FILE UNAVAILABLE
      *>     NC-RET-BADPARM          UNKNOWN FUNCTION
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL WFLRUN-FILE
                ASSIGN TO WS-WFLRUN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WFR-RUN-ID
                ALTERNATE RECORD KEY IS WFR-OPERATOR
                    WITH DUPLICATES
                FILE STATUS IS WS-WFLRUN-FILE-STATUS.

            SELECT WORKFLOW-FILE
                ASSIGN TO WS-WORKFLOW-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORKFLOW-FILE-STATUS.

            SELECT ROUTER-FILE
                ASSIGN TO WS-ROUTER-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RTR-CODE
                FILE STATUS IS WS-ROUTER-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  WFLRUN-FILE.
        01  WFLRUN-RECORD.
            COPY WFLRUN.

        FD  WORKFLOW-FILE.
        01  WORKFLOW-RECORD.
            COPY WORKFLOW.

        FD  ROUTER-FILE.
        01  ROUTER-RECORD.
            COPY ROUTER.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-WFLRUN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/WFLRUN.X".
        01  WS-WORKFLOW-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/WORKFLOW.CNF".
        01  WS-ROUTER-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/ROUTER.X".
        01  WS-WFLRUN-FILE-STATUS           PIC XX.
        01  WS-WORKFLOW-FILE-STATUS         PIC XX.
        01  WS-ROUTER-FILE-STATUS           PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-NOW                          PIC X(21).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCAN                 VALUE 'Y'.
        01  WS-FOUND-FLAG                   PIC X.
            88  RUN-FOUND                   VALUE 'Y'.
        01  WS-FOUND-ID                     PIC 9(8).
        01  WS-STEP-X                       PIC 99 COMP-5.
        01  WS-OPEN-STEP                    PIC 99 COMP-5.
        01  WS-STEP-CODE                    PIC X(8).
        01  WS-STEP-PROGRAM                 PIC X(8).
        01  WS-STEP-ED                      PIC Z9.
        01  WS-COUNT-ED                     PIC Z9.
        01  WS-RUN-ED                       PIC Z(7)9.
        01  WS-LOG-EVENT                    PIC X(20).
        01  WS-LOG-DETAIL                   PIC X(40).

      *>
      *>     THE STEPS OF THE WORKFLOW BEING BEGUN.
      *>
        01  WS-NEW-STEPS.
            10  WS-NEW-COUNT                PIC 99 COMP-5.
            10  WS-NEW-STEP OCCURS 20 TIMES.
                15  WS-NEW-CODE             PIC X(8).
                15  WS-NEW-OPTIONAL         PIC X.

        LINKAGE SECTION.

            COPY COBCURSL.

        PROCEDURE DIVISION USING NC-WORKFLOW-DATA.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-WFLRUN-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-WFLRUN-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-WORKFLOW-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-ROUTER-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE SPACES TO NC-WFL-MSG.
            MOVE NC-RET-OK TO RETURN-CODE.

            EVALUATE NC-WFL-FUNCTION
                WHEN 'B'
                    PERFORM 200-BEGIN-RUN
                WHEN 'N'
                    PERFORM 300-NEXT-TRANSFER
                WHEN 'S'
                    PERFORM 400-FIND-STEP
                WHEN 'D'
                WHEN 'K'
                WHEN 'C'
                WHEN 'R'
                WHEN 'A'
                    PERFORM 500-UPDATE-RUN
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      *>
      *>     BEGIN: LOAD THE STEPS, REFUSE A SECOND RUN OF THE SAME
      *>     WORKFLOW, ISSUE THE NEXT RUN NUMBER AND WRITE THE RUN.
      *>
        200-BEGIN-RUN.
            PERFORM 210-LOAD-STEPS.
            IF WS-NEW-COUNT = 0 THEN
                STRING "WORKFLOW " NC-WFL-NAME " IS NOT DEFINED"
                    DELIMITED BY SIZE INTO NC-WFL-MSG
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00"
            AND WS-WFLRUN-FILE-STATUS NOT = "05" THEN
                MOVE "WORKFLOW RUN FILE UNAVAILABLE" TO NC-WFL-MSG
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM 800-START-OPERATOR-SCAN.
            PERFORM UNTIL END-OF-SCAN OR RUN-FOUND
                PERFORM 810-READ-OPERATOR-RUN
                IF NOT END-OF-SCAN AND WFR-RUN-ID NOT = 0
                AND WFR-ACTIVE
                AND WFR-WORKFLOW-NAME = NC-WFL-NAME THEN
                    SET RUN-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF RUN-FOUND THEN
                MOVE WFR-RUN-ID TO WS-RUN-ED
                STRING "ALREADY UNDER WAY AS RUN "
                    FUNCTION TRIM(WS-RUN-ED)
                    " -- RESUME IT"
                    DELIMITED BY SIZE INTO NC-WFL-MSG
                MOVE WFR-RUN-ID TO NC-WFL-RUN-ID
                MOVE NC-RET-RANGE TO RETURN-CODE
                CLOSE WFLRUN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO WFLRUN-RECORD.
            MOVE 0 TO WFR-RUN-ID.
            READ WFLRUN-FILE
                INVALID KEY
                    MOVE SPACES TO WFLRUN-RECORD
                    MOVE 0 TO WFR-RUN-ID, WFR-LAST-ID
                    WRITE WFLRUN-RECORD
                        INVALID KEY CONTINUE
                    END-WRITE
            END-READ.
            ADD 1 TO WFR-LAST-ID.
            MOVE WFR-LAST-ID TO NC-WFL-RUN-ID.
            REWRITE WFLRUN-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-REWRITE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE "WORKFLOW RUN FILE UNAVAILABLE" TO NC-WFL-MSG
                CLOSE WFLRUN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO WFLRUN-RECORD.
            MOVE NC-WFL-RUN-ID TO WFR-RUN-ID.
            MOVE WS-OPERATOR-ID TO WFR-OPERATOR.
            SET WFR-ACTIVE TO TRUE.
            MOVE NC-WFL-NAME TO WFR-WORKFLOW-NAME.
            MOVE WS-NEW-COUNT TO WFR-STEP-COUNT.
            MOVE 1 TO WFR-CURRENT-STEP.
            SET WFR-TRANSFER-WANTED TO TRUE.
            MOVE WS-NOW TO WFR-STARTED-AT.
            MOVE WS-NOW TO WFR-UPDATED-AT.
            PERFORM VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-NEW-COUNT
                MOVE WS-NEW-CODE(WS-STEP-X)
                    TO WFR-STEP-CODE(WS-STEP-X)
                MOVE WS-NEW-OPTIONAL(WS-STEP-X)
                    TO WFR-STEP-OPTIONAL(WS-STEP-X)
                MOVE SPACE TO WFR-STEP-STATE(WS-STEP-X)
            END-PERFORM.
            WRITE WFLRUN-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
                    MOVE "WORKFLOW RUN FILE UNAVAILABLE" TO NC-WFL-MSG
            END-WRITE.
            CLOSE WFLRUN-FILE.
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE 1 TO NC-WFL-STEP-NO
                MOVE WS-NEW-COUNT TO NC-WFL-STEP-COUNT
                MOVE NC-WFL-RUN-ID TO WS-RUN-ED
                STRING "WORKFLOW " NC-WFL-NAME " STARTED AS RUN "
                    FUNCTION TRIM(WS-RUN-ED)
                    DELIMITED BY SIZE INTO NC-WFL-MSG
            END-IF.
            EXIT.

      *>
      *>     THE STEPS OF NC-WFL-NAME, IN FILE ORDER (WHICH IS STEP
      *>     ORDER), UP TO 20.
      *>
        210-LOAD-STEPS.
            MOVE 0 TO WS-NEW-COUNT.
            OPEN INPUT WORKFLOW-FILE.
            IF WS-WORKFLOW-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-SCAN
                READ WORKFLOW-FILE
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF WFL-WORKFLOW-NAME(1:1) NOT = '*'
                        AND WFL-WORKFLOW-NAME = NC-WFL-NAME
                        AND WFL-TRAN-CODE NOT = SPACES
                        AND WS-NEW-COUNT < 20 THEN
                            ADD 1 TO WS-NEW-COUNT
                            MOVE WFL-TRAN-CODE
                                TO WS-NEW-CODE(WS-NEW-COUNT)
                            IF WFL-STEP-OPTIONAL THEN
                                MOVE 'Y' TO
                                    WS-NEW-OPTIONAL(WS-NEW-COUNT)
                            ELSE
                                MOVE 'N' TO
                                    WS-NEW-OPTIONAL(WS-NEW-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE WORKFLOW-FILE.
            EXIT.

      *>
      *>     NEXT: THE FIRST ACTIVE RUN WAITING TO TRANSFER. THE WISH
      *>     IS CONSUMED WHETHER OR NOT THE OPERATOR MAY OPEN THE STEP,
      *>     SO A DENIED STEP DOES NOT LOOP THE LAUNCHER.
      *>
        300-NEXT-TRANSFER.
            MOVE SPACES TO NC-WFL-PROGRAM.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            OPEN I-O WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00" THEN
                IF WS-WFLRUN-FILE-STATUS = "05" THEN
                    CLOSE WFLRUN-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM 800-START-OPERATOR-SCAN.
            PERFORM UNTIL END-OF-SCAN OR RUN-FOUND
                PERFORM 810-READ-OPERATOR-RUN
                IF NOT END-OF-SCAN AND WFR-RUN-ID NOT = 0
                AND WFR-ACTIVE
                AND WFR-TRANSFER-WANTED THEN
                    SET RUN-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT RUN-FOUND THEN
                CLOSE WFLRUN-FILE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WFR-TRANSFER.
            REWRITE WFLRUN-RECORD
                INVALID KEY CONTINUE
            END-REWRITE.
            CLOSE WFLRUN-FILE.

            PERFORM 850-DESCRIBE-RUN.
            MOVE WFR-STEP-CODE(WFR-CURRENT-STEP) TO WS-STEP-CODE.
            CALL "COBCURSES-ROUTER-LOOKUP" USING
                WS-STEP-CODE, NC-WFL-PROGRAM.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE SPACES TO NC-WFL-PROGRAM
                STRING "STEP " FUNCTION TRIM(WS-STEP-ED) " ("
                    FUNCTION TRIM(WS-STEP-CODE)
                    ") IS NOT AVAILABLE TO YOU"
                    DELIMITED BY SIZE INTO NC-WFL-MSG
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *>     STEP: WHICH ACTIVE RUN, IF ANY, IS WAITING AT A STEP RUN
      *>     BY NC-WFL-PROGRAM? ONE THAT WAS TRANSFERRING THERE WINS
      *>     OVER ONE THAT MERELY HAPPENS TO SHARE THE SCREEN.
      *>
        400-FIND-STEP.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            MOVE 0 TO WS-FOUND-ID.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00" THEN
                IF WS-WFLRUN-FILE-STATUS = "05" THEN
                    CLOSE WFLRUN-FILE
                END-IF
                CLOSE ROUTER-FILE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM 800-START-OPERATOR-SCAN.
            PERFORM UNTIL END-OF-SCAN OR RUN-FOUND
                PERFORM 810-READ-OPERATOR-RUN
                IF NOT END-OF-SCAN AND WFR-RUN-ID NOT = 0
                AND WFR-ACTIVE THEN
                    PERFORM 410-CONSIDER-RUN
                END-IF
            END-PERFORM.
            CLOSE ROUTER-FILE.
            IF WS-FOUND-ID = 0 THEN
                CLOSE WFLRUN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-FOUND-ID TO WFR-RUN-ID.
            READ WFLRUN-FILE
                INVALID KEY
                    CLOSE WFLRUN-FILE
                    EXIT PARAGRAPH
            END-READ.
            IF WFR-TRANSFER-WANTED THEN
                MOVE 'N' TO WFR-TRANSFER
                REWRITE WFLRUN-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
            CLOSE WFLRUN-FILE.
            PERFORM 850-DESCRIBE-RUN.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        410-CONSIDER-RUN.
            IF WFR-CURRENT-STEP < 1 OR WFR-CURRENT-STEP > 20 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WFR-STEP-CODE(WFR-CURRENT-STEP) TO RTR-CODE.
            READ ROUTER-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF RTR-PROGRAM-NAME NOT = NC-WFL-PROGRAM THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-FOUND-ID = 0 OR WFR-TRANSFER-WANTED THEN
                MOVE WFR-RUN-ID TO WS-FOUND-ID
            END-IF.
            IF WFR-TRANSFER-WANTED THEN
                SET RUN-FOUND TO TRUE
            END-IF.
            EXIT.

      *>
      *>     THE FUNCTIONS THAT CHANGE ONE RUN OF THE OPERATOR'S.
      *>
        500-UPDATE-RUN.
            OPEN I-O WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00" THEN
                IF WS-WFLRUN-FILE-STATUS = "05" THEN
                    CLOSE WFLRUN-FILE
                END-IF
                MOVE "WORKFLOW RUN FILE UNAVAILABLE" TO NC-WFL-MSG
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-WFL-RUN-ID TO WFR-RUN-ID.
            READ WFLRUN-FILE
                INVALID KEY
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-READ.
            IF RETURN-CODE = NC-RET-OK THEN
                IF WFR-RUN-ID = 0 OR NOT WFR-ACTIVE
                OR WFR-OPERATOR NOT = WS-OPERATOR-ID THEN
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
                END-IF
            END-IF.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE NC-WFL-RUN-ID TO WS-RUN-ED
                STRING "RUN " FUNCTION TRIM(WS-RUN-ED)
                    " IS NOT ONE OF YOUR ACTIVE WORKFLOWS"
                    DELIMITED BY SIZE INTO NC-WFL-MSG
                CLOSE WFLRUN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-NOW TO WFR-UPDATED-AT.
            EVALUATE NC-WFL-FUNCTION
      *>
      *>         A STEP FILED OR SKIPPED IS RECORDED EVEN WHEN THE
      *>         FINISH IT LEADS TO IS REFUSED (THE RUN IS SENT BACK).
      *>
                WHEN 'D'
                    MOVE 'D' TO WFR-STEP-STATE(WFR-CURRENT-STEP)
                    PERFORM 600-ADVANCE
                    MOVE NC-RET-OK TO RETURN-CODE
                WHEN 'K'
                    IF WFR-STEP-OPTIONAL(WFR-CURRENT-STEP) = 'Y' THEN
                        MOVE 'S' TO WFR-STEP-STATE(WFR-CURRENT-STEP)
                        PERFORM 600-ADVANCE
                        MOVE NC-RET-OK TO RETURN-CODE
                    ELSE
                        PERFORM 850-DESCRIBE-RUN
                        STRING "STEP " FUNCTION TRIM(WS-STEP-ED)
                            " IS REQUIRED -- IT CANNOT BE SKIPPED"
                            DELIMITED BY SIZE INTO NC-WFL-MSG
                        MOVE NC-RET-RANGE TO RETURN-CODE
                    END-IF
                WHEN 'C'
                    PERFORM 650-FINISH
                WHEN 'R'
                    SET WFR-TRANSFER-WANTED TO TRUE
                    PERFORM 850-DESCRIBE-RUN
                    STRING "RESUMING " NC-WFL-NAME " AT "
                        NC-WFL-LABEL
                        DELIMITED BY SIZE INTO NC-WFL-MSG
                WHEN 'A'
                    SET WFR-ABANDONED TO TRUE
                    MOVE 'N' TO WFR-TRANSFER
                    MOVE WS-NOW TO WFR-ENDED-AT
                    MOVE WS-OPERATOR-ID TO WFR-ENDED-BY
                    PERFORM 850-DESCRIBE-RUN
                    STRING "WORKFLOW " NC-WFL-NAME
                        " ABANDONED AT STEP "
                        FUNCTION TRIM(WS-STEP-ED)
                        DELIMITED BY SIZE INTO NC-WFL-MSG
                    MOVE "WORKFLOW-ABANDON" TO WS-LOG-EVENT
                    MOVE SPACES TO WS-LOG-DETAIL
                    MOVE WFR-RUN-ID TO WS-RUN-ED
                    STRING "RUN " FUNCTION TRIM(WS-RUN-ED) " "
                        WFR-WORKFLOW-NAME " STEP "
                        FUNCTION TRIM(WS-STEP-ED)
                        DELIMITED BY SIZE INTO WS-LOG-DETAIL
                    CALL "COBCURSES-SIGNON-LOG" USING
                        WS-OPERATOR-ID, WS-LOG-EVENT, WS-LOG-DETAIL
                    MOVE NC-RET-OK TO RETURN-CODE
            END-EVALUATE.

            IF RETURN-CODE = NC-RET-OK
            OR RETURN-CODE = NC-RET-RANGE THEN
                REWRITE WFLRUN-RECORD
                    INVALID KEY
                        MOVE NC-RET-FAILED TO RETURN-CODE
                        MOVE "WORKFLOW RUN FILE UNAVAILABLE"
                            TO NC-WFL-MSG
                END-REWRITE
            END-IF.
            CLOSE WFLRUN-FILE.
            EXIT.

      *>
      *>     MOVE TO THE NEXT OPEN STEP AFTER THE CURRENT ONE. WITH
      *>     NONE LEFT AHEAD, TRY TO FINISH.
      *>
        600-ADVANCE.
            MOVE 0 TO WS-OPEN-STEP.
            PERFORM VARYING WS-STEP-X FROM WFR-CURRENT-STEP BY 1
                UNTIL WS-STEP-X > WFR-STEP-COUNT
                   OR WS-OPEN-STEP NOT = 0
                IF WFR-STEP-STATE(WS-STEP-X) = SPACE THEN
                    MOVE WS-STEP-X TO WS-OPEN-STEP
                END-IF
            END-PERFORM.
            IF WS-OPEN-STEP = 0 THEN
                PERFORM 650-FINISH
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-OPEN-STEP TO WFR-CURRENT-STEP.
            SET WFR-TRANSFER-WANTED TO TRUE.
            PERFORM 700-STEP-PROGRAM.
            PERFORM 850-DESCRIBE-RUN.
            STRING "NOW AT " NC-WFL-LABEL
                "(" FUNCTION TRIM(WFR-STEP-CODE(WFR-CURRENT-STEP))
                ")"
                DELIMITED BY SIZE INTO NC-WFL-MSG.
            EXIT.

      *>
      *>     FINISH: EVERY MANDATORY STEP MUST HAVE BEEN FILED. THE
      *>     FIRST ONE THAT HAS NOT BECOMES THE CURRENT STEP.
      *>
        650-FINISH.
            MOVE 0 TO WS-OPEN-STEP.
            PERFORM VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WFR-STEP-COUNT
                   OR WS-OPEN-STEP NOT = 0
                IF WFR-STEP-STATE(WS-STEP-X) NOT = 'D'
                AND WFR-STEP-OPTIONAL(WS-STEP-X) NOT = 'Y' THEN
                    MOVE WS-STEP-X TO WS-OPEN-STEP
                END-IF
            END-PERFORM.
            IF WS-OPEN-STEP NOT = 0 THEN
                MOVE WS-OPEN-STEP TO WFR-CURRENT-STEP
                SET WFR-TRANSFER-WANTED TO TRUE
                PERFORM 700-STEP-PROGRAM
                PERFORM 850-DESCRIBE-RUN
                STRING "CANNOT FINISH -- STEP "
                    FUNCTION TRIM(WS-STEP-ED) " ("
                    FUNCTION TRIM(WFR-STEP-CODE(WFR-CURRENT-STEP))
                    ") IS REQUIRED"
                    DELIMITED BY SIZE INTO NC-WFL-MSG
                MOVE NC-RET-RANGE TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            PERFORM VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WFR-STEP-COUNT
                IF WFR-STEP-STATE(WS-STEP-X) = SPACE THEN
                    MOVE 'S' TO WFR-STEP-STATE(WS-STEP-X)
                END-IF
            END-PERFORM.
            SET WFR-COMPLETE TO TRUE.
            MOVE 'N' TO WFR-TRANSFER.
            MOVE WS-NOW TO WFR-ENDED-AT.
            MOVE WS-OPERATOR-ID TO WFR-ENDED-BY.
            MOVE SPACES TO NC-WFL-PROGRAM.
            PERFORM 850-DESCRIBE-RUN.
            STRING "WORKFLOW " NC-WFL-NAME " COMPLETE"
                DELIMITED BY SIZE INTO NC-WFL-MSG.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

      *>
      *>     THE PROGRAM ROUTER.X NAMES FOR THE CURRENT STEP (NO ROLE
      *>     CHECK: THAT IS MADE WHEN THE LAUNCHER TRANSFERS).
      *>
        700-STEP-PROGRAM.
            MOVE SPACES TO NC-WFL-PROGRAM.
            OPEN INPUT ROUTER-FILE.
            IF WS-ROUTER-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WFR-STEP-CODE(WFR-CURRENT-STEP) TO RTR-CODE.
            READ ROUTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RTR-PROGRAM-NAME TO NC-WFL-PROGRAM
            END-READ.
            CLOSE ROUTER-FILE.
            EXIT.

        800-START-OPERATOR-SCAN.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-OPERATOR-ID TO WFR-OPERATOR.
            START WFLRUN-FILE KEY IS = WFR-OPERATOR
                INVALID KEY
                    SET END-OF-SCAN TO TRUE
            END-START.
            EXIT.

        810-READ-OPERATOR-RUN.
            READ WFLRUN-FILE NEXT RECORD
                AT END
                    SET END-OF-SCAN TO TRUE
                NOT AT END
                    IF WFR-OPERATOR NOT = WS-OPERATOR-ID THEN
                        SET END-OF-SCAN TO TRUE
                    END-IF
            END-READ.
            EXIT.

      *>
      *>     ANSWER THE RUN, ITS NAME, THE CURRENT STEP AND THE
      *>     "STEP n OF m" LABEL.
      *>
        850-DESCRIBE-RUN.
            MOVE WFR-RUN-ID TO NC-WFL-RUN-ID.
            MOVE WFR-WORKFLOW-NAME TO NC-WFL-NAME.
            MOVE WFR-CURRENT-STEP TO NC-WFL-STEP-NO.
            MOVE WFR-STEP-COUNT TO NC-WFL-STEP-COUNT.
            MOVE WFR-CURRENT-STEP TO WS-STEP-ED.
            MOVE WFR-STEP-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO NC-WFL-LABEL.
            STRING "STEP " FUNCTION TRIM(WS-STEP-ED) " OF "
                FUNCTION TRIM(WS-COUNT-ED) " "
                DELIMITED BY SIZE INTO NC-WFL-LABEL.
            EXIT.

        END PROGRAM COBCURSES-WORKFLOW.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-WORKFLOW-HANDOFF.
      *>
      *>     CARRY A FILED WORKFLOW STEP'S CONTEXT ON: FOR EACH
      *>     HAND-OFF KEY WORKFLOW.CNF LISTS FOR THE STEP (NC-WFL-NAME,
      *>     NC-WFL-STEP-NO), THE SCREEN FIELD WITH THAT COBOL NAME IS
      *>     STORED IN THE OPERATOR'S CONTEXT POOL
      *>     (COBCURSES-CONTEXT-SET), WHERE THE NEXT STEP'S GENERATED
      *>     INITIALIZATION FINDS IT. A KEY THE SCREEN DOES NOT CARRY
      *>     IS LEFT AS AN EARLIER STEP STORED IT. SENSITIVE AND
      *>     PASSWORD FIELDS ARE NEVER HANDED ON.
      *>
      *>     THE CALLER PASSES ITS OWN NC-FIELD-DESCRIPTORS AREA.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE (EVEN WHEN NOTHING WAS KEPT)
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT WORKFLOW-FILE
                ASSIGN TO WS-WORKFLOW-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORKFLOW-FILE-STATUS.

            SELECT SCRFDEF-FILE
                ASSIGN TO WS-SCRFDEF-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SCR-FDEF-KEY
                ALTERNATE RECORD KEY IS SCR-FDEF-COBOL-NAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-RES-CHARSET
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS SCR-FDEF-MENU-REF
                    WITH DUPLICATES
                FILE STATUS IS WS-SCRFDEF-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  WORKFLOW-FILE.
        01  WORKFLOW-RECORD.
            COPY WORKFLOW.

        FD  SCRFDEF-FILE.
        01  SCRFDEF-RECORD.
            COPY SCREEN-FD.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-WORKFLOW-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/WORKFLOW.CNF".
        01  WS-SCRFDEF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/SCRFDEF.X".
        01  WS-WORKFLOW-FILE-STATUS         PIC XX.
        01  WS-SCRFDEF-FILE-STATUS          PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCAN                 VALUE 'Y'.
        01  WS-KEY-X                        PIC 9 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-CTX-NAME                     PIC X(32).
        01  WS-CTX-VALUE                    PIC X(60).

        01  WS-HANDOFF-KEYS.
            10  WS-KEY-COUNT                PIC 9 COMP-5.
            10  WS-HANDOFF-KEY              PIC X(32)
                                            OCCURS 3 TIMES.

        LINKAGE SECTION.

            COPY COBCURSL.

        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            LS-SCREEN-NAME, NC-FIELD-DESCRIPTORS, NC-WORKFLOW-DATA.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-WORKFLOW-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-WORKFLOW-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-SCRFDEF-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.

            PERFORM 200-LOAD-KEYS.
            IF WS-KEY-COUNT > 0 THEN
                PERFORM 300-STORE-FIELDS
            END-IF.
            MOVE NC-RET-OK TO RETURN-CODE.
            GOBACK.

        200-LOAD-KEYS.
            MOVE 0 TO WS-KEY-COUNT.
            OPEN INPUT WORKFLOW-FILE.
            IF WS-WORKFLOW-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-SCAN
                READ WORKFLOW-FILE
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF WFL-WORKFLOW-NAME = NC-WFL-NAME
                        AND WFL-STEP-NO IS NUMERIC
                        AND WFL-STEP-NO = NC-WFL-STEP-NO THEN
                            PERFORM 210-TAKE-KEYS
                            SET END-OF-SCAN TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE WORKFLOW-FILE.
            EXIT.

        210-TAKE-KEYS.
            PERFORM VARYING WS-KEY-X FROM 1 BY 1 UNTIL WS-KEY-X > 3
                IF WFL-HANDOFF-KEY(WS-KEY-X) NOT = SPACES THEN
                    ADD 1 TO WS-KEY-COUNT
                    MOVE WFL-HANDOFF-KEY(WS-KEY-X)
                        TO WS-HANDOFF-KEY(WS-KEY-COUNT)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     WALK THE SCREEN'S FIELD DEFINITIONS FOR THE NAMED ONES.
      *>
        300-STORE-FIELDS.
            OPEN INPUT SCRFDEF-FILE.
            IF WS-SCRFDEF-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE SCRFDEF-RECORD.
            MOVE LS-SCREEN-NAME TO SCR-FDEF-SCREEN-NAME.
            START SCRFDEF-FILE KEY IS >= SCR-FDEF-KEY
                INVALID KEY
                    SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ SCRFDEF-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF SCR-FDEF-SCREEN-NAME NOT = LS-SCREEN-NAME
                        THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 310-CONSIDER-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCRFDEF-FILE.
            EXIT.

        310-CONSIDER-FIELD.
            IF SCR-FDEF-NO < 1 OR SCR-FDEF-NO > 80
            OR SCR-FDEF-COBOL-NAME = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-ADDRESS(SCR-FDEF-NO) = NULL
            OR NC-FDESC-LENGTH(SCR-FDEF-NO) = 0
            OR NC-FDESC-SENSITIVE(SCR-FDEF-NO) = 'Y'
            OR NC-FDESC-MASK(SCR-FDEF-NO) = 'Y' THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-KEY-X FROM 1 BY 1
                UNTIL WS-KEY-X > WS-KEY-COUNT
                IF WS-HANDOFF-KEY(WS-KEY-X) = SCR-FDEF-COBOL-NAME THEN
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(SCR-FDEF-NO)
                    MOVE NC-FDESC-LENGTH(SCR-FDEF-NO) TO WS-TAKE-LEN
                    IF WS-TAKE-LEN > 60 THEN
                        MOVE 60 TO WS-TAKE-LEN
                    END-IF
                    MOVE SPACES TO WS-CTX-VALUE
                    MOVE NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                        TO WS-CTX-VALUE(1:WS-TAKE-LEN)
                    MOVE SCR-FDEF-COBOL-NAME TO WS-CTX-NAME
                    CALL "COBCURSES-CONTEXT-SET" USING
                        WS-CTX-NAME, WS-CTX-VALUE
                END-IF
            END-PERFORM.
            EXIT.

        END PROGRAM COBCURSES-WORKFLOW-HANDOFF.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-SHOW-WORKFLOW.
      *>
      *>     "MY WORKFLOWS": THE OPERATOR'S RUNS UNDER WAY (WITH THE
      *>     STEP EACH IS AT), THEN -- FROM THE LAUNCHER MENU ONLY --
      *>     THE WORKFLOWS THEY MAY START. AT SIGN-ON (LS-MODE 'S')
      *>     IT IS OFFERED ONLY WHEN A RUN WAS INTERRUPTED.
      *>
      *>     THE OPERATOR KEYS (THEN CR):
      *>         n       START WORKFLOW n, OR RESUME RUN n AT ITS STEP
      *>         Sn      SKIP THE CURRENT (OPTIONAL) STEP OF RUN n
      *>         Fn      FINISH RUN n
      *>         An      ABANDON RUN n
      *>         CR      (ALONE) CARRY ON
      *>
      *>     STARTING, RESUMING, SKIPPING AND A REFUSED FINISH ALL END
      *>     WITH THE PROGRAM OF THE STEP TO GO TO IN NC-WFL-PROGRAM,
      *>     FOR THE CALLER TO DISPATCH.
      *>
      *>     IN LINEAR (ACCESSIBLE) MODE THE LIST IS DISPLAYED AS
      *>     LINES AND THE CHOICE ACCEPTED AS A LINE.
      *>
      *> INPUTS:
      *>     NC-COBCURSES            COBCURSES GLOBALS
      *>     LS-MODE                 'S' SIGN-ON, 'M' MENU
      *> OUTPUTS:
      *>     NC-WFL-PROGRAM          PROGRAM TO DISPATCH
      *> RETURN-CODE:
      *>     NC-RET-OK               A STEP TO GO TO
      *>     NC-RET-END              NOTHING TO OFFER, OR DECLINED
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT WFLRUN-FILE
                ASSIGN TO WS-WFLRUN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WFR-RUN-ID
                ALTERNATE RECORD KEY IS WFR-OPERATOR
                    WITH DUPLICATES
                FILE STATUS IS WS-WFLRUN-FILE-STATUS.

            SELECT WORKFLOW-FILE
                ASSIGN TO WS-WORKFLOW-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORKFLOW-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  WFLRUN-FILE.
        01  WFLRUN-RECORD.
            COPY WFLRUN.

        FD  WORKFLOW-FILE.
        01  WORKFLOW-RECORD.
            COPY WORKFLOW.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-WFLRUN-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/WFLRUN.X".
        01  WS-WORKFLOW-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/WORKFLOW.CNF".
        01  WS-WFLRUN-FILE-STATUS           PIC XX.
        01  WS-WORKFLOW-FILE-STATUS         PIC XX.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-FILE                 VALUE 'Y'.
        01  WS-DONE-FLAG                    PIC X.
            88  CHOICE-TAKEN                VALUE 'Y'.
            88  CHOICE-DECLINED             VALUE 'D'.

      *>
      *>     THE LISTED ENTRIES: RUNS UNDER WAY FIRST ('R'), THEN THE
      *>     WORKFLOWS THAT MAY BE STARTED ('W').
      *>
        01  WORKFLOW-LIST.
            10  WS-WFL-USED                 PIC 99 COMP-5.
            10  WS-WFL-RUNS                 PIC 99 COMP-5.
            10  WS-WFL-ENTRY OCCURS 20 TIMES.
                15  WS-WFL-KIND             PIC X.
                    88  WS-WFL-IS-RUN       VALUE 'R'.
                15  WS-WFL-RUN-ID           PIC 9(8).
                15  WS-WFL-NAME             PIC X(16).
                15  WS-WFL-STEP             PIC 99.
                15  WS-WFL-STEPS            PIC 99.
                15  WS-WFL-CODE             PIC X(8).
        01  WS-WFL-X                        PIC 99 COMP-5.
        01  WS-WFL-Y                        PIC 99 COMP-5.

        01  WS-LINE-NO                      PIC 9999 COMP-5.
        01  WS-LIST-TEXT                    PIC X(72).
        01  WS-NO-EDIT                      PIC Z9.
        01  WS-STEP-ED                      PIC Z9.
        01  WS-COUNT-ED                     PIC Z9.
        01  WS-MESSAGE                      PIC X(72).

        01  WS-ENTRY                        PIC X(16).
        01  WS-ENTRY-LEN                    PIC 99 COMP-5.
        01  WS-VERB                         PIC X.
        01  WS-DIGITS                       PIC X(2).
        01  WS-PICK-NO                      PIC 99.

        LINKAGE SECTION.

            COPY COBCURSG.
            COPY COBCURSL.

        01  LS-MODE                         PIC X.

        PROCEDURE DIVISION USING
            NC-COBCURSES, LS-MODE, NC-WORKFLOW-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE SPACES TO NC-WFL-PROGRAM.
            MOVE NC-RET-END TO RETURN-CODE.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            MOVE LENGTH OF WS-WFLRUN-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-WFLRUN-FILE-NAME, WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-WORKFLOW-FILE-NAME, WS-FILE-NAME-LENGTH.

            MOVE SPACES TO WS-MESSAGE.
            MOVE SPACE TO WS-DONE-FLAG.
            PERFORM UNTIL CHOICE-TAKEN OR CHOICE-DECLINED
                PERFORM 300-LOAD-RUNS
                IF LS-MODE NOT = 'S' THEN
                    PERFORM 350-LOAD-WORKFLOWS
                END-IF
                IF WS-WFL-USED = 0
                OR (LS-MODE = 'S' AND WS-WFL-RUNS = 0) THEN
                    SET CHOICE-DECLINED TO TRUE
                ELSE
                    PERFORM 500-PAINT-LIST
                    PERFORM 600-TAKE-CHOICE
                END-IF
            END-PERFORM.

            IF CHOICE-TAKEN THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE SPACES TO NC-WFL-PROGRAM
                MOVE NC-RET-END TO RETURN-CODE
            END-IF.
            GOBACK.

        300-LOAD-RUNS.
            MOVE ZERO TO WS-WFL-USED.
            MOVE ZERO TO WS-WFL-RUNS.
            OPEN INPUT WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-OPERATOR-ID TO WFR-OPERATOR.
            START WFLRUN-FILE KEY IS = WFR-OPERATOR
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ WFLRUN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WFR-OPERATOR NOT = WS-OPERATOR-ID THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 310-CONSIDER-RUN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE WFLRUN-FILE.
            EXIT.

        310-CONSIDER-RUN.
            IF WFR-RUN-ID = 0 OR NOT WFR-ACTIVE
            OR WS-WFL-USED >= 10 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-WFL-USED.
            ADD 1 TO WS-WFL-RUNS.
            MOVE 'R' TO WS-WFL-KIND(WS-WFL-USED).
            MOVE WFR-RUN-ID TO WS-WFL-RUN-ID(WS-WFL-USED).
            MOVE WFR-WORKFLOW-NAME TO WS-WFL-NAME(WS-WFL-USED).
            MOVE WFR-CURRENT-STEP TO WS-WFL-STEP(WS-WFL-USED).
            MOVE WFR-STEP-COUNT TO WS-WFL-STEPS(WS-WFL-USED).
            MOVE WFR-STEP-CODE(WFR-CURRENT-STEP)
                TO WS-WFL-CODE(WS-WFL-USED).
            EXIT.

      *>
      *>     ONE ENTRY PER WORKFLOW NAME IN WORKFLOW.CNF, COUNTING ITS
      *>     STEPS. A WORKFLOW ALREADY UNDER WAY IS NOT OFFERED AGAIN.
      *>
        350-LOAD-WORKFLOWS.
            OPEN INPUT WORKFLOW-FILE.
            IF WS-WORKFLOW-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL END-OF-FILE
                READ WORKFLOW-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WFL-WORKFLOW-NAME(1:1) NOT = '*'
                        AND WFL-WORKFLOW-NAME NOT = SPACES
                        AND WFL-TRAN-CODE NOT = SPACES THEN
                            PERFORM 360-COUNT-STEP
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE WORKFLOW-FILE.
            EXIT.

        360-COUNT-STEP.
            MOVE 0 TO WS-WFL-Y.
            PERFORM VARYING WS-WFL-X FROM 1 BY 1
                UNTIL WS-WFL-X > WS-WFL-USED OR WS-WFL-Y NOT = 0
                IF WS-WFL-NAME(WS-WFL-X) = WFL-WORKFLOW-NAME THEN
                    MOVE WS-WFL-X TO WS-WFL-Y
                END-IF
            END-PERFORM.
            IF WS-WFL-Y NOT = 0 THEN
                IF NOT WS-WFL-IS-RUN(WS-WFL-Y)
                AND WS-WFL-STEPS(WS-WFL-Y) < 20 THEN
                    ADD 1 TO WS-WFL-STEPS(WS-WFL-Y)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-WFL-USED >= 20 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-WFL-USED.
            MOVE 'W' TO WS-WFL-KIND(WS-WFL-USED).
            MOVE 0 TO WS-WFL-RUN-ID(WS-WFL-USED).
            MOVE WFL-WORKFLOW-NAME TO WS-WFL-NAME(WS-WFL-USED).
            MOVE 0 TO WS-WFL-STEP(WS-WFL-USED).
            MOVE 1 TO WS-WFL-STEPS(WS-WFL-USED).
            MOVE WFL-TRAN-CODE TO WS-WFL-CODE(WS-WFL-USED).
            EXIT.

        500-PAINT-LIST.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-CLEAR" USING NC-COBCURSES
            END-IF.
            MOVE SPACES TO WS-LIST-TEXT.
            STRING "MY WORKFLOWS  (n START/RESUME, Sn SKIP STEP, "
                "Fn FINISH, An ABANDON)"
                DELIMITED BY SIZE INTO WS-LIST-TEXT.
            MOVE 2 TO WS-LINE-NO.
            MOVE 4 TO NC-FIELD-X.
            PERFORM 550-PUT-LINE.

            PERFORM VARYING WS-WFL-X FROM 1 BY 1
                UNTIL WS-WFL-X > WS-WFL-USED
                MOVE WS-WFL-X TO WS-NO-EDIT
                MOVE WS-WFL-STEP(WS-WFL-X) TO WS-STEP-ED
                MOVE WS-WFL-STEPS(WS-WFL-X) TO WS-COUNT-ED
                MOVE SPACES TO WS-LIST-TEXT
                IF WS-WFL-IS-RUN(WS-WFL-X) THEN
                    STRING WS-NO-EDIT " " WS-WFL-NAME(WS-WFL-X)
                        " UNDER WAY, STEP " WS-STEP-ED " OF "
                        WS-COUNT-ED " (" WS-WFL-CODE(WS-WFL-X) ")"
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
                ELSE
                    STRING WS-NO-EDIT " " WS-WFL-NAME(WS-WFL-X)
                        " START -- " WS-COUNT-ED " STEPS"
                        DELIMITED BY SIZE INTO WS-LIST-TEXT
                END-IF
                COMPUTE WS-LINE-NO = WS-WFL-X + 3
                MOVE 6 TO NC-FIELD-X
                PERFORM 550-PUT-LINE
            END-PERFORM.

            IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO WS-LIST-TEXT
                COMPUTE WS-LINE-NO = WS-WFL-USED + 5
                MOVE 4 TO NC-FIELD-X
                PERFORM 550-PUT-LINE
                MOVE SPACES TO WS-MESSAGE
            END-IF.
            IF NOT NC-LINEAR-ON THEN
                CALL "COBCURSES-REFRESH" USING NC-COBCURSES
            END-IF.
            EXIT.

        550-PUT-LINE.
            IF NC-LINEAR-ON THEN
                DISPLAY FUNCTION TRIM(WS-LIST-TEXT TRAILING)
            ELSE
                MOVE WS-LINE-NO TO NC-FIELD-Y
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-LENGTH
                MOVE LENGTH OF WS-LIST-TEXT TO NC-FIELD-WINLEN
                SET NC-FIELD-BUFFER TO ADDRESS OF WS-LIST-TEXT
                CALL "COBCURSES-PUT-TEXT-RAW-NORMAL"
                    USING NC-COBCURSES
            END-IF.
            EXIT.

      *>
      *>     COLLECT THE CHOICE: AN OPTIONAL S, F OR A AND UP TO TWO
      *>     DIGITS, ENDED BY CR. A BARE CR OR A FUNCTION KEY CARRIES
      *>     ON.
      *>
        600-TAKE-CHOICE.
            MOVE SPACES TO WS-ENTRY.
            MOVE ZERO TO WS-ENTRY-LEN.
            IF NC-LINEAR-ON THEN
                DISPLAY "WORKFLOW? " WITH NO ADVANCING
                ACCEPT WS-ENTRY
            ELSE
                PERFORM 610-COLLECT-KEYS
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.

            IF WS-ENTRY(1:1) = 'S' OR WS-ENTRY(1:1) = 'F'
            OR WS-ENTRY(1:1) = 'A' THEN
                MOVE WS-ENTRY(1:1) TO WS-VERB
                MOVE WS-ENTRY(2:2) TO WS-DIGITS
            ELSE
                MOVE SPACE TO WS-VERB
                MOVE WS-ENTRY(1:2) TO WS-DIGITS
            END-IF.
            IF WS-DIGITS = SPACES
            OR FUNCTION TRIM(WS-DIGITS) IS NOT NUMERIC THEN
                SET CHOICE-DECLINED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-DIGITS) TO WS-PICK-NO.
            IF WS-PICK-NO < 1 OR WS-PICK-NO > WS-WFL-USED THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-VERB NOT = SPACE
            AND NOT WS-WFL-IS-RUN(WS-PICK-NO) THEN
                MOVE "ONLY A RUN UNDER WAY CAN BE SKIPPED, FINISHED OR"
                    & " ABANDONED" TO WS-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 800-ACT-ON-CHOICE.
            EXIT.

        610-COLLECT-KEYS.
            PERFORM TEST AFTER
                UNTIL NOT IS-KEY-CODE
                  AND (NC-KEY-CHAR = X"0D" OR NC-KEY-CHAR = X"0A")
                CALL "COBCURSES-GETCH" USING NC-COBCURSES
                IF IS-KEY-CODE THEN
                    MOVE SPACES TO WS-ENTRY
                    MOVE ZERO TO WS-ENTRY-LEN
                    EXIT PERFORM
                END-IF
                IF NC-KEY-CHAR NOT = X"0D"
                AND NC-KEY-CHAR NOT = X"0A"
                AND WS-ENTRY-LEN < 3 THEN
                    ADD 1 TO WS-ENTRY-LEN
                    MOVE NC-KEY-CHAR TO WS-ENTRY(WS-ENTRY-LEN:1)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     CARRY OUT THE CHOICE. WHATEVER LEAVES THE RUN WAITING TO
      *>     TRANSFER IS FOLLOWED BY 'N', WHICH CHECKS THE OPERATOR MAY
      *>     OPEN THE STEP AND ANSWERS ITS PROGRAM.
      *>
        800-ACT-ON-CHOICE.
            MOVE WS-WFL-RUN-ID(WS-PICK-NO) TO NC-WFL-RUN-ID.
            MOVE WS-WFL-NAME(WS-PICK-NO) TO NC-WFL-NAME.
            EVALUATE TRUE
                WHEN NOT WS-WFL-IS-RUN(WS-PICK-NO)
                    MOVE 'B' TO NC-WFL-FUNCTION
                WHEN WS-VERB = 'S'
                    MOVE 'K' TO NC-WFL-FUNCTION
                WHEN WS-VERB = 'F'
                    MOVE 'C' TO NC-WFL-FUNCTION
                WHEN WS-VERB = 'A'
                    MOVE 'A' TO NC-WFL-FUNCTION
                WHEN OTHER
                    MOVE 'R' TO NC-WFL-FUNCTION
            END-EVALUATE.
            CALL "COBCURSES-WORKFLOW" USING NC-WORKFLOW-DATA.
            MOVE NC-WFL-MSG TO WS-MESSAGE.
            EVALUATE NC-WFL-FUNCTION ALSO TRUE
                WHEN 'B' ALSO RETURN-CODE = NC-RET-OK
                WHEN 'R' ALSO RETURN-CODE = NC-RET-OK
                WHEN 'K' ALSO RETURN-CODE = NC-RET-OK
                                AND NC-WFL-PROGRAM NOT = SPACES
                WHEN 'C' ALSO RETURN-CODE = NC-RET-RANGE
                    CONTINUE
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.

            MOVE 'N' TO NC-WFL-FUNCTION.
            CALL "COBCURSES-WORKFLOW" USING NC-WORKFLOW-DATA.
            IF RETURN-CODE = NC-RET-OK THEN
                SET CHOICE-TAKEN TO TRUE
            ELSE
                IF NC-WFL-MSG NOT = SPACES THEN
                    MOVE NC-WFL-MSG TO WS-MESSAGE
                END-IF
            END-IF.
            EXIT.

        END PROGRAM COBCURSES-SHOW-WORKFLOW.
