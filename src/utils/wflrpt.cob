        IDENTIFICATION DIVISION.
        PROGRAM-ID. WFLRPT.
      *>
      *> WFLRPT REPORTS ON GUIDED WORKFLOWS (WORKFLOW.CNF, SEE
      *> WORKFLOW.cbl) FROM THE RUN FILE (WFLRUN.X, SEE WFLRUN.cbl):
      *> FOR EACH WORKFLOW, HOW MANY RUNS WERE STARTED, COMPLETED,
      *> ABANDONED AND ARE STILL UNDER WAY, AND AT WHICH STEP THE
      *> ABANDONED ONES WERE LEFT -- THE STEP WHERE OPERATORS GIVE UP
      *> IS THE ONE TO LOOK AT. THE ABANDONED AND UNDER-WAY RUNS ARE
      *> THEN LISTED ONE BY ONE.
      *>
      *> AN OPERATOR ABANDONS A RUN FROM "MY WORKFLOWS". A RUN LEFT
      *> UNTOUCHED IS ONLY COUNTED AS ABANDONED ONCE EXPIRE HAS
      *> CLOSED IT, WHICH IS HOW THIS RUNS NIGHTLY (A NITERUN.CNF
      *> STEP).
      *>
      *> USAGE (ARGUMENTS):
      *>     (NONE) OR WORKFLOW      REPORT ALL WORKFLOWS, OR ONE
      *>     EXPIRE [DAYS]           FIRST ABANDON EVERY RUN UNDER WAY
      *>                             WITH NO ACTIVITY FOR DAYS CALENDAR
      *>                             DAYS (DEFAULT COBCURSES_WFL_DAYS,
      *>                             ELSE 7), THEN REPORT ALL
      *>
      *> RETURN-CODE:
      *>     0   DONE
      *>     8   RUN FILE UNAVAILABLE
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL WFLRUN-FILE
                ASSIGN TO WFLRUN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WFR-RUN-ID
                ALTERNATE RECORD KEY IS WFR-OPERATOR
                    WITH DUPLICATES
                FILE STATUS IS WS-WFLRUN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  WFLRUN-FILE.
        01  WFLRUN-RECORD.
            COPY WFLRUN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                          PIC X(256).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WFLRUN-FILE-NAME                PIC X(256)
                VALUE "${COBCURSES_DATADIR}/WFLRUN.X".

        01  WS-WFLRUN-FILE-STATUS               PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(16).
        01  WS-ARG-1                            PIC X(16).
        01  WS-TARGET-WORKFLOW                  PIC X(16).

        01  WS-NOW                              PIC X(21).
        01  WS-IDLE-DAYS                        PIC 9(4) VALUE 7.
        01  WS-TODAY-NUMBER                     PIC 9(8).
        01  WS-UPDATED-NUMBER                   PIC 9(8).
        01  WS-EXPIRED-COUNT                    PIC 9(6) VALUE 0.

      *>
      *>     ONE ENTRY PER WORKFLOW SEEN IN THE RUN FILE, WITH THE
      *>     ABANDONED RUNS COUNTED BY THE STEP THEY WERE LEFT AT.
      *>
        01  WORKFLOW-TOTALS.
            10  WS-WT-USED                      PIC 999 COMP-5
                                                VALUE 0.
            10  WS-WT-ENTRY OCCURS 100 TIMES.
                15  WS-WT-NAME                  PIC X(16).
                15  WS-WT-STARTED               PIC 9(6).
                15  WS-WT-COMPLETE              PIC 9(6).
                15  WS-WT-ABANDONED             PIC 9(6).
                15  WS-WT-ACTIVE                PIC 9(6).
                15  WS-WT-STEP-COUNT            PIC 99.
                15  WS-WT-LEFT-AT OCCURS 20 TIMES.
                    20  WS-WT-LEFT-CODE         PIC X(8).
                    20  WS-WT-LEFT-COUNT        PIC 9(6).
        01  WS-WT-X                             PIC 999 COMP-5.
        01  WS-STEP-X                           PIC 99 COMP-5.
        01  WS-TABLE-FULL-FLAG                  PIC X VALUE 'N'.
            88  TABLE-FULL                      VALUE 'Y'.

        01  WS-LIST-STATUS                      PIC X.
        01  WS-WHEN                             PIC X(16).
        01  WS-STEP-ED                          PIC Z9.
        01  WS-COUNT-ED                         PIC Z9.
        01  WS-LINE-COUNT                       PIC 9(6).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.

            OPEN I-O WFLRUN-FILE.
            IF WS-WFLRUN-FILE-STATUS NOT = "00"
            AND WS-WFLRUN-FILE-STATUS NOT = "05" THEN
                DISPLAY "WFLRPT: WORKFLOW RUN FILE UNAVAILABLE ("
                    WS-WFLRUN-FILE-STATUS ")"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-VERB = "EXPIRE" THEN
                PERFORM 2000-EXPIRE-IDLE-RUNS
            END-IF.
            PERFORM 3000-GATHER-TOTALS.

            DISPLAY "GUIDED WORKFLOW REPORT  " WS-NOW(1:4) "-"
                WS-NOW(5:2) "-" WS-NOW(7:2).
            DISPLAY " ".
            IF WS-VERB = "EXPIRE" THEN
                DISPLAY "RUNS IDLE MORE THAN " WS-IDLE-DAYS
                    " DAYS ABANDONED: " WS-EXPIRED-COUNT
                DISPLAY " "
            END-IF.
            IF WS-WT-USED = 0 THEN
                DISPLAY "NO WORKFLOW RUNS ON FILE."
            END-IF.
            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WS-WT-USED
                PERFORM 4000-REPORT-WORKFLOW
            END-PERFORM.
            IF TABLE-FULL THEN
                DISPLAY "(ONLY THE FIRST 100 WORKFLOWS ARE REPORTED)"
            END-IF.

            DISPLAY " ".
            DISPLAY "ABANDONED RUNS :".
            MOVE 'X' TO WS-LIST-STATUS.
            PERFORM 5000-LIST-RUNS.
            DISPLAY " ".
            DISPLAY "RUNS UNDER WAY :".
            MOVE 'A' TO WS-LIST-STATUS.
            PERFORM 5000-LIST-RUNS.

            CLOSE WFLRUN-FILE.
            MOVE 0 TO RETURN-CODE.
            STOP RUN.

        1000-INITIALIZE.
      *>
      *>     REFUSE A DATA DIRECTORY STAMPED WITH A DIFFERENT
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".

            MOVE LENGTH OF WFLRUN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WFLRUN-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-VERB, WS-ARG-1.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            MOVE SPACES TO WS-TARGET-WORKFLOW.
            IF FUNCTION UPPER-CASE(WS-VERB) = "EXPIRE" THEN
                MOVE "EXPIRE" TO WS-VERB
            ELSE
                MOVE WS-VERB TO WS-TARGET-WORKFLOW
                MOVE SPACES TO WS-VERB
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_WFL_DAYS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-IDLE-DAYS
            END-IF.
            IF WS-ARG-1 NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-IDLE-DAYS
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
                TO WS-TODAY-NUMBER.
            EXIT.

      *>
      *>     CLOSE EVERY RUN UNDER WAY THAT NOBODY HAS TOUCHED FOR
      *>     WS-IDLE-DAYS DAYS, AT THE STEP IT WAS LEFT AT.
      *>
        2000-EXPIRE-IDLE-RUNS.
            MOVE 'N' TO EOF-FLAG.
            MOVE 1 TO WFR-RUN-ID.
            START WFLRUN-FILE KEY IS >= WFR-RUN-ID
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ WFLRUN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WFR-ACTIVE
                        AND WFR-UPDATED-AT(1:8) IS NUMERIC THEN
                            PERFORM 2100-EXPIRE-ONE-RUN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2100-EXPIRE-ONE-RUN.
            MOVE FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WFR-UPDATED-AT(1:8)))
                TO WS-UPDATED-NUMBER.
            IF WS-TODAY-NUMBER - WS-UPDATED-NUMBER <= WS-IDLE-DAYS THEN
                EXIT PARAGRAPH
            END-IF.
            SET WFR-ABANDONED TO TRUE.
            MOVE 'N' TO WFR-TRANSFER.
            MOVE WS-NOW TO WFR-ENDED-AT.
            MOVE "*EXPIRED" TO WFR-ENDED-BY.
            REWRITE WFLRUN-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-EXPIRED-COUNT
            END-REWRITE.
            EXIT.

        3000-GATHER-TOTALS.
            MOVE 'N' TO EOF-FLAG.
            MOVE 1 TO WFR-RUN-ID.
            START WFLRUN-FILE KEY IS >= WFR-RUN-ID
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ WFLRUN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-TARGET-WORKFLOW = SPACES
                        OR WFR-WORKFLOW-NAME = WS-TARGET-WORKFLOW THEN
                            PERFORM 3100-COUNT-RUN
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3100-COUNT-RUN.
            PERFORM VARYING WS-WT-X FROM 1 BY 1
                UNTIL WS-WT-X > WS-WT-USED
                   OR WS-WT-NAME(WS-WT-X) = WFR-WORKFLOW-NAME
                CONTINUE
            END-PERFORM.
            IF WS-WT-X > WS-WT-USED THEN
                IF WS-WT-USED >= 100 THEN
                    SET TABLE-FULL TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-WT-USED
                MOVE WS-WT-USED TO WS-WT-X
                INITIALIZE WS-WT-ENTRY(WS-WT-X)
                MOVE WFR-WORKFLOW-NAME TO WS-WT-NAME(WS-WT-X)
            END-IF.

            ADD 1 TO WS-WT-STARTED(WS-WT-X).
            IF WFR-STEP-COUNT > WS-WT-STEP-COUNT(WS-WT-X) THEN
                MOVE WFR-STEP-COUNT TO WS-WT-STEP-COUNT(WS-WT-X)
            END-IF.
            EVALUATE TRUE
                WHEN WFR-COMPLETE
                    ADD 1 TO WS-WT-COMPLETE(WS-WT-X)
                WHEN WFR-ABANDONED
                    ADD 1 TO WS-WT-ABANDONED(WS-WT-X)
                    IF WFR-CURRENT-STEP >= 1
                    AND WFR-CURRENT-STEP <= 20 THEN
                        MOVE WFR-STEP-CODE(WFR-CURRENT-STEP) TO
                            WS-WT-LEFT-CODE(WS-WT-X, WFR-CURRENT-STEP)
                        ADD 1 TO
                            WS-WT-LEFT-COUNT(WS-WT-X, WFR-CURRENT-STEP)
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-WT-ACTIVE(WS-WT-X)
            END-EVALUATE.
            EXIT.

        4000-REPORT-WORKFLOW.
            DISPLAY "WORKFLOW " WS-WT-NAME(WS-WT-X).
            DISPLAY "  STARTED   " WS-WT-STARTED(WS-WT-X).
            DISPLAY "  COMPLETED " WS-WT-COMPLETE(WS-WT-X).
            DISPLAY "  ABANDONED " WS-WT-ABANDONED(WS-WT-X).
            DISPLAY "  UNDER WAY " WS-WT-ACTIVE(WS-WT-X).
            IF WS-WT-ABANDONED(WS-WT-X) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "  ABANDONED AT :".
            PERFORM VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-WT-STEP-COUNT(WS-WT-X)
                IF WS-WT-LEFT-COUNT(WS-WT-X, WS-STEP-X) > 0 THEN
                    MOVE WS-STEP-X TO WS-STEP-ED
                    DISPLAY "    STEP " WS-STEP-ED " "
                        WS-WT-LEFT-CODE(WS-WT-X, WS-STEP-X) " "
                        WS-WT-LEFT-COUNT(WS-WT-X, WS-STEP-X)
                END-IF
            END-PERFORM.
            EXIT.

      *>
      *>     LIST THE RUNS WITH STATUS WS-LIST-STATUS.
      *>
        5000-LIST-RUNS.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 'N' TO EOF-FLAG.
            MOVE 1 TO WFR-RUN-ID.
            START WFLRUN-FILE KEY IS >= WFR-RUN-ID
                INVALID KEY
                    SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ WFLRUN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WFR-STATUS = WS-LIST-STATUS
                        AND (WS-TARGET-WORKFLOW = SPACES
                        OR WFR-WORKFLOW-NAME = WS-TARGET-WORKFLOW)
                        THEN
                            PERFORM 5100-LIST-ONE-RUN
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LINE-COUNT = 0 THEN
                DISPLAY "  (NONE)"
            END-IF.
            EXIT.

        5100-LIST-ONE-RUN.
            ADD 1 TO WS-LINE-COUNT.
            MOVE WFR-CURRENT-STEP TO WS-STEP-ED.
            MOVE WFR-STEP-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO WS-WHEN.
            IF WFR-ABANDONED THEN
                STRING WFR-ENDED-AT(1:4) "-" WFR-ENDED-AT(5:2) "-"
                    WFR-ENDED-AT(7:2) " " WFR-ENDED-AT(9:2) ":"
                    WFR-ENDED-AT(11:2)
                    DELIMITED BY SIZE INTO WS-WHEN
            ELSE
                STRING WFR-UPDATED-AT(1:4) "-" WFR-UPDATED-AT(5:2) "-"
                    WFR-UPDATED-AT(7:2) " " WFR-UPDATED-AT(9:2) ":"
                    WFR-UPDATED-AT(11:2)
                    DELIMITED BY SIZE INTO WS-WHEN
            END-IF.
            DISPLAY "  RUN " WFR-RUN-ID " " WFR-WORKFLOW-NAME " "
                WFR-OPERATOR " STEP " WS-STEP-ED " OF " WS-COUNT-ED
                " " WFR-STEP-CODE(WFR-CURRENT-STEP) " " WS-WHEN.
            EXIT.

        END PROGRAM WFLRPT.
