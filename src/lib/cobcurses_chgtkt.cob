        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-CHANGE-TICKET.
      *>
      *>     HOLD THE CHANGE TICKET A SESSION OR RUN IS WORKING
      *>     UNDER (SEE CHGTKT.cbl). CHANGE CONTROL IS IN FORCE WHEN
      *>     THE TICKET REGISTER CHGTKT.X EXISTS: THE MAINTENANCE
      *>     SCREENS THEN ASK FOR A TICKET ONCE (NC-TICKET-REQUIRE)
      *>     AND THE BULK TOOLS REFUSE TO RUN WITHOUT ONE. THE
      *>     AUDIT AND JOURNAL WRITERS FETCH THE TICKET HERE AND
      *>     STAMP IT ON EVERY RECORD.
      *>
      *>     A TICKET NAMED IN COBCURSES_CHANGE_TICKET IS TAKEN UP
      *>     ON THE FIRST CALL, SO A SCRIPTED RUN NEVER PROMPTS.
      *>
      *> OPERATIONS (LS-OP):
      *>     'G'  LS-TICKET RETURNS THE TICKET HELD (SPACES WHEN
      *>          NONE). NC-RET-OK WHEN ONE IS HELD OR CHANGE
      *>          CONTROL IS NOT IN FORCE; NC-RET-NOTFOUND WHEN A
      *>          TICKET IS STILL NEEDED BEFORE SAVING.
      *>     'S'  VALIDATE LS-TICKET AGAINST THE REGISTER AND HOLD IT
      *>          FOR THE REST OF THE RUN. NC-RET-OK ACCEPTED;
      *>          NC-RET-NOTFOUND NOT ON THE REGISTER (OR NO
      *>          REGISTER); NC-RET-FAILED CLOSED OR PAST ITS
      *>          VALID-UNTIL DATE.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL CHGTKT-FILE
                ASSIGN TO WS-CHGTKT-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS TKT-NUMBER
                FILE STATUS IS WS-CHGTKT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  CHGTKT-FILE.
        01  CHGTKT-RECORD.
            COPY CHGTKT.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-CHGTKT-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/CHGTKT.X".
        01  WS-CHGTKT-FILE-STATUS           PIC XX.

        01  WS-RESOLVED-FLAG                PIC X VALUE 'N'.
            88  TICKET-RESOLVED             VALUE 'Y'.
        01  WS-CONTROL-FLAG                 PIC X VALUE 'N'.
            88  CONTROL-IN-FORCE            VALUE 'Y'.
        01  WS-HELD-TICKET                  PIC X(12) VALUE SPACES.
        01  WS-CANDIDATE                    PIC X(12).
        01  WS-CHECK-RC                     PIC S9(9).
        01  WS-ENV-VAR                      PIC X(32).
        01  WS-TODAY                        PIC X(8).

        LINKAGE SECTION.

        01  LS-OP                           PIC X.
        01  LS-TICKET                       PIC X(12).

        PROCEDURE DIVISION USING LS-OP, LS-TICKET.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT TICKET-RESOLVED THEN
                PERFORM 200-RESOLVE
            END-IF.

            EVALUATE LS-OP
                WHEN 'G'
                    MOVE WS-HELD-TICKET TO LS-TICKET
                    IF WS-HELD-TICKET = SPACES
                    AND CONTROL-IN-FORCE THEN
                        MOVE NC-RET-NOTFOUND TO RETURN-CODE
                    ELSE
                        MOVE NC-RET-OK TO RETURN-CODE
                    END-IF
                WHEN 'S'
                    MOVE FUNCTION UPPER-CASE(LS-TICKET)
                        TO WS-CANDIDATE
                    PERFORM 300-VALIDATE
                    IF WS-CHECK-RC = NC-RET-OK THEN
                        MOVE WS-CANDIDATE TO WS-HELD-TICKET
                        MOVE WS-CANDIDATE TO LS-TICKET
                    END-IF
                    MOVE WS-CHECK-RC TO RETURN-CODE
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-RESOLVE.
      *>
      *>     ONCE PER RUN: IS THERE A REGISTER, AND WAS A TICKET
      *>     GIVEN IN THE ENVIRONMENT?
      *>
            SET TICKET-RESOLVED TO TRUE.
            MOVE LENGTH OF WS-CHGTKT-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-CHGTKT-FILE-NAME, WS-FILE-NAME-LENGTH.
            OPEN INPUT CHGTKT-FILE.
            IF WS-CHGTKT-FILE-STATUS = "00" THEN
                SET CONTROL-IN-FORCE TO TRUE
                CLOSE CHGTKT-FILE
            ELSE
                IF WS-CHGTKT-FILE-STATUS = "05" THEN
                    CLOSE CHGTKT-FILE
                END-IF
            END-IF.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_CHANGE_TICKET".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION UPPER-CASE(WS-ENV-VAR(1:12))
                    TO WS-CANDIDATE
                PERFORM 300-VALIDATE
                IF WS-CHECK-RC = NC-RET-OK THEN
                    MOVE WS-CANDIDATE TO WS-HELD-TICKET
                END-IF
            END-IF.
            EXIT.

        300-VALIDATE.
            MOVE NC-RET-NOTFOUND TO WS-CHECK-RC.
            IF NOT CONTROL-IN-FORCE OR WS-CANDIDATE = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CHGTKT-FILE.
            IF WS-CHGTKT-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CANDIDATE TO TKT-NUMBER.
            READ CHGTKT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                    IF TKT-STATUS-OPEN
                    AND (TKT-VALID-UNTIL = SPACES
                      OR TKT-VALID-UNTIL NOT < WS-TODAY) THEN
                        MOVE NC-RET-OK TO WS-CHECK-RC
                    ELSE
                        MOVE NC-RET-FAILED TO WS-CHECK-RC
                    END-IF
            END-READ.
            CLOSE CHGTKT-FILE.
            EXIT.

        END PROGRAM COBCURSES-CHANGE-TICKET.
