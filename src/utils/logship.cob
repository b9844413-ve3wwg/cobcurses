      *> THE LAST-SHIPPED RECORD NUMBER (LOGSHIP.CKP) MAKES RERUNS
      *> SAFE: NOTHING IS DUPLICATED, NOTHING IS SKIPPED.
      *>
      *> SCRAUDIT AND SIGNON ARE CHAINED LOGS (SEE AUDCHAIN.cbl). FOR
      *> THEM THE CHECKPOINT ALSO HOLDS THE LAST-SHIPPED CHAIN
      *> SEQUENCE AND DIGEST: A CHAINED RECORD IS NEW WHEN ITS
      *> SEQUENCE IS PAST THE CHECKPOINT, WHEREVER AUDARCH HAS LEFT
      *> IT IN THE FILE, AND EACH SHIPPED LINE CARRIES seq=, prev=
      *> AND chain=, SO THE COLLECTOR CAN PROVE ITS COPY IS COMPLETE
      *> AND IN ORDER ACROSS BATCHES AND ROLL-OVERS.
      *>
      *> OPTIONS (ENVIRONMENT):
      *>     COBCURSES_SHIP_CMD        DESTINATION COMMAND; THE
      *>                               BATCH FILE'S NAME IS APPENDED
            05  SGN-OPERATOR                PIC X(20).
            05  SGN-EVENT                   PIC X(20).
            05  SGN-DETAIL                  PIC X(40).
            05  SGN-CHAIN-SEQ               PIC 9(9).
            05  SGN-CHAIN-DIGEST            PIC X(16).

        FD  CKPT-FILE.
        01  CKPT-RECORD.
            05  CKP-FILE-TAG                PIC X(8).
            05  FILLER                      PIC X.
            05  CKP-SHIPPED                 PIC 9(9).
            05  FILLER                      PIC X.
            05  CKP-LAST-SEQ                PIC 9(9).
            05  FILLER                      PIC X.
            05  CKP-LAST-DIGEST             PIC X(16).

        FD  BATCH-FILE.
        01  BATCH-RECORD                    PIC X(400).
        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-TRAINING-DETAIL                  PIC X(40)
            VALUE "LOGSHIP".

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
                15  WS-SRC-BASE                 PIC X(16).
                15  WS-SRC-SHIPPED              PIC 9(9).
                15  WS-SRC-SEEN                 PIC 9(9).
                15  WS-SRC-LAST-SEQ             PIC 9(9).
                15  WS-SRC-LAST-DIGEST          PIC X(16).
                15  WS-SRC-SEEN-SEQ             PIC 9(9).
                15  WS-SRC-SEEN-DIGEST          PIC X(16).
        01  WS-SRC-X                            PIC 9 COMP.

      *>
      *> THE CHAIN LINK OF THE RECORD IN HAND (BLANK FOR ERRORLOG AND
      *> FOR LINES WRITTEN BEFORE THE CHAIN).
      *>
        01  WS-REC-CHAIN-SEQ                    PIC X(9).
        01  WS-REC-CHAIN-SEQ-N REDEFINES WS-REC-CHAIN-SEQ
                                                PIC 9(9).
        01  WS-REC-CHAIN-DIGEST                 PIC X(16).
        01  WS-PREV-DIGEST                      PIC X(16).
        01  WS-BATCH-PTR                        PIC 999 COMP.
        01  WS-SHIP-THIS-FLAG                   PIC X.
            88  SHIP-THIS-RECORD                VALUE 'Y'.

        01  WS-SHIP-CMD                         PIC X(256).
        01  WS-LOOP-SECS                        PIC 9(6) VALUE 0.
        01  WS-SLEEP-SECS                       PIC 9(8) COMP-5.
            MOVE LENGTH OF CKPT-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                CKPT-FILE-NAME, FILE-NAME-LENGTH.
      *>
      *>     THE COLLECTOR IS A PRODUCTION DESTINATION: TRAINING
      *>     EVENTS ARE NEVER SHIPPED.
      *>
            CALL "COBCURSES-TRAINING-REFUSE"
                USING WS-TRAINING-DETAIL.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "LOGSHIP: TRAINING MODE -- NOTHING IS "
                    "SHIPPED TO THE COLLECTOR."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE "ERRORLOG" TO WS-SRC-TAG(1).
            MOVE "ERRORLOG.LOG" TO WS-SRC-BASE(1).
                UNTIL WS-SRC-X > 3
                MOVE 0 TO WS-SRC-SHIPPED(WS-SRC-X)
                MOVE 0 TO WS-SRC-SEEN(WS-SRC-X)
                MOVE 0 TO WS-SRC-LAST-SEQ(WS-SRC-X)
                MOVE 0 TO WS-SRC-SEEN-SEQ(WS-SRC-X)
                MOVE SPACES TO WS-SRC-LAST-DIGEST(WS-SRC-X)
                MOVE SPACES TO WS-SRC-SEEN-DIGEST(WS-SRC-X)
            END-PERFORM.
            PERFORM 1100-LOAD-CHECKPOINTS.

                            THEN
                                MOVE CKP-SHIPPED TO
                                    WS-SRC-SHIPPED(WS-SRC-X)
                                IF CKP-LAST-SEQ IS NUMERIC THEN
                                    MOVE CKP-LAST-SEQ TO
                                        WS-SRC-LAST-SEQ(WS-SRC-X)
                                    MOVE CKP-LAST-DIGEST TO
                                        WS-SRC-LAST-DIGEST(WS-SRC-X)
                                END-IF
                            END-IF
                        END-PERFORM
                END-READ
                MOVE SPACES TO CKPT-RECORD
                MOVE WS-SRC-TAG(WS-SRC-X) TO CKP-FILE-TAG
                MOVE WS-SRC-SHIPPED(WS-SRC-X) TO CKP-SHIPPED
                MOVE WS-SRC-LAST-SEQ(WS-SRC-X) TO CKP-LAST-SEQ
                MOVE WS-SRC-LAST-DIGEST(WS-SRC-X) TO CKP-LAST-DIGEST
                WRITE CKPT-RECORD
            END-PERFORM.
            CLOSE CKPT-FILE.
                    UNTIL WS-SRC-X > 3
                    MOVE WS-SRC-SEEN(WS-SRC-X)
                        TO WS-SRC-SHIPPED(WS-SRC-X)
                    MOVE WS-SRC-SEEN-SEQ(WS-SRC-X)
                        TO WS-SRC-LAST-SEQ(WS-SRC-X)
                    MOVE WS-SRC-SEEN-DIGEST(WS-SRC-X)
                        TO WS-SRC-LAST-DIGEST(WS-SRC-X)
                END-PERFORM
                PERFORM 1200-SAVE-CHECKPOINTS
                ADD WS-NEW-LINES TO WS-TOTAL-SHIPPED

            MOVE 'N' TO EOF-FLAG.
            MOVE 0 TO WS-SRC-SEEN(WS-SRC-X).
            MOVE WS-SRC-LAST-SEQ(WS-SRC-X)
                TO WS-SRC-SEEN-SEQ(WS-SRC-X).
            MOVE WS-SRC-LAST-DIGEST(WS-SRC-X)
                TO WS-SRC-SEEN-DIGEST(WS-SRC-X).
            MOVE WS-SRC-LAST-DIGEST(WS-SRC-X) TO WS-PREV-DIGEST.
            OPEN INPUT LOG-FILE.
            IF WS-LOG-FILE-STATUS NOT = "00" THEN
                MOVE WS-SRC-SHIPPED(WS-SRC-X)
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-SRC-SEEN(WS-SRC-X)
                        PERFORM 2150-SELECT-RECORD
                        IF SHIP-THIS-RECORD THEN
                            PERFORM 2200-FORMAT-AND-BATCH
                            ADD 1 TO WS-NEW-LINES
                        END-IF
                        IF WS-REC-CHAIN-SEQ IS NUMERIC THEN
                            MOVE WS-REC-CHAIN-DIGEST
                                TO WS-PREV-DIGEST
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOG-FILE.
            END-IF.
            EXIT.

        2150-SELECT-RECORD.
      *>
      *>     A CHAINED RECORD IS NEW WHEN ITS SEQUENCE IS PAST THE
      *>     CHECKPOINT; ANYTHING ELSE BY ITS LINE NUMBER, AS BEFORE.
      *>
            MOVE SPACES TO WS-REC-CHAIN-SEQ, WS-REC-CHAIN-DIGEST.
            EVALUATE WS-SRC-X
                WHEN 2
                    MOVE AUD-CHAIN-SEQ TO WS-REC-CHAIN-SEQ
                    MOVE AUD-CHAIN-DIGEST TO WS-REC-CHAIN-DIGEST
                WHEN 3
                    MOVE SGN-CHAIN-SEQ TO WS-REC-CHAIN-SEQ
                    MOVE SGN-CHAIN-DIGEST TO WS-REC-CHAIN-DIGEST
            END-EVALUATE.
            MOVE 'N' TO WS-SHIP-THIS-FLAG.
            IF WS-REC-CHAIN-SEQ IS NUMERIC THEN
                IF WS-REC-CHAIN-SEQ-N > WS-SRC-LAST-SEQ(WS-SRC-X) THEN
                    SET SHIP-THIS-RECORD TO TRUE
                    IF WS-REC-CHAIN-SEQ-N >
                       WS-SRC-SEEN-SEQ(WS-SRC-X) THEN
                        MOVE WS-REC-CHAIN-SEQ-N
                            TO WS-SRC-SEEN-SEQ(WS-SRC-X)
                        MOVE WS-REC-CHAIN-DIGEST
                            TO WS-SRC-SEEN-DIGEST(WS-SRC-X)
                    END-IF
                END-IF
            ELSE
                IF WS-SRC-SEEN(WS-SRC-X) >
                   WS-SRC-SHIPPED(WS-SRC-X) THEN
                    SET SHIP-THIS-RECORD TO TRUE
                END-IF
            END-IF.
            EXIT.

        2200-FORMAT-AND-BATCH.
            MOVE SPACES TO BATCH-RECORD.
            EVALUATE WS-SRC-X
                        " screen=" FUNCTION TRIM(AUD-SCREEN-NAME)
                        " action=" AUD-ACTION
                        " desc=" FUNCTION TRIM(AUD-DESCRIPTION)
                        " ticket=" FUNCTION TRIM(AUD-TICKET)
                        DELIMITED BY SIZE INTO BATCH-RECORD
                    PERFORM 2250-APPEND-CHAIN
                WHEN 3
                    STRING "src=signon time="
                        SGN-DATE-TIME(1:14)
                        " event=" FUNCTION TRIM(SGN-EVENT)
                        " detail=" FUNCTION TRIM(SGN-DETAIL)
                        DELIMITED BY SIZE INTO BATCH-RECORD
                    PERFORM 2250-APPEND-CHAIN
            END-EVALUATE.
            WRITE BATCH-RECORD.
            EXIT.

        2250-APPEND-CHAIN.
            IF WS-REC-CHAIN-SEQ IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(BATCH-RECORD
                TRAILING)) TO WS-BATCH-PTR.
            ADD 1 TO WS-BATCH-PTR.
            STRING " seq=" DELIMITED BY SIZE,
                WS-REC-CHAIN-SEQ DELIMITED BY SIZE,
                " prev=" DELIMITED BY SIZE,
                WS-PREV-DIGEST DELIMITED BY SPACE,
                " chain=" DELIMITED BY SIZE,
                WS-REC-CHAIN-DIGEST DELIMITED BY SIZE
                INTO BATCH-RECORD WITH POINTER WS-BATCH-PTR.
            EXIT.
