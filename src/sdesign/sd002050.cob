      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).
        01  WS-DTL-FIELD-ED                 PIC 9(4).

      *>
      *> LOST-UPDATE PROTECTION (SEE NC-RECORD-CONFLICT): THE STATE
      *> AS LAST READ OR SAVED, WHOSE STAMP A SAVE MUST STILL FIND ON
      *> FILE, AND WHO HOLDS THE PARENT SCREEN CHECKED OUT.
      *>
        01  WS-BASE-IMAGE                   PIC X(600) VALUE SPACES.
        01  WS-PARENT-LOCKED-BY             PIC X(20).
        01  WS-SAVE-REFUSED-FLAG            PIC X VALUE 'N'.
            88  SAVE-REFUSED                VALUE 'Y'.
        01  WS-CLASH-ED                     PIC Z9.

      *>
      *> LOCKED-RECORD WAIT/RETRY STATE (SEE COBCURSES-RECORD-WAIT).
      *>
            ADD 1 TO FSEQ-EDIT.
            ADD 2 TO FSEQ-FIND.

      *>
      *>     STATES AND FIELDS FOLLOW THE DESIGNER INTO A PRIVATE
      *>     WORKSPACE WHEN ONE IS SET (COBCURSES-WORKSPACE-PATHNAME).
      *>
            MOVE LENGTH OF SCRFSTA-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.

            PERFORM 9010-OPEN-FILES.
            EXIT.

        5200-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5240-CHECK-PARENT-LOCK.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF RCD-DEFINED = 'Y'
      *>
      *>         A STATE'S COBOL NAME ENDS UP IN GENERATED CODE --

        5210-ADD-RECORD.
            PERFORM 6100-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "FS", SCRFSTA-RECORD.
            WRITE SCRFSTA-RECORD
                INVALID KEY
                    MOVE "Error: Adding a new field state record."
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    MOVE 'N' TO RCD-CHANGES, RCD-NEW
                    MOVE SCRFSTA-RECORD TO WS-BASE-IMAGE
                    MOVE "A new record was added (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
            MOVE SPACES TO WS-DTL-BEFORE.
            READ SCRFSTA-FILE
                INVALID KEY
                    PERFORM 5235-RECORD-GONE
                NOT INVALID KEY
                    MOVE SCRFSTA-RECORD TO WS-DTL-BEFORE
                    PERFORM 5230-CHECK-STAMP
            END-READ.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6100-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "FS", SCRFSTA-RECORD.
            MOVE 0 TO WS-LOCK-ATTEMPT.
            MOVE 'R' TO WS-LOCK-LOOP-FLAG.
            PERFORM 5225-REWRITE-WITH-WAIT
                WHEN WS-SCRFSTA-FILE-STATUS = "00"
                    MOVE 'N' TO RCD-CHANGES
                    MOVE 'N' TO WS-LOCK-LOOP-FLAG
                    MOVE SCRFSTA-RECORD TO WS-BASE-IMAGE
                    MOVE "Your record was updated (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
            END-EVALUATE.
            EXIT.

      *>
      *> 5230-CHECK-STAMP :
      *>     THE STATE JUST READ BACK MUST STILL CARRY THE STAMP IT
      *>     WAS LOADED WITH. IF SOMEONE ELSE HAS SAVED IT SINCE, THE
      *>     SAVE IS REFUSED AND THEIRS IS SHOWN AGAINST YOURS: THE
      *>     OPERATOR RELOADS THEIRS, MERGES (THEN SAVES AGAIN), OR
      *>     CANCELS AND KEEPS THE KEYING UNSAVED.
      *>
        5230-CHECK-STAMP.
            MOVE SCRFSTA-RECORD TO NC-RCF-THEIRS.
            CALL "COBCURSES-STAMP-CHANGED" USING
                "FS", WS-BASE-IMAGE, NC-RCF-THEIRS.
            IF RETURN-CODE = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            SET SAVE-REFUSED TO TRUE.
            MOVE "FS" TO NC-RCF-TYPE.
            MOVE SCR-FST-REC-CHANGED-BY TO NC-RCF-WHO.
            MOVE WS-BASE-IMAGE TO NC-RCF-BASE.
            PERFORM 6100-MOVE-TO-RECORD.
            MOVE SCRFSTA-RECORD TO NC-RCF-YOURS.
            PERFORM NC-RECORD-CONFLICT.
            EVALUATE TRUE
                WHEN NC-RCF-RELOAD
                    MOVE NC-RCF-THEIRS TO SCRFSTA-RECORD
                    PERFORM 5236-SHOW-RECORD
                    MOVE 'N' TO RCD-CHANGES
                    MOVE "Their version was reloaded; your changes "
                        & "were discarded." TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                WHEN NC-RCF-MERGE
                    MOVE NC-RCF-YOURS TO SCRFSTA-RECORD
                    PERFORM 5236-SHOW-RECORD
                    MOVE NC-RCF-THEIRS TO WS-BASE-IMAGE
                    MOVE 'Y' TO RCD-CHANGES
                    MOVE NC-RCF-CLASHES TO WS-CLASH-ED
                    MOVE SPACES TO NC-MSGBUF
                    STRING "Merged with their changes ("
                        WS-CLASH-ED " kept yours) -- check it and "
                        "Save again."
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                WHEN OTHER
                    MOVE SPACES TO NC-MSGBUF
                    STRING "Not saved -- " DELIMITED BY SIZE
                        NC-RCF-WHO DELIMITED BY SPACE
                        " changed this state since you read it."
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
            END-EVALUATE.
            EXIT.

      *>
      *> 5235-RECORD-GONE :
      *>     SOMEONE DELETED THE STATE WHILE IT WAS ON THIS SCREEN.
      *>     NOTHING IS OVERWRITTEN; THE KEYING STAYS, AND A SECOND
      *>     SAVE ADDS IT BACK AS A NEW RECORD.
      *>
        5235-RECORD-GONE.
            SET SAVE-REFUSED TO TRUE.
            MOVE 'Y' TO RCD-NEW.
            MOVE "Not saved -- this state was deleted since you "
                & "read it. Save again to add it back."
                TO NC-MSGBUF.
            PERFORM NC-PUT-ERROR-OVERRIDE.
            EXIT.

        5236-SHOW-RECORD.
            PERFORM 6200-MOVE-FROM-RECORD.
            PERFORM 7100-UPDATE-FIELDS.
            PERFORM 7000-UPDATE-SCREEN.
            EXIT.

      *>
      *> 5240-CHECK-PARENT-LOCK :
      *>     FIELD STATES ARE PART OF THE SCREEN: WHILE ANOTHER
      *>     DESIGNER HAS THE SCREEN CHECKED OUT (SD002010), ITS
      *>     STATES ARE NOT SAVED OR DELETED FROM HERE EITHER.
      *>
        5240-CHECK-PARENT-LOCK.
            MOVE 'N' TO WS-SAVE-REFUSED-FLAG.
            CALL "COBCURSES-SCREEN-CHECKOUT" USING
                SCN-NAME, WS-PARENT-LOCKED-BY.
            IF RETURN-CODE = NC-RET-FAILED THEN
                SET SAVE-REFUSED TO TRUE
                MOVE SPACES TO NC-MSGBUF
                STRING "Screen " DELIMITED BY SIZE
                    SCN-NAME DELIMITED BY SPACE
                    " is checked out by " DELIMITED BY SIZE
                    WS-PARENT-LOCKED-BY DELIMITED BY SPACE
                    " -- not changed." DELIMITED BY SIZE
                    INTO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
            END-IF.
            EXIT.

        5300-ACTION-N.
            PERFORM 5400-ACTION-C.
            MOVE 1 TO NC-FSEQ-NEXT.
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5240-CHECK-PARENT-LOCK.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF RCD-DEFINED = 'Y' AND RCD-NEW NOT = 'Y'
                PERFORM 5510-CHECK-STATE-IN-USE
                IF WS-STATE-IN-USE THEN
                        NOT INVALID KEY
                            MOVE SCRFSTA-RECORD TO WS-DTL-BEFORE
                    END-READ
      *>
      *>             NEVER DELETE A VERSION THE OPERATOR HAS NOT
      *>             SEEN.
      *>
                    IF WS-DTL-BEFORE NOT = SPACES THEN
                        CALL "COBCURSES-STAMP-CHANGED" USING
                            "FS", WS-BASE-IMAGE, WS-DTL-BEFORE
                        IF RETURN-CODE NOT = NC-RET-OK THEN
                            MOVE SPACES TO NC-MSGBUF
                            STRING "Not deleted -- "
                                DELIMITED BY SIZE
                                SCR-FST-REC-CHANGED-BY
                                DELIMITED BY SPACE
                                " changed it since you read it. "
                                "Find it again first."
                                DELIMITED BY SIZE INTO NC-MSGBUF
                            PERFORM NC-PUT-ERROR-OVERRIDE
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                    DELETE SCRFSTA-FILE
                        INVALID KEY
                            MOVE "Error: Unable to delete this record."
            EXIT.

        6200-MOVE-FROM-RECORD.
            MOVE SCRFSTA-RECORD TO WS-BASE-IMAGE.
            MOVE SCR-FST-SCREEN-NAME TO SCN-NAME.
            MOVE SCR-FST-STATE-NO TO FLD-STATE-NUMBER.
            MOVE SCR-FST-FIELD-NO TO FLD-FIELD-NUMBER.
            EXIT.

        200-OPEN.
      *>
      *>     STATES AND FIELDS FOLLOW THE DESIGNER INTO A PRIVATE
      *>     WORKSPACE WHEN ONE IS SET (COBCURSES-WORKSPACE-PATHNAME).
      *>
            MOVE LENGTH OF SCRFSTA-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFSTA-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            OPEN INPUT SCRFSTA-FILE, SCRFDEF-FILE.
            EXIT.
