      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).
        01  WS-DTL-FIELD-ED                 PIC 9(4).

      *>
      *> LOST-UPDATE PROTECTION (SEE NC-RECORD-CONFLICT): THE ITEM AS
      *> LAST READ OR SAVED, WHOSE STAMP A SAVE MUST STILL FIND ON
      *> FILE.
      *>
        01  WS-BASE-IMAGE                   PIC X(600) VALUE SPACES.
        01  WS-SAVE-REFUSED-FLAG            PIC X VALUE 'N'.
            88  SAVE-REFUSED                VALUE 'Y'.
        01  WS-CLASH-ED                     PIC Z9.

        01  FILE-NAMES.
            10  FILE-NAME-LENGTH            PIC 9999.
            10  ITEM-FILE-NAME              PIC X(256)
            EXIT.

        4100-MOVE-FROM-RECORD.
            MOVE ITEM-RECORD TO WS-BASE-IMAGE.
            MOVE ITM-NUMBER TO FLD-ITEM-NUMBER.
            MOVE ITM-ITEM-NAME TO FLD-ITEM-NAME.
            MOVE ITM-TEXT TO FLD-TEXT.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD THEN
                PERFORM 5430-CHECK-SUBMENU-CYCLE
                IF SUBMENU-CYCLE-FOUND THEN

        5410-ADD-RECORD.
            PERFORM 4000-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "IT", ITEM-RECORD.
            WRITE ITEM-RECORD
                INVALID KEY
                    MOVE "Error: Adding a new menu record."
                NOT INVALID KEY
                    SET NEW-RECORD TO FALSE
                    SET UNSAVED-CHANGES TO FALSE
                    MOVE ITEM-RECORD TO WS-BASE-IMAGE
                    MOVE "A new record was added (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "IT", "W", ITEM-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "M", ITM-MENU-NAME, "SD002090"
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE ITM-NUMBER TO WS-DTL-FIELD-ED
                    STRING ITM-MENU-NAME " #" WS-DTL-FIELD-ED
      *>
      *>     CAPTURE THE BEFORE IMAGE FOR THE DETAIL AUDIT.
      *>
            MOVE 'N' TO WS-SAVE-REFUSED-FLAG.
            PERFORM 4000-MOVE-TO-RECORD.
            MOVE SPACES TO WS-DTL-BEFORE.
            READ ITEM-FILE
                INVALID KEY
                    PERFORM 5465-RECORD-GONE
                NOT INVALID KEY
                    MOVE ITEM-RECORD TO WS-DTL-BEFORE
                    PERFORM 5460-CHECK-STAMP
            END-READ.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4000-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "IT", ITEM-RECORD.
            MOVE 0 TO WS-LOCK-ATTEMPT.
            MOVE 'R' TO WS-LOCK-LOOP-FLAG.
            PERFORM 5425-REWRITE-WITH-WAIT
                WHEN WS-ITEM-FILE-STATUS = "00"
                    SET UNSAVED-CHANGES TO FALSE
                    MOVE 'N' TO WS-LOCK-LOOP-FLAG
                    MOVE ITEM-RECORD TO WS-BASE-IMAGE
                    MOVE "Your record was updated (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "IT", "R", ITEM-RECORD
                    CALL "COBCURSES-REGEN-QUEUE" USING
                        "M", ITM-MENU-NAME, "SD002090"
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE ITM-NUMBER TO WS-DTL-FIELD-ED
                    STRING ITM-MENU-NAME " #" WS-DTL-FIELD-ED
            END-EVALUATE.
            EXIT.

      *>
      *> 5460-CHECK-STAMP :
      *>     THE ITEM JUST READ BACK MUST STILL CARRY THE STAMP IT WAS
      *>     LOADED WITH. IF SOMEONE ELSE HAS SAVED IT SINCE, THE SAVE
      *>     IS REFUSED AND THEIRS IS SHOWN AGAINST YOURS: THE
      *>     OPERATOR RELOADS THEIRS, MERGES (THEN SAVES AGAIN), OR
      *>     CANCELS AND KEEPS THE KEYING UNSAVED.
      *>
        5460-CHECK-STAMP.
            MOVE ITEM-RECORD TO NC-RCF-THEIRS.
            CALL "COBCURSES-STAMP-CHANGED" USING
                "IT", WS-BASE-IMAGE, NC-RCF-THEIRS.
            IF RETURN-CODE = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            SET SAVE-REFUSED TO TRUE.
            MOVE "IT" TO NC-RCF-TYPE.
            MOVE ITM-REC-CHANGED-BY TO NC-RCF-WHO.
            MOVE WS-BASE-IMAGE TO NC-RCF-BASE.
            PERFORM 4000-MOVE-TO-RECORD.
            MOVE ITEM-RECORD TO NC-RCF-YOURS.
            PERFORM NC-RECORD-CONFLICT.
            EVALUATE TRUE
                WHEN NC-RCF-RELOAD
                    MOVE NC-RCF-THEIRS TO ITEM-RECORD
                    PERFORM 4100-MOVE-FROM-RECORD
                    PERFORM 6100-UPDATE-SCREEN
                    SET UNSAVED-CHANGES TO FALSE
                    MOVE "Their version was reloaded; your changes "
                        & "were discarded." TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                WHEN NC-RCF-MERGE
                    MOVE NC-RCF-YOURS TO ITEM-RECORD
                    PERFORM 4100-MOVE-FROM-RECORD
                    PERFORM 6100-UPDATE-SCREEN
                    MOVE NC-RCF-THEIRS TO WS-BASE-IMAGE
                    SET UNSAVED-CHANGES TO TRUE
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
                        " changed this item since you read it."
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
            END-EVALUATE.
            EXIT.

      *>
      *> 5465-RECORD-GONE :
      *>     SOMEONE DELETED THE ITEM WHILE IT WAS ON THIS SCREEN.
      *>     NOTHING IS OVERWRITTEN; THE KEYING STAYS, AND A SECOND
      *>     SAVE ADDS IT BACK AS A NEW RECORD.
      *>
        5465-RECORD-GONE.
            SET SAVE-REFUSED TO TRUE.
            SET NEW-RECORD TO TRUE.
            MOVE "Not saved -- this item was deleted since you "
                & "read it. Save again to add it back."
                TO NC-MSGBUF.
            PERFORM NC-PUT-ERROR-OVERRIDE.
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                INITIALIZE ITEM-RECORD
                MOVE MNU-MENU-NAME TO ITM-MENU-NAME
                    NOT INVALID KEY
                        MOVE ITEM-RECORD TO WS-DTL-BEFORE
                END-READ
      *>
      *>         NEVER DELETE A VERSION THE OPERATOR HAS NOT SEEN.
      *>
                IF WS-DTL-BEFORE NOT = SPACES THEN
                    CALL "COBCURSES-STAMP-CHANGED" USING
                        "IT", WS-BASE-IMAGE, WS-DTL-BEFORE
                    IF RETURN-CODE NOT = NC-RET-OK THEN
                        MOVE SPACES TO NC-MSGBUF
                        STRING "Not deleted -- " DELIMITED BY SIZE
                            ITM-REC-CHANGED-BY DELIMITED BY SPACE
                            " changed it since you read it. Find it "
                            "again first." DELIMITED BY SIZE
                            INTO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                        EXIT PARAGRAPH
                    END-IF
                END-IF
                DELETE ITEM-FILE
                    INVALID KEY
                        MOVE "Error: Unable to delete this record."
                    NOT INVALID KEY
                        CALL "COBCURSES-AFTER-IMAGE" USING
                            "IT", "D", ITEM-RECORD
                        CALL "COBCURSES-REGEN-QUEUE" USING
                            "M", ITM-MENU-NAME, "SD002090"
                        MOVE SPACES TO WS-DTL-KEY
                        MOVE ITM-NUMBER TO WS-DTL-FIELD-ED
                        STRING ITM-MENU-NAME " #" WS-DTL-FIELD-ED
