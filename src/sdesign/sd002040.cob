      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).
        01  WS-DTL-FIELD-ED                 PIC 9(4).

      *>
      *> LOST-UPDATE PROTECTION (SEE NC-RECORD-CONFLICT): THE RECORD
      *> AS LAST READ OR SAVED, WHOSE STAMP A SAVE MUST STILL FIND ON
      *> FILE, AND WHO HOLDS THE PARENT SCREEN CHECKED OUT.
      *>
        01  WS-BASE-IMAGE                   PIC X(600) VALUE SPACES.
        01  WS-PARENT-LOCKED-BY             PIC X(20).
        01  WS-SAVE-REFUSED-FLAG            PIC X VALUE 'N'.
            88  SAVE-REFUSED                VALUE 'Y'.
        01  WS-CLASH-ED                     PIC Z9.

      *>
      *> A SAVE ON A MASTER LAYOUT'S FIELDS REACHES EVERY SCREEN THAT
      *> USES IT (SEE COBCURSES-MASTER-CHANGED).
      *>
        01  WS-MASTER-USERS                 PIC 9(4).
        01  WS-MASTER-USERS-ED              PIC ZZZ9.

        01  WS-FIELDDIC-FILE-STATUS         PIC XX.
        01  WS-FIELDDIC-OPEN-FLAG           PIC X VALUE 'N'.
            88  FIELDDIC-IS-OPEN            VALUE 'Y'
            10  NUM-TOTAL                   PIC 999.
            10  NUM-COMP                    PIC 99.
            10  NUM-USE-DIGITS              PIC 999.
            10  NUM-INT-DIGITS              PIC 99.
            10  NUM-FIELD                   PIC 999.
            10  NUM-VALID-MINVAL            PIC S9(18)V9(9) COMP-3.
            10  NUM-VALID-MAXVAL            PIC S9(18)V9(9) COMP-3.
      *>     CATALOG LAYOUT (SEE SCHEMVER.cbl).
      *>
            CALL "COBCURSES-SCHEMA-GUARD".
      *>
      *>     FIELD DEFINITIONS FOLLOW THE DESIGNER INTO A PRIVATE
      *>     WORKSPACE WHEN ONE IS SET (COBCURSES-WORKSPACE-PATHNAME).
      *>
            MOVE LENGTH OF SCRFDEF-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                CHARSET-FILE-NAME, FILE-NAME-LENGTH.
            MOVE FLD-SCROLL-OPTION TO SCR-FDEF-SCROLL.
            MOVE FLD-EDIT-MASK TO SCR-FDEF-EDIT-MASK.
            MOVE FLD-DEFAULT-VALUE TO SCR-FDEF-DEFAULT.
            MOVE FLD-VIEW-ROLE TO SCR-FDEF-VIEW-ROLE.
            MOVE FLD-UPDATE-ROLE TO SCR-FDEF-UPDATE-ROLE.
            MOVE FLD-PAGE-NO TO SCR-FDEF-PAGE.
            EXIT.

        4100-MOVE-FROM-RECORD.
            MOVE SCRFDEF-RECORD TO WS-BASE-IMAGE.
            MOVE SCR-FDEF-NO TO FLD-FIELD-NO.
            MOVE SCR-FDEF-COBOL-NAME TO FLD-COBOL-NAME.
            MOVE SCR-FDEF-DESCRIPTION TO FLD-FIELD-DESCRIPTION.
            END-IF.
            MOVE SCR-FDEF-EDIT-MASK TO FLD-EDIT-MASK.
            MOVE SCR-FDEF-DEFAULT TO FLD-DEFAULT-VALUE.
            MOVE SCR-FDEF-VIEW-ROLE TO FLD-VIEW-ROLE.
            MOVE SCR-FDEF-UPDATE-ROLE TO FLD-UPDATE-ROLE.
            IF SCR-FDEF-PAGE NOT NUMERIC OR SCR-FDEF-PAGE = ZERO THEN
                MOVE 1 TO SCR-FDEF-PAGE
            END-IF.
            MOVE SCR-FDEF-PAGE TO FLD-PAGE-NO.
            EXIT.

        4200-MOVE-TO-KEY.
            MOVE ZERO TO FLD-OCCURS-ROWS.
            MOVE 'N' TO FLD-SCROLL-OPTION.
            MOVE SPACES TO FLD-EDIT-MASK, FLD-DEFAULT-VALUE.
            MOVE SPACES TO FLD-VIEW-ROLE, FLD-UPDATE-ROLE.
      *>     NEW FIELDS GO ON THE PAGE BEING PAINTED
            IF SCREEN-PAGE-NO IS NUMERIC AND SCREEN-PAGE-NO > 1 THEN
                MOVE SCREEN-PAGE-NO TO FLD-PAGE-NO
            ELSE
                MOVE 1 TO FLD-PAGE-NO
            END-IF.
            EXIT.

        5000-PROCESS.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5440-CHECK-PARENT-LOCK.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD THEN
                IF FLD-LINE-NO = SPACES
                    MOVE '0' TO FLD-LINE-NO
                ELSE
                    PERFORM 5420-UPDATE-RECORD
                END-IF
                IF SAVE-REFUSED THEN
                    EXIT PARAGRAPH
                END-IF
                PERFORM 4100-MOVE-FROM-RECORD
                PERFORM 6110-LOOKUP-MENU-REF
                IF SCR-FDEF-LINE < 1 OR SCR-FDEF-COLUMN < 1 THEN
        5410-ADD-RECORD.
            PERFORM 4200-MOVE-TO-KEY.
            PERFORM 4000-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            WRITE SCRFDEF-RECORD
                INVALID KEY
                    MOVE "Error: Adding a new screen record."
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "FD", "W", SCRFDEF-RECORD
                    PERFORM 5445-NOTE-MASTER-CHANGE
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE SCR-FDEF-NO TO WS-DTL-FIELD-ED
                    STRING SCR-FDEF-SCREEN-NAME " #"
            MOVE SPACES TO WS-DTL-BEFORE.
            READ SCRFDEF-FILE
                INVALID KEY
                    PERFORM 5435-RECORD-GONE
                NOT INVALID KEY
                    MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE
                    PERFORM 5430-CHECK-STAMP
            END-READ.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4200-MOVE-TO-KEY.
            PERFORM 4000-MOVE-TO-RECORD.
            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            MOVE 0 TO WS-LOCK-ATTEMPT.
            MOVE 'R' TO WS-LOCK-LOOP-FLAG.
            PERFORM 5425-REWRITE-WITH-WAIT
                UNTIL NOT LOCK-RETRYING.
            PERFORM 9030-FLUSH-FILES.
      *>
      *>     A REWRITE THAT NEVER WENT THROUGH LEAVES THE SCREEN AS
      *>     KEYED, AND THE STAMP WE STARTED FROM IN FORCE.
      *>
            IF WS-SCRFDEF-FILE-STATUS(1:1) NOT = '0' THEN
                SET SAVE-REFUSED TO TRUE
            END-IF.
            EXIT.

      *>
      *> 5430-CHECK-STAMP :
      *>     THE RECORD JUST READ BACK MUST STILL CARRY THE STAMP IT
      *>     WAS LOADED WITH. IF SOMEONE ELSE HAS SAVED IT SINCE, THE
      *>     SAVE IS REFUSED AND THEIRS IS SHOWN AGAINST YOURS: THE
      *>     OPERATOR RELOADS THEIRS, MERGES (THEN SAVES AGAIN), OR
      *>     CANCELS AND KEEPS THE KEYING UNSAVED.
      *>
        5430-CHECK-STAMP.
            MOVE SCRFDEF-RECORD TO NC-RCF-THEIRS.
            CALL "COBCURSES-STAMP-CHANGED" USING
                "FD", WS-BASE-IMAGE, NC-RCF-THEIRS.
            IF RETURN-CODE = NC-RET-OK THEN
                EXIT PARAGRAPH
            END-IF.
            SET SAVE-REFUSED TO TRUE.
            MOVE "FD" TO NC-RCF-TYPE.
            MOVE SCR-FDEF-REC-CHANGED-BY TO NC-RCF-WHO.
            MOVE WS-BASE-IMAGE TO NC-RCF-BASE.
            PERFORM 4000-MOVE-TO-RECORD.
            MOVE SCRFDEF-RECORD TO NC-RCF-YOURS.
            PERFORM NC-RECORD-CONFLICT.
            EVALUATE TRUE
                WHEN NC-RCF-RELOAD
                    MOVE NC-RCF-THEIRS TO SCRFDEF-RECORD
                    PERFORM 5436-SHOW-RECORD
                    MOVE 'N' TO RCD-CHANGES
                    MOVE "Their version was reloaded; your changes "
                        & "were discarded." TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                WHEN NC-RCF-MERGE
                    MOVE NC-RCF-YOURS TO SCRFDEF-RECORD
                    PERFORM 5436-SHOW-RECORD
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
                        " changed this field since you read it."
                        DELIMITED BY SIZE INTO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
            END-EVALUATE.
            EXIT.

      *>
      *> 5435-RECORD-GONE :
      *>     SOMEONE DELETED THE FIELD WHILE IT WAS ON THIS SCREEN.
      *>     NOTHING IS OVERWRITTEN; THE KEYING STAYS, AND A SECOND
      *>     SAVE ADDS IT BACK AS A NEW RECORD.
      *>
        5435-RECORD-GONE.
            SET SAVE-REFUSED TO TRUE.
            SET NEW-RECORD TO TRUE.
            MOVE "Not saved -- this field was deleted since you "
                & "read it. Save again to add it back."
                TO NC-MSGBUF.
            PERFORM NC-PUT-ERROR-OVERRIDE.
            EXIT.

        5436-SHOW-RECORD.
            PERFORM 5670-READ-CHARSET.
            PERFORM 4100-MOVE-FROM-RECORD.
            PERFORM 6110-LOOKUP-MENU-REF.
            PERFORM 1050-DRAW-FIELDS.
            EXIT.

      *>
      *> 5440-CHECK-PARENT-LOCK :
      *>     FIELD DEFINITIONS ARE PART OF THE SCREEN: WHILE ANOTHER
      *>     DESIGNER HAS THE SCREEN CHECKED OUT (SD002010), ITS
      *>     FIELDS ARE NOT SAVED OR DELETED FROM HERE EITHER.
      *>
        5440-CHECK-PARENT-LOCK.
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

        5425-REWRITE-WITH-WAIT.
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "FD", "R", SCRFDEF-RECORD
                    PERFORM 5445-NOTE-MASTER-CHANGE
                    PERFORM 5427-DETAIL-AUDIT-CHANGE
                WHEN WS-SCRFDEF-FILE-STATUS = "51"
                  OR WS-SCRFDEF-FILE-STATUS = "99"
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5440-CHECK-PARENT-LOCK.
            IF SAVE-REFUSED THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                PERFORM 4200-MOVE-TO-KEY
                MOVE SPACES TO WS-DTL-BEFORE
                    NOT INVALID KEY
                        MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE
                END-READ
      *>
      *>         NEVER DELETE A VERSION THE OPERATOR HAS NOT SEEN.
      *>
                IF WS-DTL-BEFORE NOT = SPACES THEN
                    CALL "COBCURSES-STAMP-CHANGED" USING
                        "FD", WS-BASE-IMAGE, WS-DTL-BEFORE
                    IF RETURN-CODE NOT = NC-RET-OK THEN
                        MOVE SPACES TO NC-MSGBUF
                        STRING "Not deleted -- " DELIMITED BY SIZE
                            SCR-FDEF-REC-CHANGED-BY
                                DELIMITED BY SPACE
                            " changed it since you read it. Find it "
                            "again first." DELIMITED BY SIZE
                            INTO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                        EXIT PARAGRAPH
                    END-IF
                END-IF
                PERFORM 4200-MOVE-TO-KEY
                MOVE 0 TO WS-LOCK-ATTEMPT
                MOVE 'R' TO WS-LOCK-LOOP-FLAG
            END-IF.
            EXIT.

      *>
      *> 5445-NOTE-MASTER-CHANGE :
      *>     WHEN THE SCREEN WHOSE FIELDS WERE JUST SAVED IS A MASTER
      *>     LAYOUT, ITS USERS ARE QUEUED FOR REGENERATION AND THE
      *>     DESIGNER IS TOLD HOW MANY SCREENS THE CHANGE REACHES.
      *>
        5445-NOTE-MASTER-CHANGE.
            IF NOT SCN-IS-MASTER THEN
                EXIT PARAGRAPH
            END-IF.
            CALL "COBCURSES-MASTER-CHANGED" USING
                SCN-NAME, "SD002040", WS-MASTER-USERS.
            IF RETURN-CODE = NC-RET-OK THEN
                MOVE WS-MASTER-USERS TO WS-MASTER-USERS-ED
                MOVE SPACES TO NC-MSGBUF
                STRING "Saved. Master layout used by ",
                    WS-MASTER-USERS-ED, " screen(s); ",
                    "queued for regeneration (MSTLAYT IMPACT)."
                    DELIMITED BY SIZE INTO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE-OVERRIDE
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            EXIT.

        5427-DETAIL-AUDIT-CHANGE.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE SCR-FDEF-NO TO WS-DTL-FIELD-ED.
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "FD", "D", SCRFDEF-RECORD
                    PERFORM 5445-NOTE-MASTER-CHANGE
                    MOVE SPACES TO WS-DTL-KEY
                    MOVE SCR-FDEF-NO TO WS-DTL-FIELD-ED
                    STRING SCR-FDEF-SCREEN-NAME " #"
            MOVE FDC-YN TO FLD-YN-FIELD.
            MOVE FDC-RES-CHARSET TO FLD-USE-CHARSET.
            MOVE FDC-SIGNED TO FLD-SIGNED-OPTION.
      *>
      *>     THE DICTIONARY CARRIES TOTAL DIGITS (AS FDCGEN READS
      *>     THEM); THE SCREEN FIELD CARRIES INTEGER PLACES.
      *>
            MOVE FDC-DIGITS TO NUM-INT-DIGITS.
            IF FDC-DIGITS > 0 THEN
                IF FDC-DIGITS > FDC-DECIMALS THEN
                    COMPUTE NUM-INT-DIGITS =
                        FDC-DIGITS - FDC-DECIMALS
                ELSE
                    MOVE 0 TO NUM-INT-DIGITS
                END-IF
            END-IF.
            MOVE NUM-INT-DIGITS TO FLD-NUMERIC-DIGITS.
            MOVE FDC-DECIMALS TO FLD-NUMERIC-DECIMALS.
            MOVE FDC-VERIFY TO FLD-VERIFY-PROCEDURE.
            MOVE FDC-HELP TO FLD-HELP.
                WHEN 02
                    PERFORM 6800-COMP-ADJUST
                    MOVE 'Y' TO NC-FIELD-VERIFIED
      *>
      *>         05 PACKED DECIMAL, 06 SIGNED ZONED: FIXED-POINT,
      *>         SIZED BY THE DESIGNER'S OWN DIGITS AND DECIMALS
      *>         (CHECKED AS THEY ARE KEYED, 7180-FIXED-POINT).
      *>
                WHEN 05
                WHEN 06
                    MOVE 'Y' TO NC-FIELD-VERIFIED
                WHEN OTHER
                    MOVE "00" TO FLD-COMP-TYPE
            END-EVALUATE.
                    PERFORM 7170-COMP-X
                WHEN 02
                    PERFORM 7170-COMP-X
                WHEN 05
                WHEN 06
                    PERFORM 7180-FIXED-POINT
                WHEN OTHER
                    PERFORM 7170-NON-COMP
            END-EVALUATE.
            END-IF.
            EXIT.

      *>
      *> 7180-FIXED-POINT :
      *>     A PACKED (05) OR ZONED (06) FIELD BECOMES AN EXACT
      *>     PIC [S]9(DIGITS)V9(DECIMALS) CMP- ITEM: IT NEEDS AT LEAST
      *>     ONE DIGIT, NO MORE THAN 18 IN ALL, AND NO MORE THAN 9
      *>     DECIMAL PLACES (THE RUNTIME'S WORKING PRECISION).
      *>
        7180-FIXED-POINT.
            MOVE ZERO TO NUM-DIGITS, NUM-DECIMALS.
            MOVE FLD-NUMERIC-DIGITS TO NUM-DIGITS.
            MOVE FLD-NUMERIC-DECIMALS TO NUM-DECIMALS.
            ADD NUM-DIGITS TO NUM-DECIMALS GIVING NUM-TOTAL.
            EVALUATE TRUE
                WHEN NUM-TOTAL = 0
                    MOVE "Packed/zoned fields need Digits or Decimals."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                WHEN NUM-TOTAL > 18
                    MOVE "Digits + Decimals cannot exceed 18."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                WHEN NUM-DECIMALS > 9
                    MOVE "Packed/zoned fields allow at most 9 Decimals."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                WHEN OTHER
                    IF FLD-YN-FIELD = 'Y'
                        MOVE 'N' TO FLD-YN-FIELD
                        SET WS-REFRESH-NEEDED TO TRUE
                    END-IF
                    MOVE 'Y' TO NC-FIELD-VERIFIED
            END-EVALUATE.
            EXIT.

        7200-VERIFY-EVENT.
            IF NC-FIELD-NUMBER = FNO-FIELD-NO
                IF NC-FSEQ-STATE = FNO-FIELD-NO
