      *>     RUN LIVE                 ACTUALLY UPDATE; WITHOUT IT
      *>                              THE RUN IS THE MANDATORY TRIAL
      *>                              THAT ONLY PRINTS WHAT WOULD
      *>                              CHANGE (ANYWHERE IN THE FILE)
      *>     END                      CLOSE A BLOCK: APPLY THE SCOPE,
      *>                              WHERE AND SET CARDS SO FAR, THEN
      *>                              START AFRESH. ONE FILE CAN SO
      *>                              CARRY MANY INDEPENDENT CHANGES
      *>                              (FLDCONS WRITES ITS FIX-UPS SO)
      *>
      *> ATTRIBUTES: NOT-BLANK UPPERCASE PASSWORD YN SIGNED
      *>     READ-ONLY VERIFY VISIBLE MASKED REQUIRED SCROLL (Y/N),
      *>     DIGITS DECIMALS LINE COLUMN BUFLEN WINLEN TAB-ORDER
      *>     (NUMERIC), CHARSET MENU-REF GROUP COMP-TYPE VALID-MIN
      *>     VALID-MAX VALID-LIST EDIT-MASK DEFAULT VIEW-ROLE
      *>     UPDATE-ROLE (TEXT).
      *>
      *> A LIVE RUN JOURNALS EVERY CHANGED RECORD'S AFTER-IMAGE AND
      *> WRITES ONE SCRAUDIT ENTRY PER TOUCHED SCREEN. UNDER CHANGE
      *> CONTROL A LIVE RUN NEEDS COBCURSES_CHANGE_TICKET SET TO AN
      *> OPEN TICKET, WHICH IS STAMPED ON EVERY RECORD IT WRITES.
      *>
      *> EACH CHANGED RECORD IS READ AGAIN JUST BEFORE ITS REWRITE;
      *> ONE THAT SOMEONE SAVED IN THE MEANTIME (ITS RECORD STAMP
      *> MOVED) IS LEFT ALONE AND COUNTED (RC 4) -- RUN AGAIN TO
      *> PICK IT UP.
      *>

        ENVIRONMENT DIVISION.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.
        01  CARD-EOF-FLAG                       PIC X VALUE 'N'.
            88  END-OF-CARDS                    VALUE 'Y'.
        01  INNER-EOF-FLAG                      PIC X VALUE 'N'.
            88  INNER-EOF                       VALUE 'Y'.

        01  WS-UNKNOWN-ATTR-FLAG                PIC X.
            88  UNKNOWN-ATTR                    VALUE 'Y'.

        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-FIELD-ED                     PIC 9(4).

        01  WS-MATCH-COUNT                      PIC 9(6) VALUE 0.
        01  WS-CHANGED-COUNT                    PIC 9(6) VALUE 0.
        01  WS-STALE-COUNT                      PIC 9(6) VALUE 0.
        01  WS-NEW-IMAGE                        PIC X(600).
        01  WS-UNCHANGED-FLAG                   PIC X.
            88  STILL-UNCHANGED                 VALUE 'Y'.
        01  WS-TICKET                           PIC X(12).
        01  WS-SCREEN-TOUCHED-FLAG              PIC X.
            88  SCREEN-TOUCHED                  VALUE 'Y'.
        01  WS-BLOCK-COUNT                      PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-READ-CARDS.
            PERFORM 9000-FINALIZE.
            STOP RUN.

            EXIT.

        2000-READ-CARDS.
            PERFORM 2050-PRESCAN-RUN-MODE.
            MOVE 'N' TO CARD-EOF-FLAG.
            OPEN INPUT CARD-FILE.
            IF WS-CARD-FILE-STATUS NOT = "00" THEN
                DISPLAY "MASSATTR: CANNOT OPEN ",
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-CARDS
                READ CARD-FILE
                    AT END
                        SET END-OF-CARDS TO TRUE
                    NOT AT END
                        IF CARD-RECORD(1:1) NOT = '*'
                        AND CARD-RECORD NOT = SPACES THEN
                END-READ
            END-PERFORM.
            CLOSE CARD-FILE.
            IF WS-BLOCK-COUNT = 0
            OR WS-SET-COUNT > 0 OR WS-WHERE-COUNT > 0
            OR WS-SCOPE-COUNT > 0 OR WS-SCOPE-APPL NOT = SPACES THEN
                PERFORM 2500-RUN-BLOCK
            END-IF.
            EXIT.

      *>
      *> 2050-PRESCAN-RUN-MODE :
      *>     RUN LIVE GOVERNS EVERY BLOCK, WHEREVER IT IS WRITTEN, SO
      *>     IT IS LOOKED FOR BEFORE THE FIRST BLOCK IS APPLIED.
      *>
        2050-PRESCAN-RUN-MODE.
            MOVE 'N' TO CARD-EOF-FLAG.
            OPEN INPUT CARD-FILE.
            IF WS-CARD-FILE-STATUS NOT = "00" THEN
                DISPLAY "MASSATTR: CANNOT OPEN ",
                    FUNCTION TRIM(CARD-FILE-NAME), " (STATUS ",
                    WS-CARD-FILE-STATUS, ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-CARDS
                READ CARD-FILE
                    AT END
                        SET END-OF-CARDS TO TRUE
                    NOT AT END
                        IF CARD-RECORD(1:1) NOT = '*' THEN
                            MOVE SPACES TO WS-TOKEN-1, WS-TOKEN-2
                            UNSTRING FUNCTION UPPER-CASE(CARD-RECORD)
                                DELIMITED BY ALL SPACE
                                INTO WS-TOKEN-1, WS-TOKEN-2
                            END-UNSTRING
                            IF WS-TOKEN-1 = "RUN"
                            AND WS-TOKEN-2 = "LIVE" THEN
                                SET LIVE-RUN TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CARD-FILE.
            EXIT.

      *>
      *> 2500-RUN-BLOCK :
      *>     APPLY ONE BLOCK OF STATEMENTS (UP TO AN END CARD, OR THE
      *>     WHOLE FILE) AND CLEAR THEM FOR THE NEXT.
      *>
        2500-RUN-BLOCK.
            ADD 1 TO WS-BLOCK-COUNT.
            IF WS-SET-COUNT = 0 THEN
                DISPLAY "MASSATTR: NO SET STATEMENTS -- NOTHING "
                    "TO DO."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 3000-RESOLVE-SCOPE.
            PERFORM 4000-SWEEP-SCOPE.
            MOVE 0 TO WS-SCOPE-COUNT, WS-SET-COUNT, WS-WHERE-COUNT.
            MOVE SPACES TO WS-SCOPE-APPL.
            EXIT.

        2100-PARSE-CARD.
                    IF WS-TOKEN-2 = "LIVE" THEN
                        SET LIVE-RUN TO TRUE
                    END-IF
                WHEN "END"
                    PERFORM 2500-RUN-BLOCK
                WHEN OTHER
                    DISPLAY "MASSATTR: UNKNOWN CARD: ",
                        CARD-RECORD(1:60)
            EXIT.

        4000-SWEEP-SCOPE.
      *>
      *>     UNDER CHANGE CONTROL (SEE CHGTKT.cbl) A LIVE RUN MUST
      *>     NAME ITS TICKET IN COBCURSES_CHANGE_TICKET; THE TRIAL
      *>     RUN CHANGES NOTHING AND NEEDS NONE.
      *>
            IF LIVE-RUN THEN
                CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET
                IF RETURN-CODE NOT = ZERO THEN
                    DISPLAY "MASSATTR: A VALID CHANGE TICKET IS "
                        "REQUIRED: SET COBCURSES_CHANGE_TICKET."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            IF LIVE-RUN THEN
                OPEN I-O SCRFDEF-FILE
            ELSE
                    UNTIL WS-SET-X > WS-SET-COUNT
                    PERFORM 6000-APPLY-ONE-SET
                END-PERFORM
                PERFORM 4250-CHECK-UNCHANGED
                IF NOT STILL-UNCHANGED THEN
                    ADD 1 TO WS-STALE-COUNT
                    EXIT PARAGRAPH
                END-IF
                CALL "COBCURSES-RECORD-STAMP" USING
                    "FD", SCRFDEF-RECORD
                REWRITE SCRFDEF-RECORD
                    INVALID KEY
                        DISPLAY "MASSATTR: REWRITE FAILED: ",
            END-IF.
            EXIT.

        4250-CHECK-UNCHANGED.
      *>
      *>     READ THE RECORD AGAIN BY KEY: ITS STAMP MUST STILL BE
      *>     THE ONE THE SWEEP SAW (WS-DTL-BEFORE). THE CHANGED IMAGE
      *>     IS PUT BACK ONLY IF IT IS; THE SWEEP CARRIES ON FROM
      *>     THIS KEY EITHER WAY.
      *>
            MOVE 'N' TO WS-UNCHANGED-FLAG.
            MOVE SCRFDEF-RECORD TO WS-NEW-IMAGE.
            READ SCRFDEF-FILE
                INVALID KEY
                    DISPLAY "MASSATTR: DELETED DURING THE RUN: ",
                        SCR-FDEF-SCREEN-NAME, " ", SCR-FDEF-NO
                    EXIT PARAGRAPH
            END-READ.
            CALL "COBCURSES-STAMP-CHANGED" USING
                "FD", WS-DTL-BEFORE, SCRFDEF-RECORD.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "MASSATTR: CHANGED BY ",
                    FUNCTION TRIM(SCR-FDEF-REC-CHANGED-BY),
                    " DURING THE RUN -- LEFT ALONE: ",
                    SCR-FDEF-SCREEN-NAME, " ", SCR-FDEF-NO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-NEW-IMAGE TO SCRFDEF-RECORD.
            SET STILL-UNCHANGED TO TRUE.
            EXIT.

        4300-DETAIL-AUDIT.
      *>
      *>     BEFORE/AFTER IMAGES FOR THE DIFF BROWSER (SEE
                WHEN "VALID-MAX"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:20)
                        TO SCR-FDEF-VALID-MAX
                WHEN "VALID-LIST"
                    MOVE WS-SET-VALUE(WS-SET-X)
                        TO SCR-FDEF-VALID-LIST
                WHEN "EDIT-MASK"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:30)
                        TO SCR-FDEF-EDIT-MASK
                WHEN "BUS-DAY"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:1)
                        TO SCR-FDEF-BUSINESS-DAY
                WHEN "OPEN-PERIOD"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:1)
                        TO SCR-FDEF-OPEN-PERIOD
                WHEN "VIEW-ROLE"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:16)
                        TO SCR-FDEF-VIEW-ROLE
                WHEN "UPDATE-ROLE"
                    MOVE WS-SET-VALUE(WS-SET-X)(1:16)
                        TO SCR-FDEF-UPDATE-ROLE
                WHEN OTHER
                    DISPLAY "MASSATTR: UNKNOWN SET ATTRIBUTE ",
                        WS-TOKEN-1
                    MOVE SCR-FDEF-GROUP-NAME TO WS-ATTR-TEXT
                WHEN "COMP-TYPE"
                    MOVE SCR-FDEF-COMP-TYPE TO WS-ATTR-TEXT
                WHEN "VALID-MIN"
                    MOVE SCR-FDEF-VALID-MIN TO WS-ATTR-TEXT
                WHEN "VALID-MAX"
                    MOVE SCR-FDEF-VALID-MAX TO WS-ATTR-TEXT
                WHEN "VALID-LIST"
                    MOVE SCR-FDEF-VALID-LIST TO WS-ATTR-TEXT
                WHEN "EDIT-MASK"
                    MOVE SCR-FDEF-EDIT-MASK TO WS-ATTR-TEXT
                WHEN "NAME"
                    MOVE SCR-FDEF-COBOL-NAME TO WS-ATTR-TEXT
                WHEN "COMPUTE"
                    MOVE SCR-FDEF-VALUE-FILE TO WS-ATTR-TEXT
                WHEN "BUS-DAY"
                    MOVE SCR-FDEF-BUSINESS-DAY TO WS-ATTR-TEXT
                WHEN "OPEN-PERIOD"
                    MOVE SCR-FDEF-OPEN-PERIOD TO WS-ATTR-TEXT
                WHEN "VIEW-ROLE"
                    MOVE SCR-FDEF-VIEW-ROLE TO WS-ATTR-TEXT
                WHEN "UPDATE-ROLE"
                    MOVE SCR-FDEF-UPDATE-ROLE TO WS-ATTR-TEXT
                WHEN "DIGITS"
                    SET ATTR-IS-NUMERIC TO TRUE
                    MOVE SCR-FDEF-DIGITS TO WS-ATTR-NUM
            MOVE 'C' TO AUD-ACTION.
            MOVE "BULK FIELD ATTRIBUTE UPDATE (MASSATTR)"
                TO AUD-DESCRIPTION.
            CALL "COBCURSES-CHANGE-TICKET" USING "G", AUD-TICKET.
            CALL "COBCURSES-AUDIT-CHAIN" USING
                "SCRAUDIT", SCRAUDIT-RECORD.
            WRITE SCRAUDIT-RECORD.
            CLOSE SCRAUDIT-FILE.
            EXIT.
                DISPLAY "MASSATTR LIVE: ", WS-MATCH-COUNT,
                    " FIELDS MATCHED, ", WS-CHANGED-COUNT,
                    " UPDATED."
                IF WS-STALE-COUNT > 0 THEN
                    DISPLAY "MASSATTR: ", WS-STALE-COUNT,
                        " FIELDS CHANGED BY OTHERS DURING THE RUN "
                        "WERE LEFT ALONE."
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                DISPLAY "MASSATTR TRIAL: ", WS-MATCH-COUNT,
                    " FIELDS WOULD CHANGE. ADD 'RUN LIVE' TO "
