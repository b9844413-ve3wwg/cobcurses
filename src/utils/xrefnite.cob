      *> SD002050'S 5510-CHECK-STATE-IN-USE, WHICH GUARDS THIS ONLY AT
      *> THE MOMENT A SINGLE STATE IS DELETED -- THIS REPORT IS THE
      *> SHOP-WIDE SWEEP FOR REFERENCES THAT WENT STALE SOME OTHER WAY,
      *> E.G. A SCREEN IMPORT OR A DIRECT DATA FIX). IT ALSO CHECKS
      *> EVERY SCREEN'S MASTER LAYOUT (SCN-MASTER-LAYOUT, SEE MSTLAYT):
      *> THE MASTER MUST STILL EXIST AND STILL BE FLAGGED AS ONE.
      *>
      *> EVERY REPORTED BREAKAGE IS ALSO SUBTOTALLED BY THE OWNING
      *> SCREEN'S SCN-APPLICATION (SEE SD002097) SO EACH APPLICATION
        01  WS-SAVED-STATE-NO                    PIC 9(4) COMP.
        01  WS-NAV-TARGET-STATE-NO               PIC 9(4) COMP.
        01  WS-NAV-TARGET-NAME                   PIC X(10).
        01  WS-SAVED-MASTER-NAME                PIC X(16).
        01  WS-SAVED-APPLICATION                PIC X(8).

        01  CHECK-COUNTS.
            10  WS-FIELD-COUNT                  PIC 9(6) VALUE 0.
            10  WS-BG-ORPHAN-COUNT              PIC 9999 VALUE 0.
            10  WS-MREF-COUNT                   PIC 9(6) VALUE 0.
            10  WS-MREF-ORPHAN-COUNT            PIC 9999 VALUE 0.
            10  WS-MASTER-COUNT                 PIC 9(6) VALUE 0.
            10  WS-MASTER-DANGLING-COUNT        PIC 9999 VALUE 0.

        01  WS-STATUS                           PIC X(7).

            PERFORM 6000-CHECK-MENUREF-TO-SCREENS.
            DISPLAY " ".

            DISPLAY "6. MASTER LAYOUTS (SCREEN-FILE) -> SCREEN-FILE".
            PERFORM 7000-CHECK-MASTER-LAYOUTS.
            DISPLAY " ".

            PERFORM 8900-PRINT-APP-SUBTOTALS.
            PERFORM 9000-FINALIZE.

                ", ORPHANED  ", WS-BG-ORPHAN-COUNT.
            DISPLAY "  MENU REFERENCES CHECKED  ", WS-MREF-COUNT,
                ", ORPHANED  ", WS-MREF-ORPHAN-COUNT.
            DISPLAY "  MASTER LAYOUT REFERENCES CHECKED  ",
                WS-MASTER-COUNT, ", DANGLING  ",
                WS-MASTER-DANGLING-COUNT.

            IF WS-FIELD-ORPHAN-COUNT > 0 OR WS-STATE-ORPHAN-COUNT > 0
            OR WS-NAV-DANGLING-COUNT > 0 OR WS-BG-ORPHAN-COUNT > 0
            OR WS-MREF-ORPHAN-COUNT > 0
            OR WS-MASTER-DANGLING-COUNT > 0 THEN
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-READ.
            EXIT.

      *>
      *> 7000-CHECK-MASTER-LAYOUTS :
      *>     EVERY SCREEN'S SCN-MASTER-LAYOUT, WHEN SET, MUST NAME A
      *>     SCREEN THAT STILL EXISTS AND CARRIES SCN-MASTER-FLAG 'Y'
      *>     (OTHERWISE THE GENERATED PROGRAM SILENTLY LOSES ITS TITLE
      *>     BAR AND STATUS LINES). THE LOOKUP IS A KEYED READ OF THE
      *>     FILE BEING WALKED, SO THE SWEEP RE-POSITIONS AFTER EACH
      *>     SCREEN THE SAME WAY 4000 DOES.
      *>
        7000-CHECK-MASTER-LAYOUTS.
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO SCN-NAME.
            START SCREEN-FILE KEY IS >= SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.

            PERFORM UNTIL END-OF-FILE
                READ SCREEN-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SCN-MASTER-LAYOUT NOT = SPACES THEN
                            PERFORM 7100-CHECK-ONE-MASTER
                            PERFORM 7150-RESUME-AFTER-MASTER
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        7100-CHECK-ONE-MASTER.
            ADD 1 TO WS-MASTER-COUNT.
            MOVE SCN-NAME TO WS-SAVED-SCREEN-NAME.
            MOVE SCN-MASTER-LAYOUT TO WS-SAVED-MASTER-NAME.
            MOVE SCN-APPLICATION TO WS-SAVED-APPLICATION.
            MOVE WS-SAVED-MASTER-NAME TO SCN-NAME.
            READ SCREEN-FILE
                INVALID KEY
                    ADD 1 TO WS-MASTER-DANGLING-COUNT
                    DISPLAY "  DANGLING MASTER  SCREEN=",
                        WS-SAVED-SCREEN-NAME, "  MASTER=",
                        WS-SAVED-MASTER-NAME, "  -- SCREEN NOT FOUND"
                    MOVE WS-SAVED-APPLICATION TO WS-APP-CODE-WORK
                    PERFORM 8000-TALLY-APPLICATION
                NOT INVALID KEY
                    IF NOT SCN-IS-MASTER THEN
                        ADD 1 TO WS-MASTER-DANGLING-COUNT
                        DISPLAY "  DANGLING MASTER  SCREEN=",
                            WS-SAVED-SCREEN-NAME, "  MASTER=",
                            WS-SAVED-MASTER-NAME,
                            "  -- NOT FLAGGED AS A MASTER"
                        MOVE WS-SAVED-APPLICATION TO WS-APP-CODE-WORK
                        PERFORM 8000-TALLY-APPLICATION
                    END-IF
            END-READ.
            EXIT.

        7150-RESUME-AFTER-MASTER.
            MOVE WS-SAVED-SCREEN-NAME TO SCN-NAME.
            START SCREEN-FILE KEY IS > SCN-NAME
                INVALID KEY
                    SET END-OF-FILE TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-START.
            EXIT.

      *>
      *> 8000-TALLY-APPLICATION :
      *>     SUBTOTAL THE BREAKAGE UNDER WS-APP-CODE-WORK (SPACES =
