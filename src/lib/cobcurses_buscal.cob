            GOBACK.

        END PROGRAM COBCURSES-BUSDAY-ADD.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-BUSDAY-COUNT.
      *>
      *>     AGE IN BUSINESS DAYS: HOW MANY BUSINESS DAYS FALL AFTER
      *>     LS-FROM-DATE, UP TO AND INCLUDING LS-TO-DATE (SO AN ITEM
      *>     RAISED TODAY IS 0 DAYS OLD, ONE RAISED ON THE PREVIOUS
      *>     BUSINESS DAY 1). A TO-DATE BEFORE THE FROM-DATE COUNTS
      *>     0. A SPAN OVER 1000 CALENDAR DAYS STOPS THERE WITH
      *>     NC-RET-RANGE AND THE COUNT SO FAR.
      *>
      *> INPUTS:
      *>     LS-FROM-DATE            YYYYMMDD
      *>     LS-TO-DATE              YYYYMMDD
      *> OUTPUTS:
      *>     LS-COUNT                BUSINESS DAYS
      *> RETURN-CODE:
      *>     NC-RET-OK               COUNTED
      *>     NC-RET-BADPARM          NOT A VALID DATE
      *>     NC-RET-RANGE            SPAN TOO LONG
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-DATE-NUM                     PIC 9(8).
        01  WS-FROM-INT                     PIC 9(7).
        01  WS-TO-INT                       PIC 9(7).
        01  WS-DAY-INT                      PIC 9(7).
        01  WS-GUARD                        PIC 9(4).
        01  WS-CHECK-DATE                   PIC X(8).

        LINKAGE SECTION.

        01  LS-FROM-DATE                    PIC X(8).
        01  LS-TO-DATE                      PIC X(8).
        01  LS-COUNT                        PIC 9(4).

        PROCEDURE DIVISION USING LS-FROM-DATE, LS-TO-DATE, LS-COUNT.

        100-MAIN-DISPATCH-ENTRY.
            MOVE 0 TO LS-COUNT.
            IF LS-FROM-DATE IS NOT NUMERIC
            OR LS-TO-DATE IS NOT NUMERIC THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE LS-FROM-DATE TO WS-DATE-NUM.
            COMPUTE WS-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                ON SIZE ERROR
                    MOVE 0 TO WS-FROM-INT
            END-COMPUTE.
            MOVE LS-TO-DATE TO WS-DATE-NUM.
            COMPUTE WS-TO-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                ON SIZE ERROR
                    MOVE 0 TO WS-TO-INT
            END-COMPUTE.
            IF WS-FROM-INT = 0 OR WS-TO-INT = 0 THEN
                MOVE NC-RET-BADPARM TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE WS-FROM-INT TO WS-DAY-INT.
            MOVE 0 TO WS-GUARD.
            PERFORM UNTIL WS-DAY-INT >= WS-TO-INT
                OR WS-GUARD > 1000
                ADD 1 TO WS-DAY-INT
                ADD 1 TO WS-GUARD
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE WS-DATE-NUM TO WS-CHECK-DATE
                CALL "COBCURSES-BUSDAY-CHECK" USING WS-CHECK-DATE
                IF RETURN-CODE = NC-RET-OK THEN
                    ADD 1 TO LS-COUNT
                END-IF
            END-PERFORM.

            IF WS-GUARD > 1000 THEN
                MOVE NC-RET-RANGE TO RETURN-CODE
            ELSE
                MOVE NC-RET-OK TO RETURN-CODE
            END-IF.
            GOBACK.

        END PROGRAM COBCURSES-BUSDAY-COUNT.
