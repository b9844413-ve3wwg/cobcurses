      *>                            ON THE SCREEN) BEFORE ANYTHING
      *>                            IS REWRITTEN; ONE BAD ROW
      *>                            REFUSES THE WHOLE IMPORT.
      *>                            UNDER CHANGE CONTROL, NEEDS
      *>                            COBCURSES_CHANGE_TICKET SET.
      *>
      *> GRID COLUMNS (FIXED):
      *>   1-4   FIELD NO          40-42  LINE      44-46  COLUMN
      *>   6-37  COBOL NAME        48-51  BUFLEN    53-55  WINLEN
      *>   57-58 NB  60-61 UC  63-64 PW  66-67 YN  69-70 RO
      *>   72-73 DIGITS  75-76 DECIMALS  78-93 CHARSET
      *>   95-100 VERSION (RECORD STAMP AT EXPORT -- DO NOT EDIT)
      *>
      *> A ROW WHOSE FIELD HAS BEEN SAVED BY ANYONE SINCE THE EXPORT
      *> (ITS VERSION NO LONGER MATCHES) IS SKIPPED AND COUNTED, NOT
      *> APPLIED OVER THE NEWER DEFINITION (RC 4): EXPORT AGAIN AND
      *> REDO THOSE ROWS. A GRID WITH NO VERSION COLUMN IS APPLIED
      *> AS BEFORE.
      *>

        ENVIRONMENT DIVISION.
            05  GRD-DIGITS                  PIC X(3).
            05  GRD-DECIMALS                PIC X(3).
            05  GRD-CHARSET                 PIC X(16).
            05  FILLER                      PIC X.
            05  GRD-VERSION                 PIC X(6).

        WORKING-STORAGE SECTION.

                15  WS-ROW-DIGITS               PIC 99.
                15  WS-ROW-DECIMALS             PIC 99.
                15  WS-ROW-CHARSET              PIC X(16).
                15  WS-ROW-VERSION              PIC X(6).
        01  WS-ROW-X                            PIC 999 COMP.
        01  WS-ROW-Y                            PIC 999 COMP.
        01  WS-BAD-ROWS                         PIC 9(4) VALUE 0.
        01  WS-CHANGED-COUNT                    PIC 9(4) VALUE 0.
        01  WS-STALE-ROWS                       PIC 9(4) VALUE 0.
        01  WS-FILE-VERSION                     PIC X(6).

        01  WS-EXPORT-COUNT                     PIC 9(4) VALUE 0.
        01  WS-NAME-CHECK-MSG                   PIC X(60).
        01  WS-DTL-BEFORE                       PIC X(600).
        01  WS-DTL-KEY                          PIC X(40).
        01  WS-DTL-FIELD-ED                     PIC 9(4).
        01  WS-TICKET                           PIC X(12).

        PROCEDURE DIVISION.

            MOVE SCR-FDEF-DIGITS TO GRD-DIGITS.
            MOVE SCR-FDEF-DECIMALS TO GRD-DECIMALS.
            MOVE SCR-FDEF-RES-CHARSET TO GRD-CHARSET.
            IF SCR-FDEF-REC-VERSION IS NUMERIC THEN
                MOVE SCR-FDEF-REC-VERSION TO GRD-VERSION
            ELSE
                MOVE ZEROS TO GRD-VERSION
            END-IF.
            WRITE GRID-RECORD.
            ADD 1 TO WS-EXPORT-COUNT.
            EXIT.

        5000-IMPORT-GRID.
      *>
      *>     UNDER CHANGE CONTROL (SEE CHGTKT.cbl) AN IMPORT MUST
      *>     NAME ITS TICKET IN COBCURSES_CHANGE_TICKET.
      *>
            CALL "COBCURSES-CHANGE-TICKET" USING "G", WS-TICKET.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                DISPLAY "SCRGRID: A VALID CHANGE TICKET IS REQUIRED: "
                    "SET COBCURSES_CHANGE_TICKET."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 5100-LOAD-AND-CHECK-ROWS.
            IF WS-BAD-ROWS > 0 THEN
                DISPLAY "SCRGRID: ", WS-BAD-ROWS, " BAD ROWS -- "
            PERFORM 6000-APPLY-ROWS.
            DISPLAY "SCRGRID: ", WS-CHANGED-COUNT, " OF ",
                WS-ROW-COUNT, " FIELDS UPDATED.".
            IF WS-STALE-ROWS > 0 THEN
                DISPLAY "SCRGRID: ", WS-STALE-ROWS, " ROWS SKIPPED -- "
                    "CHANGED SINCE THE EXPORT; EXPORT AGAIN."
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        5100-LOAD-AND-CHECK-ROWS.
            OR GRD-LINE IS NOT NUMERIC
            OR GRD-COLUMN IS NOT NUMERIC
            OR GRD-BUFLEN IS NOT NUMERIC
            OR GRD-WINLEN IS NOT NUMERIC
            OR (GRD-VERSION NOT = SPACES
                AND GRD-VERSION IS NOT NUMERIC) THEN
                DISPLAY "SCRGRID: NON-NUMERIC COLUMN IN ROW: ",
                    GRID-RECORD(1:40)
                ADD 1 TO WS-BAD-ROWS
                MOVE 0 TO WS-ROW-DECIMALS(WS-ROW-COUNT)
            END-IF.
            MOVE GRD-CHARSET TO WS-ROW-CHARSET(WS-ROW-COUNT).
            MOVE GRD-VERSION TO WS-ROW-VERSION(WS-ROW-COUNT).

      *>
      *>     THE SAME SAVE-TIME SANITY RULES SD002040 ENFORCES,
                        " NOT ON FILE -- ROW SKIPPED."
                    EXIT PARAGRAPH
            END-READ.
            IF SCR-FDEF-REC-VERSION IS NUMERIC THEN
                MOVE SCR-FDEF-REC-VERSION TO WS-FILE-VERSION
            ELSE
                MOVE ZEROS TO WS-FILE-VERSION
            END-IF.
            IF WS-ROW-VERSION(WS-ROW-X) NOT = SPACES
            AND WS-ROW-VERSION(WS-ROW-X) NOT = WS-FILE-VERSION THEN
                DISPLAY "SCRGRID: FIELD ", WS-ROW-NO(WS-ROW-X),
                    " WAS CHANGED BY ",
                    FUNCTION TRIM(SCR-FDEF-REC-CHANGED-BY),
                    " SINCE THE EXPORT -- ROW SKIPPED."
                ADD 1 TO WS-STALE-ROWS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-DTL-BEFORE.
            MOVE SCRFDEF-RECORD TO WS-DTL-BEFORE.
            MOVE WS-ROW-NAME(WS-ROW-X) TO SCR-FDEF-COBOL-NAME.
            MOVE WS-ROW-DECIMALS(WS-ROW-X) TO SCR-FDEF-DECIMALS.
            MOVE WS-ROW-CHARSET(WS-ROW-X)
                TO SCR-FDEF-RES-CHARSET.
            CALL "COBCURSES-RECORD-STAMP" USING "FD", SCRFDEF-RECORD.
            REWRITE SCRFDEF-RECORD
                INVALID KEY
                    DISPLAY "SCRGRID: REWRITE FAILED FOR FIELD ",
