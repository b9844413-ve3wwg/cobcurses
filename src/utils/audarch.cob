      *> THE LIVE LOG IS ONLY REPLACED AFTER THE RETAINED RECORDS HAVE
      *> BEEN COMPLETELY WRITTEN TO A WORK FILE, SO AN ABEND MID-RUN
      *> LEAVES THE ORIGINAL LOG INTACT.
      *>
      *> ENTRIES ARE MOVED VERBATIM, CHAIN FIELDS AND ALL (SEE
      *> AUDCHAIN.cbl), AND ONLY THE LEADING RUN OF OLD ENTRIES IS
      *> ARCHIVED: ONCE ONE ENTRY STAYS LIVE, EVERYTHING AFTER IT
      *> STAYS LIVE TOO, AND AN ENTRY DATED BEFORE THE ARCHIVE MONTH
      *> ALREADY OPEN JOINS THAT MONTH. THE ARCHIVES IN NAME ORDER
      *> FOLLOWED BY THE LIVE LOG ARE THEREFORE ALWAYS THE ORIGINAL
      *> LOG IN ITS ORIGINAL ORDER, WHICH IS HOW AUDVRFY WALKS THE
      *> SCRAUDIT CHAIN ACROSS ROLL-OVERS.
      *>

        ENVIRONMENT DIVISION.
        01  WS-OPEN-ARCHIVE-YYYYMM              PIC 9(6) VALUE 0.
        01  WS-ARCHIVE-OPEN-FLAG                PIC X VALUE 'N'.
            88  ARCHIVE-IS-OPEN                 VALUE 'Y'.
        01  WS-KEEPING-FLAG                     PIC X VALUE 'N'.
            88  KEEPING-STARTED                 VALUE 'Y'.

        01  ARCHIVE-COUNTS.
            10  WS-READ-COUNT                   PIC 9(9) VALUE 0.
            10  WS-ARCHIVED-COUNT               PIC 9(9) VALUE 0.
            10  WS-KEPT-COUNT                   PIC 9(9) VALUE 0.
            10  WS-BAD-DATE-COUNT               PIC 9(9) VALUE 0.
            10  WS-HELD-COUNT                   PIC 9(9) VALUE 0.
            10  WS-FIRST-CHAIN-SEQ              PIC X(9) VALUE SPACES.
            10  WS-LAST-CHAIN-SEQ               PIC X(9) VALUE SPACES.

      *>
      *> SUMMARY ACCUMULATORS FOR THE ARCHIVED PERIOD. OPERATORS ARE
                PERFORM 2300-KEEP-ENTRY
            ELSE
                IF WS-RECORD-YYYYMM < WS-CUTOFF-YYYYMM THEN
                    IF KEEPING-STARTED THEN
                        ADD 1 TO WS-HELD-COUNT
                        PERFORM 2300-KEEP-ENTRY
                    ELSE
                        PERFORM 2200-ARCHIVE-ENTRY
                    END-IF
                ELSE
                    PERFORM 2300-KEEP-ENTRY
                END-IF
            EXIT.

        2200-ARCHIVE-ENTRY.
            IF ARCHIVE-IS-OPEN
            AND WS-RECORD-YYYYMM < WS-OPEN-ARCHIVE-YYYYMM THEN
                MOVE WS-OPEN-ARCHIVE-YYYYMM TO WS-RECORD-YYYYMM
            END-IF.
            IF NOT ARCHIVE-IS-OPEN
            OR WS-RECORD-YYYYMM NOT = WS-OPEN-ARCHIVE-YYYYMM THEN
                PERFORM 2250-SWITCH-ARCHIVE-FILE
            MOVE SCRAUDIT-RECORD TO ARCHIVE-RECORD.
            WRITE ARCHIVE-RECORD.
            ADD 1 TO WS-ARCHIVED-COUNT.
            IF AUD-CHAIN-SEQ OF SCRAUDIT-RECORD IS NUMERIC THEN
                IF WS-FIRST-CHAIN-SEQ = SPACES THEN
                    MOVE AUD-CHAIN-SEQ OF SCRAUDIT-RECORD
                        TO WS-FIRST-CHAIN-SEQ
                END-IF
                MOVE AUD-CHAIN-SEQ OF SCRAUDIT-RECORD
                    TO WS-LAST-CHAIN-SEQ
            END-IF.
            PERFORM 2400-TALLY-OPERATOR.
            PERFORM 2500-TALLY-ACTION.
            EXIT.
            EXIT.

        2300-KEEP-ENTRY.
            SET KEEPING-STARTED TO TRUE.
            MOVE SCRAUDIT-RECORD TO KEEP-RECORD.
            WRITE KEEP-RECORD.
            ADD 1 TO WS-KEPT-COUNT.
                DISPLAY "ENTRIES WITH UNRECOGNIZABLE DATES ",
                    "(KEPT LIVE) ", WS-BAD-DATE-COUNT
            END-IF.
            IF WS-HELD-COUNT > 0 THEN
                DISPLAY "OLD ENTRIES HELD LIVE BEHIND A NEWER ONE ",
                    "(CHAIN ORDER) ", WS-HELD-COUNT
            END-IF.
            IF WS-FIRST-CHAIN-SEQ NOT = SPACES THEN
                DISPLAY "CHAIN SEQUENCE ARCHIVED ", WS-FIRST-CHAIN-SEQ,
                    " THRU ", WS-LAST-CHAIN-SEQ
            END-IF.
            DISPLAY " ".

            IF WS-ARCHIVED-COUNT > 0 THEN
