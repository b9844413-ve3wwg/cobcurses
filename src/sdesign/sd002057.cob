        IDENTIFICATION DIVISION.
        PROGRAM-ID. SD002057.
      *>
      *> DECISION TABLE MAINTENANCE. DECTAB.X (SEE DECTAB.cbl) HOLDS
      *> THE "LOOK UP A ROW AND APPLY IT" EDITS -- PROVINCE GIVES THE
      *> TAX RATE, PRODUCT CLASS AND CUSTOMER TIER GIVE THE DISCOUNT
      *> CEILING, REGION GIVES THE ALLOWED CARRIERS -- ONE RECORD PER
      *> ROW: UP TO FOUR INPUT CONDITIONS ('*' OR BLANK = ANY), AN
      *> OUTPUT VALUE AND AN EFFECTIVE-DATE RANGE. SCREENS USE A TABLE
      *> THROUGH SCRNRULE.X RULES TD (DERIVE) AND TV (VALIDATE),
      *> MAINTAINED IN SD002055; THE RUNTIME, SCRPLAY AND BATCHEDT
      *> EVALUATE IT THROUGH COBCURSES-DECISION-TABLE. FIELDXREF AND
      *> THE WHERE-USED INQUIRY (SD002070, TYPE T) SHOW WHICH SCREENS
      *> USE WHICH TABLE.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL DECTAB-FILE
                ASSIGN TO DECTAB-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DTB-KEY.

        DATA DIVISION.
        FILE SECTION.

        FD  DECTAB-FILE.
        01  DECTAB-RECORD.
            COPY DECTAB.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
            COPY COBCATTR.
            COPY COBCCOLOUR.
            COPY COBCURSL.

            COPY SD002057-WS.

        77  FILE-NAME-LENGTH                PIC 9999.
        77  DECTAB-FILE-NAME                PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DECTAB.X".

        01  RECORD-STATE.
            10  RCD-DEFINED                 PIC X.
                88  DEFINED-RECORD          VALUE 'Y'.
            10  RCD-NEW                     PIC X.
                88  NEW-RECORD              VALUE 'Y'.
            10  RCD-CHANGES                 PIC X.
                88 UNSAVED-CHANGES          VALUE 'Y'.

        01  WS-FLAGS.
            10  WS-SCREEN-TOO-SMALL-FLAG    PIC X VALUE 'N'.
                88  WS-SCREEN-TOO-SMALL     VALUE 'Y'.

      *>
      *> EFFECTIVE DATES ARE KEYED YYYYMMDD; BLANK IS OPEN ENDED.
      *>
        01  WS-DATE-WORK.
            10  WS-DATE-TEXT                PIC X(8).
            10  WS-DATE-NUM                 PIC 9(8).
            10  WS-FROM-DATE                PIC 9(8).
            10  WS-TO-DATE                  PIC 9(8).

      *>
      *> DETAIL AUDIT WORK (SEE COBCURSES-DETAIL-AUDIT / AUDBROWS).
      *>
        01  WS-DTL-BEFORE                   PIC X(600).
        01  WS-DTL-EMPTY                    PIC X(600) VALUE SPACES.
        01  WS-DTL-KEY                      PIC X(40).
        01  WS-DTL-ROW-ED                   PIC 9(4).

        LINKAGE SECTION.

            COPY COBCURSG.

        PROCEDURE DIVISION
            USING NC-COBCURSES.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZATION.
            IF NOT WS-SCREEN-TOO-SMALL THEN
                PERFORM 5000-PROCESS
            END-IF.
            PERFORM 9000-FINALIZE.
            EXIT PROGRAM.

        1000-INITIALIZATION.
            INITIALIZE DECTAB-RECORD.
            MOVE FNO-ACTION TO NC-FSEQ-STATE.

            MOVE LENGTH OF DECTAB-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE DECTAB-FILE-NAME, FILE-NAME-LENGTH.

            OPEN I-O DECTAB-FILE.

            PERFORM 1010-RECORD-INIT.
            PERFORM 1020-COBCURSES-INIT.
            MOVE FNO-ACTION TO NC-FSEQ-STATE.
            EXIT.

        1010-RECORD-INIT.
            MOVE 'N' TO RCD-DEFINED, RCD-NEW, RCD-CHANGES.
            EXIT.

        1020-COBCURSES-INIT.
            PERFORM NC-INIT.
            PERFORM NC-CLEAR.
            PERFORM 1030-SCREEN-INIT.
            IF NOT WS-SCREEN-TOO-SMALL THEN
                PERFORM 5100-ACTION-C
            END-IF.
            EXIT.

        1030-SCREEN-INIT.
            COPY SD002057-PD.
            PERFORM 1040-DRAW-SCREEN.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                SET WS-SCREEN-TOO-SMALL TO TRUE
            END-IF.
            EXIT.

        1040-DRAW-SCREEN.
            PERFORM NC-DRAW-SCREEN.
            PERFORM NC-DRAW-FIELDS.
            EXIT.

        4000-MOVE-TO-RECORD.
            MOVE FLD-TABLE-NAME TO DTB-TABLE-NAME.
            MOVE FLD-ROW-NO TO DTB-ROW.
            MOVE FLD-ROW-DESCRIPTION TO DTB-DESCRIPTION.
            MOVE FLD-COND-1 TO DTB-COND-1.
            MOVE FLD-COND-2 TO DTB-COND-2.
            MOVE FLD-COND-3 TO DTB-COND-3.
            MOVE FLD-COND-4 TO DTB-COND-4.
            MOVE FLD-OUTPUT-VALUE TO DTB-OUTPUT.
            MOVE WS-FROM-DATE TO DTB-EFFECTIVE-FROM.
            MOVE WS-TO-DATE TO DTB-EFFECTIVE-TO.
            EXIT.

        4100-MOVE-FROM-RECORD.
            MOVE DTB-TABLE-NAME TO FLD-TABLE-NAME.
            MOVE DTB-ROW TO FLD-ROW-NO.
            MOVE DTB-DESCRIPTION TO FLD-ROW-DESCRIPTION.
            MOVE DTB-COND-1 TO FLD-COND-1.
            MOVE DTB-COND-2 TO FLD-COND-2.
            MOVE DTB-COND-3 TO FLD-COND-3.
            MOVE DTB-COND-4 TO FLD-COND-4.
            MOVE DTB-OUTPUT TO FLD-OUTPUT-VALUE.
            MOVE SPACES TO FLD-EFFECTIVE-FROM, FLD-EFFECTIVE-TO.
            IF DTB-EFFECTIVE-FROM IS NUMERIC
            AND DTB-EFFECTIVE-FROM > 0 THEN
                MOVE DTB-EFFECTIVE-FROM TO FLD-EFFECTIVE-FROM
            END-IF.
            IF DTB-EFFECTIVE-TO IS NUMERIC
            AND DTB-EFFECTIVE-TO > 0 THEN
                MOVE DTB-EFFECTIVE-TO TO FLD-EFFECTIVE-TO
            END-IF.
            EXIT.

        4200-MOVE-TO-KEY.
            INITIALIZE DTB-KEY.
            MOVE FLD-TABLE-NAME TO DTB-TABLE-NAME.
            MOVE FLD-ROW-NO TO DTB-ROW.
            EXIT.

      *>
      *> 4300-CHECK-DATE :
      *>     WS-DATE-TEXT BLANK (OPEN ENDED, ZERO) OR A CALENDAR DATE
      *>     YYYYMMDD INTO WS-DATE-NUM; RETURN-CODE NON-ZERO WHEN IT IS
      *>     NEITHER.
      *>
        4300-CHECK-DATE.
            MOVE ZERO TO WS-DATE-NUM, RETURN-CODE.
            IF WS-DATE-TEXT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-DATE-TEXT IS NOT NUMERIC THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-TEXT TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
            END-IF.
            EXIT.

        5000-PROCESS.
            PERFORM NC-FIELD-STATE-MACHINE.
            EXIT.

        5100-ACTION-C.
            PERFORM NC-CLEAR-FIELDS.
            PERFORM NC-RESET-CHANGES.
            PERFORM 1010-RECORD-INIT.
            PERFORM 1040-DRAW-SCREEN.
            EXIT.

        5200-ACTION-N.
            IF UNSAVED-CHANGES THEN
                PERFORM 8010-WARNING-UNSAVED-CHANGES
            ELSE
                PERFORM 5100-ACTION-C
                MOVE 1 TO NC-FSEQ-NEXT
            END-IF.
            EXIT.

        5300-ACTION-E.
            IF UNSAVED-CHANGES THEN
                PERFORM 8010-WARNING-UNSAVED-CHANGES
            ELSE
                MOVE 9999 TO NC-FSEQ-NEXT
            END-IF.
            EXIT.

        5400-ACTION-S.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT DEFINED-RECORD THEN
                MOVE "No record to save." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     A ROW BELONGS TO A NAMED TABLE, AND ITS EFFECTIVE RANGE
      *>     MUST BE REAL DATES IN ORDER (BLANK = OPEN ENDED).
      *>
            IF FLD-TABLE-NAME = SPACES THEN
                MOVE "The row needs a table name." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            MOVE FLD-EFFECTIVE-FROM TO WS-DATE-TEXT.
            PERFORM 4300-CHECK-DATE.
            IF RETURN-CODE NOT = ZERO THEN
                MOVE ZERO TO RETURN-CODE
                MOVE "Effective from: YYYYMMDD, or blank."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-NUM TO WS-FROM-DATE.
            MOVE FLD-EFFECTIVE-TO TO WS-DATE-TEXT.
            PERFORM 4300-CHECK-DATE.
            IF RETURN-CODE NOT = ZERO THEN
                MOVE ZERO TO RETURN-CODE
                MOVE "Effective to: YYYYMMDD, or blank."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-NUM TO WS-TO-DATE.
            IF WS-FROM-DATE > 0 AND WS-TO-DATE > 0
            AND WS-TO-DATE < WS-FROM-DATE THEN
                MOVE "The row ends before it takes effect."
                    TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
                EXIT PARAGRAPH
            END-IF.
            IF NEW-RECORD THEN
                PERFORM 5410-ADD-RECORD
            ELSE
                PERFORM 5420-UPDATE-RECORD
            END-IF.
            EXIT.

        5410-ADD-RECORD.
            PERFORM 4200-MOVE-TO-KEY.
            PERFORM 4000-MOVE-TO-RECORD.
            WRITE DECTAB-RECORD
                INVALID KEY
                    MOVE "Error: Adding a new table row."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    MOVE 'N' TO RCD-CHANGES, RCD-NEW
                    MOVE "A new record was added (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "DT", "W", DECTAB-RECORD
                    PERFORM 5430-BUILD-AUDIT-KEY
                    CALL "COBCURSES-DETAIL-AUDIT" USING
                        "DT", "A", WS-DTL-KEY, WS-DTL-EMPTY,
                        DECTAB-RECORD
            END-WRITE.
            EXIT.

        5420-UPDATE-RECORD.
      *>
      *>     CAPTURE THE BEFORE IMAGE FOR THE DETAIL AUDIT.
      *>
            PERFORM 4200-MOVE-TO-KEY.
            MOVE SPACES TO WS-DTL-BEFORE.
            READ DECTAB-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DECTAB-RECORD TO WS-DTL-BEFORE
            END-READ.
            PERFORM 4200-MOVE-TO-KEY.
            PERFORM 4000-MOVE-TO-RECORD.
            REWRITE DECTAB-RECORD
                INVALID KEY
                    MOVE "Error: Updating the table row."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    MOVE 'N' TO RCD-CHANGES
                    MOVE "Your record was updated (saved)."
                        TO NC-MSGBUF
                    PERFORM NC-PUT-MESSAGE-OVERRIDE
                    CALL "COBCURSES-AFTER-IMAGE" USING
                        "DT", "R", DECTAB-RECORD
                    PERFORM 5430-BUILD-AUDIT-KEY
                    CALL "COBCURSES-DETAIL-AUDIT" USING
                        "DT", "C", WS-DTL-KEY, WS-DTL-BEFORE,
                        DECTAB-RECORD
            END-REWRITE.
            EXIT.

        5430-BUILD-AUDIT-KEY.
            MOVE SPACES TO WS-DTL-KEY.
            MOVE DTB-ROW TO WS-DTL-ROW-ED.
            STRING DTB-TABLE-NAME " #" WS-DTL-ROW-ED
                DELIMITED BY SIZE INTO WS-DTL-KEY.
            EXIT.

        5500-ACTION-D.
            PERFORM NC-TICKET-REQUIRE.
            IF RETURN-CODE NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            IF DEFINED-RECORD AND NOT NEW-RECORD THEN
                PERFORM 4200-MOVE-TO-KEY
                MOVE SPACES TO WS-DTL-BEFORE
                READ DECTAB-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DECTAB-RECORD TO WS-DTL-BEFORE
                END-READ
                PERFORM 4200-MOVE-TO-KEY
                DELETE DECTAB-FILE
                    INVALID KEY
                        MOVE "Error: Unable to delete this record."
                            TO NC-MSGBUF
                        PERFORM NC-PUT-ERROR-OVERRIDE
                    NOT INVALID KEY
                        CALL "COBCURSES-AFTER-IMAGE" USING
                            "DT", "D", WS-DTL-BEFORE
                        PERFORM 5430-BUILD-AUDIT-KEY
                        CALL "COBCURSES-DETAIL-AUDIT" USING
                            "DT", "D", WS-DTL-KEY, WS-DTL-BEFORE,
                            WS-DTL-EMPTY
                        PERFORM 5100-ACTION-C
                        MOVE "The record was deleted." TO NC-MSGBUF
                        PERFORM NC-PUT-MESSAGE-OVERRIDE
                END-DELETE
            ELSE
                STRING "The current record has not been saved, "
                    "and thus cannot be deleted. Do a Clear."
                    INTO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
            END-IF.
            EXIT.

        5600-ACTION-F.
            IF UNSAVED-CHANGES THEN
                PERFORM 8010-WARNING-UNSAVED-CHANGES
            ELSE
                MOVE FSEQ-FIND TO NC-FSEQ-NEXT
                MOVE FNO-TABLE-NAME
                    TO NC-FSEQ-FIELD-NO(NC-FSEQ-NEXT)
                STRING "Enter search value + CR, or cursor up/down",
                    "to browse." INTO NC-MSGBUF
                PERFORM NC-PUT-MESSAGE-OVERRIDE
            END-IF.
            EXIT.

        5610-ACTION-F-CONTD.
            PERFORM 1010-RECORD-INIT.
            PERFORM 4200-MOVE-TO-KEY.
            IF NC-FIELD-EXIT-CU THEN
                PERFORM 5620-LT-SEARCH
            END-IF.
            IF NC-FIELD-EXIT-CR OR NC-FIELD-EXIT-TAB THEN
                PERFORM 5630-GE-SEARCH
            END-IF.
            IF NC-FIELD-EXIT-CD THEN
                PERFORM 5640-GT-SEARCH
            END-IF.
            EXIT.

        5620-LT-SEARCH.
            START DECTAB-FILE KEY IS < DTB-KEY
                INVALID KEY
                    MOVE "No prior record." TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    PERFORM 5650-NEXT-RECORD
            END-START.
            EXIT.

        5630-GE-SEARCH.
            START DECTAB-FILE KEY IS >= DTB-KEY
                INVALID KEY
                    MOVE "No matching record." TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    PERFORM 5650-NEXT-RECORD
            END-START.
            EXIT.

        5640-GT-SEARCH.
            START DECTAB-FILE KEY IS > DTB-KEY
                INVALID KEY
                    MOVE "No next record." TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT INVALID KEY
                    PERFORM 5650-NEXT-RECORD
            END-START.
            EXIT.

        5650-NEXT-RECORD.
            READ DECTAB-FILE NEXT RECORD
                AT END
                    MOVE "No record found." TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                NOT AT END
                    PERFORM 4100-MOVE-FROM-RECORD
                    SET DEFINED-RECORD TO TRUE
                    MOVE 'N' TO RCD-NEW, RCD-CHANGES
                    PERFORM 1040-DRAW-SCREEN
                    MOVE FNO-ACTION TO NC-FSEQ-NEXT
            END-READ.
            EXIT.

        5900-ACTION-EDIT.
            IF NOT DEFINED-RECORD THEN
                MOVE "No current record to edit." TO NC-MSGBUF
                PERFORM NC-PUT-ERROR-OVERRIDE
            ELSE
                IF NC-FIELD-EDIT-TARGET NOT = 'Y' THEN
                    MOVE "You cannot edit that field." TO NC-MSGBUF
                    PERFORM NC-PUT-ERROR-OVERRIDE
                ELSE
                    MOVE FSEQ-EDIT TO NC-FSEQ-NEXT
                    MOVE NC-FIELD-SEARCH
                        TO NC-FSEQ-FIELD-NO(NC-FSEQ-NEXT)
                END-IF
            END-IF.
            EXIT.

        6000-LOOKUP-RECORD.
            PERFORM 4200-MOVE-TO-KEY.
            READ DECTAB-FILE
                INVALID KEY
                    SET DEFINED-RECORD TO TRUE
                    SET NEW-RECORD TO TRUE
                    SET UNSAVED-CHANGES TO TRUE
                NOT INVALID KEY
                    PERFORM 4100-MOVE-FROM-RECORD
                    SET DEFINED-RECORD TO TRUE
                    MOVE 'N' TO RCD-NEW, RCD-CHANGES
                    PERFORM 1040-DRAW-SCREEN
                    MOVE FNO-ACTION TO NC-FSEQ-NEXT
            END-READ.
            EXIT.

        7000-ACTION-EVENT.
            IF NC-FIELD-ACTION = 'C' THEN
                PERFORM 5100-ACTION-C
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = 'N' THEN
                PERFORM 5200-ACTION-N
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = 'E' THEN
                PERFORM 5300-ACTION-E
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = 'S' THEN
                PERFORM 5400-ACTION-S
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = 'D' THEN
                PERFORM 5500-ACTION-D
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = 'F' THEN
                PERFORM 5600-ACTION-F
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF NC-FIELD-ACTION = SPACES
                PERFORM 5900-ACTION-EDIT
                MOVE SPACES TO FLD-ACTION
            END-IF.

            IF FLD-ACTION NOT = SPACES THEN
                PERFORM 8000-ERROR-ACTION
            END-IF.
            EXIT.

        7100-CHANGE-EVENT.
            IF NC-FIELD-NUMBER < FNO-ACTION
            AND NC-FSEQ-STATE NOT = FSEQ-FIND THEN
                SET UNSAVED-CHANGES TO TRUE
            END-IF.
            EXIT.

        7500-FIELD-EVENT.
            IF NC-FIELD-NUMBER = FNO-ACTION
                PERFORM 7000-ACTION-EVENT
            END-IF.

            IF NC-FSEQ-STATE = FNO-ROW-NO
                PERFORM 6000-LOOKUP-RECORD
            END-IF.

            IF NC-FSEQ-STATE = FSEQ-FIND
                PERFORM 5610-ACTION-F-CONTD
                IF NC-FIELD-EXIT-CD OR NC-FIELD-EXIT-CU THEN
                    MOVE FSEQ-FIND TO NC-FSEQ-NEXT
                END-IF
            END-IF.
            EXIT.

        8000-ERROR-ACTION.
            SET NC-MSG-TEXT TO ADDRESS OF INF-ACTION.
            MOVE LENGTH OF INF-ACTION TO NC-MSG-LENGTH.
            PERFORM NC-ERROR-MESSAGE-OVERRIDE.
            EXIT.

        8010-WARNING-UNSAVED-CHANGES.
            MOVE "Warning: You have unsaved changes (Save or Cancel)."
                TO NC-MSGBUF.
            PERFORM NC-PUT-ERROR-OVERRIDE.
            EXIT.

        9000-FINALIZE.
            CLOSE DECTAB-FILE.
            PERFORM NC-CLEAR.
            PERFORM NC-FINALIZE.
            EXIT.

        NC-VERIFY-EVENT.
            EXIT.

        NC-CHANGE-EVENT.
            PERFORM 7100-CHANGE-EVENT.
            EXIT.

        NC-FIELD-EVENT.
            PERFORM 7500-FIELD-EVENT.
            EXIT.

        NC-MOUSE-EVENT.
            PERFORM 5900-ACTION-EDIT.
            EXIT.

        NC-STATE-CHANGE-EVENT.
            EXIT.

        NC-FKEY-EVENT.
            EXIT.

        NC-HELP-EVENT.
            EXIT.

        NC-PRINT-EVENT.
            EXIT.

        COPY COBCURSQ.

        END PROGRAM SD002057.
