      *>     NO MESSAGE -- A SHOP (OR SESSION) WITHOUT BALANCING
      *>     BEHAVES EXACTLY AS BEFORE.
      *>
      *>     THE DOCUMENT ITSELF (SCREEN NAME, AMOUNT AND EVERY
      *>     FIELD'S BUFFER) IS FILED IN BATCHDOC.X (SEE
      *>     BATCHDOC.cbl) UNDER THE BATCH, FOR THE OUTBOUND
      *>     EXPORT (BATCHEXP).
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               POSTED; LS-STATUS-LINE FILLED
      *>     NC-RET-NOTFOUND         NO OPEN BATCH
                RECORD KEY IS BCT-KEY
                FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

            SELECT OPTIONAL BATCHDOC-FILE
                ASSIGN TO WS-BATCHDOC-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BDC-KEY
                FILE STATUS IS WS-BATCHDOC-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  BATCHCTL-RECORD.
            COPY BATCHCTL.

        FD  BATCHDOC-FILE.
        01  BATCHDOC-RECORD.
            COPY BATCHDOC.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.
        01  WS-BATCHCTL-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/BATCHCTL.X".
        01  WS-BATCHCTL-FILE-STATUS         PIC XX.
        01  WS-BATCHDOC-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/BATCHDOC.X".
        01  WS-BATCHDOC-FILE-STATUS         PIC XX.
        01  WS-FLD-X                        PIC 9999 COMP-5.
        01  WS-IMAGE-POS                    PIC 9999 COMP-5.
        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-BATCHES              VALUE 'Y'.
        01  WS-BAT-X                        PIC 99 COMP-5.
        01  WS-DOC-AMOUNT                   PIC S9(13)V99.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-FIELD-AMOUNT                 PIC S9(18)V9(9) COMP-3.
        01  WS-ANY-DIGITS                   PIC 9999 COMP-5 VALUE 18.
        01  WS-ANY-DECIMALS                 PIC 9999 COMP-5 VALUE 9.
        01  WS-ANY-SIGN                     PIC X VALUE 'Y'.
        01  WS-COUNT-EDIT                   PIC ZZZZZ9.
        01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

                                            OCCURS 20 TIMES.

        01  LS-STATUS-LINE                  PIC X(60).
        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            NC-FIELD-DESCRIPTORS, LS-BATCH-DATA, LS-STATUS-LINE,
            LS-SCREEN-NAME.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            ADD WS-DOC-AMOUNT TO BCT-ACTUAL-AMOUNT.
            REWRITE BATCHCTL-RECORD.
            CLOSE BATCHCTL-FILE.
            PERFORM 400-FILE-DOCUMENT.

            MOVE BCT-ACTUAL-COUNT TO WS-COUNT-EDIT.
            MOVE BCT-ACTUAL-AMOUNT TO WS-AMOUNT-EDIT.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
      *>
      *>     THE AMOUNT IS TAKEN EXACTLY (COBCURSES-FIXED-EDIT); TEXT
      *>     THAT IS NOT A NUMBER ADDS NOTHING.
      *>
            CALL "COBCURSES-FIXED-EDIT" USING NC-VR-FIELD-TEXT,
                WS-TAKE-LEN, WS-ANY-DIGITS, WS-ANY-DECIMALS,
                WS-ANY-SIGN, WS-FIELD-AMOUNT.
            ADD WS-FIELD-AMOUNT TO WS-DOC-AMOUNT ROUNDED.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        400-FILE-DOCUMENT.
      *>
      *>     DOCUMENT NUMBER = ITS POSITION IN THE BATCH (THE COUNT
      *>     JUST POSTED). THE IMAGE IS EVERY FIELD'S BUFFER IN
      *>     FIELD ORDER, END TO END.
      *>
            MOVE LENGTH OF WS-BATCHDOC-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-BATCHDOC-FILE-NAME, WS-FILE-NAME-LENGTH.
            MOVE SPACES TO BATCHDOC-RECORD.
            MOVE BCT-OPERATOR TO BDC-OPERATOR.
            MOVE BCT-BATCH-NO TO BDC-BATCH-NO.
            MOVE BCT-ACTUAL-COUNT TO BDC-DOC-NO.
            MOVE LS-SCREEN-NAME TO BDC-SCREEN-NAME.
            MOVE FUNCTION CURRENT-DATE TO BDC-FILED.
            MOVE WS-DOC-AMOUNT TO BDC-AMOUNT.
            MOVE NC-FIELD-NUMBER TO BDC-FIELD-COUNT.
            MOVE 0 TO WS-IMAGE-POS.
            PERFORM VARYING WS-FLD-X FROM 1 BY 1
                UNTIL WS-FLD-X > NC-FIELD-NUMBER
                OR WS-FLD-X > 80
                PERFORM 410-ADD-TO-IMAGE
            END-PERFORM.
            MOVE WS-IMAGE-POS TO BDC-IMAGE-LENGTH.

            OPEN I-O BATCHDOC-FILE.
            IF WS-BATCHDOC-FILE-STATUS NOT = "00"
            AND WS-BATCHDOC-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.
            WRITE BATCHDOC-RECORD
                INVALID KEY
                    REWRITE BATCHDOC-RECORD
                    END-REWRITE
            END-WRITE.
            CLOSE BATCHDOC-FILE.
            EXIT.

        410-ADD-TO-IMAGE.
            IF NC-FDESC-ADDRESS(WS-FLD-X) = NULL
            OR NC-FDESC-LENGTH(WS-FLD-X) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(WS-FLD-X).
            MOVE NC-FDESC-LENGTH(WS-FLD-X) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
            IF WS-IMAGE-POS + WS-TAKE-LEN > 2000 THEN
                COMPUTE WS-TAKE-LEN = 2000 - WS-IMAGE-POS
            END-IF.
            IF WS-TAKE-LEN > 0 THEN
                MOVE NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                    TO BDC-IMAGE(WS-IMAGE-POS + 1:WS-TAKE-LEN)
                ADD WS-TAKE-LEN TO WS-IMAGE-POS
            END-IF.
            EXIT.

