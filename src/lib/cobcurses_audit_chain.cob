        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-AUDIT-CHAIN.
      *>
      *>     STAMP ONE AUDIT RECORD WITH THE NEXT LINK OF ITS LOG'S
      *>     CHAIN (SEE AUDCHAIN.cbl) JUST BEFORE THE CALLER WRITES
      *>     IT. THE CHAIN FIELDS ARE THE LAST 25 BYTES OF EVERY
      *>     CHAINED LAYOUT -- A 9-DIGIT SEQUENCE NUMBER AND A
      *>     16-HEX DIGEST -- SO THE CALLER PASSES THE WHOLE RECORD
      *>     AND THIS ROUTINE FILLS THEM: SEQUENCE = LAST + 1,
      *>     DIGEST = COBCURSES-AUDIT-DIGEST OVER THE PREVIOUS
      *>     DIGEST, THE SEQUENCE AND THE BODY. AUDCHAIN.X IS
      *>     ADVANCED AND RESEALED. LIKE EVERY BACKGROUND WRITER,
      *>     FAILURES ARE SWALLOWED AND THE CALLER'S RETURN-CODE
      *>     PRESERVED: A RECORD THAT COULD NOT BE CHAINED IS STILL
      *>     WRITTEN, AND AUDVRFY REPORTS THE HOLE.
      *>
      *> INPUTS:
      *>     LS-CHAIN-NAME           SCRAUDIT / DTLAUDIT / OVERRIDE /
      *>                             SIGNON / AFTERIMG
      *>     LS-RECORD               THE RECORD ABOUT TO BE WRITTEN
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL AUDCHAIN-FILE
                ASSIGN TO WS-AUDCHAIN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS ACH-CHAIN-NAME
                FILE STATUS IS WS-AUDCHAIN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  AUDCHAIN-FILE.
        01  AUDCHAIN-RECORD.
            COPY AUDCHAIN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-AUDCHAIN-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/AUDCHAIN.X".
        01  WS-AUDCHAIN-FILE-STATUS         PIC XX.
        01  WS-SAVED-RETURN-CODE            PIC S9(9).
        01  WS-BODY-LEN                     PIC 9999.
        01  WS-NEW-FLAG                     PIC X.
            88  CHAIN-IS-NEW                VALUE 'Y'.
        01  WS-PREV-DIGEST                  PIC X(16).
        01  WS-GENESIS-DIGEST               PIC X(16)
            VALUE "0000000000000000".
        01  WS-SEQ                          PIC 9(9).
        01  WS-DIGEST                       PIC X(16).

        LINKAGE SECTION.

        01  LS-CHAIN-NAME                   PIC X(8).
        01  LS-RECORD                       PIC X(1400).

        PROCEDURE DIVISION USING LS-CHAIN-NAME, LS-RECORD.

        100-MAIN-DISPATCH-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.

            CALL "COBCURSES-AUDIT-CHAIN-LEN" USING
                LS-CHAIN-NAME, WS-BODY-LEN.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE LENGTH OF WS-AUDCHAIN-FILE-NAME
                TO WS-FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING WS-AUDCHAIN-FILE-NAME, WS-FILE-NAME-LENGTH.

            OPEN I-O AUDCHAIN-FILE.
            IF WS-AUDCHAIN-FILE-STATUS NOT = "00"
            AND WS-AUDCHAIN-FILE-STATUS NOT = "05" THEN
                MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 'N' TO WS-NEW-FLAG.
            MOVE LS-CHAIN-NAME TO ACH-CHAIN-NAME.
            READ AUDCHAIN-FILE
                INVALID KEY
                    SET CHAIN-IS-NEW TO TRUE
            END-READ.
            IF CHAIN-IS-NEW THEN
                MOVE SPACES TO AUDCHAIN-RECORD
                MOVE LS-CHAIN-NAME TO ACH-CHAIN-NAME
                MOVE 0 TO WS-SEQ
                MOVE WS-GENESIS-DIGEST TO WS-PREV-DIGEST
            ELSE
                MOVE ACH-LAST-SEQ TO WS-SEQ
                MOVE ACH-LAST-DIGEST TO WS-PREV-DIGEST
            END-IF.

            ADD 1 TO WS-SEQ.
            CALL "COBCURSES-AUDIT-DIGEST" USING
                WS-PREV-DIGEST, WS-SEQ, LS-RECORD, WS-BODY-LEN,
                WS-DIGEST.
            MOVE WS-SEQ TO LS-RECORD(WS-BODY-LEN + 1:9).
            MOVE WS-DIGEST TO LS-RECORD(WS-BODY-LEN + 10:16).

            MOVE WS-SEQ TO ACH-LAST-SEQ.
            MOVE WS-DIGEST TO ACH-LAST-DIGEST.
            MOVE FUNCTION CURRENT-DATE TO ACH-LAST-TIME.
            CALL "COBCURSES-AUDIT-SEAL" USING
                AUDCHAIN-RECORD, ACH-SEAL.
            IF CHAIN-IS-NEW THEN
                WRITE AUDCHAIN-RECORD
            ELSE
                REWRITE AUDCHAIN-RECORD
            END-IF.
            CLOSE AUDCHAIN-FILE.

            MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
            GOBACK.

        END PROGRAM COBCURSES-AUDIT-CHAIN.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-AUDIT-CHAIN-LEN.
      *>
      *>     THE BODY LENGTH OF EACH CHAINED LOG: EVERYTHING AHEAD
      *>     OF THE TRAILING SEQUENCE AND DIGEST. KEEP IN STEP WITH
      *>     SCRAUDIT.cbl, DTLAUDIT.cbl, OVERRIDE.cbl, AFTERIMG.cbl
      *>     AND THE SIGN-ON RECORD IN COBCURSES-SIGNON-LOG.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               LS-BODY-LEN FILLED
      *>     NC-RET-NOTFOUND         NOT A CHAINED LOG
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        LINKAGE SECTION.

        01  LS-CHAIN-NAME                   PIC X(8).
        01  LS-BODY-LEN                     PIC 9999.

        PROCEDURE DIVISION USING LS-CHAIN-NAME, LS-BODY-LEN.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO RETURN-CODE.
            EVALUATE LS-CHAIN-NAME
                WHEN "SCRAUDIT"
                    MOVE 110 TO LS-BODY-LEN
                WHEN "DTLAUDIT"
                    MOVE 1296 TO LS-BODY-LEN
                WHEN "OVERRIDE"
                    MOVE 237 TO LS-BODY-LEN
                WHEN "SIGNON"
                    MOVE 101 TO LS-BODY-LEN
                WHEN "AFTERIMG"
                    MOVE 656 TO LS-BODY-LEN
                WHEN OTHER
                    MOVE 0 TO LS-BODY-LEN
                    MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        END PROGRAM COBCURSES-AUDIT-CHAIN-LEN.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-AUDIT-SEAL.
      *>
      *>     THE SEAL OF AN AUDCHAIN.X RECORD: THE KEYED DIGEST OVER
      *>     ITS NAME, SEQUENCE, LAST DIGEST AND TIME. WRITTEN BY
      *>     COBCURSES-AUDIT-CHAIN, CHECKED BY AUDVRFY.
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  WS-GENESIS-DIGEST               PIC X(16)
            VALUE "0000000000000000".
        01  WS-BODY-LEN                     PIC 9999 VALUE 54.

        LINKAGE SECTION.

        01  LS-AUDCHAIN-RECORD.
            COPY AUDCHAIN.
        01  LS-SEAL                         PIC X(16).

        PROCEDURE DIVISION USING LS-AUDCHAIN-RECORD, LS-SEAL.

        100-MAIN-DISPATCH-ENTRY.
            CALL "COBCURSES-AUDIT-DIGEST" USING
                WS-GENESIS-DIGEST, ACH-LAST-SEQ, LS-AUDCHAIN-RECORD,
                WS-BODY-LEN, LS-SEAL.
            GOBACK.

        END PROGRAM COBCURSES-AUDIT-SEAL.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-AUDIT-DIGEST.
      *>
      *>     THE KEYED CHAIN DIGEST: THE PASSWORD FILE'S TWO ROLLING
      *>     HASHES (SEE COBCURSES-PASSWORD-HASH), RUN OVER
      *>     KEY || PREVIOUS DIGEST || SEQUENCE || BODY || KEY AND
      *>     HEX-ENCODED INTO 16 BYTES. CHANGING, INSERTING,
      *>     REMOVING OR REORDERING ANY RECORD BREAKS EVERY LINK
      *>     AFTER IT, AND WITHOUT THE SHOP KEY THE LINKS CANNOT BE
      *>     RECOMPUTED TO HIDE IT.
      *>
      *> INPUTS:
      *>     LS-PREV-DIGEST          THE PREVIOUS RECORD'S DIGEST
      *>     LS-SEQ                  THIS RECORD'S SEQUENCE NUMBER
      *>     LS-BODY(1:LS-BODY-LEN)  THIS RECORD WITHOUT ITS CHAIN
      *>                             FIELDS
      *> OUTPUTS:
      *>     LS-DIGEST               16 HEX DIGITS
      *> RETURN-CODE:
      *>     NC-RET-OK               KEYED WITH COBCURSES_SHOP_KEY
      *>     NC-RET-NOTFOUND         NO SHOP KEY -- THE DIGEST IS
      *>                             STILL COMPUTED, BUT UNKEYED
      *>
        DATA DIVISION.
        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-ENV-VAR                      PIC X(512).
        01  WS-KEY-STATE                    PIC X VALUE ' '.
            88  KEY-UNRESOLVED              VALUE ' '.
            88  KEY-MISSING                 VALUE 'N'.
            88  KEY-READY                   VALUE 'Y'.
        01  WS-KEY-TEXT                     PIC X(64).
        01  WS-KEY-LEN                      PIC 99 COMP-5.

        01  WS-SEQ-TEXT                     PIC 9(9).
        01  WS-HASH-1                       PIC 9(10) COMP-5.
        01  WS-HASH-2                       PIC 9(10) COMP-5.
        01  WS-POSITION                     PIC 9(4) COMP-5.
        01  WS-CHAR-ORD                     PIC 9(4) COMP-5.
        01  WS-SCAN-X                       PIC 9(4) COMP-5.
        01  WS-NIBBLE                       PIC 99 COMP-5.
        01  WS-HEX-X                        PIC 99 COMP-5.
        01  WS-HEX-DIGITS                   PIC X(16)
            VALUE "0123456789ABCDEF".
        01  WS-BYTE                         PIC X.

        LINKAGE SECTION.

        01  LS-PREV-DIGEST                  PIC X(16).
        01  LS-SEQ                          PIC 9(9).
        01  LS-BODY                         PIC X(1400).
        01  LS-BODY-LEN                     PIC 9999.
        01  LS-DIGEST                       PIC X(16).

        PROCEDURE DIVISION USING LS-PREV-DIGEST, LS-SEQ, LS-BODY,
            LS-BODY-LEN, LS-DIGEST.

        100-MAIN-DISPATCH-ENTRY.
            IF KEY-UNRESOLVED THEN
                PERFORM 200-RESOLVE-KEY
            END-IF.

            MOVE 5381 TO WS-HASH-1.
            MOVE 7919 TO WS-HASH-2.
            MOVE 0 TO WS-POSITION.
            PERFORM 300-FEED-KEY.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > 16
                MOVE LS-PREV-DIGEST(WS-SCAN-X:1) TO WS-BYTE
                PERFORM 400-FEED-BYTE
            END-PERFORM.
            MOVE LS-SEQ TO WS-SEQ-TEXT.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > 9
                MOVE WS-SEQ-TEXT(WS-SCAN-X:1) TO WS-BYTE
                PERFORM 400-FEED-BYTE
            END-PERFORM.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > LS-BODY-LEN
                OR WS-SCAN-X > 1400
                MOVE LS-BODY(WS-SCAN-X:1) TO WS-BYTE
                PERFORM 400-FEED-BYTE
            END-PERFORM.
            PERFORM 300-FEED-KEY.

      *>
      *>     HEX-ENCODE BOTH 32-BIT VALUES, LOW NIBBLE LAST.
      *>
            MOVE SPACES TO LS-DIGEST.
            PERFORM VARYING WS-HEX-X FROM 8 BY -1
                UNTIL WS-HEX-X < 1
                COMPUTE WS-NIBBLE =
                    FUNCTION MOD(WS-HASH-1, 16) + 1
                MOVE WS-HEX-DIGITS(WS-NIBBLE:1)
                    TO LS-DIGEST(WS-HEX-X:1)
                COMPUTE WS-HASH-1 = WS-HASH-1 / 16
            END-PERFORM.
            PERFORM VARYING WS-HEX-X FROM 16 BY -1
                UNTIL WS-HEX-X < 9
                COMPUTE WS-NIBBLE =
                    FUNCTION MOD(WS-HASH-2, 16) + 1
                MOVE WS-HEX-DIGITS(WS-NIBBLE:1)
                    TO LS-DIGEST(WS-HEX-X:1)
                COMPUTE WS-HASH-2 = WS-HASH-2 / 16
            END-PERFORM.

            IF KEY-READY THEN
                MOVE NC-RET-OK TO RETURN-CODE
            ELSE
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
            END-IF.
            GOBACK.

        200-RESOLVE-KEY.
            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR FROM ENVIRONMENT "COBCURSES_SHOP_KEY".
            IF WS-ENV-VAR = SPACES THEN
                MOVE 0 TO WS-KEY-LEN
                SET KEY-MISSING TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENV-VAR(1:64) TO WS-KEY-TEXT.
            MOVE 64 TO WS-KEY-LEN.
            PERFORM UNTIL WS-KEY-LEN = 0
              OR WS-KEY-TEXT(WS-KEY-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-KEY-LEN
            END-PERFORM.
            SET KEY-READY TO TRUE.
            EXIT.

        300-FEED-KEY.
            PERFORM VARYING WS-SCAN-X FROM 1 BY 1
                UNTIL WS-SCAN-X > WS-KEY-LEN
                MOVE WS-KEY-TEXT(WS-SCAN-X:1) TO WS-BYTE
                PERFORM 400-FEED-BYTE
            END-PERFORM.
            EXIT.

        400-FEED-BYTE.
      *>
      *>     HASH 1: H = H * 33 + ORD(C). HASH 2: H = H * 31 +
      *>     ORD(C) * POSITION, THE POSITION RUNNING THROUGH THE
      *>     WHOLE MESSAGE SO A BYTE MOVED IS A BYTE CHANGED.
      *>
            ADD 1 TO WS-POSITION.
            IF WS-POSITION > 9973 THEN
                MOVE 1 TO WS-POSITION
            END-IF.
            COMPUTE WS-CHAR-ORD = FUNCTION ORD(WS-BYTE).
            COMPUTE WS-HASH-1 = FUNCTION MOD
                (WS-HASH-1 * 33 + WS-CHAR-ORD, 2147483647).
            COMPUTE WS-HASH-2 = FUNCTION MOD
                (WS-HASH-2 * 31 + WS-CHAR-ORD * WS-POSITION,
                 2147483647).
            EXIT.

        END PROGRAM COBCURSES-AUDIT-DIGEST.
