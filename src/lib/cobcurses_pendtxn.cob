        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-PENDTXN.
      *>
      *>     MAKER-CHECKER QUEUE SUPPORT FOR SCREENS FLAGGED
      *>     SCN-MAKER-CHECKER (SEE PENDTXN.cbl). NC-PTX-FUNCTION
      *>     SELECTS THE SERVICE:
      *>
      *>     'B'  BEGIN A VISIT: KEEP THE FIELD CONTENTS AS PRESENTED,
      *>          THE "CURRENT VALUES" A CHECKER SEES SIDE BY SIDE
      *>          WITH THE FILED ONES.
      *>     'L'  LOAD A TRANSACTION WAITING FOR THIS OPERATOR ON THIS
      *>          SCREEN: ONE THEY APPROVED (NC-PTX-RELEASING) OR ONE
      *>          RETURNED TO THEM AS MAKER (NC-PTX-CORRECTING). ITS
      *>          FILED VALUES GO INTO THE FIELD BUFFERS.
      *>     'Q'  QUEUE THE FILED TRANSACTION; ANSWERS NC-PTX-ID. A
      *>          CORRECTED RETURN IS MARKED RESUBMITTED AND LINKED.
      *>     'R'  RECORD THE RELEASE OF THE LOADED TRANSACTION. FAILS
      *>          WHEN IT IS NO LONGER APPROVED (WITHDRAWN MEANWHILE),
      *>          SO THE CALLER MUST NOT LET IT THROUGH.
      *>
      *>     THE CALLER PASSES ITS OWN NC-FIELD-DESCRIPTORS AREA
      *>     (COBCURSL IS COPIED INTO THE LINKAGE SO THE LAYOUT HAS
      *>     ONE TRUE DEFINITION).
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE (FOR 'L': A TRANSACTION WAS
      *>                             LOADED)
      *>     NC-RET-NOTFOUND         'L': NOTHING WAITING;
      *>                             'R': NO LONGER APPROVED
      *>     NC-RET-FAILED           QUEUE FILE UNAVAILABLE
      *>     NC-RET-BADPARM          UNKNOWN FUNCTION
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL PENDTXN-FILE
                ASSIGN TO WS-PENDTXN-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PTX-KEY
                ALTERNATE RECORD KEY IS PTX-SCREEN-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-PENDTXN-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  PENDTXN-FILE.
        01  PENDTXN-RECORD.
            COPY PENDTXN.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-PENDTXN-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/PENDTXN.X".
        01  WS-PENDTXN-FILE-STATUS          PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-NOW                          PIC X(21).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-SCAN                 VALUE 'Y'.
        01  WS-FIELD-X                      PIC 999 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-FIELD-COUNT                  PIC 9(4).
        01  WS-FOUND-ID                     PIC 9(8).
        01  WS-FOUND-MODE                   PIC X.

      *>
      *>     THE FIELDS AS PRESENTED AT THE START OF THE VISIT.
      *>
        01  WS-BEFORE-IMAGE.
            05  WS-BEFORE-ENTRY OCCURS 80 TIMES.
                10  WS-BEFORE-LEN           PIC 9999 COMP-5.
                10  WS-BEFORE-TEXT          PIC X(999).

        LINKAGE SECTION.

            COPY COBCURSL.

        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            LS-SCREEN-NAME, NC-FIELD-DESCRIPTORS, NC-PENDTXN-DATA.

        100-MAIN-DISPATCH-ENTRY.
            MOVE NC-RET-OK TO RETURN-CODE.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-PENDTXN-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-PENDTXN-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE NC-RET-OK TO RETURN-CODE.

            EVALUATE NC-PTX-FUNCTION
                WHEN 'B'
                    PERFORM 200-BEGIN-VISIT
                WHEN 'L'
                    PERFORM 300-LOAD-WAITING
                WHEN 'Q'
                    PERFORM 400-QUEUE-TRANSACTION
                WHEN 'R'
                    PERFORM 500-RECORD-RELEASE
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-BEGIN-VISIT.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > 80
                MOVE 0 TO WS-BEFORE-LEN(WS-FIELD-X)
                MOVE SPACES TO WS-BEFORE-TEXT(WS-FIELD-X)
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND NC-FDESC-LENGTH(WS-FIELD-X) > 0 THEN
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(WS-FIELD-X)
                    MOVE NC-FDESC-LENGTH(WS-FIELD-X) TO WS-TAKE-LEN
                    IF WS-TAKE-LEN > 999 THEN
                        MOVE 999 TO WS-TAKE-LEN
                    END-IF
                    MOVE WS-TAKE-LEN TO WS-BEFORE-LEN(WS-FIELD-X)
                    MOVE NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                        TO WS-BEFORE-TEXT(WS-FIELD-X)(1:WS-TAKE-LEN)
                END-IF
            END-PERFORM.
            SET NC-PTX-STARTED TO TRUE.
            MOVE SPACE TO NC-PTX-MODE.
            MOVE 'N' TO NC-PTX-QUEUED-FLAG.
            MOVE 0 TO NC-PTX-LOADED-ID, NC-PTX-ID.
            EXIT.

        300-LOAD-WAITING.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            OPEN INPUT PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                IF WS-PENDTXN-FILE-STATUS = "05" THEN
                    CLOSE PENDTXN-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     THE OLDEST WAITING TRANSACTION COMES FIRST: DUPLICATES
      *>     ON THE ALTERNATE KEY RETURN IN THE ORDER WRITTEN.
      *>
            MOVE 0 TO WS-FOUND-ID.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LS-SCREEN-NAME TO PTX-SCREEN-NAME.
            START PENDTXN-FILE KEY IS = PTX-SCREEN-NAME
                INVALID KEY SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF PTX-SCREEN-NAME NOT = LS-SCREEN-NAME THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 310-CONSIDER-HEADER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FOUND-ID = 0 THEN
                CLOSE PENDTXN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-FOUND-ID TO PTX-ID.
            MOVE 1 TO PTX-FIELD-NO.
            START PENDTXN-FILE KEY IS >= PTX-KEY
                INVALID KEY SET END-OF-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-SCAN
                READ PENDTXN-FILE NEXT RECORD
                    AT END
                        SET END-OF-SCAN TO TRUE
                    NOT AT END
                        IF PTX-ID NOT = WS-FOUND-ID THEN
                            SET END-OF-SCAN TO TRUE
                        ELSE
                            PERFORM 320-LOAD-ONE-FIELD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDTXN-FILE.
            MOVE WS-FOUND-ID TO NC-PTX-LOADED-ID.
            MOVE WS-FOUND-MODE TO NC-PTX-MODE.
            MOVE NC-RET-OK TO RETURN-CODE.
            EXIT.

        310-CONSIDER-HEADER.
            IF PTX-FIELD-NO NOT = 0 OR WS-FOUND-ID NOT = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF PTX-APPROVED AND PTX-CHECKER = WS-OPERATOR-ID THEN
                MOVE PTX-ID TO WS-FOUND-ID
                MOVE 'R' TO WS-FOUND-MODE
            END-IF.
            IF PTX-RETURNED AND PTX-MAKER = WS-OPERATOR-ID THEN
                MOVE PTX-ID TO WS-FOUND-ID
                MOVE 'M' TO WS-FOUND-MODE
            END-IF.
            EXIT.

        320-LOAD-ONE-FIELD.
            IF PTX-FIELD-NO < 1 OR PTX-FIELD-NO > 80 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-ADDRESS(PTX-FIELD-NO) = NULL
            OR NC-FDESC-LENGTH(PTX-FIELD-NO) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(PTX-FIELD-NO).
            MOVE NC-FDESC-LENGTH(PTX-FIELD-NO) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > PTX-TEXT-LEN THEN
                MOVE PTX-TEXT-LEN TO WS-TAKE-LEN
            END-IF.
            IF WS-TAKE-LEN > 0 THEN
                MOVE PTX-AFTER-TEXT(1:WS-TAKE-LEN)
                    TO NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
            END-IF.
            EXIT.

        400-QUEUE-TRANSACTION.
            OPEN I-O PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00"
            AND WS-PENDTXN-FILE-STATUS NOT = "05" THEN
                MOVE NC-RET-FAILED TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     ISSUE THE NEXT NUMBER FROM THE CONTROL RECORD.
      *>
            MOVE SPACES TO PENDTXN-RECORD.
            MOVE 0 TO PTX-ID, PTX-FIELD-NO.
            READ PENDTXN-FILE
                INVALID KEY
                    MOVE SPACES TO PENDTXN-RECORD
                    MOVE 0 TO PTX-ID, PTX-FIELD-NO, PTX-LAST-ID
                    WRITE PENDTXN-RECORD
                        INVALID KEY CONTINUE
                    END-WRITE
            END-READ.
            ADD 1 TO PTX-LAST-ID.
            MOVE PTX-LAST-ID TO NC-PTX-ID.
            REWRITE PENDTXN-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-REWRITE.
            IF RETURN-CODE NOT = NC-RET-OK THEN
                CLOSE PENDTXN-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE 0 TO WS-FIELD-COUNT.
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > 80
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND NC-FDESC-LENGTH(WS-FIELD-X) > 0 THEN
                    PERFORM 410-WRITE-ONE-FIELD
                END-IF
            END-PERFORM.

            MOVE SPACES TO PENDTXN-RECORD.
            MOVE NC-PTX-ID TO PTX-ID.
            MOVE 0 TO PTX-FIELD-NO.
            MOVE LS-SCREEN-NAME TO PTX-SCREEN-NAME.
            SET PTX-PENDING TO TRUE.
            MOVE WS-OPERATOR-ID TO PTX-MAKER.
            MOVE WS-NOW TO PTX-MADE.
            MOVE 0 TO PTX-PRIOR-ID.
            IF NC-PTX-CORRECTING THEN
                MOVE NC-PTX-LOADED-ID TO PTX-PRIOR-ID
            END-IF.
            MOVE WS-FIELD-COUNT TO PTX-FIELD-COUNT.
            WRITE PENDTXN-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
            END-WRITE.

            IF RETURN-CODE = NC-RET-OK
            AND NC-PTX-CORRECTING THEN
                MOVE NC-PTX-LOADED-ID TO PTX-ID
                MOVE 0 TO PTX-FIELD-NO
                READ PENDTXN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PTX-RETURNED THEN
                            SET PTX-RESUBMITTED TO TRUE
                            REWRITE PENDTXN-RECORD
                                INVALID KEY CONTINUE
                            END-REWRITE
                        END-IF
                END-READ
            END-IF.
            CLOSE PENDTXN-FILE.
            EXIT.

        410-WRITE-ONE-FIELD.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(WS-FIELD-X).
            MOVE NC-FDESC-LENGTH(WS-FIELD-X) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 999 THEN
                MOVE 999 TO WS-TAKE-LEN
            END-IF.
            MOVE SPACES TO PENDTXN-RECORD.
            MOVE NC-PTX-ID TO PTX-ID.
            MOVE WS-FIELD-X TO PTX-FIELD-NO.
            MOVE LS-SCREEN-NAME TO PTX-SCREEN-NAME.
            MOVE WS-TAKE-LEN TO PTX-TEXT-LEN.
            IF NC-PTX-STARTED THEN
                MOVE WS-BEFORE-TEXT(WS-FIELD-X)(1:WS-TAKE-LEN)
                    TO PTX-BEFORE-TEXT(1:WS-TAKE-LEN)
            END-IF.
            MOVE NC-VR-FIELD-TEXT(1:WS-TAKE-LEN)
                TO PTX-AFTER-TEXT(1:WS-TAKE-LEN).
            WRITE PENDTXN-RECORD
                INVALID KEY
                    MOVE NC-RET-FAILED TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-FIELD-COUNT
            END-WRITE.
            EXIT.

        500-RECORD-RELEASE.
            MOVE NC-RET-NOTFOUND TO RETURN-CODE.
            OPEN I-O PENDTXN-FILE.
            IF WS-PENDTXN-FILE-STATUS NOT = "00" THEN
                IF WS-PENDTXN-FILE-STATUS = "05" THEN
                    CLOSE PENDTXN-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE NC-PTX-LOADED-ID TO PTX-ID.
            MOVE 0 TO PTX-FIELD-NO.
            READ PENDTXN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PTX-APPROVED
                    AND PTX-CHECKER = WS-OPERATOR-ID THEN
                        SET PTX-RELEASED TO TRUE
                        MOVE FUNCTION CURRENT-DATE TO PTX-RELEASED-AT
                        REWRITE PENDTXN-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE NC-RET-OK TO RETURN-CODE
                        END-REWRITE
                    END-IF
            END-READ.
            CLOSE PENDTXN-FILE.
            EXIT.

        END PROGRAM COBCURSES-PENDTXN.
