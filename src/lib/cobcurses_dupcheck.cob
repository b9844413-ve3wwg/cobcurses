        IDENTIFICATION DIVISION.
        PROGRAM-ID. COBCURSES-DUP-CHECK.
      *>
      *>     DUPLICATE-SUBMISSION DETECTION FOR SCREENS WITH A
      *>     DUPLICATE-CHECK SIGNATURE: ONE SCRNRULE.X RULE WITH
      *>     OPERATOR 'DS' PER SIGNATURE FIELD (VENDOR, INVOICE
      *>     NUMBER, AMOUNT ...). THE RULE'S LITERAL MAY GIVE THE
      *>     WINDOW IN DAYS; OTHERWISE COBCURSES_DUP_WINDOW, ELSE 30.
      *>     NC-DUP-FUNCTION SELECTS THE SERVICE:
      *>
      *>     'C'  CHECK THE SCREEN AS IT FILES: JOIN THE SIGNATURE
      *>          FIELDS (TRIMMED, UPPER CASE, '|' BETWEEN) AND LOOK
      *>          THEM UP IN THE ROLLING INDEX (DUPIDX.X). A FILING
      *>          WITHIN THE WINDOW SETS NC-DUP-FOUND WITH ITS
      *>          OPERATOR, DATE AND BATCH. AN ALL-BLANK SIGNATURE IS
      *>          NOT CHECKED.
      *>     'L'  LOG THE SUSPECTED DUPLICATE JUST FILED ANYWAY
      *>          (DUPCONF.LOG): NC-DUP-HOW 'C' CONFIRMED BY THE
      *>          OPERATOR, 'S' OVERRIDDEN BY NC-DUP-SUPERVISOR.
      *>     'R'  RECORD THE FILING IN THE INDEX UNDER ITS SIGNATURE,
      *>          WITH THE OPERATOR'S OPEN BALANCING BATCH (BATCHCTL.X)
      *>          WHEN THERE IS ONE.
      *>
      *>     THE CALLER PASSES ITS OWN NC-FIELD-DESCRIPTORS AND
      *>     NC-RULE-DATA (COBCURSL IS COPIED INTO THE LINKAGE SO THE
      *>     LAYOUT HAS ONE TRUE DEFINITION). LIKE THE OTHER
      *>     BACKGROUND WRITERS, AN UNAVAILABLE FILE NEVER STOPS THE
      *>     FILING: THE CHECK SIMPLY FINDS NOTHING.
      *>
      *> RETURN-CODE:
      *>     NC-RET-OK               DONE
      *>     NC-RET-NOTFOUND         'C': NO SIGNATURE ON THIS SCREEN
      *>     NC-RET-BADPARM          UNKNOWN FUNCTION
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL DUPIDX-FILE
                ASSIGN TO WS-DUPIDX-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DUP-KEY
                FILE STATUS IS WS-DUPIDX-FILE-STATUS.

            SELECT OPTIONAL DUPCONF-FILE
                ASSIGN TO WS-DUPCONF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUPCONF-FILE-STATUS.

            SELECT BATCHCTL-FILE
                ASSIGN TO WS-BATCHCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BCT-KEY
                FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  DUPIDX-FILE.
        01  DUPIDX-RECORD.
            COPY DUPIDX.

        FD  DUPCONF-FILE.
        01  DUPCONF-RECORD.
            COPY DUPCONF.

        FD  BATCHCTL-FILE.
        01  BATCHCTL-RECORD.
            COPY BATCHCTL.

        WORKING-STORAGE SECTION.

            COPY COBCRETC.

        01  WS-FILE-NAME-LENGTH             PIC 9999.
        01  WS-DUPIDX-FILE-NAME             PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DUPIDX.X".
        01  WS-DUPIDX-FILE-STATUS           PIC XX.
        01  WS-DUPCONF-FILE-NAME            PIC X(256)
            VALUE "${COBCURSES_DATADIR}/DUPCONF.LOG".
        01  WS-DUPCONF-FILE-STATUS          PIC XX.
        01  WS-BATCHCTL-FILE-NAME           PIC X(256)
            VALUE "${COBCURSES_DATADIR}/BATCHCTL.X".
        01  WS-BATCHCTL-FILE-STATUS         PIC XX.
        01  WS-PATH-FLAG                    PIC X VALUE 'N'.
            88  PATH-RESOLVED               VALUE 'Y'.

        01  WS-OPERATOR-ID                  PIC X(20).
        01  WS-NOW                          PIC X(21).
        01  WS-EOF-FLAG                     PIC X.
            88  END-OF-BATCHES              VALUE 'Y'.
        01  WS-RULE-X                       PIC 999 COMP-5.
        01  WS-FIELD-NO                     PIC 9999 COMP-5.
        01  WS-TAKE-LEN                     PIC 9999 COMP-5.
        01  WS-SIG-PTR                      PIC 999 COMP-5.
        01  WS-SIG-FIELDS                   PIC 99 COMP-5.
        01  WS-NONBLANK-FLAG                PIC X.
            88  SIGNATURE-HAS-VALUE         VALUE 'Y'.
        01  WS-VALUE                        PIC X(100).
        01  WS-BATCH-NO                     PIC 9(6).

        01  WS-WINDOW-DAYS                  PIC 9(4).
        01  WS-WINDOW-ENV                   PIC X(8).
        01  WS-TODAY-INT                    PIC 9(8).
        01  WS-FILED-INT                    PIC 9(8).

        LINKAGE SECTION.

            COPY COBCURSL.

        01  LS-SCREEN-NAME                  PIC X(16).

        PROCEDURE DIVISION USING
            LS-SCREEN-NAME, NC-FIELD-DESCRIPTORS, NC-RULE-DATA,
            NC-DUP-DATA.

        100-MAIN-DISPATCH-ENTRY.
            IF NOT PATH-RESOLVED THEN
                MOVE LENGTH OF WS-DUPIDX-FILE-NAME
                    TO WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-DUPIDX-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-DUPCONF-FILE-NAME, WS-FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-BATCHCTL-FILE-NAME, WS-FILE-NAME-LENGTH
                SET PATH-RESOLVED TO TRUE
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE NC-RET-OK TO RETURN-CODE.

            EVALUATE NC-DUP-FUNCTION
                WHEN 'C'
                    PERFORM 200-CHECK-SIGNATURE
                WHEN 'L'
                    PERFORM 300-LOG-CONFIRMED
                WHEN 'R'
                    PERFORM 400-RECORD-FILING
                WHEN OTHER
                    MOVE NC-RET-BADPARM TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

        200-CHECK-SIGNATURE.
            MOVE 'N' TO NC-DUP-FOUND-FLAG, NC-DUP-PENDING-FLAG.
            MOVE SPACES TO NC-DUP-PRIOR-FILED-AT,
                NC-DUP-PRIOR-OPERATOR.
            MOVE 0 TO NC-DUP-PRIOR-BATCH-NO.
            PERFORM 210-BUILD-SIGNATURE.
            IF WS-SIG-FIELDS = 0 THEN
                MOVE NC-RET-NOTFOUND TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF NOT SIGNATURE-HAS-VALUE THEN
                EXIT PARAGRAPH
            END-IF.
            SET NC-DUP-PENDING TO TRUE.

            OPEN INPUT DUPIDX-FILE.
            IF WS-DUPIDX-FILE-STATUS NOT = "00" THEN
                IF WS-DUPIDX-FILE-STATUS = "05" THEN
                    CLOSE DUPIDX-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-SCREEN-NAME TO DUP-SCREEN-NAME.
            MOVE NC-DUP-SIGNATURE TO DUP-SIGNATURE.
            READ DUPIDX-FILE
                INVALID KEY
                    CLOSE DUPIDX-FILE
                    EXIT PARAGRAPH
            END-READ.
            CLOSE DUPIDX-FILE.
      *>
      *>     ONLY A FILING INSIDE THE WINDOW COUNTS; AN OLDER ONE IS
      *>     SIMPLY REPLACED WHEN THIS ONE IS RECORDED.
      *>
            PERFORM 220-RESOLVE-WINDOW.
            IF DUP-FILED-AT(1:8) IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-NOW(1:8))).
            COMPUTE WS-FILED-INT =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(DUP-FILED-AT(1:8))).
            IF WS-TODAY-INT - WS-FILED-INT > WS-WINDOW-DAYS THEN
                EXIT PARAGRAPH
            END-IF.
            SET NC-DUP-FOUND TO TRUE.
            MOVE DUP-FILED-AT TO NC-DUP-PRIOR-FILED-AT.
            MOVE DUP-OPERATOR TO NC-DUP-PRIOR-OPERATOR.
            MOVE DUP-BATCH-NO TO NC-DUP-PRIOR-BATCH-NO.
            EXIT.

        210-BUILD-SIGNATURE.
            MOVE SPACES TO NC-DUP-SIGNATURE.
            MOVE 1 TO WS-SIG-PTR.
            MOVE 0 TO WS-SIG-FIELDS, NC-DUP-FIRST-FIELD.
            MOVE 'N' TO WS-NONBLANK-FLAG.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > NC-RULE-COUNT
                IF NC-RULE-OPERATOR(WS-RULE-X) = 'DS' THEN
                    PERFORM 215-ADD-ONE-FIELD
                END-IF
            END-PERFORM.
            EXIT.

        215-ADD-ONE-FIELD.
            MOVE NC-RULE-LHS-FIELD(WS-RULE-X) TO WS-FIELD-NO.
            IF WS-FIELD-NO < 1 OR WS-FIELD-NO > 80 THEN
                EXIT PARAGRAPH
            END-IF.
            IF NC-FDESC-ADDRESS(WS-FIELD-NO) = NULL
            OR NC-FDESC-LENGTH(WS-FIELD-NO) = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SIG-FIELDS.
            IF NC-DUP-FIRST-FIELD = 0 THEN
                MOVE WS-FIELD-NO TO NC-DUP-FIRST-FIELD
            END-IF.
            SET ADDRESS OF NC-VR-FIELD-TEXT
                TO NC-FDESC-ADDRESS(WS-FIELD-NO).
            MOVE NC-FDESC-LENGTH(WS-FIELD-NO) TO WS-TAKE-LEN.
            IF WS-TAKE-LEN > 100 THEN
                MOVE 100 TO WS-TAKE-LEN
            END-IF.
            MOVE SPACES TO WS-VALUE.
            MOVE FUNCTION UPPER-CASE(NC-VR-FIELD-TEXT(1:WS-TAKE-LEN))
                TO WS-VALUE.
            IF WS-VALUE NOT = SPACES THEN
                SET SIGNATURE-HAS-VALUE TO TRUE
            END-IF.
            IF WS-SIG-FIELDS > 1 AND WS-SIG-PTR <= 100 THEN
                STRING "|" DELIMITED BY SIZE
                    INTO NC-DUP-SIGNATURE
                    WITH POINTER WS-SIG-PTR
                END-STRING
            END-IF.
            IF WS-VALUE NOT = SPACES AND WS-SIG-PTR <= 100 THEN
                STRING FUNCTION TRIM(WS-VALUE) DELIMITED BY SIZE
                    INTO NC-DUP-SIGNATURE
                    WITH POINTER WS-SIG-PTR
                END-STRING
            END-IF.
            EXIT.

        220-RESOLVE-WINDOW.
            MOVE 0 TO WS-WINDOW-DAYS.
            PERFORM VARYING WS-RULE-X FROM 1 BY 1
                UNTIL WS-RULE-X > NC-RULE-COUNT
                OR WS-WINDOW-DAYS > 0
                IF NC-RULE-OPERATOR(WS-RULE-X) = 'DS'
                AND NC-RULE-RHS-LITERAL(WS-RULE-X) NOT = SPACES
                AND FUNCTION TEST-NUMVAL(
                    NC-RULE-RHS-LITERAL(WS-RULE-X)) = 0 THEN
                    MOVE FUNCTION NUMVAL(
                        NC-RULE-RHS-LITERAL(WS-RULE-X))
                        TO WS-WINDOW-DAYS
                END-IF
            END-PERFORM.
            IF WS-WINDOW-DAYS = 0 THEN
                MOVE SPACES TO WS-WINDOW-ENV
                ACCEPT WS-WINDOW-ENV
                    FROM ENVIRONMENT "COBCURSES_DUP_WINDOW"
                IF WS-WINDOW-ENV NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-WINDOW-ENV) = 0 THEN
                    MOVE FUNCTION NUMVAL(WS-WINDOW-ENV)
                        TO WS-WINDOW-DAYS
                END-IF
            END-IF.
            IF WS-WINDOW-DAYS = 0 THEN
                MOVE 30 TO WS-WINDOW-DAYS
            END-IF.
            EXIT.

        300-LOG-CONFIRMED.
            OPEN EXTEND DUPCONF-FILE.
            IF WS-DUPCONF-FILE-STATUS NOT = "00"
            AND WS-DUPCONF-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DUPCONF-RECORD.
            MOVE WS-NOW TO CFD-DATE-TIME.
            MOVE LS-SCREEN-NAME TO CFD-SCREEN-NAME.
            MOVE NC-DUP-SIGNATURE TO CFD-SIGNATURE.
            MOVE WS-OPERATOR-ID TO CFD-OPERATOR.
            MOVE NC-DUP-HOW TO CFD-HOW.
            MOVE NC-DUP-SUPERVISOR TO CFD-SUPERVISOR.
            MOVE NC-DUP-PRIOR-FILED-AT TO CFD-PRIOR-FILED-AT.
            MOVE NC-DUP-PRIOR-OPERATOR TO CFD-PRIOR-OPERATOR.
            MOVE NC-DUP-PRIOR-BATCH-NO TO CFD-PRIOR-BATCH-NO.
            WRITE DUPCONF-RECORD.
            CLOSE DUPCONF-FILE.
            EXIT.

        400-RECORD-FILING.
            IF NOT NC-DUP-PENDING THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO NC-DUP-PENDING-FLAG.
            PERFORM 410-FIND-OPEN-BATCH.

            OPEN I-O DUPIDX-FILE.
            IF WS-DUPIDX-FILE-STATUS NOT = "00"
            AND WS-DUPIDX-FILE-STATUS NOT = "05" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE LS-SCREEN-NAME TO DUP-SCREEN-NAME.
            MOVE NC-DUP-SIGNATURE TO DUP-SIGNATURE.
            READ DUPIDX-FILE
                INVALID KEY
                    MOVE SPACES TO DUPIDX-RECORD
                    MOVE LS-SCREEN-NAME TO DUP-SCREEN-NAME
                    MOVE NC-DUP-SIGNATURE TO DUP-SIGNATURE
                    MOVE 0 TO DUP-FILINGS
            END-READ.
            IF DUP-FILINGS IS NOT NUMERIC THEN
                MOVE 0 TO DUP-FILINGS
            END-IF.
            ADD 1 TO DUP-FILINGS.
            MOVE WS-NOW TO DUP-FILED-AT.
            MOVE WS-OPERATOR-ID TO DUP-OPERATOR.
            MOVE WS-BATCH-NO TO DUP-BATCH-NO.
            IF DUP-FILINGS = 1 THEN
                WRITE DUPIDX-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            ELSE
                REWRITE DUPIDX-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
            CLOSE DUPIDX-FILE.
            EXIT.

        410-FIND-OPEN-BATCH.
            MOVE 0 TO WS-BATCH-NO.
            OPEN INPUT BATCHCTL-FILE.
            IF WS-BATCHCTL-FILE-STATUS NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            INITIALIZE BATCHCTL-RECORD.
            MOVE WS-OPERATOR-ID TO BCT-OPERATOR.
            START BATCHCTL-FILE KEY IS >= BCT-KEY
                INVALID KEY SET END-OF-BATCHES TO TRUE
            END-START.
            PERFORM UNTIL END-OF-BATCHES
                READ BATCHCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-BATCHES TO TRUE
                    NOT AT END
                        IF BCT-OPERATOR NOT = WS-OPERATOR-ID THEN
                            SET END-OF-BATCHES TO TRUE
                        ELSE
                            IF BCT-STATE-OPEN THEN
                                MOVE BCT-BATCH-NO TO WS-BATCH-NO
                                SET END-OF-BATCHES TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BATCHCTL-FILE.
            EXIT.

        END PROGRAM COBCURSES-DUP-CHECK.
