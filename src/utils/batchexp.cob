        IDENTIFICATION DIVISION.
        PROGRAM-ID. BATCHEXP.
      *>
      *> BATCHEXP IS THE CONTROLLED HAND-OFF OF BALANCED DATA-ENTRY
      *> BATCHES TO THE LEDGER SYSTEM. BATCHBAL CLOSES A BATCH ONLY
      *> WHEN IT BALANCES; UNTIL NOW ITS DOCUMENTS THEN WAITED FOR A
      *> MANUAL FILE COPY. BATCHEXP:
      *>
      *>     EXPORT     PICKS UP EVERY CLOSED BATCH NOT YET SENT
      *>                (BATCHCTL.X STATE 'C'), CHECKS ITS FILED
      *>                DOCUMENTS (BATCHDOC.X) AGAINST THE BATCH'S
      *>                CONTROL TOTALS, WRITES THEM TO ONE NEW
      *>                INTERFACE FILE (SEE BATCHIFC.cbl) WITH A
      *>                HEADER AND A TRAILER CARRYING THE COUNT AND
      *>                AMOUNT HASH TOTALS, AND MARKS EACH BATCH SENT
      *>                (STATE 'S') IN THE EXPORT REGISTER BATCHEXP.X.
      *>     RECONCILE  READS THE LEDGER'S ACKNOWLEDGEMENT FILE (SEE
      *>                BATCHACK.cbl), MATCHES IT BATCH BY BATCH TO
      *>                THE REGISTER, AND REPORTS BATCHES REJECTED,
      *>                ACKNOWLEDGED WITH DIFFERENT TOTALS, OR STILL
      *>                NOT ACKNOWLEDGED AFTER THE WAITING TIME.
      *>
      *> EVERY EXCEPTION IS ALSO RAISED IN ALERTS.X THROUGH
      *> COBCURSES-RAISE-ALERT.
      *>
      *> USAGE (ARGUMENTS):
      *>     EXPORT              SEND EVERY CLOSED, UNSENT BATCH
      *>     RECONCILE [FILE]    APPLY THE ACKNOWLEDGEMENT FILE
      *>                         (DEFAULT BATCHACK.DAT IN THE
      *>                         EXCHANGE DIRECTORY) AND REPORT
      *>     LIST                SHOW THE EXPORT REGISTER
      *>     RESEND OPERATOR BATCH
      *>                         PUT A SENT BATCH BACK IN LINE FOR
      *>                         THE NEXT EXPORT (AFTER A REJECTION)
      *>
      *> THE EXCHANGE DIRECTORY IS COBCURSES_BATCHEXP_DIR, DEFAULTING
      *> TO ${COBCURSES_DATADIR}/BATCHEXP. A BATCH SENT MORE THAN
      *> COBCURSES_BATCHACK_WAIT_HOURS HOURS AGO (DEFAULT 24) AND
      *> NOT YET ACKNOWLEDGED IS AN EXCEPTION.
      *>
      *> RETURN-CODE: 0 CLEAN, 4 EXCEPTIONS REPORTED (OR BATCHES
      *> LEFT FOR THE NEXT RUN), 8 NOTHING ON FILE TO ACT ON, 16
      *> USAGE OR FILE TROUBLE.
      *>

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT OPTIONAL BATCHCTL-FILE
                ASSIGN TO BATCHCTL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BCT-KEY
                FILE STATUS IS WS-BATCHCTL-FILE-STATUS.

            SELECT OPTIONAL BATCHDOC-FILE
                ASSIGN TO BATCHDOC-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BDC-KEY
                FILE STATUS IS WS-BATCHDOC-FILE-STATUS.

            SELECT OPTIONAL BATCHEXP-FILE
                ASSIGN TO BATCHEXP-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BXP-KEY
                FILE STATUS IS WS-BATCHEXP-FILE-STATUS.

            SELECT IFC-FILE
                ASSIGN TO IFC-TEMP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IFC-FILE-STATUS.

            SELECT ACK-FILE
                ASSIGN TO ACK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD  BATCHCTL-FILE.
        01  BATCHCTL-RECORD.
            COPY BATCHCTL.

        FD  BATCHDOC-FILE.
        01  BATCHDOC-RECORD.
            COPY BATCHDOC.

        FD  BATCHEXP-FILE.
        01  BATCHEXP-RECORD.
            COPY BATCHEXP.

        FD  IFC-FILE.
        01  BATCHIFC-RECORD.
            COPY BATCHIFC.

        FD  ACK-FILE.
        01  BATCHACK-RECORD.
            COPY BATCHACK.

        WORKING-STORAGE SECTION.

        01  WS-ENV-VAR                          PIC X(512).
        01  WS-TRAINING-DETAIL                  PIC X(40).

        01  MISC.
            10  FILE-NAME-LENGTH                PIC 9999.
            10  WS-EXCHANGE-DIR                 PIC X(256).
            10  BATCHCTL-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BATCHCTL.X".
            10  BATCHDOC-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BATCHDOC.X".
            10  BATCHEXP-FILE-NAME              PIC X(256)
                VALUE "${COBCURSES_DATADIR}/BATCHEXP.X".
            10  IFC-FILE-NAME                   PIC X(512).
            10  IFC-TEMP-NAME                   PIC X(512).
            10  ACK-FILE-NAME                   PIC X(512).
            10  ACK-DONE-NAME                   PIC X(512).

        01  WS-BATCHCTL-FILE-STATUS             PIC XX.
        01  WS-BATCHDOC-FILE-STATUS             PIC XX.
        01  WS-BATCHEXP-FILE-STATUS             PIC XX.
        01  WS-IFC-FILE-STATUS                  PIC XX.
        01  WS-ACK-FILE-STATUS                  PIC XX.

        01  EOF-FLAG                            PIC X VALUE 'N'.
            88  END-OF-FILE                     VALUE 'Y'.

        01  WS-VERB                             PIC X(12).
        01  WS-ARG-1                            PIC X(256).
        01  WS-ARG-2                            PIC X(12).
        01  WS-OPERATOR-ID                      PIC X(20).

        01  WS-SHELL-CMD                        PIC X(600).

        01  ALERT-FIELDS.
            05  WS-RAISE-PROGRAM                PIC X(12)
                VALUE "BATCHEXP".
            05  WS-RAISE-SEVERITY               PIC X.
            05  WS-RAISE-KEY                    PIC X(32).
            05  WS-RAISE-TEXT                   PIC X(70).

        01  WS-CURRENT-DATE                     PIC X(21).
        01  WS-NOW-MINUTES                      PIC 9(11).
        01  WS-STAMP                            PIC X(14).
        01  WS-STAMP-DATE                       PIC 9(8).
        01  WS-STAMP-MINUTES                    PIC 9(11).
        01  WS-WAIT-HOURS                       PIC 9(4) VALUE 24.
        01  WS-HOURS-WAITING                    PIC 9(6).

      *>
      *> THE BATCHES GOING INTO THIS RUN'S INTERFACE FILE. A RUN
      *> TAKES AT MOST 500; ANY MORE WAIT FOR THE NEXT RUN.
      *>
        01  EXPORT-LIST.
            10  WS-EXP-USED                     PIC 9(4) COMP.
            10  WS-EXP-ENTRY OCCURS 500 TIMES.
                15  WS-EXP-OPERATOR             PIC X(20).
                15  WS-EXP-BATCH-NO             PIC 9(6).
                15  WS-EXP-COUNT                PIC 9(6).
                15  WS-EXP-AMOUNT               PIC S9(13)V99.
                15  WS-EXP-OPENED               PIC X(14).
                15  WS-EXP-CLOSED               PIC X(14).
                15  WS-EXP-INCLUDE-FLAG         PIC X.
                    88  EXP-INCLUDED            VALUE 'Y'.
        01  WS-EXP-X                            PIC 9(4) COMP.
        01  WS-LEFT-OVER-FLAG                   PIC X VALUE 'N'.
            88  BATCHES-LEFT-OVER               VALUE 'Y'.

        01  WS-EXPORT-ID                        PIC 9(6).
        01  WS-WRITE-FAILED-FLAG                PIC X VALUE 'N'.
            88  INTERFACE-WRITE-FAILED          VALUE 'Y'.
        01  WS-DOC-COUNT                        PIC 9(6).
        01  WS-DOC-AMOUNT                       PIC S9(13)V99.

        01  COUNTS.
            10  WS-BATCHES-SENT                 PIC 9(6) VALUE 0.
            10  WS-DOCS-SENT                    PIC 9(8) VALUE 0.
            10  WS-AMOUNT-SENT                  PIC S9(15)V99 VALUE 0.
            10  WS-RECORDS-WRITTEN              PIC 9(8) VALUE 0.
            10  WS-EXCEPTIONS                   PIC 9(6) VALUE 0.
            10  WS-ACK-LINES                    PIC 9(6) VALUE 0.
            10  WS-ACK-MATCHED                  PIC 9(6) VALUE 0.
            10  WS-AWAITING                     PIC 9(6) VALUE 0.
            10  WS-LISTED                       PIC 9(6) VALUE 0.

        01  WS-AMOUNT-EDIT                      PIC -(12)9.99.
        01  WS-AMOUNT-EDIT-2                    PIC -(12)9.99.
        01  WS-COUNT-EDIT                       PIC ZZZZZ9.
        01  WS-COUNT-EDIT-2                     PIC ZZZZZ9.
        01  WS-HOURS-EDIT                       PIC ZZZZZ9.
        01  WS-BATCH-TEXT                       PIC X(30).

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
            PERFORM 1000-INITIALIZE.
            IF WS-VERB = "EXPORT" OR "RECONCILE" OR "RESEND" THEN
                PERFORM 1400-TRAINING-GUARD
            END-IF.
            EVALUATE WS-VERB
                WHEN "EXPORT"
                    PERFORM 2000-EXPORT
                WHEN "RECONCILE"
                    PERFORM 3000-RECONCILE
                WHEN "LIST"
                    PERFORM 4000-LIST-REGISTER
                WHEN "RESEND"
                    PERFORM 5000-RESEND
                WHEN OTHER
                    DISPLAY "USAGE: batchexp EXPORT"
                    DISPLAY "       batchexp RECONCILE [ACKFILE]"
                    DISPLAY "       batchexp LIST"
                    DISPLAY "       batchexp RESEND OPERATOR BATCH"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

        1000-INITIALIZE.
            MOVE LENGTH OF BATCHCTL-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING BATCHCTL-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING BATCHDOC-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME"
                USING BATCHEXP-FILE-NAME, FILE-NAME-LENGTH.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_BATCHEXP_DIR".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE WS-ENV-VAR(1:256) TO WS-EXCHANGE-DIR
            ELSE
                MOVE "${COBCURSES_DATADIR}/BATCHEXP"
                    TO WS-EXCHANGE-DIR
                MOVE LENGTH OF WS-EXCHANGE-DIR TO FILE-NAME-LENGTH
                CALL "COBCURSES-INIT-PATHNAME"
                    USING WS-EXCHANGE-DIR, FILE-NAME-LENGTH
            END-IF.
            MOVE SPACES TO WS-SHELL-CMD.
            STRING "mkdir -p '" FUNCTION TRIM(WS-EXCHANGE-DIR) "'"
                DELIMITED BY SIZE INTO WS-SHELL-CMD.
            CALL "SYSTEM" USING WS-SHELL-CMD.
            MOVE 0 TO RETURN-CODE.

            MOVE SPACES TO WS-ENV-VAR.
            ACCEPT WS-ENV-VAR
                FROM ENVIRONMENT "COBCURSES_BATCHACK_WAIT_HOURS".
            IF WS-ENV-VAR NOT = SPACES THEN
                MOVE FUNCTION NUMVAL(WS-ENV-VAR) TO WS-WAIT-HOURS
            END-IF.

            MOVE SPACES TO WS-VERB, WS-ARG-1, WS-ARG-2.
            ACCEPT WS-VERB FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.
            ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE.
            MOVE SPACES TO WS-OPERATOR-ID.
            CALL "C$GETENV" USING "USER", WS-OPERATOR-ID.

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:14) TO WS-STAMP.
            PERFORM 1100-STAMP-TO-MINUTES.
            MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
            EXIT.

        1100-STAMP-TO-MINUTES.
      *>
      *>     WS-STAMP (CURRENT-DATE IMAGE) -> MINUTES SINCE THE
      *>     INTEGER-OF-DATE EPOCH, IN WS-STAMP-MINUTES.
      *>
            MOVE WS-STAMP(1:8) TO WS-STAMP-DATE.
            COMPUTE WS-STAMP-MINUTES =
                FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                + FUNCTION NUMVAL(WS-STAMP(9:2)) * 60
                + FUNCTION NUMVAL(WS-STAMP(11:2)).
            EXIT.

        1200-RAISE-EXCEPTION.
      *>
      *>     WS-BATCH-TEXT NAMES THE BATCH (OR LINE), WS-RAISE-TEXT
      *>     SAYS WHAT IS WRONG, WS-RAISE-SEVERITY HOW BAD.
      *>
            ADD 1 TO WS-EXCEPTIONS.
            DISPLAY "BATCHEXP: EXCEPTION ",
                FUNCTION TRIM(WS-BATCH-TEXT), " -- ",
                FUNCTION TRIM(WS-RAISE-TEXT).
            MOVE SPACES TO WS-RAISE-KEY.
            STRING "BATCHEXP-" DELIMITED BY SIZE,
                WS-BATCH-TEXT DELIMITED BY SPACE
                INTO WS-RAISE-KEY.
            CALL "COBCURSES-RAISE-ALERT" USING
                WS-RAISE-PROGRAM, WS-RAISE-SEVERITY, WS-RAISE-KEY,
                WS-RAISE-TEXT.
            EXIT.

        1300-NAME-BATCH.
      *>
      *>     BXP-KEY (OPERATOR, BATCH) -> "OPERATOR/NNNNNN" IN
      *>     WS-BATCH-TEXT.
      *>
            MOVE SPACES TO WS-BATCH-TEXT.
            STRING BXP-OPERATOR DELIMITED BY SPACE,
                "/" DELIMITED BY SIZE,
                BXP-BATCH-NO DELIMITED BY SIZE
                INTO WS-BATCH-TEXT.
            EXIT.

        1400-TRAINING-GUARD.
      *>
      *>     THE EXCHANGE DIRECTORY BELONGS TO THE RECEIVING SYSTEM,
      *>     SO A TRAINING RUN NEVER SENDS OR RECONCILES.
      *>
            MOVE SPACES TO WS-TRAINING-DETAIL.
            STRING "BATCHEXP " WS-VERB DELIMITED BY SIZE
                INTO WS-TRAINING-DETAIL.
            CALL "COBCURSES-TRAINING-REFUSE"
                USING WS-TRAINING-DETAIL.
            IF RETURN-CODE NOT = ZERO THEN
                DISPLAY "BATCHEXP: TRAINING MODE -- NOTHING IS "
                    "EXCHANGED WITH THE RECEIVING SYSTEM."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXIT.

      *>
      *> EXPORT.
      *>
        2000-EXPORT.
            PERFORM 2100-COLLECT-BATCHES.
            IF WS-EXP-USED = 0 THEN
                DISPLAY "BATCHEXP: NO CLOSED BATCHES WAITING TO BE ",
                    "SENT."
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2200-VERIFY-DOCUMENTS.
            MOVE 0 TO WS-BATCHES-SENT.
            PERFORM VARYING WS-EXP-X FROM 1 BY 1
                UNTIL WS-EXP-X > WS-EXP-USED
                IF EXP-INCLUDED(WS-EXP-X) THEN
                    ADD 1 TO WS-BATCHES-SENT
                END-IF
            END-PERFORM.
            IF WS-BATCHES-SENT = 0 THEN
                DISPLAY "BATCHEXP: NO BATCH PASSED ITS DOCUMENT ",
                    "CHECK; NOTHING SENT."
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2300-NEXT-EXPORT-ID.
            PERFORM 2400-WRITE-INTERFACE.
            IF INTERFACE-WRITE-FAILED THEN
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2500-MARK-SENT.

            MOVE WS-AMOUNT-SENT TO WS-AMOUNT-EDIT.
            MOVE WS-BATCHES-SENT TO WS-COUNT-EDIT.
            DISPLAY "BATCHEXP: EXPORT ", WS-EXPORT-ID, " -- ",
                FUNCTION TRIM(WS-COUNT-EDIT), " BATCHES, ",
                WS-DOCS-SENT, " DOCUMENTS, AMOUNT ",
                FUNCTION TRIM(WS-AMOUNT-EDIT).
            DISPLAY "BATCHEXP: WRITTEN TO ",
                FUNCTION TRIM(IFC-FILE-NAME).
            IF WS-EXCEPTIONS > 0 OR BATCHES-LEFT-OVER THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        2100-COLLECT-BATCHES.
            MOVE 0 TO WS-EXP-USED.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT BATCHCTL-FILE.
            IF WS-BATCHCTL-FILE-STATUS NOT = "00" THEN
                IF WS-BATCHCTL-FILE-STATUS = "05" THEN
                    CLOSE BATCHCTL-FILE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ BATCHCTL-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BCT-STATE-AWAITING-EXPORT THEN
                            IF WS-EXP-USED < 500 THEN
                                ADD 1 TO WS-EXP-USED
                                MOVE WS-EXP-USED TO WS-EXP-X
                                MOVE BCT-OPERATOR TO
                                    WS-EXP-OPERATOR(WS-EXP-X)
                                MOVE BCT-BATCH-NO TO
                                    WS-EXP-BATCH-NO(WS-EXP-X)
                                MOVE BCT-ACTUAL-COUNT TO
                                    WS-EXP-COUNT(WS-EXP-X)
                                MOVE BCT-ACTUAL-AMOUNT TO
                                    WS-EXP-AMOUNT(WS-EXP-X)
                                MOVE BCT-OPENED(1:14) TO
                                    WS-EXP-OPENED(WS-EXP-X)
                                MOVE BCT-CLOSED(1:14) TO
                                    WS-EXP-CLOSED(WS-EXP-X)
                                MOVE 'Y' TO
                                    WS-EXP-INCLUDE-FLAG(WS-EXP-X)
                            ELSE
                                SET BATCHES-LEFT-OVER TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BATCHCTL-FILE.
            EXIT.

        2200-VERIFY-DOCUMENTS.
      *>
      *>     THE DOCUMENTS ON FILE FOR EACH BATCH MUST ADD UP TO THE
      *>     BATCH'S CONTROL TOTALS, OR THE TRAILER WOULD NOT DESCRIBE
      *>     WHAT IS SENT. A BATCH THAT DOES NOT IS HELD BACK.
      *>
            OPEN INPUT BATCHDOC-FILE.
            PERFORM VARYING WS-EXP-X FROM 1 BY 1
                UNTIL WS-EXP-X > WS-EXP-USED
                PERFORM 2210-TOTAL-DOCUMENTS
                IF WS-DOC-COUNT NOT = WS-EXP-COUNT(WS-EXP-X)
                OR WS-DOC-AMOUNT NOT = WS-EXP-AMOUNT(WS-EXP-X) THEN
                    MOVE 'N' TO WS-EXP-INCLUDE-FLAG(WS-EXP-X)
                    MOVE WS-EXP-OPERATOR(WS-EXP-X) TO BXP-OPERATOR
                    MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO BXP-BATCH-NO
                    PERFORM 1300-NAME-BATCH
                    MOVE WS-DOC-COUNT TO WS-COUNT-EDIT
                    MOVE WS-EXP-COUNT(WS-EXP-X) TO WS-COUNT-EDIT-2
                    MOVE SPACES TO WS-RAISE-TEXT
                    STRING "NOT SENT: DOCUMENTS ON FILE "
                        FUNCTION TRIM(WS-COUNT-EDIT)
                        " VS CONTROL " FUNCTION TRIM(WS-COUNT-EDIT-2)
                        " OR AMOUNTS DIFFER"
                        DELIMITED BY SIZE INTO WS-RAISE-TEXT
                    MOVE "C" TO WS-RAISE-SEVERITY
                    PERFORM 1200-RAISE-EXCEPTION
                END-IF
            END-PERFORM.
            IF WS-BATCHDOC-FILE-STATUS NOT = "35" THEN
                CLOSE BATCHDOC-FILE
            END-IF.
            EXIT.

        2210-TOTAL-DOCUMENTS.
            MOVE 0 TO WS-DOC-COUNT, WS-DOC-AMOUNT.
            MOVE 'N' TO EOF-FLAG.
            MOVE WS-EXP-OPERATOR(WS-EXP-X) TO BDC-OPERATOR.
            MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO BDC-BATCH-NO.
            MOVE 0 TO BDC-DOC-NO.
            START BATCHDOC-FILE KEY IS >= BDC-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ BATCHDOC-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BDC-OPERATOR NOT =
                            WS-EXP-OPERATOR(WS-EXP-X)
                        OR BDC-BATCH-NO NOT =
                            WS-EXP-BATCH-NO(WS-EXP-X) THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            ADD 1 TO WS-DOC-COUNT
                            ADD BDC-AMOUNT TO WS-DOC-AMOUNT
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        2300-NEXT-EXPORT-ID.
            MOVE 0 TO WS-EXPORT-ID.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT BATCHEXP-FILE.
            IF WS-BATCHEXP-FILE-STATUS = "00" THEN
                PERFORM UNTIL END-OF-FILE
                    READ BATCHEXP-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF BXP-EXPORT-ID > WS-EXPORT-ID THEN
                                MOVE BXP-EXPORT-ID TO WS-EXPORT-ID
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-BATCHEXP-FILE-STATUS NOT = "35" THEN
                CLOSE BATCHEXP-FILE
            END-IF.
            ADD 1 TO WS-EXPORT-ID.
            MOVE SPACES TO IFC-FILE-NAME, IFC-TEMP-NAME.
            STRING WS-EXCHANGE-DIR DELIMITED BY SPACE,
                "/BATCH" DELIMITED BY SIZE,
                WS-EXPORT-ID DELIMITED BY SIZE,
                ".DAT" DELIMITED BY SIZE
                INTO IFC-FILE-NAME.
            STRING WS-EXCHANGE-DIR DELIMITED BY SPACE,
                "/BATCH" DELIMITED BY SIZE,
                WS-EXPORT-ID DELIMITED BY SIZE,
                ".TMP" DELIMITED BY SIZE
                INTO IFC-TEMP-NAME.
            EXIT.

        2400-WRITE-INTERFACE.
            MOVE 'N' TO WS-WRITE-FAILED-FLAG.
            MOVE 0 TO WS-DOCS-SENT, WS-AMOUNT-SENT,
                WS-RECORDS-WRITTEN.
            OPEN OUTPUT IFC-FILE.
            IF WS-IFC-FILE-STATUS NOT = "00" THEN
                DISPLAY "BATCHEXP: CANNOT CREATE ",
                    FUNCTION TRIM(IFC-TEMP-NAME), " (STATUS ",
                    WS-IFC-FILE-STATUS, "); NOTHING SENT."
                SET INTERFACE-WRITE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT BATCHDOC-FILE.

            MOVE SPACES TO BATCHIFC-RECORD.
            SET IFC-FILE-HEADER TO TRUE.
            MOVE "COBCURSES-BATCH" TO IFC-H-INTERFACE.
            MOVE WS-EXPORT-ID TO IFC-H-EXPORT-ID.
            MOVE WS-CURRENT-DATE(1:14) TO IFC-H-CREATED.
            MOVE WS-OPERATOR-ID TO IFC-H-CREATED-BY.
            PERFORM 2490-WRITE-IFC-RECORD.

            PERFORM VARYING WS-EXP-X FROM 1 BY 1
                UNTIL WS-EXP-X > WS-EXP-USED
                OR INTERFACE-WRITE-FAILED
                IF EXP-INCLUDED(WS-EXP-X) THEN
                    PERFORM 2410-WRITE-BATCH
                END-IF
            END-PERFORM.

            MOVE SPACES TO BATCHIFC-RECORD.
            SET IFC-FILE-TRAILER TO TRUE.
            MOVE WS-EXPORT-ID TO IFC-Z-EXPORT-ID.
            MOVE WS-BATCHES-SENT TO IFC-Z-BATCH-COUNT.
            MOVE WS-DOCS-SENT TO IFC-Z-DOC-COUNT.
            MOVE WS-AMOUNT-SENT TO IFC-Z-AMOUNT.
            COMPUTE IFC-Z-RECORD-COUNT = WS-RECORDS-WRITTEN + 1.
            PERFORM 2490-WRITE-IFC-RECORD.

            IF WS-BATCHDOC-FILE-STATUS NOT = "35" THEN
                CLOSE BATCHDOC-FILE
            END-IF.
            CLOSE IFC-FILE.
            IF INTERFACE-WRITE-FAILED THEN
                DISPLAY "BATCHEXP: WRITING ",
                    FUNCTION TRIM(IFC-TEMP-NAME), " FAILED (STATUS ",
                    WS-IFC-FILE-STATUS, "); NOTHING SENT."
                CALL "CBL_DELETE_FILE" USING IFC-TEMP-NAME
                MOVE 0 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *>
      *>     ONLY A COMPLETE FILE GETS THE NAME THE LEDGER LOOKS FOR.
      *>
            CALL "CBL_RENAME_FILE" USING IFC-TEMP-NAME, IFC-FILE-NAME.
            IF RETURN-CODE NOT = 0 THEN
                DISPLAY "BATCHEXP: CANNOT RENAME ",
                    FUNCTION TRIM(IFC-TEMP-NAME), " TO ",
                    FUNCTION TRIM(IFC-FILE-NAME), "; NOTHING SENT."
                SET INTERFACE-WRITE-FAILED TO TRUE
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

        2410-WRITE-BATCH.
            MOVE SPACES TO BATCHIFC-RECORD.
            SET IFC-BATCH-HEADER TO TRUE.
            MOVE WS-EXP-OPERATOR(WS-EXP-X) TO IFC-B-OPERATOR.
            MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO IFC-B-BATCH-NO.
            MOVE WS-EXP-OPENED(WS-EXP-X) TO IFC-B-OPENED.
            MOVE WS-EXP-CLOSED(WS-EXP-X) TO IFC-B-CLOSED.
            PERFORM 2490-WRITE-IFC-RECORD.

            MOVE 'N' TO EOF-FLAG.
            MOVE WS-EXP-OPERATOR(WS-EXP-X) TO BDC-OPERATOR.
            MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO BDC-BATCH-NO.
            MOVE 0 TO BDC-DOC-NO.
            START BATCHDOC-FILE KEY IS >= BDC-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE OR INTERFACE-WRITE-FAILED
                READ BATCHDOC-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BDC-OPERATOR NOT =
                            WS-EXP-OPERATOR(WS-EXP-X)
                        OR BDC-BATCH-NO NOT =
                            WS-EXP-BATCH-NO(WS-EXP-X) THEN
                            SET END-OF-FILE TO TRUE
                        ELSE
                            PERFORM 2420-WRITE-DOCUMENT
                        END-IF
                END-READ
            END-PERFORM.

            MOVE SPACES TO BATCHIFC-RECORD.
            SET IFC-BATCH-TRAILER TO TRUE.
            MOVE WS-EXP-OPERATOR(WS-EXP-X) TO IFC-T-OPERATOR.
            MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO IFC-T-BATCH-NO.
            MOVE WS-EXP-COUNT(WS-EXP-X) TO IFC-T-DOC-COUNT.
            MOVE WS-EXP-AMOUNT(WS-EXP-X) TO IFC-T-AMOUNT.
            PERFORM 2490-WRITE-IFC-RECORD.
            ADD WS-EXP-COUNT(WS-EXP-X) TO WS-DOCS-SENT.
            ADD WS-EXP-AMOUNT(WS-EXP-X) TO WS-AMOUNT-SENT.
            EXIT.

        2420-WRITE-DOCUMENT.
            MOVE SPACES TO BATCHIFC-RECORD.
            SET IFC-DOCUMENT TO TRUE.
            MOVE BDC-OPERATOR TO IFC-D-OPERATOR.
            MOVE BDC-BATCH-NO TO IFC-D-BATCH-NO.
            MOVE BDC-DOC-NO TO IFC-D-DOC-NO.
            MOVE BDC-SCREEN-NAME TO IFC-D-SCREEN-NAME.
            MOVE BDC-FILED(1:14) TO IFC-D-FILED.
            MOVE BDC-AMOUNT TO IFC-D-AMOUNT.
            MOVE BDC-IMAGE-LENGTH TO IFC-D-IMAGE-LENGTH.
            MOVE BDC-IMAGE TO IFC-D-IMAGE.
            PERFORM 2490-WRITE-IFC-RECORD.
            EXIT.

        2490-WRITE-IFC-RECORD.
            WRITE BATCHIFC-RECORD.
            IF WS-IFC-FILE-STATUS NOT = "00" THEN
                SET INTERFACE-WRITE-FAILED TO TRUE
            ELSE
                ADD 1 TO WS-RECORDS-WRITTEN
            END-IF.
            EXIT.

        2500-MARK-SENT.
            OPEN I-O BATCHCTL-FILE.
            OPEN I-O BATCHEXP-FILE.
            IF WS-BATCHEXP-FILE-STATUS NOT = "00"
            AND WS-BATCHEXP-FILE-STATUS NOT = "05" THEN
                DISPLAY "BATCHEXP: CANNOT OPEN THE EXPORT REGISTER ",
                    "(STATUS ", WS-BATCHEXP-FILE-STATUS, ")."
            END-IF.
            PERFORM VARYING WS-EXP-X FROM 1 BY 1
                UNTIL WS-EXP-X > WS-EXP-USED
                IF EXP-INCLUDED(WS-EXP-X) THEN
                    MOVE WS-EXP-OPERATOR(WS-EXP-X) TO BCT-OPERATOR
                    MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO BCT-BATCH-NO
                    READ BATCHCTL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET BCT-STATE-SENT TO TRUE
                            REWRITE BATCHCTL-RECORD
                    END-READ
                    PERFORM 2510-REGISTER-BATCH
                END-IF
            END-PERFORM.
            CLOSE BATCHCTL-FILE.
            CLOSE BATCHEXP-FILE.
            EXIT.

        2510-REGISTER-BATCH.
            MOVE SPACES TO BATCHEXP-RECORD.
            MOVE WS-EXP-OPERATOR(WS-EXP-X) TO BXP-OPERATOR.
            MOVE WS-EXP-BATCH-NO(WS-EXP-X) TO BXP-BATCH-NO.
            MOVE WS-EXPORT-ID TO BXP-EXPORT-ID.
            MOVE WS-CURRENT-DATE TO BXP-SENT.
            MOVE WS-EXP-COUNT(WS-EXP-X) TO BXP-DOC-COUNT.
            MOVE WS-EXP-AMOUNT(WS-EXP-X) TO BXP-AMOUNT.
            SET BXP-ACK-AWAITED TO TRUE.
            MOVE 0 TO BXP-ACK-DOC-COUNT, BXP-ACK-AMOUNT.
            MOVE 'N' TO BXP-OVERDUE-FLAG.
      *>
      *>     A RESENT BATCH REPLACES ITS EARLIER REGISTER ENTRY.
      *>
            WRITE BATCHEXP-RECORD
                INVALID KEY
                    REWRITE BATCHEXP-RECORD
                    END-REWRITE
            END-WRITE.
            EXIT.

      *>
      *> RECONCILE.
      *>
        3000-RECONCILE.
            IF WS-ARG-1 NOT = SPACES THEN
                MOVE WS-ARG-1 TO ACK-FILE-NAME
            ELSE
                MOVE SPACES TO ACK-FILE-NAME
                STRING WS-EXCHANGE-DIR DELIMITED BY SPACE,
                    "/BATCHACK.DAT" DELIMITED BY SIZE
                    INTO ACK-FILE-NAME
            END-IF.
            OPEN I-O BATCHEXP-FILE.
            IF WS-BATCHEXP-FILE-STATUS NOT = "00" THEN
                DISPLAY "BATCHEXP: NO BATCHES HAVE BEEN EXPORTED."
                IF WS-BATCHEXP-FILE-STATUS = "05" THEN
                    CLOSE BATCHEXP-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "BATCHEXP ACKNOWLEDGEMENT RECONCILIATION ",
                WS-CURRENT-DATE(1:8), " ", WS-CURRENT-DATE(9:4).
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT ACK-FILE.
            IF WS-ACK-FILE-STATUS NOT = "00" THEN
                DISPLAY "BATCHEXP: NO ACKNOWLEDGEMENT FILE ",
                    FUNCTION TRIM(ACK-FILE-NAME), " -- CHECKING ",
                    "FOR OVERDUE BATCHES ONLY."
            ELSE
                PERFORM UNTIL END-OF-FILE
                    READ ACK-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ACK-LINES
                            IF BATCHACK-RECORD NOT = SPACES
                            AND BATCHACK-RECORD(1:1) NOT = '*' THEN
                                PERFORM 3100-APPLY-ACK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACK-FILE
                PERFORM 3300-RETIRE-ACK-FILE
            END-IF.

            PERFORM 3200-CHECK-AWAITING.
            CLOSE BATCHEXP-FILE.

            MOVE WS-ACK-MATCHED TO WS-COUNT-EDIT.
            DISPLAY "BATCHEXP: ", FUNCTION TRIM(WS-COUNT-EDIT),
                " BATCHES ACKNOWLEDGED IN BALANCE, ",
                WS-AWAITING, " STILL AWAITED, ",
                WS-EXCEPTIONS, " EXCEPTIONS.".
            IF WS-EXCEPTIONS > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

        3100-APPLY-ACK.
            IF ACK-EXPORT-ID IS NOT NUMERIC
            OR ACK-BATCH-NO IS NOT NUMERIC
            OR ACK-DOC-COUNT IS NOT NUMERIC
            OR ACK-AMOUNT IS NOT NUMERIC
            OR NOT (ACK-ACCEPTED OR ACK-REJECTED) THEN
                MOVE SPACES TO WS-BATCH-TEXT
                MOVE WS-ACK-LINES TO WS-COUNT-EDIT
                STRING "ACK-LINE-" FUNCTION TRIM(WS-COUNT-EDIT)
                    DELIMITED BY SIZE INTO WS-BATCH-TEXT
                MOVE "UNREADABLE ACKNOWLEDGEMENT LINE; IGNORED"
                    TO WS-RAISE-TEXT
                MOVE "W" TO WS-RAISE-SEVERITY
                PERFORM 1200-RAISE-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
            MOVE ACK-OPERATOR TO BXP-OPERATOR.
            MOVE ACK-BATCH-NO TO BXP-BATCH-NO.
            PERFORM 1300-NAME-BATCH.
            READ BATCHEXP-FILE
                INVALID KEY
                    MOVE "ACKNOWLEDGED BUT NEVER SENT BY BATCHEXP"
                        TO WS-RAISE-TEXT
                    MOVE "W" TO WS-RAISE-SEVERITY
                    PERFORM 1200-RAISE-EXCEPTION
                    EXIT PARAGRAPH
            END-READ.
            IF ACK-EXPORT-ID NOT = BXP-EXPORT-ID THEN
                DISPLAY "BATCHEXP: ", FUNCTION TRIM(WS-BATCH-TEXT),
                    " ACKNOWLEDGED FOR EXPORT ", ACK-EXPORT-ID,
                    " BUT SINCE RESENT IN ", BXP-EXPORT-ID,
                    " -- IGNORED."
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-CURRENT-DATE TO BXP-ACKED.
            MOVE ACK-DOC-COUNT TO BXP-ACK-DOC-COUNT.
            MOVE ACK-AMOUNT TO BXP-ACK-AMOUNT.
            MOVE ACK-REASON TO BXP-ACK-REASON.
            EVALUATE TRUE
                WHEN ACK-REJECTED
                    SET BXP-ACK-REJECTED TO TRUE
                    MOVE SPACES TO WS-RAISE-TEXT
                    STRING "REJECTED BY THE LEDGER: " DELIMITED BY SIZE,
                        ACK-REASON DELIMITED BY SIZE
                        INTO WS-RAISE-TEXT
                    MOVE "C" TO WS-RAISE-SEVERITY
                    PERFORM 1200-RAISE-EXCEPTION
                WHEN ACK-DOC-COUNT = BXP-DOC-COUNT
                AND ACK-AMOUNT = BXP-AMOUNT
                    SET BXP-ACK-MATCHED TO TRUE
                    ADD 1 TO WS-ACK-MATCHED
                WHEN OTHER
                    SET BXP-ACK-MISMATCHED TO TRUE
                    MOVE BXP-DOC-COUNT TO WS-COUNT-EDIT
                    MOVE ACK-DOC-COUNT TO WS-COUNT-EDIT-2
                    MOVE BXP-AMOUNT TO WS-AMOUNT-EDIT
                    MOVE ACK-AMOUNT TO WS-AMOUNT-EDIT-2
                    MOVE SPACES TO WS-RAISE-TEXT
                    STRING "TOTALS DIFFER: SENT "
                        FUNCTION TRIM(WS-COUNT-EDIT) "/"
                        FUNCTION TRIM(WS-AMOUNT-EDIT) " ACKED "
                        FUNCTION TRIM(WS-COUNT-EDIT-2) "/"
                        FUNCTION TRIM(WS-AMOUNT-EDIT-2)
                        DELIMITED BY SIZE INTO WS-RAISE-TEXT
                    MOVE "C" TO WS-RAISE-SEVERITY
                    PERFORM 1200-RAISE-EXCEPTION
            END-EVALUATE.
            REWRITE BATCHEXP-RECORD.
            EXIT.

        3200-CHECK-AWAITING.
      *>
      *>     EVERY BATCH STILL WITHOUT AN ACKNOWLEDGEMENT IS LISTED;
      *>     ONE WAITING LONGER THAN COBCURSES_BATCHACK_WAIT_HOURS
      *>     IS AN EXCEPTION, ALERTED ONCE.
      *>
            MOVE 'N' TO EOF-FLAG.
            MOVE LOW-VALUES TO BXP-KEY.
            START BATCHEXP-FILE KEY IS >= BXP-KEY
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL END-OF-FILE
                READ BATCHEXP-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF BXP-ACK-AWAITED THEN
                            PERFORM 3210-CHECK-ONE-AWAITING
                        END-IF
                END-READ
            END-PERFORM.
            EXIT.

        3210-CHECK-ONE-AWAITING.
            ADD 1 TO WS-AWAITING.
            PERFORM 1300-NAME-BATCH.
            MOVE BXP-SENT(1:14) TO WS-STAMP.
            PERFORM 1100-STAMP-TO-MINUTES.
            IF WS-NOW-MINUTES > WS-STAMP-MINUTES THEN
                COMPUTE WS-HOURS-WAITING =
                    (WS-NOW-MINUTES - WS-STAMP-MINUTES) / 60
            ELSE
                MOVE 0 TO WS-HOURS-WAITING
            END-IF.
            MOVE WS-HOURS-WAITING TO WS-HOURS-EDIT.
            IF WS-HOURS-WAITING < WS-WAIT-HOURS THEN
                DISPLAY "BATCHEXP: ", FUNCTION TRIM(WS-BATCH-TEXT),
                    " (EXPORT ", BXP-EXPORT-ID, ") AWAITING ",
                    "ACKNOWLEDGEMENT, SENT ",
                    FUNCTION TRIM(WS-HOURS-EDIT), " HOURS AGO."
                EXIT PARAGRAPH
            END-IF.
            IF BXP-OVERDUE-ALERTED THEN
                ADD 1 TO WS-EXCEPTIONS
                DISPLAY "BATCHEXP: EXCEPTION ",
                    FUNCTION TRIM(WS-BATCH-TEXT),
                    " -- STILL NOT ACKNOWLEDGED AFTER ",
                    FUNCTION TRIM(WS-HOURS-EDIT), " HOURS (ALERTED)."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-RAISE-TEXT.
            STRING "NOT ACKNOWLEDGED " FUNCTION TRIM(WS-HOURS-EDIT)
                " HOURS AFTER EXPORT " BXP-EXPORT-ID
                DELIMITED BY SIZE INTO WS-RAISE-TEXT.
            MOVE "W" TO WS-RAISE-SEVERITY.
            PERFORM 1200-RAISE-EXCEPTION.
            SET BXP-OVERDUE-ALERTED TO TRUE.
            REWRITE BATCHEXP-RECORD.
            EXIT.

        3300-RETIRE-ACK-FILE.
      *>
      *>     A PROCESSED ACKNOWLEDGEMENT FILE IS RENAMED SO THE NEXT
      *>     RUN DOES NOT APPLY IT AGAIN.
      *>
            MOVE SPACES TO ACK-DONE-NAME.
            STRING ACK-FILE-NAME DELIMITED BY SPACE,
                "." DELIMITED BY SIZE,
                WS-CURRENT-DATE(1:14) DELIMITED BY SIZE,
                ".DONE" DELIMITED BY SIZE
                INTO ACK-DONE-NAME.
            CALL "CBL_RENAME_FILE" USING ACK-FILE-NAME, ACK-DONE-NAME.
            IF RETURN-CODE NOT = 0 THEN
                DISPLAY "BATCHEXP: COULD NOT RENAME ",
                    FUNCTION TRIM(ACK-FILE-NAME),
                    " -- REMOVE IT BEFORE THE NEXT RUN."
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EXIT.

      *>
      *> LIST THE REGISTER.
      *>
        4000-LIST-REGISTER.
            MOVE 'N' TO EOF-FLAG.
            OPEN INPUT BATCHEXP-FILE.
            IF WS-BATCHEXP-FILE-STATUS NOT = "00" THEN
                DISPLAY "BATCHEXP: NO BATCHES HAVE BEEN EXPORTED."
                IF WS-BATCHEXP-FILE-STATUS = "05" THEN
                    CLOSE BATCHEXP-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "OPERATOR             BATCH  EXPORT SENT         ",
                "  DOCS AMOUNT            ACK".
            PERFORM UNTIL END-OF-FILE
                READ BATCHEXP-FILE NEXT RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LISTED
                        MOVE BXP-AMOUNT TO WS-AMOUNT-EDIT
                        MOVE BXP-DOC-COUNT TO WS-COUNT-EDIT
                        EVALUATE TRUE
                            WHEN BXP-ACK-MATCHED
                                MOVE "IN BALANCE" TO WS-BATCH-TEXT
                            WHEN BXP-ACK-MISMATCHED
                                MOVE "TOTALS DIFFER" TO WS-BATCH-TEXT
                            WHEN BXP-ACK-REJECTED
                                MOVE "REJECTED" TO WS-BATCH-TEXT
                            WHEN OTHER
                                MOVE "AWAITED" TO WS-BATCH-TEXT
                        END-EVALUATE
                        DISPLAY BXP-OPERATOR, " ", BXP-BATCH-NO, " ",
                            BXP-EXPORT-ID, " ", BXP-SENT(1:12), " ",
                            WS-COUNT-EDIT, " ", WS-AMOUNT-EDIT, " ",
                            FUNCTION TRIM(WS-BATCH-TEXT)
                END-READ
            END-PERFORM.
            CLOSE BATCHEXP-FILE.
            IF WS-LISTED = 0 THEN
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            EXIT.

      *>
      *> RESEND A BATCH.
      *>
        5000-RESEND.
            IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
            OR FUNCTION TRIM(WS-ARG-2) IS NOT NUMERIC THEN
                DISPLAY "BATCHEXP: RESEND NEEDS THE OPERATOR AND ",
                    "BATCH NUMBER."
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O BATCHCTL-FILE.
            IF WS-BATCHCTL-FILE-STATUS NOT = "00" THEN
                DISPLAY "BATCHEXP: NO BATCHES ON FILE."
                IF WS-BATCHCTL-FILE-STATUS = "05" THEN
                    CLOSE BATCHCTL-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ARG-1 TO BCT-OPERATOR.
            MOVE FUNCTION NUMVAL(WS-ARG-2) TO BCT-BATCH-NO.
            READ BATCHCTL-FILE
                INVALID KEY
                    DISPLAY "BATCHEXP: NO BATCH ", BCT-BATCH-NO,
                        " FOR ", FUNCTION TRIM(BCT-OPERATOR), "."
                    CLOSE BATCHCTL-FILE
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-READ.
            IF NOT BCT-STATE-SENT THEN
                DISPLAY "BATCHEXP: BATCH ", BCT-BATCH-NO,
                    " HAS NOT BEEN SENT (STATE ", BCT-STATE, ")."
                CLOSE BATCHCTL-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            SET BCT-STATE-AWAITING-EXPORT TO TRUE.
            REWRITE BATCHCTL-RECORD.
            CLOSE BATCHCTL-FILE.
            DISPLAY "BATCHEXP: BATCH ", BCT-BATCH-NO, " FOR ",
                FUNCTION TRIM(BCT-OPERATOR),
                " WILL GO IN THE NEXT EXPORT.".
            MOVE 0 TO RETURN-CODE.
            EXIT.

        END PROGRAM BATCHEXP.
