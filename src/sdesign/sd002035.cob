      *>     THAT SCREEN, AND ONLY THE MOST RECENT KEPT-VERSIONS ARE RETAINED.
      *>     THIS ONLY APPLIES TO THE BASE LANGUAGE; ALTERNATE-LANGUAGE
      *>     VARIANTS ARE NOT VERSIONED.
      *>
      *> MULTI-PAGE FORMS :
      *>
      *>     SCREEN-IMAGE HOLDS ONE PAGE OF THE FORM (SCREEN-PAGE-NO).
      *>     ONLY THAT PAGE'S SEGMENTS ARE REPLACED; THE SEGMENTS OF
      *>     THE OTHER PAGES ARE HELD WHILE THE LIVE SEGMENTS ARE
      *>     ARCHIVED AND WRITTEN BACK AFTER THE PAGE'S OWN. THE TITLE LINE (LINE 1)
      *>     BELONGS TO PAGE 1 AND IS ONLY SAVED FROM THERE.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                10  WS-CUTOFF-VERSION       PIC 9(4) COMP.
                10  WS-HIST-SEGMENT-NO      PIC 9(4) COMP.

            01  PAGE-AREAS.
                10  WS-PAGE-NO              PIC 99.
                10  WS-SEG-PAGE             PIC 99.
                10  WS-HELD-COUNT           PIC 9(4) COMP.
                10  WS-HELD-X               PIC 9(4) COMP.
                10  WS-HELD-RECORD          PIC X(116)
                    OCCURS 999 TIMES.

            01  WORK-AREAS.
                10  SEGMENT-NO              PIC 999.
                10  LINE-NO                 PIC 999.
        1000-INITIALIZE.
            INITIALIZE SCRNBG-RECORD.
            MOVE 'Y' TO SCREEN-SAVED.
            MOVE ZERO TO WS-HELD-COUNT.
            IF SCREEN-PAGE-NO IS NUMERIC AND SCREEN-PAGE-NO > 1 THEN
                MOVE SCREEN-PAGE-NO TO WS-PAGE-NO
            ELSE
                MOVE 1 TO WS-PAGE-NO
            END-IF.
            OPEN I-O SCRNBG-FILE.
      *>
      *>     SCRNBGH.X (VERSION HISTORY) IS NEW AND MAY NOT EXIST YET
                    NOT AT END
                        IF SCRBG-NAME = SCREEN-NAME
                            PERFORM 5070-ARCHIVE-SEGMENT
                            PERFORM 5080-HOLD-SEGMENT
                        ELSE
                            SET NO-HIST-FOUND TO TRUE
                        END-IF
            MOVE SCRBG-ATTRIBUTE TO SCRBH-ATTRIBUTE.
            MOVE SCRBG-COLOUR-PAIR TO SCRBH-COLOUR-PAIR.
            MOVE SCRBG-SEGMENT TO SCRBH-SEGMENT.
            MOVE SCRBG-PAGE TO SCRBH-PAGE.
            WRITE SCRNBGH-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            EXIT.

      *>
      *> 5080-HOLD-SEGMENT :
      *>     THE CURRENT SCRNBG-RECORD (JUST READ) IS KEPT ASIDE WHEN IT
      *>     IS NOT PART OF THE PAGE BEING SAVED, TO BE WRITTEN BACK BY
      *>     5360-SAVE-HELD-SEGMENT.
      *>
        5080-HOLD-SEGMENT.
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-SEG-PAGE
            ELSE
                MOVE 1 TO WS-SEG-PAGE
            END-IF.
            IF WS-PAGE-NO > 1 THEN
                IF WS-SEG-PAGE NOT = WS-PAGE-NO OR SCRBG-LINE = 1 THEN
                    ADD 1 TO WS-HELD-COUNT
                    MOVE SCRNBG-RECORD TO WS-HELD-RECORD(WS-HELD-COUNT)
                END-IF
            ELSE
                IF WS-SEG-PAGE > 1 AND SCRBG-LINE > 1 THEN
                    ADD 1 TO WS-HELD-COUNT
                    MOVE SCRNBG-RECORD TO WS-HELD-RECORD(WS-HELD-COUNT)
                END-IF
            END-IF.
            EXIT.

      *>
      *> 5500-PRUNE-OLD-VERSIONS :
      *>     DELETES ANY ARCHIVED VERSION OF SCREEN-NAME OLDER THAN
        5000-PROCESS.
            MOVE SCREEN-COLUMNS TO NUM-SCREEN-COLS.
            MOVE 1 TO SEGMENT-NO.
            IF SCREEN-HAS-TITLE = 'Y' AND WS-PAGE-NO = 1
                MOVE 1 TO LINE-NO
            ELSE
                MOVE 2 TO LINE-NO
                    MOVE SCREEN-LINE(LINE-NO) TO TEMP-SEGMENT
                END-IF
            END-PERFORM.
            PERFORM 5360-SAVE-HELD-SEGMENT
                VARYING WS-HELD-X FROM 1 BY 1
                UNTIL WS-HELD-X > WS-HELD-COUNT.
            PERFORM 5400-REMOVE-REMAINING.
            EXIT.

            MOVE SV-TEXT TO SCRBG-SEGMENT.
            MOVE NC-ATTR-NORMAL TO SCRBG-ATTRIBUTE.
            MOVE ZERO TO SCRBG-COLOUR-PAIR.
            MOVE WS-PAGE-NO TO SCRBG-PAGE.

            PERFORM 5370-WRITE-SEGMENT.
            EXIT.

      *>
      *> 5360-SAVE-HELD-SEGMENT :
      *>     WRITES BACK A SEGMENT OF ANOTHER PAGE, HELD BY
      *>     5080-HOLD-SEGMENT, UNDER THE NEXT SEGMENT NUMBER.
      *>
        5360-SAVE-HELD-SEGMENT.
            PERFORM 5200-INITIALIZE-KEY.
            READ SCRNBG-FILE
                INVALID KEY
                    SET NO-REWRITE TO TRUE
                NOT INVALID KEY
                    SET NEEDS-REWRITE TO TRUE
            END-READ.

            MOVE WS-HELD-RECORD(WS-HELD-X) TO SCRNBG-RECORD.
            PERFORM 5200-INITIALIZE-KEY.
            PERFORM 5370-WRITE-SEGMENT.
            EXIT.

        5370-WRITE-SEGMENT.
            IF NO-REWRITE THEN
                WRITE SCRNBG-RECORD
                    INVALID KEY
