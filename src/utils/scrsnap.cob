      *> DEFAULT THE CURRENT DIRECTORY) ARE KEPT AS GOLDEN COPIES AND
      *> DIFFED AFTER EVERY CATALOG CHANGE OR CODEGEN CHANGE -- THE
      *> REGRESSION NET FOR "DO FIFTY SCREENS STILL PAINT THE SAME".
      *>
      *> A MULTI-PAGE FORM (SCRBG-PAGE / SCR-FDEF-PAGE) IS RENDERED ONE
      *> FILE PER PAGE: PAGE 1 TO <SCREEN>.SNP AS BEFORE, PAGE n TO
      *> <SCREEN>-Pnn.SNP, EACH WITH THE TITLE LINE.
      *>
      *> A SCREEN THAT REFERENCES A MASTER LAYOUT IS RENDERED WITH THE
      *> MASTER'S SEGMENTS AND FIELDS UNDER ITS OWN, EXCEPT WHERE IT
      *> OVERRIDES THEM (SEE COBCURSES-MASTER-LAYOUT), SO A CHANGE TO
      *> A MASTER SHOWS UP IN EVERY SNAPSHOT THAT USES IT.
      *>

        ENVIRONMENT DIVISION.
            10  WS-FIELD-COLUMN                 PIC 999.
            10  WS-FIELD-LENGTH                 PIC 999.
            10  WS-LINE-X                       PIC 999.
            10  WS-SNAP-PAGE                    PIC 99.
            10  WS-PAGE-COUNT                   PIC 99.
            10  WS-ITEM-PAGE                    PIC 99.

        01  WS-FIELD-RULER                      PIC X(300)
            VALUE ALL "_".

        01  MASTER-LAYOUT-AREA.
            COPY MSTLAYT.
        01  WS-MSL-X                            PIC 9(4) COMP.

        PROCEDURE DIVISION.

        MAIN-PROGRAM.
                MOVE WS-ENV-VAR(1:256) TO SNAP-DIR
            END-IF.

      *>
      *>     WITH COBCURSES_WORKSPACE SET, THE SNAPSHOTS ARE RENDERED
      *>     FROM THE DESIGNER'S PRIVATE WORKSPACE (SEE SCRWKSP).
      *>
            MOVE LENGTH OF SCREEN-FILE-NAME TO FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCREEN-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRNBG-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-WORKSPACE-PATHNAME" USING
                BY REFERENCE SCRFDEF-FILE-NAME, FILE-NAME-LENGTH.
            CALL "COBCURSES-INIT-PATHNAME" USING
                BY REFERENCE SNAP-DIR, FILE-NAME-LENGTH.
      *>     THE IMAGE LINES TO <SNAPDIR>/<SCREEN>.SNP. THE RENDERED
      *>     DEPTH/WIDTH IS THE SCREEN'S DESIGNED MINIMUM GEOMETRY,
      *>     GROWN AS NEEDED TO COVER EVERY PAINTED SEGMENT AND FIELD.
      *>     PAGE 1 IS PAINTED FIRST; IT FINDS HOW MANY PAGES THERE ARE.
      *>
            MOVE SCN-NAME TO MSL-SCREEN-NAME.
            CALL "COBCURSES-MASTER-LAYOUT" USING MASTER-LAYOUT-AREA.
            MOVE 1 TO WS-PAGE-COUNT.
            PERFORM 2100-SNAPSHOT-ONE-PAGE
                VARYING WS-SNAP-PAGE FROM 1 BY 1
                UNTIL WS-SNAP-PAGE > WS-PAGE-COUNT.
            ADD 1 TO WS-SNAP-COUNT.
            EXIT.

        2100-SNAPSHOT-ONE-PAGE.
            INITIALIZE SCREEN-IMAGE.
            PERFORM VARYING WS-LINE-X FROM 1 BY 1
                UNTIL WS-LINE-X > 50
            PERFORM 3000-PAINT-BACKGROUND.
            PERFORM 4000-PAINT-FIELDS.
            PERFORM 5000-WRITE-SNAPSHOT.
            EXIT.

        3000-PAINT-BACKGROUND.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-SEG-COUNT
                MOVE MSL-SEG-IMAGE(WS-MSL-X) TO SCRNBG-RECORD
                PERFORM 3100-PAINT-ONE-SEGMENT
            END-PERFORM.
            EXIT.

        3100-PAINT-ONE-SEGMENT.
            IF SCRBG-PAGE IS NUMERIC AND SCRBG-PAGE > 1 THEN
                MOVE SCRBG-PAGE TO WS-ITEM-PAGE
            ELSE
                MOVE 1 TO WS-ITEM-PAGE
            END-IF.
            IF WS-ITEM-PAGE > WS-PAGE-COUNT THEN
                MOVE WS-ITEM-PAGE TO WS-PAGE-COUNT
            END-IF.
            IF WS-ITEM-PAGE NOT = WS-SNAP-PAGE AND SCRBG-LINE NOT = 1
                EXIT PARAGRAPH
            END-IF.
            MOVE SCRBG-LINE TO WS-SEG-LINE.
            MOVE SCRBG-COLUMN TO WS-SEG-COLUMN.
            MOVE SCRBG-LENGTH TO WS-SEG-LENGTH.
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM VARYING WS-MSL-X FROM 1 BY 1
                UNTIL WS-MSL-X > MSL-FLD-COUNT
                MOVE MSL-FLD-IMAGE(WS-MSL-X) TO SCRFDEF-RECORD
                PERFORM 4100-PAINT-ONE-FIELD
            END-PERFORM.
            EXIT.

        4100-PAINT-ONE-FIELD.
            IF SCR-FDEF-PAGE IS NUMERIC AND SCR-FDEF-PAGE > 1 THEN
                MOVE SCR-FDEF-PAGE TO WS-ITEM-PAGE
            ELSE
                MOVE 1 TO WS-ITEM-PAGE
            END-IF.
            IF WS-ITEM-PAGE > WS-PAGE-COUNT THEN
                MOVE WS-ITEM-PAGE TO WS-PAGE-COUNT
            END-IF.
            IF WS-ITEM-PAGE NOT = WS-SNAP-PAGE THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SCR-FDEF-LINE TO WS-FIELD-LINE.
            MOVE SCR-FDEF-COLUMN TO WS-FIELD-COLUMN.
            MOVE SCR-FDEF-WINDOW-LENGTH TO WS-FIELD-LENGTH.

        5000-WRITE-SNAPSHOT.
            MOVE SPACES TO SNAP-FILE-NAME.
            IF WS-SNAP-PAGE > 1 THEN
                STRING FUNCTION TRIM(SNAP-DIR) "/"
                    FUNCTION TRIM(SCN-NAME) "-P" WS-SNAP-PAGE ".SNP"
                    DELIMITED BY SIZE INTO SNAP-FILE-NAME
            ELSE
                STRING FUNCTION TRIM(SNAP-DIR) "/"
                    FUNCTION TRIM(SCN-NAME) ".SNP"
                    DELIMITED BY SIZE INTO SNAP-FILE-NAME
            END-IF.
            OPEN OUTPUT SNAP-FILE.
            PERFORM VARYING WS-LINE-X FROM 1 BY 1
                UNTIL WS-LINE-X > WS-USED-LINES
