      *>********************************************************************************
      *>  SCREEN DESIGN-STANDARDS RULE LINE :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/LINTRULE.CNF
      *>
      *>********************************************************************************
      *>
      *>  THE SHOP'S DESIGN STANDARDS, ONE LINE PER RULE, CHECKED AGAINST EVERY
      *>  SCREEN BY COBCURSES-SCREEN-LINT (SCRLINT NIGHTLY, THE K ACTION IN
      *>  SD002010 ON DEMAND, AND APPREV BEFORE AN APPROVAL). A PLAIN TEXT FILE
      *>  THE TEAM EDITS; '*' COMMENTS AND BLANK LINES ARE SKIPPED. A RULE NOT
      *>  LISTED KEEPS ITS BUILT-IN SEVERITY AND IS ON, SO A SHOP WITH NO FILE
      *>  GETS THE STANDARD SET. THE RULES ARE:
      *>
      *>      NAMEPFX   FIELD COBOL NAMES CARRY THE SCREEN'S PREFIX: THE FIRST
      *>                n CHARACTERS OF THE SCREEN NAME AND A HYPHEN (n IS THE
      *>                PARAMETER; BLANK IS THE WHOLE SCREEN NAME).
      *>      HELPTXT   EVERY INPUT FIELD (NOT READ-ONLY, VISIBLE) HAS HELP TEXT.
      *>      RAWCLR    A COLOURED BACKGROUND SEGMENT USES A PAIR OWNED BY A
      *>                THEME.X ROLE (PARAMETER: THE THEME, BLANK FOR ANY).
      *>      OVERLAP   NO FIELD WINDOW OVERLAPS BACKGROUND TEXT OR ANOTHER
      *>                FIELD'S WINDOW ON THE SAME PAGE.
      *>      TITLE     THE SCREEN HAS A TITLE AND NOTHING IS PLACED OVER IT
      *>                ON LINE 1.
      *>      SOFTKEY   THE SCREEN HAS SOFT-KEY LABELS (SOFTKEY.X).
      *>
      *>  SEVERITY: E (ERROR, -10 FROM THE SCORE OF 100 AND BLOCKS AN APPREV
      *>  APPROVAL WHEN THE GATE IS ON), W (WARNING, -3), I (INFORMATION, -1).
      *>

      *>  01  LINTRULE-RECORD.
            05  LNR-RULE-ID                 PIC X(8).
            05  FILLER                      PIC X.
            05  LNR-SEVERITY                PIC X.
            05  FILLER                      PIC X.
            05  LNR-ENABLED                 PIC X.
            05  FILLER                      PIC X.
            05  LNR-PARAMETER               PIC X(60).

      *>********************************************************************************
      *>  END SCREEN DESIGN-STANDARDS RULE LINE.
      *>********************************************************************************
