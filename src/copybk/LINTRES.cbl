      *>********************************************************************************
      *>  SCREEN DESIGN-STANDARDS RESULT :
      *>
      *>  PASSED TO COBCURSES-SCREEN-LINT, WHICH FILLS IT IN FOR ONE SCREEN
      *>  (SEE LINTRULE.cbl FOR THE RULES AND THE SCORING).
      *>
      *>********************************************************************************

      *>  01  LINT-RESULT.
            05  LNT-SCORE                   PIC 999.
            05  LNT-ERRORS                  PIC 9(4).
            05  LNT-WARNINGS                PIC 9(4).
            05  LNT-INFOS                   PIC 9(4).
            05  LNT-RULES-CHECKED           PIC 9(4).
      *>
      *>  THE FIRST 100 VIOLATIONS ARE LISTED; THE COUNTS COVER THEM ALL.
      *>
            05  LNT-COUNT                   PIC 9(4).
            05  LNT-VIOLATION OCCURS 100 TIMES.
                10  LNT-V-RULE-ID           PIC X(8).
                10  LNT-V-SEVERITY          PIC X.
                10  LNT-V-TEXT              PIC X(70).

      *>********************************************************************************
      *>  END SCREEN DESIGN-STANDARDS RESULT.
      *>********************************************************************************
