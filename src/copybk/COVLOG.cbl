      *>********************************************************************************
      *>  REGRESSION COVERAGE EVENT RECORD :
      *>
      *>  FILE:
      *>      <SUITE DIRECTORY>/COVERAGE.LOG  (NAMED BY COBCURSES_COVERAGE)
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER DISTINCT THING A PLAYBACK RUN TOUCHED, APPENDED
      *>  BY COBCURSES-COVERAGE WHILE SCREXPCT REPLAYS A SUITE AND READ
      *>  BACK BY SCRCOVER AGAINST THE SCREEN CATALOG. CVG-TEST IS THE
      *>  SUITE TEST THAT TOUCHED IT (COBCURSES_COVERAGE_TEST). CVG-ITEM
      *>  BY CVG-KIND:
      *>
      *>      SC  SCREEN OPENED            (BLANK)
      *>      ST  SCR-FST STATE REACHED    STATE NUMBER, 4 DIGITS
      *>      FL  FIELD KEYED              FIELD NUMBER, 4 DIGITS
      *>      TR  TRANSITION TAKEN         STATE NUMBER, SPACE, PATH:
      *>                                   F(ORWARD) B(ACK) E(SCAPE)
      *>                                   S(LASH)
      *>      RU  SCRNRULE RULE FIRED      RUL-SEQ, 4 DIGITS
      *>      VA  VALID CHECK REJECTED     FIELD NUMBER, 4 DIGITS
      *>      MI  MENU ITEM SELECTED       MENU NAME (16), ITEM NAME (20)
      *>

      *>  01  COVLOG-RECORD.
            05  CVG-TEST                    PIC X(16).
            05  FILLER                      PIC X.
            05  CVG-SCREEN                  PIC X(16).
            05  FILLER                      PIC X.
            05  CVG-KIND                    PIC XX.
                88  CVG-KIND-SCREEN         VALUE 'SC'.
                88  CVG-KIND-STATE          VALUE 'ST'.
                88  CVG-KIND-FIELD          VALUE 'FL'.
                88  CVG-KIND-PATH           VALUE 'TR'.
                88  CVG-KIND-RULE           VALUE 'RU'.
                88  CVG-KIND-VALID          VALUE 'VA'.
                88  CVG-KIND-MENU-ITEM      VALUE 'MI'.
            05  FILLER                      PIC X.
            05  CVG-ITEM                    PIC X(40).

      *>********************************************************************************
      *>  END REGRESSION COVERAGE EVENT RECORD.
      *>********************************************************************************
