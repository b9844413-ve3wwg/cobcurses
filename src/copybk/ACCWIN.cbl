      *>********************************************************************************
      *>  ACCESS WINDOW RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/ACCWIN.X
      *>
      *>********************************************************************************
      *>
      *>  WHEN A ROLE MAY BE USED. A ROLE WITH NO WINDOW RECORD IS
      *>  USABLE AT ANY TIME, EXACTLY AS BEFORE WINDOWS EXISTED. A
      *>  WINDOW IS KEYED BY ROLE AND SCOPE:
      *>
      *>      '*'  THE ROLE ITSELF, WHEREVER IT IS CHECKED (MENUS,
      *>           MENU ITEMS, TRANSACTION CODES, THE SUPERVISOR
      *>           OVERRIDE) -- AND, WITH AWN-AT-SIGNON = 'Y',
      *>           SIGN-ON ITSELF FOR ANY OPERATOR HOLDING THE ROLE
      *>      'A'  THE ROLE WHEN IT OPENS A TRANSACTION CODE WHOSE
      *>           SCREEN BELONGS TO APPLICATION AWN-SCOPE
      *>      'T'  THE ROLE WHEN IT OPENS TRANSACTION CODE AWN-SCOPE
      *>
      *>  EVERY WINDOW THAT APPLIES MUST BE OPEN. A WINDOW IS OPEN
      *>  WHEN ALL OF ITS CONDITIONS HOLD:
      *>
      *>      AWN-DAYS       ONE BYTE PER DAY, MONDAY FIRST; 'Y' =
      *>                     OPEN THAT DAY (SPACES = EVERY DAY)
      *>      AWN-BUSINESS   'Y' = ONLY ON BUSINESS DAYS (BUSCAL.X,
      *>                     SEE COBCURSES-BUSDAY-CHECK)
      *>      AWN-FROM-TIME  HHMM, FROM INCLUSIVE, TO EXCLUSIVE;
      *>      AWN-TO-TIME    EQUAL TIMES MEAN ALL DAY, AND A FROM
      *>                     LATER THAN THE TO IS AN OVERNIGHT WINDOW
      *>      AWN-FROM-DATE  YYYYMMDD, BOTH INCLUSIVE; SPACES = OPEN
      *>      AWN-TO-DATE    ENDED (CONTRACT DATES)
      *>
      *>  MAINTAINED BY THE ACCWADM CONSOLE; ENFORCED THROUGH
      *>  COBCURSES-ACCESS-WINDOW; SHOWN BY ACCMATRX NEXT TO EACH
      *>  ROLE.
      *>

      *>  01  ACCWIN-RECORD.
            05  AWN-KEY.
                10  AWN-ROLE                PIC X(16).
                10  AWN-SCOPE-TYPE          PIC X.
                    88  AWN-SCOPE-ROLE      VALUE '*'.
                    88  AWN-SCOPE-APPL      VALUE 'A'.
                    88  AWN-SCOPE-CODE      VALUE 'T'.
                10  AWN-SCOPE               PIC X(8).
            05  AWN-DAYS                    PIC X(7).
            05  AWN-BUSINESS                PIC X.
                88  AWN-BUSINESS-DAYS-ONLY  VALUE 'Y'.
            05  AWN-FROM-TIME               PIC 9(4).
            05  AWN-TO-TIME                 PIC 9(4).
            05  AWN-FROM-DATE               PIC X(8).
            05  AWN-TO-DATE                 PIC X(8).
            05  AWN-AT-SIGNON               PIC X.
                88  AWN-GOVERNS-SIGNON      VALUE 'Y'.
            05  AWN-DESCRIPTION             PIC X(40).
            05  AWN-CHANGED                 PIC X(21).
            05  AWN-CHANGED-BY              PIC X(20).

      *>********************************************************************************
      *>  END ACCESS WINDOW RECORD.
      *>********************************************************************************
