      *>********************************************************************************
      *>  FISCAL PERIOD CALENDAR RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/FISCAL.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER FISCAL PERIOD: ITS FISCAL YEAR AND NUMBER, THE
      *>  CALENDAR IT WAS CUT FROM (CALENDAR MONTHS, OR 4-4-5 WEEK
      *>  QUARTERS), ITS FIRST AND LAST DATES AND ITS STATE. A DATE FIELD
      *>  FLAGGED SCR-FDEF-OPEN-PERIOD MUST FALL IN AN OPEN PERIOD; A
      *>  SOFT-CLOSED PERIOD STILL TAKES POSTINGS UNDER A SUPERVISOR
      *>  OVERRIDE, A CLOSED ONE TAKES NONE, AND A DATE IN NO PERIOD AT ALL
      *>  IS REFUSED LIKE A CLOSED ONE. A SHOP WITH NO CALENDAR FILE HAS
      *>  EVERY DATE OPEN.
      *>
      *>  THE ALTERNATE KEY ON THE END DATE FINDS A DATE'S PERIOD WITH ONE
      *>  START (THE FIRST PERIOD ENDING ON OR AFTER IT). MAINTAINED BY
      *>  FISCADM; CONSULTED BY COBCURSES-PERIOD-CHECK.
      *>

      *>  01  FISCAL-RECORD.
            05  FSC-KEY.
                10  FSC-FISCAL-YEAR         PIC 9(4).
                10  FSC-PERIOD-NO           PIC 99.
            05  FSC-END-DATE                PIC X(8).
            05  FSC-START-DATE              PIC X(8).
            05  FSC-CALENDAR-TYPE           PIC X.
                88  FSC-MONTHLY             VALUE 'M'.
                88  FSC-FOUR-FOUR-FIVE      VALUE '4'.
            05  FSC-STATE                   PIC X.
                88  FSC-STATE-VALID         VALUE 'O' 'S' 'C'.
                88  FSC-OPEN                VALUE 'O'.
                88  FSC-SOFT-CLOSED         VALUE 'S'.
                88  FSC-CLOSED              VALUE 'C'.
            05  FSC-CHANGED-AT              PIC X(21).
            05  FSC-CHANGED-BY              PIC X(20).

      *>********************************************************************************
      *>  END FISCAL PERIOD CALENDAR RECORD.
      *>********************************************************************************
