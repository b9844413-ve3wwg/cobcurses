      *>********************************************************************************
      *>  CLOSED-PERIOD POSTING ATTEMPT RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/FISCLOG.LOG
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER POSTING ATTEMPTED AGAINST A PERIOD THAT IS NOT OPEN
      *>  (SEE FISCAL.cbl): WHERE IT CAME FROM (THE ONLINE RUNTIME OR
      *>  BATCHEDT), THE SCREEN AND DATE FIELD, THE OPERATOR, THE DATE
      *>  KEYED, THE PERIOD AND ITS STATE AT THE TIME, AND WHAT HAPPENED --
      *>  REFUSED, OR ACCEPTED UNDER A SUPERVISOR OVERRIDE (WHO IS NAMED;
      *>  THE OVERRIDE ITSELF IS IN OVERRIDE.LOG AS USUAL). A BATCH
      *>  ATTEMPT CARRIES THE INPUT FILE AND RECORD NUMBER. APPENDED BY
      *>  COBCURSES-PERIOD-LOG; REPORTED BY FISCRPT.
      *>

      *>  01  FISCLOG-RECORD.
            05  FLG-DATE-TIME               PIC X(21).
            05  FLG-SOURCE                  PIC X(8).
            05  FLG-SCREEN-NAME             PIC X(16).
            05  FLG-FIELD-NO                PIC 9(4).
            05  FLG-OPERATOR                PIC X(20).
            05  FLG-POSTING-DATE            PIC X(8).
            05  FLG-PERIOD                  PIC X(6).
            05  FLG-PERIOD-STATE            PIC X.
                88  FLG-NO-PERIOD           VALUE 'N'.
                88  FLG-SOFT-CLOSED         VALUE 'S'.
                88  FLG-CLOSED              VALUE 'C'.
            05  FLG-OUTCOME                 PIC X.
                88  FLG-REFUSED             VALUE 'R'.
                88  FLG-OVERRIDDEN          VALUE 'O'.
            05  FLG-SUPERVISOR              PIC X(20).
            05  FLG-REFERENCE               PIC X(40).

      *>********************************************************************************
      *>  END CLOSED-PERIOD POSTING ATTEMPT RECORD.
      *>********************************************************************************
