      *>********************************************************************************
      *>  CONFIRMED DUPLICATE RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/DUPCONF.LOG
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER SUSPECTED DUPLICATE THAT WAS FILED ANYWAY: THE
      *>  OPERATOR CONFIRMED IT ('C'), OR A SUPERVISOR OVERRODE THE WARNING
      *>  ('S', ALSO RECORDED IN OVERRIDE.LOG). THE EARLIER FILING IT
      *>  MATCHED IS CARRIED ALONGSIDE. APPENDED BY COBCURSES-DUP-CHECK;
      *>  LISTED WEEKLY BY DUPRPT. A WARNING THE OPERATOR BACKED AWAY FROM
      *>  FILES NOTHING AND IS NOT RECORDED.
      *>

      *>  01  DUPCONF-RECORD.
            05  CFD-DATE-TIME               PIC X(21).
            05  CFD-SCREEN-NAME             PIC X(16).
            05  CFD-SIGNATURE               PIC X(100).
            05  CFD-OPERATOR                PIC X(20).
            05  CFD-HOW                     PIC X.
                88  CFD-CONFIRMED           VALUE 'C'.
                88  CFD-OVERRIDDEN          VALUE 'S'.
            05  CFD-SUPERVISOR              PIC X(20).
            05  CFD-PRIOR-FILED-AT          PIC X(21).
            05  CFD-PRIOR-OPERATOR          PIC X(20).
            05  CFD-PRIOR-BATCH-NO          PIC 9(6).

      *>********************************************************************************
      *>  END CONFIRMED DUPLICATE RECORD.
      *>********************************************************************************
