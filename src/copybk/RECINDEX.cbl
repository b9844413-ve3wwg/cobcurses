      *>********************************************************************************
      *>  KEYSTROKE RECORDING INDEX RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/RECINDEX.LOG
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER KEYSTROKE RECORDING STARTED, APPENDED BY
      *>  COBCURSES-SESSION-REC WHEN COBCURSES_SESSION_RECORD OPENS A
      *>  SCRIPT. THE SCRIPT ITSELF HOLDS ONLY KEYS AND ELAPSED SECONDS;
      *>  THIS INDEX SAYS WHO RECORDED IT, WHEN, AND WHERE IT WAS WRITTEN
      *>  (A RELATIVE NAME IS MADE ABSOLUTE FROM $PWD), SO THE OPERATOR
      *>  TIMELINE (OPRTIME) CAN PLACE A RECORDING AMONG THE OTHER LOGS.
      *>

      *>  01  RECINDEX-RECORD.
            05  RCX-DATE-TIME               PIC X(21).
            05  RCX-OPERATOR                PIC X(20).
            05  RCX-FILE-NAME               PIC X(256).

      *>********************************************************************************
      *>  END KEYSTROKE RECORDING INDEX RECORD.
      *>********************************************************************************
