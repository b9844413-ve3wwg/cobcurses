      *>********************************************************************************
      *>  LIVE SESSION REGISTRY RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/SESSREG.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER SIGNED-ON SESSION, KEYED BY OPERATOR AND
      *>  TERMINAL. WRITTEN BY COBCURSES-SIGNON WHEN A SIGN-ON
      *>  COMPLETES, TOUCHED BY THE RUNTIME AS THE OPERATOR WORKS,
      *>  STAMPED WITH THE APPLICATION BY COBCURSES-ROUTER-LOOKUP AND
      *>  DELETED AT SIGN-OFF (ALL THROUGH COBCURSES-SESSION-REGISTRY).
      *>  AN ENTRY WHOSE LAST ACTIVITY IS OLDER THAN THE STALE LIMIT
      *>  IS A SESSION THAT DIED WITHOUT SIGNING OFF; IT IS PURGED THE
      *>  NEXT TIME ANYONE SIGNS ON. SYSSTATE LISTS THIS FILE AS ITS
      *>  "WHO IS STILL SIGNED ON" REPORT.
      *>
      *>      SRG-ACTIVE       THE SESSION IS LIVE
      *>      SRG-TAKEN-OVER   A LATER SIGN-ON BY THE SAME OPERATOR
      *>                       TOOK THE SESSION OVER (SRG-TAKEN-BY
      *>                       NAMES ITS TERMINAL); THE OLD SESSION
      *>                       ENDS AT ITS NEXT KEYSTROKE
      *>
      *>  THE TIMES ARE YYYYMMDDHHMMSS.
      *>

      *>  01  SESSREG-RECORD.
            05  SRG-KEY.
                10  SRG-OPERATOR            PIC X(20).
                10  SRG-TERMINAL            PIC X(32).
            05  SRG-APPLICATION             PIC X(8).
            05  SRG-SIGNON-TIME             PIC X(14).
            05  SRG-LAST-ACTIVITY           PIC X(14).
            05  SRG-STATE                   PIC X.
                88  SRG-ACTIVE              VALUE 'A'.
                88  SRG-TAKEN-OVER          VALUE 'T'.
            05  SRG-TAKEN-BY                PIC X(32).

      *>********************************************************************************
      *>  END LIVE SESSION REGISTRY RECORD.
      *>********************************************************************************
