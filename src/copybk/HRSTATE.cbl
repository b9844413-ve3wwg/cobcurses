      *>********************************************************************************
      *>  HR FEED EMPLOYEE STATE RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/HRSTATE.X
      *>
      *>********************************************************************************
      *>
      *>  WHAT THE HR FEED LAST SAID ABOUT EACH EMPLOYEE, KEPT BY HRFEED
      *>  SO THE NEXT NIGHT'S EXTRACT CAN BE COMPARED WITH IT:
      *>
      *>      NO RECORD               A JOINER
      *>      DIFFERENT JOB CODE      A MOVER
      *>      STATUS T, OR A          A LEAVER, ACTED ON WHEN THE
      *>      TERMINATION DATE        TERMINATION DATE ARRIVES (NO
      *>                              DATE = AT ONCE)
      *>
      *>  HRS-STATE RECORDS WHAT HRFEED HAS DONE ABOUT THE EMPLOYEE. AN
      *>  EMPLOYEE WHO RETURNS AFTER LEAVING IS TREATED AS A JOINER
      *>  AGAIN. HRS-LAST-SEEN IS THE DATE OF THE LAST EXTRACT THE
      *>  EMPLOYEE APPEARED IN.
      *>

      *>  01  HRSTATE-RECORD.
            05  HRS-EMPLOYEE-ID             PIC X(12).
            05  HRS-OPERATOR                PIC X(20).
            05  HRS-DEPARTMENT              PIC X(8).
            05  HRS-JOB-CODE                PIC X(8).
            05  HRS-STATUS                  PIC X.
            05  HRS-TERMINATION-DATE        PIC X(8).
            05  HRS-STATE                   PIC X.
                88  HRS-IS-ACTIVE           VALUE 'A'.
                88  HRS-HAS-LEFT            VALUE 'L'.
            05  HRS-LAST-SEEN               PIC X(8).
            05  HRS-CHANGED                 PIC X(21).

      *>********************************************************************************
      *>  END HR FEED EMPLOYEE STATE RECORD.
      *>********************************************************************************
