      *>********************************************************************************
      *>  JOB CODE ROLE MAPPING RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/JOBROLE.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER (JOB CODE, ROLE) PAIR. THE ROLE MAY BE A PLAIN
      *>  ROLE OR A ROLE GROUP (ROLEGRP.X). THE NIGHTLY HR FEED (HRFEED)
      *>  GRANTS AN OPERATOR EVERY ROLE MAPPED TO THEIR JOB CODE, AND
      *>  TAKES AWAY THE ROLES OF THE OLD JOB CODE WHEN THEY MOVE. A JOB
      *>  CODE WITH NO RECORD HERE GRANTS NOTHING AND IS REPORTED AS AN
      *>  EXCEPTION. MAINTAINED BY THE JOBRADM CONSOLE.
      *>

      *>  01  JOBROLE-RECORD.
            05  JBR-KEY.
                10  JBR-JOB-CODE            PIC X(8).
                10  JBR-ROLE                PIC X(16).
            05  JBR-DESCRIPTION             PIC X(40).
            05  JBR-ADDED                   PIC X(21).

      *>********************************************************************************
      *>  END JOB CODE ROLE MAPPING RECORD.
      *>********************************************************************************
