      *>
            10  NC-STATS-SCREEN-NAME        PIC X(16) VALUE SPACES.

      *>
      *>     LINEAR (ACCESSIBLE) RENDERING SWITCH, RESOLVED ONCE PER
      *>     SESSION FROM COBCURSES_ACCESSIBLE BY NC-OPEN (OR BY
      *>     NC-LINEAR-RESOLVE IN COBCURSQ), AND CARRIED HERE SO THE
      *>     SCREEN PROGRAMS A MAIN PROGRAM CALLS SEE THE SAME MODE.
      *>
            10  NC-LIN-STATE                PIC X VALUE ' '.
                88  NC-LINEAR-UNRESOLVED    VALUE ' '.
                88  NC-LINEAR-OFF           VALUE 'N'.
                88  NC-LINEAR-ON            VALUE 'Y'.
            10  NC-LIN-ENV                  PIC X(8).

      *>***********************************************
      *>     END NCURSESG.cbl
      *>***********************************************
