      *>  NOT STORED -- THE USAGE REPORT (USAGERPT) DERIVES IT FROM THE GAP
      *>  BETWEEN CONSECUTIVE EVENTS OF THE SAME OPERATOR, SO THE WRITER
      *>  STAYS A CHEAP APPEND THAT CAN NEVER DISTURB THE SESSION ITSELF.
      *>  SAC-MODE IS 'T' FOR AN EVENT FROM A TRAINING SESSION (SEE
      *>  COBCURSES-TRAINING-ENTER); THE USAGE STATISTICS SKIP THOSE.
      *>

      *>  01  SESSACCT-RECORD.
                88  SAC-EVENT-ENTER         VALUE 'ENTER'.
                88  SAC-EVENT-SIGNOFF       VALUE 'SIGNOFF'.
            05  SAC-SCREEN                  PIC X(16).
            05  SAC-MODE                    PIC X.
                88  SAC-MODE-TRAINING       VALUE 'T'.

      *>********************************************************************************
      *>  END SESSION ACCOUNTING EVENT RECORD.
