      *>  UTILITY OR MAINTENANCE SCREEN, SO AN UNATTENDED FAILURE NO LONGER HAS
      *>  TO BE RECONSTRUCTED FROM STDOUT SCROLLBACK. ERR-RETC-DESC IS FILLED IN
      *>  ON THE WAY IN VIA THE COBCURSES-RETC-DESC LOOKUP. BROWSE WITH ERRBROWS.
      *>  ERR-MODE IS 'T' FOR AN EVENT FROM A TRAINING SESSION (SEE
      *>  COBCURSES-TRAINING-ENTER); THE ERROR STATISTICS SKIP THOSE.
      *>  ERR-OPERATOR IS THE USER THE PROGRAM RAN AS ($USER); EVENTS
      *>  LOGGED BEFORE IT WAS ADDED CARRY SPACES THERE.
      *>

      *>  01  ERRORLOG-RECORD.
            05  ERR-FILE-STATUS             PIC XX.
            05  ERR-KEY                     PIC X(48).
            05  ERR-MESSAGE                 PIC X(60).
            05  ERR-MODE                    PIC X.
                88  ERR-MODE-TRAINING       VALUE 'T'.
            05  ERR-OPERATOR                PIC X(20).

      *>********************************************************************************
      *>  END CENTRAL ERROR-EVENT LOG RECORD.
