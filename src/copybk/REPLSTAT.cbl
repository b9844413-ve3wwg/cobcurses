      *>********************************************************************************
      *>  WARM-STANDBY REPLICATION CHECKPOINT :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/REPLICA.CKP
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD, REWRITTEN AFTER EVERY REPLICA SWEEP. LIKE
      *>  LOGSHIP.CKP IT HOLDS THE APPLIED POSITION IN THE AFTERIMG
      *>  CHAIN (SEQUENCE AND DIGEST OF THE LAST RECORD THE STANDBY
      *>  CONFIRMED) PLUS THE JOURNAL DAY THAT RECORD CAME FROM, SO THE
      *>  NEXT SWEEP STARTS THERE AND ROLLS FORWARD ACROSS MIDNIGHT.
      *>  THE LAG FIELDS ARE WHAT OPSDASH SHOWS: RECORDS WRITTEN ON THE
      *>  PRIMARY BUT NOT YET APPLIED ON THE STANDBY, AND THE AGE IN
      *>  SECONDS OF THE OLDEST OF THEM.
      *>
      *>      STREAMING   LAST SWEEP APPLIED EVERYTHING IT FOUND
      *>      FAILING     THE STANDBY APPLY COMMAND FAILED; THE POSITION
      *>                  WAS NOT ADVANCED
      *>      SWITCHED    A SWITCHOVER COMPLETED -- THE STANDBY IS NOW
      *>                  THE LIVE SYSTEM AND THIS DIRECTORY IS IN BATCH
      *>

      *>  01  REPLSTAT-RECORD.
            05  RPL-STATE                   PIC X(10).
                88  RPL-STREAMING           VALUE 'STREAMING'.
                88  RPL-FAILING             VALUE 'FAILING'.
                88  RPL-SWITCHED            VALUE 'SWITCHED'.
            05  FILLER                      PIC X.
            05  RPL-JOURNAL-DATE            PIC X(8).
            05  FILLER                      PIC X.
            05  RPL-APPLIED                 PIC 9(9).
            05  FILLER                      PIC X.
            05  RPL-LAST-SEQ                PIC 9(9).
            05  FILLER                      PIC X.
            05  RPL-LAST-DIGEST             PIC X(16).
            05  FILLER                      PIC X.
            05  RPL-LAST-APPLIED-TIME       PIC X(14).
            05  FILLER                      PIC X.
            05  RPL-SWEEP-TIME              PIC X(14).
            05  FILLER                      PIC X.
            05  RPL-LAG-RECORDS             PIC 9(9).
            05  FILLER                      PIC X.
            05  RPL-LAG-SECONDS             PIC 9(9).

      *>********************************************************************************
      *>  END WARM-STANDBY REPLICATION CHECKPOINT.
      *>********************************************************************************
