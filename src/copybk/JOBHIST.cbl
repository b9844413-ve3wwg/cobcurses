      *>********************************************************************************
      *>  SCHEDULED JOB HISTORY RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/JOBHIST.LOG
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER SCHEDULER EVENT, APPENDED BY JOBSCHED. A RUN WRITES
      *>  A START RECORD WHEN IT IS LAUNCHED AND AN END RECORD (START, END AND
      *>  RETURN-CODE) WHEN IT COMPLETES; A JOB HELD BACK BY A FAILED
      *>  PREDECESSOR GETS A SKIP RECORD, AND A MISSED DEADLINE A LATE
      *>  RECORD. THE LOG IS ALSO THE SCHEDULER'S MEMORY: EACH SWEEP RE-READS
      *>  TODAY'S RECORDS TO LEARN WHAT HAS ALREADY RUN, SO A SECOND
      *>  SCHEDULER PASS NEVER STARTS A JOB THE FIRST ONE HAS IN HAND.
      *>
      *>  JBH-RUN-DATE IS THE SCHEDULE DAY THE EVENT BELONGS TO; THE START
      *>  AND END STAMPS ARE YYYYMMDDHHMMSS.
      *>

      *>  01  JOBHIST-RECORD.
            05  JBH-JOB-NAME                PIC X(12).
            05  FILLER                      PIC X.
            05  JBH-EVENT                   PIC X.
                88  JBH-EVENT-START         VALUE 'S'.
                88  JBH-EVENT-END           VALUE 'E'.
                88  JBH-EVENT-SKIP          VALUE 'K'.
                88  JBH-EVENT-LATE          VALUE 'L'.
            05  FILLER                      PIC X.
            05  JBH-RUN-DATE                PIC X(8).
            05  FILLER                      PIC X.
            05  JBH-START                   PIC X(14).
            05  FILLER                      PIC X.
            05  JBH-END                     PIC X(14).
            05  FILLER                      PIC X.
            05  JBH-RC                      PIC 9(4).
            05  FILLER                      PIC X.
            05  JBH-DETAIL                  PIC X(50).

      *>********************************************************************************
      *>  END SCHEDULED JOB HISTORY RECORD.
      *>********************************************************************************
