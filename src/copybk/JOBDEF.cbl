      *>********************************************************************************
      *>  SCHEDULED JOB DEFINITION LINE :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/JOBSCHED.CNF
      *>
      *>********************************************************************************
      *>
      *>  ONE LINE PER JOB THE SCHEDULER (JOBSCHED) LAUNCHES. A PLAIN TEXT FILE
      *>  THE OPERATIONS TEAM EDITS, IN FIXED COLUMNS; '*' COMMENTS AND BLANK
      *>  LINES ARE SKIPPED. A JOB IS DUE WHEN ITS RUN RULE MATCHES TODAY AND
      *>  THE TIME OF DAY IS INSIDE ITS WINDOW:
      *>
      *>      RULE      PARM    RUNS ON
      *>      DAILY             EVERY DAY
      *>      BUSDAY            EVERY BUSINESS DAY (BUSCAL.X)
      *>      BUSDAY    n       THE nTH BUSINESS DAY OF THE MONTH
      *>      LASTBUS           THE LAST BUSINESS DAY OF THE MONTH
      *>      DOM       n       DAY n OF THE MONTH (LAST DAY IF THE MONTH IS
      *>                        SHORTER)
      *>      WEEKDAY   ddd     EVERY ddd (MON TUE WED THU FRI SAT SUN)
      *>      WEEKDAY   dddn    THE nTH ddd OF THE MONTH (dddL = THE LAST)
      *>
      *>  WINDOW FROM/TO ARE HHMM (BLANK = 0000 / 2359). EVERY IS THE REPEAT
      *>  INTERVAL IN MINUTES INSIDE THE WINDOW; BLANK OR 0 RUNS THE JOB ONCE
      *>  PER SCHEDULED DAY.
      *>
      *>  DEADLINE IS EITHER HHMM (THE DAY'S RUN MUST HAVE COMPLETED BY THEN)
      *>  OR +nnn (EACH RUN MUST COMPLETE WITHIN nnn MINUTES OF STARTING). A
      *>  MISSED DEADLINE RAISES ONE ALERT PER RUN. BLANK = NO DEADLINE.
      *>
      *>  UP TO FOUR PREDECESSORS, EACH JOB/RC: THE JOB WAITS UNTIL THE NAMED
      *>  JOB HAS COMPLETED TODAY WITH A RETURN-CODE NO HIGHER THAN RC (BLANK
      *>  RC = 0). A PREDECESSOR ENDING ABOVE ITS THRESHOLD SKIPS THIS JOB FOR
      *>  THE DAY; A PREDECESSOR NOT SCHEDULED TODAY IS IGNORED. JOBS WITH NO
      *>  DEPENDENCY BETWEEN THEM RUN IN PARALLEL, AND A FAILING JOB ONLY
      *>  HOLDS BACK THE JOBS THAT NAME IT.
      *>
      *>  COMMAND IS THE SHELL COMMAND, RUN WITH ITS OUTPUT CAPTURED IN
      *>  ${COBCURSES_DATADIR}/JOBSCHED.<JOB>.OUT.
      *>

      *>  01  JOBDEF-RECORD.
            05  JBD-JOB-NAME                PIC X(12).
            05  FILLER                      PIC X.
            05  JBD-RULE                    PIC X(8).
                88  JBD-RULE-DAILY          VALUE 'DAILY'.
                88  JBD-RULE-BUSDAY         VALUE 'BUSDAY'.
                88  JBD-RULE-LASTBUS        VALUE 'LASTBUS'.
                88  JBD-RULE-DOM            VALUE 'DOM'.
                88  JBD-RULE-WEEKDAY        VALUE 'WEEKDAY'.
            05  FILLER                      PIC X.
            05  JBD-RULE-PARM               PIC X(4).
            05  FILLER                      PIC X.
            05  JBD-WINDOW-FROM             PIC X(4).
            05  FILLER                      PIC X.
            05  JBD-WINDOW-TO               PIC X(4).
            05  FILLER                      PIC X.
            05  JBD-EVERY                   PIC X(4).
            05  FILLER                      PIC X.
            05  JBD-DEADLINE                PIC X(5).
            05  FILLER                      PIC X.
            05  JBD-PREDECESSOR OCCURS 4 TIMES.
                10  JBD-PRED-JOB            PIC X(12).
                10  JBD-PRED-SLASH          PIC X.
                10  JBD-PRED-MAX-RC         PIC X(3).
                10  FILLER                  PIC X.
            05  JBD-COMMAND                 PIC X(256).

      *>********************************************************************************
      *>  END SCHEDULED JOB DEFINITION LINE.
      *>********************************************************************************
