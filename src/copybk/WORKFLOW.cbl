      *>********************************************************************************
      *>  GUIDED WORKFLOW STEP LINE :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/WORKFLOW.CNF
      *>
      *>********************************************************************************
      *>
      *>  A WORKFLOW IS A NAMED, ORDERED LIST OF ROUTER.X TRANSACTION CODES THAT
      *>  WALKS AN OPERATOR THROUGH A MULTI-SCREEN JOB (NEW CUSTOMER, THEN ITS
      *>  ACCOUNT, THEN ITS FIRST ORDER ...). ONE LINE PER STEP, IN STEP-NUMBER
      *>  ORDER WITHIN THE WORKFLOW; '*' COMMENTS AND BLANK LINES ARE SKIPPED.
      *>
      *>      WFL-OPTIONAL        'Y' THE OPERATOR MAY SKIP THE STEP; ANY OTHER
      *>                          VALUE MAKES IT MANDATORY -- THE WORKFLOW WILL
      *>                          NOT FINISH UNTIL IT HAS BEEN FILED.
      *>      WFL-HANDOFF-KEY     UP TO THREE CONTEXT.X NAMES THE STEP HANDS ON.
      *>                          WHEN THE STEP'S SCREEN IS FILED, THE FIELD WITH
      *>                          THAT COBOL NAME GOES INTO THE OPERATOR'S CONTEXT
      *>                          POOL, SO THE NEXT STEP'S SCREEN OPENS WITH IT
      *>                          (SEE COBCURSES-CONTEXT-SET AND CONTEXT.cbl).
      *>
      *>  THE STEPS ARE COPIED INTO THE RUN WHEN AN OPERATOR STARTS THE WORKFLOW
      *>  (SEE WFLRUN.cbl), SO EDITING THIS FILE NEVER DISTURBS WORK IN FLIGHT.
      *>

      *>  01  WORKFLOW-RECORD.
            05  WFL-WORKFLOW-NAME           PIC X(16).
            05  FILLER                      PIC X.
            05  WFL-STEP-NO                 PIC 99.
            05  FILLER                      PIC X.
            05  WFL-TRAN-CODE               PIC X(8).
            05  FILLER                      PIC X.
            05  WFL-OPTIONAL                PIC X.
                88  WFL-STEP-OPTIONAL       VALUE 'Y'.
            05  WFL-HANDOFF OCCURS 3 TIMES.
                10  FILLER                  PIC X.
                10  WFL-HANDOFF-KEY         PIC X(32).

      *>********************************************************************************
      *>  END GUIDED WORKFLOW STEP LINE.
      *>********************************************************************************
