      *>********************************************************************************
      *>  GUIDED WORKFLOW RUN RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/WFLRUN.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER WORKFLOW AN OPERATOR HAS STARTED (SEE WORKFLOW.cbl AND
      *>  COBCURSES-WORKFLOW). THE STEPS ARE COPIED IN AT THE START; EACH STEP
      *>  IS THEN FILED ('D') OR SKIPPED ('S'). WFR-CURRENT-STEP IS WHERE THE
      *>  OPERATOR IS, OR WILL BE PUT BACK WHEN AN INTERRUPTED RUN IS RESUMED.
      *>  WFR-TRANSFER 'Y' ASKS THE LAUNCHER TO TAKE THE OPERATOR TO THAT STEP
      *>  NEXT. RUN 0 IS THE CONTROL RECORD CARRYING THE LAST NUMBER ISSUED.
      *>  FINISHED AND ABANDONED RUNS ARE KEPT FOR THE REPORT (WFLRPT).
      *>

      *>  01  WFLRUN-RECORD.
            05  WFR-RUN-ID                  PIC 9(8).
            05  WFR-OPERATOR                PIC X(20).
            05  WFR-HEADER.
                10  WFR-STATUS              PIC X.
                    88  WFR-ACTIVE          VALUE 'A'.
                    88  WFR-COMPLETE        VALUE 'C'.
                    88  WFR-ABANDONED       VALUE 'X'.
                10  WFR-WORKFLOW-NAME       PIC X(16).
                10  WFR-STEP-COUNT          PIC 99.
                10  WFR-CURRENT-STEP        PIC 99.
                10  WFR-TRANSFER            PIC X.
                    88  WFR-TRANSFER-WANTED VALUE 'Y'.
                10  WFR-STARTED-AT          PIC X(21).
                10  WFR-UPDATED-AT          PIC X(21).
                10  WFR-ENDED-AT            PIC X(21).
                10  WFR-ENDED-BY            PIC X(20).
                10  WFR-STEP OCCURS 20 TIMES.
                    15  WFR-STEP-CODE       PIC X(8).
                    15  WFR-STEP-OPTIONAL   PIC X.
                    15  WFR-STEP-STATE      PIC X.
            05  WFR-CONTROL REDEFINES WFR-HEADER.
                10  WFR-LAST-ID             PIC 9(8).
                10  FILLER                  PIC X(297).

      *>********************************************************************************
      *>  END GUIDED WORKFLOW RUN RECORD.
      *>********************************************************************************
