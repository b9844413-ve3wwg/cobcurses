            05  SCN-LOCK-TIME               PIC X(26).
            05  SCN-LAST-MODIFIED           PIC X(21).
            05  SCN-APPLICATION             PIC X(8).
      *>
      *>  MAKER-CHECKER (LAYOUT V4): 'Y' ROUTES EVERY FILED TRANSACTION
      *>  INTO THE PENDING QUEUE (PENDTXN.X, SEE PENDTXN.cbl) INSTEAD OF
      *>  TO THE APPLICATION, UNTIL A SECOND PERSON RELEASES IT.
      *>
            05  SCN-MAKER-CHECKER           PIC X.
      *>
      *>  LIFECYCLE (LAYOUT V5), MAINTAINED ONLY THROUGH SCRLIFE, WHICH
      *>  ENFORCES THE ALLOWED TRANSITIONS AND WHO MAY MAKE THEM:
      *>      D  DRAFT       NOT READY -- NEVER GENERATED OR BUILT
      *>      A  ACTIVE      (BLANK ON RECORDS THAT PREDATE V5)
      *>      P  DEPRECATED  STILL GENERATED AND ROUTED TO, BUT EVERY
      *>                     ROUTED USE IS LOGGED AND THE SCREEN IS
      *>                     REPORTED WHILE IT IS STILL BEING OPENED
      *>      R  RETIRED     KEPT FOR HISTORY; NEVER GENERATED, BUILT
      *>                     OR ROUTED TO
      *>
            05  SCN-LIFECYCLE               PIC X.
                88  SCN-LIFE-ACTIVE         VALUE 'A', ' '.
                88  SCN-LIFE-DRAFT          VALUE 'D'.
                88  SCN-LIFE-DEPRECATED     VALUE 'P'.
                88  SCN-LIFE-RETIRED        VALUE 'R'.
            05  SCN-LIFECYCLE-CHANGED       PIC X(21).
            05  SCN-LIFECYCLE-BY            PIC X(20).
      *>
      *>  MASTER LAYOUT (LAYOUT V6): SCN-MASTER-LAYOUT NAMES THE MASTER
      *>  WHOSE BACKGROUND SEGMENTS AND STANDARD FIELDS (TITLE BAR, DATE
      *>  AND TIME, FUNCTION-KEY AND STATUS LINES) THIS SCREEN SHOWS
      *>  UNDER ITS OWN, EXCEPT WHERE IT OVERRIDES THEM LOCALLY (SEE
      *>  COBCURSES-MASTER-LAYOUT). SCN-MASTER-FLAG 'Y' MARKS THE RECORD
      *>  AS A MASTER LAYOUT ITSELF: DESIGNED LIKE ANY SCREEN, NEVER
      *>  GENERATED AS A PROGRAM. MASTERS DO NOT NEST.
      *>
            05  SCN-MASTER-LAYOUT           PIC X(16).
            05  SCN-MASTER-FLAG             PIC X.
                88  SCN-IS-MASTER           VALUE 'Y'.

      *>********************************************************************************
      *>  END SCREEN HEADER RECORD.
