            05  SCR-FST-BACK-TO             PIC 9(4) COMP.
            05  SCR-FST-ESCAPE-TO           PIC 9(4) COMP.
            05  SCR-FST-SLASH-TO            PIC 9(4) COMP.
      *>
      *>  RECORD VERSION STAMP (LAYOUT V2): BUMPED ON EVERY WRITE OR
      *>  REWRITE THROUGH COBCURSES-RECORD-STAMP. A MAINTENANCE SCREEN
      *>  KEEPS THE STAMP IT READ AND REFUSES TO REWRITE OVER A STAMP
      *>  THAT HAS MOVED ON SINCE (SEE NC-RECORD-CONFLICT). NOT NUMERIC
      *>  (AN OLDER RECORD) COUNTS AS VERSION 0.
      *>
            05  SCR-FST-REC-STAMP.
                10  SCR-FST-REC-VERSION     PIC 9(6).
                10  SCR-FST-REC-CHANGED-BY  PIC X(20).

      *>********************************************************************************
      *>  END SCREEN FIELD STATE RECORD.
