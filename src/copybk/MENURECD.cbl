            05  MNU-OPT-SHOWMATCH           PIC X.
            05  MNU-OPT-IGNORECASE          PIC X.
            05  MNU-SECURITY-ROLE           PIC X(16).
      *>
      *>  RECORD VERSION STAMP (LAYOUT V2): BUMPED ON EVERY WRITE OR
      *>  REWRITE THROUGH COBCURSES-RECORD-STAMP. A MAINTENANCE SCREEN
      *>  KEEPS THE STAMP IT READ AND REFUSES TO REWRITE OVER A STAMP
      *>  THAT HAS MOVED ON SINCE (SEE NC-RECORD-CONFLICT). NOT NUMERIC
      *>  (AN OLDER RECORD) COUNTS AS VERSION 0.
      *>
            05  MNU-REC-STAMP.
                10  MNU-REC-VERSION         PIC 9(6).
                10  MNU-REC-CHANGED-BY      PIC X(20).

      *>********************************************************************************
      *>  END MENU DEFINITION RECORD.
