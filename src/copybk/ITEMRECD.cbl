            05  ITM-SELECTABLE              PIC X.
            05  ITM-SECURITY-ROLE           PIC X(16).
            05  ITM-SUBMENU-NAME            PIC X(16).
      *>
      *>  RECORD VERSION STAMP (LAYOUT V2): BUMPED ON EVERY WRITE OR
      *>  REWRITE THROUGH COBCURSES-RECORD-STAMP. A MAINTENANCE SCREEN
      *>  KEEPS THE STAMP IT READ AND REFUSES TO REWRITE OVER A STAMP
      *>  THAT HAS MOVED ON SINCE (SEE NC-RECORD-CONFLICT). NOT NUMERIC
      *>  (AN OLDER RECORD) COUNTS AS VERSION 0.
      *>
            05  ITM-REC-STAMP.
                10  ITM-REC-VERSION         PIC 9(6).
                10  ITM-REC-CHANGED-BY      PIC X(20).

      *>********************************************************************************
      *>  END MENU ITEM DEFINITION RECORD.
