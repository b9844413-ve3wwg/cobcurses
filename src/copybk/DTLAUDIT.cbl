      *>  TOUCHED A SCREEN HEADER, THIS ANSWERS "WHO CHANGED THIS DETAIL
      *>  AND WHAT DID IT USED TO BE". APPENDED BY COBCURSES-DETAIL-AUDIT;
      *>  BROWSED AND DIFFED WITH AUDBROWS. DTA-FILE-TAG USES THE RELPKG
      *>  FILE CODES, PLUS 'RU' FOR THE SCRNRULE CROSS-FIELD RULES AND 'DT'
      *>  FOR THE DECTAB DECISION TABLE ROWS.
      *>
      *>  FIXED-LENGTH SEQUENTIAL: THE IMAGES CARRY COMP BYTES. DTA-TICKET IS
      *>  THE CHANGE TICKET THE SAVE WAS MADE UNDER (SEE CHGTKT.cbl), BLANK
      *>  WHEN THERE WAS NONE. A LOG WRITTEN BEFORE THE TICKET WAS ADDED IS
      *>  WIDENED BY UPGRADEX (DTLAUDIT.LOG VERSION 2 IN SCHEMVER.X).
      *>
      *>  DTA-CHAIN-SEQ/DTA-CHAIN-DIGEST LINK EVERY ENTRY TO THE ONE BEFORE
      *>  IT (SEE AUDCHAIN.cbl), 1321 BYTES IN ALL. VERSION 3 IN SCHEMVER.X;
      *>  ENTRIES UPGRADEX CARRIES FORWARD FROM VERSION 2 ARE UNCHAINED.
      *>

      *>  01  DTLAUDIT-RECORD.
                88  DTA-ACTION-ADD          VALUE 'A'.
                88  DTA-ACTION-CHANGE       VALUE 'C'.
                88  DTA-ACTION-DELETE       VALUE 'D'.
            05  DTA-BEFORE-IMAGE            PIC X(600).
            05  DTA-AFTER-IMAGE             PIC X(600).
            05  DTA-TICKET                  PIC X(12).
            05  DTA-CHAIN-SEQ               PIC 9(9).
            05  DTA-CHAIN-DIGEST            PIC X(16).

      *>********************************************************************************
      *>  END DETAIL MAINTENANCE AUDIT RECORD.
