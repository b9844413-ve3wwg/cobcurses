            05  SCRBH-ATTRIBUTE             PIC X(8).
            05  SCRBH-COLOUR-PAIR           PIC 999 COMP.
            05  SCRBH-SEGMENT               PIC X(80).
            05  SCRBH-PAGE                  PIC 99.

      *>********************************************************************************
      *>  END SCREEN BACKGROUND HISTORY RECORD.
