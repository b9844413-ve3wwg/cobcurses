      *>********************************************************************************
      *>  CHANGE TICKET REGISTER RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/CHGTKT.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER CHANGE TICKET APPROVED BY CHANGE CONTROL. WHEN THIS
      *>  REGISTER EXISTS, EVERY CATALOG SAVE FROM THE MAINTENANCE SCREENS
      *>  AND THE BULK TOOLS MUST BE MADE UNDER AN OPEN, IN-DATE TICKET
      *>  (COBCURSES-CHANGE-TICKET), AND THAT TICKET IS STAMPED ON THE
      *>  SCRAUDIT, DTLAUDIT AND AFTERIMG RECORDS THE SAVE WRITES. A SHOP
      *>  WITHOUT A REGISTER IS UNAFFECTED. MAINTAINED AND REPORTED ON BY
      *>  CHGTKT. TKT-VALID-UNTIL (YYYYMMDD) BLANK MEANS NO END DATE.
      *>

      *>  01  CHGTKT-RECORD.
            05  TKT-NUMBER                  PIC X(12).
            05  TKT-STATUS                  PIC X.
                88  TKT-STATUS-OPEN         VALUE 'O'.
                88  TKT-STATUS-CLOSED       VALUE 'C'.
            05  TKT-TITLE                   PIC X(40).
            05  TKT-VALID-UNTIL             PIC X(8).
            05  TKT-REGISTERED-BY           PIC X(20).
            05  TKT-REGISTERED              PIC X(21).
            05  TKT-CLOSED-BY               PIC X(20).
            05  TKT-CLOSED                  PIC X(21).

      *>********************************************************************************
      *>  END CHANGE TICKET REGISTER RECORD.
      *>********************************************************************************
