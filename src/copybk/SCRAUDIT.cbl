      *>********************************************************************************
      *>
      *>  ONE RECORD PER ADD/CHANGE/DELETE MADE AGAINST THE SCREEN-FILE HEADER
      *>  RECORD, SO WE KNOW WHO CHANGED A SCREEN AND WHEN. AUD-TICKET CARRIES
      *>  THE CHANGE TICKET THE SAVE WAS MADE UNDER (SEE CHGTKT.cbl); IT IS
      *>  BLANK ON LINES WRITTEN BEFORE CHANGE CONTROL OR WITHOUT A TICKET.
      *>
      *>  AUD-CHAIN-SEQ/AUD-CHAIN-DIGEST LINK EVERY LINE TO THE ONE BEFORE IT
      *>  (SEE AUDCHAIN.cbl; STAMPED BY COBCURSES-AUDIT-CHAIN, CHECKED BY
      *>  AUDVRFY). LINES WRITTEN BEFORE THE CHAIN EXISTED CARRY NEITHER.
      *>

      *>  01  SCRAUDIT-RECORD.
                88  AUD-ACTION-DELETE       VALUE 'D'.
                88  AUD-ACTION-CLONE        VALUE 'K'.
            05  AUD-DESCRIPTION             PIC X(40).
            05  AUD-TICKET                  PIC X(12).
            05  AUD-CHAIN-SEQ               PIC 9(9).
            05  AUD-CHAIN-DIGEST            PIC X(16).

      *>********************************************************************************
      *>  END SCREEN MAINTENANCE AUDIT RECORD.
