      *>********************************************************************************
      *>  PARKED WORK RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/PARKWORK.X
      *>
      *>********************************************************************************
      *>
      *>  INCOMPLETE TRANSACTIONS SET ASIDE WITH THE PARK KEY
      *>  (COBCURSES_PARK_FKEY, DEFAULT F11): THE SCREEN NAME, THE
      *>  STATE NUMBER THE OPERATOR WAS ON, A SHORT NOTE AND EVERY
      *>  FIELD BUFFER (SEE COBCURSES-PARK-WORK). UNLIKE A 3270
      *>  CHECKPOINT OR A SPLIT-SESSION SLOT A PARKED ITEM OUTLIVES
      *>  THE SESSION AND THE TERMINAL: ITS OWNER PICKS IT FROM
      *>  "MY PARKED WORK" (COBCURSES-SHOW-PARKED) OR PARKADM RESUME,
      *>  WHICH MARKS IT SELECTED; THE NEXT VISIT TO THE SCREEN BY
      *>  THE OWNER RESTORES IT. A SUPERVISOR MAY REASSIGN AN ITEM TO
      *>  ANOTHER OPERATOR (PARKADM REASSIGN).
      *>
      *>  EACH ITEM IS ONE HEADER (PKW-FIELD-NO 0) FOLLOWED BY ONE
      *>  DETAIL RECORD PER FIELD. ITEM 0 IS THE CONTROL RECORD
      *>  CARRYING THE LAST NUMBER ISSUED. THE OWNER IS ON EVERY
      *>  RECORD SO THE ALTERNATE KEY FINDS AN OPERATOR'S WORK
      *>  DIRECTLY. SENSITIVE AND PASSWORD FIELDS ARE NEVER PARKED.
      *>

      *>  01  PARKWORK-RECORD.
            05  PKW-KEY.
                10  PKW-ID                  PIC 9(8).
                10  PKW-FIELD-NO            PIC 9(4).
            05  PKW-OWNER                   PIC X(20).
            05  PKW-HEADER.
                10  PKW-STATUS              PIC X.
                    88  PKW-PARKED          VALUE 'P'.
                    88  PKW-SELECTED        VALUE 'S'.
                    88  PKW-RESUMED         VALUE 'R'.
                    88  PKW-DROPPED         VALUE 'D'.
                10  PKW-SCREEN-NAME         PIC X(16).
                10  PKW-STATE-NO            PIC 9(4).
                10  PKW-NOTE                PIC X(40).
                10  PKW-PARKED-BY           PIC X(20).
                10  PKW-PARKED-AT           PIC X(21).
                10  PKW-PARKED-MODE         PIC X.
                    88  PKW-FROM-CURSES     VALUE 'C'.
                    88  PKW-FROM-3270       VALUE '3'.
                10  PKW-ASSIGNED-BY         PIC X(20).
                10  PKW-ASSIGNED-AT         PIC X(21).
                10  PKW-RESUMED-AT          PIC X(21).
                10  PKW-FIELD-COUNT         PIC 9(4).
                10  FILLER                  PIC X(834).
            05  PKW-DETAIL REDEFINES PKW-HEADER.
                10  PKW-TEXT-LEN            PIC 9(4).
                10  PKW-TEXT                PIC X(999).
            05  PKW-CONTROL REDEFINES PKW-HEADER.
                10  PKW-LAST-ID             PIC 9(8).
                10  FILLER                  PIC X(995).

      *>********************************************************************************
      *>  END PARKED WORK RECORD.
      *>********************************************************************************
