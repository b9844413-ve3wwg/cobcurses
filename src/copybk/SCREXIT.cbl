      *>********************************************************************************
      *>  SCREEN USER-EXIT REGISTRATION RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/SCREXIT.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER (SCREEN, EVENT, FIELD) NAMING THE COBOL PROGRAM THE
      *>  RUNTIME CALLS DYNAMICALLY WHEN THAT EVENT OCCURS ON THAT SCREEN. THE
      *>  PROGRAM RECEIVES THE STANDARD INTERFACE BLOCK (USREXIT.cbl). FIELD
      *>  0 MEANS EVERY FIELD OF THE SCREEN FOR THE FIELD EVENTS (FE/FA) AND
      *>  IS THE ONLY FIELD NUMBER THE SCREEN EVENTS (SO/BF/AF/SX) USE.
      *>  WHERE SEVERAL EXITS MATCH AN EVENT THEY ARE CALLED IN KEY ORDER,
      *>  AND THE FIRST TO REJECT OR REDIRECT ENDS THE CHAIN. LOADED WITH THE
      *>  SCREEN BY COBCURSES-LOAD-EXITS; MAINTAINED BY THE EXITADM CONSOLE.
      *>

      *>  01  SCREXIT-RECORD.
            05  XIT-KEY.
                10  XIT-SCREEN-NAME         PIC X(16).
                10  XIT-EVENT               PIC XX.
                    88  XIT-EVENT-VALID     VALUE "SO" "FE" "FA"
                                                  "BF" "AF" "SX".
                    88  XIT-SCREEN-OPEN     VALUE "SO".
                    88  XIT-FIELD-ENTRY     VALUE "FE".
                    88  XIT-FIELD-ACCEPTED  VALUE "FA".
                    88  XIT-BEFORE-FILE     VALUE "BF".
                    88  XIT-AFTER-FILE      VALUE "AF".
                    88  XIT-SCREEN-EXIT     VALUE "SX".
                    88  XIT-FIELD-EVENT     VALUE "FE" "FA".
                10  XIT-FIELD-NO            PIC 9(4).
            05  XIT-PROGRAM                 PIC X(30).
            05  XIT-DESCRIPTION             PIC X(40).
            05  XIT-ADDED-AT                PIC X(21).
            05  XIT-ADDED-BY                PIC X(20).

      *>********************************************************************************
      *>  END SCREEN USER-EXIT REGISTRATION RECORD.
      *>********************************************************************************
