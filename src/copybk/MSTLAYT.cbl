      *>********************************************************************************
      *>  MASTER LAYOUT CONTENTS :
      *>
      *>  PASSED TO COBCURSES-MASTER-LAYOUT, WHICH FILLS IT IN WITH THE
      *>  BACKGROUND SEGMENTS AND STANDARD FIELDS A SCREEN TAKES FROM THE
      *>  MASTER LAYOUT NAMED IN ITS HEADER (SCN-MASTER-LAYOUT, SEE
      *>  SCREEN-01.cbl).
      *>
      *>********************************************************************************
      *>
      *>  THE IMAGES ARE WHOLE SCRNBG.X AND SCRFDEF.X RECORDS, ALREADY
      *>  RESTATED FOR THE SCREEN: SCRBG-NAME/SCR-FDEF-SCREEN-NAME ARE THE
      *>  SCREEN'S OWN NAME AND THE SEGMENT AND FIELD NUMBERS CARRY ON FROM
      *>  THE SCREEN'S HIGHEST, SO A READER MOVES EACH IMAGE TO ITS RECORD
      *>  AREA AND TREATS IT EXACTLY AS IF IT HAD COME OFF THE FILE, AFTER
      *>  THE SCREEN'S OWN RECORDS. ANYTHING THE SCREEN OVERRIDES LOCALLY
      *>  IS LEFT OUT, AND COUNTED IN MSL-OVERRIDES.
      *>

      *>  01  MASTER-LAYOUT-AREA.
            05  MSL-SCREEN-NAME             PIC X(16).
            05  MSL-MASTER-NAME             PIC X(16).
            05  MSL-OVERRIDES               PIC 9(4).
            05  MSL-SEG-COUNT               PIC 9(4).
            05  MSL-SEG-IMAGE               PIC X(116)
                                            OCCURS 40 TIMES.
            05  MSL-FLD-COUNT               PIC 9(4).
            05  MSL-FLD-IMAGE               PIC X(596)
                                            OCCURS 20 TIMES.

      *>********************************************************************************
      *>  END MASTER LAYOUT CONTENTS.
      *>********************************************************************************
