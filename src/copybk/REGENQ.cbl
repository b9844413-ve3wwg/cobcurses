      *>********************************************************************************
      *>  REGENERATION QUEUE RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/REGENQ.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER CHANGED DESIGN OBJECT THAT IS COMPILED INTO OTHER
      *>  SCREENS' GENERATED COPYBOOKS, BUT WHOSE CHANGE DOES NOT MOVE THOSE
      *>  SCREENS' SCN-LAST-MODIFIED (SO SDGENERATE -u WOULD SKIP THEM).
      *>  QUEUED BY COBCURSES-REGEN-QUEUE FROM THE MAINTENANCE PROGRAMS:
      *>
      *>      'C'  CHARACTER SET        SD002060   (CHARSET NAME)
      *>      'M'  MENU'S ITEMS         SD002090   (MENU NAME)
      *>      'R'  CROSS-FIELD RULES    SD002055   (SCREEN NAME)
      *>      'K'  SOFT-KEY SET         SOFTKADM   (SCREEN NAME)
      *>      'L'  MASTER LAYOUT        SD002010,  (MASTER'S SCREEN NAME)
      *>                                SD002040
      *>
      *>  REPEATED CHANGES TO ONE OBJECT SHARE ONE RECORD. REGENQ EXPANDS
      *>  EACH ENTRY INTO ITS DEPENDENT SCREENS, REGENERATES AND REBUILDS
      *>  THEM, AND REMOVES THE ENTRIES IT HAS SERVED.
      *>

      *>  01  REGENQ-RECORD.
            05  RGQ-KEY.
                10  RGQ-OBJECT-TYPE         PIC X.
                    88  RGQ-CHARSET         VALUE 'C'.
                    88  RGQ-MENU            VALUE 'M'.
                    88  RGQ-RULES           VALUE 'R'.
                    88  RGQ-SOFTKEYS        VALUE 'K'.
                    88  RGQ-MASTER          VALUE 'L'.
                10  RGQ-OBJECT-NAME         PIC X(16).
            05  RGQ-FIRST-QUEUED            PIC X(21).
            05  RGQ-LAST-QUEUED             PIC X(21).
            05  RGQ-CHANGES                 PIC 9(5).
            05  RGQ-OPERATOR                PIC X(20).
            05  RGQ-PROGRAM                 PIC X(8).

      *>********************************************************************************
      *>  END REGENERATION QUEUE RECORD.
      *>********************************************************************************
