      *>********************************************************************************
      *>  SDGENERATE PREVIOUS FIELD LAYOUT RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/GENLAYT.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER FIELD OF A SCREEN, AS IT STOOD THE LAST TIME
      *>  SDGENERATE GENERATED THAT SCREEN'S -WS COPYBOOK AND THE
      *>  APPLICATION'S DATA WAS KNOWN TO MATCH IT. THE FLD- BUFFERS
      *>  IN FIELD-NUMBER ORDER ARE THE SCREEN'S RECORD LAYOUT; WHEN
      *>  THE CURRENT FIELD DEFINITIONS NO LONGER MATCH, SDGENERATE -c
      *>  WRITES A CONVERSION PROGRAM FROM THIS LAYOUT TO THE NEW ONE.
      *>  GLY-GENERATED IS THE SCN-LAST-MODIFIED THE LAYOUT CAME FROM.
      *>

      *>  01  GENLAYT-RECORD.
            05  GLY-KEY.
                10  GLY-SCREEN-NAME         PIC X(16).
                10  GLY-FIELD-NO            PIC 9(4).
            05  GLY-COBOL-NAME              PIC X(32).
            05  GLY-BUFFER-LENGTH           PIC 9(3).
            05  GLY-OCCURS                  PIC 9(3).
            05  GLY-SIGNED                  PIC X.
            05  GLY-DIGITS                  PIC 99.
            05  GLY-DECIMALS                PIC 99.
            05  GLY-COMP-TYPE               PIC X(4).
            05  GLY-GENERATED               PIC X(21).

      *>********************************************************************************
      *>  END SDGENERATE PREVIOUS FIELD LAYOUT RECORD.
      *>********************************************************************************
