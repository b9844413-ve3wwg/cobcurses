      *>********************************************************************************
      *>  E-DESIGN CALCULATION ATTACH AREA :
      *>
      *>********************************************************************************
      *>
      *>  PASSED BY AN E-DESIGN CALCULATOR TO COBCURSES-EDPROJ-ATTACH TO ATTACH
      *>  THE PARTS OF ITS LAST CALCULATION TO A PROJECT (SEE EDPROJ.cbl). THE
      *>  CALCULATOR FILLS IN ITS PROGRAM NAME, THE TIME STAMP IT LOGGED THE
      *>  CALCULATION UNDER, A SHORT NOTE AND ONE ENTRY PER PART (ITS ROLE IN
      *>  THE CALCULATION, E.G. "R1" OR "ELEM 3", THE VALUE AND TOLERANCE).
      *>  THE PROJECT CHOSEN, THE NUMBER OF PARTS ATTACHED AND A MESSAGE FOR
      *>  THE CALCULATOR'S STATUS LINE COME BACK.
      *>

      *>  01  EDPROJ-ATTACH-DATA.
            05  EDA-PROGRAM                 PIC X(8).
            05  EDA-CALC-AT                 PIC X(21).
            05  EDA-NOTE                    PIC X(40).
            05  EDA-PART-COUNT              PIC 9.
            05  EDA-PART OCCURS 8 TIMES.
                10  EDA-ROLE                PIC X(8).
                10  EDA-VALUE               COMP-2.
                10  EDA-TOLERANCE           COMP-2.
                10  EDA-TEXT                PIC X(14).
            05  EDA-PROJECT                 PIC X(12).
            05  EDA-ATTACHED                PIC 9.
            05  EDA-MESSAGE                 PIC X(60).

      *>********************************************************************************
      *>  END E-DESIGN CALCULATION ATTACH AREA.
      *>********************************************************************************
