      *>********************************************************************************
      *>  E-DESIGN PROJECT WORKBOOK RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/EDPROJ.X
      *>
      *>********************************************************************************
      *>
      *>  ONE HEADER RECORD PER PROJECT (EDJ-REFDES SPACES) FOLLOWED BY ONE PART
      *>  RECORD PER REFERENCE DESIGNATOR (R1, R2 ...). PARTS ARE ATTACHED FROM
      *>  ANY E-DESIGN CALCULATOR (COBCURSES-EDPROJ-ATTACH) AND CARRY THE VALUE
      *>  AS CALCULATED; THE BILL OF MATERIALS (EDBOM) ROUNDS IT TO THE NEAREST
      *>  STANDARD PART. EDJ-CALC-PROGRAM AND EDJ-CALC-AT TIE THE PART BACK TO
      *>  THE CALCULATION IN THAT CALCULATOR'S LOG (EDPR0n0.LOG). PROJECTS ARE
      *>  MAINTAINED FROM THE LAUNCHER (COBCURSES-SHOW-PROJECTS).
      *>

      *>  01  EDPROJ-RECORD.
            05  EDJ-KEY.
                10  EDJ-PROJECT             PIC X(12).
                10  EDJ-REFDES              PIC X(8).
            05  EDJ-HEADER.
                10  EDJ-TITLE               PIC X(40).
                10  EDJ-OWNER               PIC X(20).
                10  EDJ-CREATED-AT          PIC X(21).
                10  EDJ-STATUS              PIC X.
                    88  EDJ-OPEN            VALUE 'O'.
                    88  EDJ-CLOSED          VALUE 'C'.
                10  FILLER                  PIC X(78).
            05  EDJ-PART REDEFINES EDJ-HEADER.
                10  EDJ-PART-VALUE          PIC 9(10)V9(6).
                10  EDJ-PART-TEXT           PIC X(14).
                10  EDJ-SERIES              PIC X(3).
                10  EDJ-TOLERANCE           PIC 99V99.
                10  EDJ-CALC-PROGRAM        PIC X(8).
                10  EDJ-CALC-AT             PIC X(21).
                10  EDJ-CALC-ROLE           PIC X(8).
                10  EDJ-CALC-NOTE           PIC X(40).
                10  EDJ-ADDED-BY            PIC X(20).
                10  FILLER                  PIC X(26).

      *>********************************************************************************
      *>  END E-DESIGN PROJECT WORKBOOK RECORD.
      *>********************************************************************************
