      *>********************************************************************************
      *>  E-DESIGN CALCULATION AREA :
      *>
      *>********************************************************************************
      *>
      *>  PASSED TO COBCURSES-EDCALC, THE ONE CALCULATION ROUTINE SHARED BY THE
      *>  E-DESIGN SCREENS (EDPR020, EDPR030, EDPR040) AND THE BATCH DRIVER
      *>  (EDBATCH), SO THE TWO NEVER DISAGREE.
      *>
      *>  EDC-PARSE-AND-CALCULATE: THE CALLER GIVES THE CALCULATOR AND THE
      *>  INPUTS AS KEYED TEXT ("4.7k", "10k 1%"); THE ROUTINE PARSES THEM
      *>  (TOLERANCE, ENGINEERING SUFFIX, NUMBER), CALCULATES, FORMATS THE
      *>  RESULTS IN ENGINEERING NOTATION AND LOOKS UP THE NEAREST STANDARD
      *>  PARTS. EDC-CALCULATE-ONLY: THE CALLER GIVES EDC-IN-VALUE (AND FOR
      *>  EDPR040 EDC-INPUT-COUNT AND EDC-IN-CONN) AND ONLY EDC-OUT-VALUE IS
      *>  RETURNED -- THE TOLERANCE TRIALS RUN THIS WAY.
      *>
      *>  INPUTS BY CALCULATOR :
      *>      EDPR020  1 VOLTS  2 AMPS  3 OHMS  4 WATTS (ANY TWO; BLANK = SOLVE)
      *>      EDPR030  1 VIN  2 R1  3 R2  4 RLOAD (BLANK OR ZERO = NO LOAD)
      *>      EDPR040  1-8 ELEMENT VALUES (A BLANK ENDS THE LIST), EDC-IN-CONN
      *>               2-8 'S' (SERIES) OR 'P' (PARALLEL)
      *>  RESULTS :
      *>      EDPR020  1 VOLTS  2 AMPS  3 OHMS  4 WATTS
      *>      EDPR030  1 VOUT
      *>      EDPR040  1 TOTAL
      *>  STANDARD PARTS (NEAREST IN THE SHOP SERIES) :
      *>      EDPR020  OHMS   EDPR030  R1, R2   EDPR040  TOTAL (WITH THE BEST
      *>      TWO-PART SERIES OR PARALLEL PAIR WITHIN COBCURSES_ESERIES_TOL)
      *>

      *>  01  EDCALC-DATA.
            05  EDC-FUNCTION                PIC X.
                88  EDC-PARSE-AND-CALCULATE VALUE 'P'.
                88  EDC-CALCULATE-ONLY      VALUE 'C'.
            05  EDC-CALCULATOR              PIC X(8).
            05  EDC-INPUT-COUNT             PIC 9.
            05  EDC-INPUT OCCURS 8 TIMES.
                10  EDC-IN-TEXT             PIC X(40).
                10  EDC-IN-CONN             PIC X.
                10  EDC-IN-GIVEN            PIC X.
                    88  EDC-IN-WAS-GIVEN    VALUE 'Y'.
                10  EDC-IN-VALUE            COMP-2.
                10  EDC-IN-TOLERANCE        COMP-2.
                10  EDC-IN-TOL-KEYED        PIC X.
                    88  EDC-IN-TOL-WAS-KEYED VALUE 'Y'.
            05  EDC-STATUS                  PIC X.
                88  EDC-SOLVED              VALUE 'S'.
                88  EDC-INCOMPLETE          VALUE 'I'.
                88  EDC-BAD-INPUT           VALUE 'B'.
            05  EDC-MESSAGE                 PIC X(60).
            05  EDC-RESULT-COUNT            PIC 9.
            05  EDC-RESULT OCCURS 4 TIMES.
                10  EDC-OUT-NAME            PIC X(8).
                10  EDC-OUT-VALUE           COMP-2.
                10  EDC-OUT-TEXT            PIC X(14).
            05  EDC-SERIES                  PIC X(3).
            05  EDC-STD-COUNT               PIC 9.
            05  EDC-STD OCCURS 2 TIMES.
                10  EDC-STD-ROLE            PIC X(8).
                10  EDC-STD-VALUE           COMP-2.
                10  EDC-STD-BELOW           COMP-2.
                10  EDC-STD-ABOVE           COMP-2.
                10  EDC-STD-ERR-BELOW       COMP-2.
                10  EDC-STD-ERR-ABOVE       COMP-2.
            05  EDC-PAIR-FLAG               PIC X.
                88  EDC-PAIR-FOUND          VALUE 'Y'.
            05  EDC-PAIR-MODE               PIC X.
            05  EDC-PAIR-PART-1             COMP-2.
            05  EDC-PAIR-PART-2             COMP-2.
            05  EDC-PAIR-ERROR              COMP-2.

      *>********************************************************************************
      *>  END E-DESIGN CALCULATION AREA.
      *>********************************************************************************
