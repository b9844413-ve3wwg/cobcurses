      *>
      *>  ONE RECORD PER NETWORK FOLDED ON THE EDPR040 SERIES/PARALLEL
      *>  BUILDER SCREEN, IN THE SAME RUNNING-RECORD STYLE AS EDPR010.LOG.
      *>  THE WORST-CASE AND MONTE CARLO FIGURES FOLLOW THE NOMINAL RESULT
      *>  (WINDOW AND INSIDE ARE PERCENTAGES).
      *>

      *>  01  EDPR040H-RECORD.
            05  ED4-DATE-TIME               PIC X(21).
            05  ED4-ELEMENTS                PIC 9.
            05  ED4-RESULT                  PIC X(14).
            05  ED4-WC-MIN                  PIC X(14).
            05  ED4-WC-MAX                  PIC X(14).
            05  ED4-MC-RUNS                 PIC 9(5).
            05  ED4-MC-MEAN                 PIC X(14).
            05  ED4-MC-STDDEV               PIC X(14).
            05  ED4-MC-WINDOW               PIC Z9.99.
            05  ED4-MC-INSIDE               PIC ZZ9.9.

      *>********************************************************************************
      *>  END SERIES/PARALLEL NETWORK CALCULATION HISTORY RECORD.
