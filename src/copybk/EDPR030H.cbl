      *>
      *>  ONE RECORD PER CALCULATION PERFORMED ON THE EDPR030 RESISTIVE
      *>  VOLTAGE DIVIDER (WITH LOADING) SCREEN, IN THE SAME RUNNING-RECORD
      *>  STYLE AS EDPR010.LOG. THE KEYED VALUES CARRY ANY TOLERANCE KEYED
      *>  WITH THEM; THE WORST-CASE AND MONTE CARLO FIGURES FOLLOW VOUT
      *>  (WINDOW AND INSIDE ARE PERCENTAGES).
      *>

      *>  01  EDPR030H-RECORD.
            05  ED3-R2                      PIC X(14).
            05  ED3-RLOAD                   PIC X(14).
            05  ED3-VOUT                    PIC X(14).
            05  ED3-WC-MIN                  PIC X(14).
            05  ED3-WC-MAX                  PIC X(14).
            05  ED3-MC-RUNS                 PIC 9(5).
            05  ED3-MC-MEAN                 PIC X(14).
            05  ED3-MC-STDDEV               PIC X(14).
            05  ED3-MC-WINDOW               PIC Z9.99.
            05  ED3-MC-INSIDE               PIC ZZ9.9.

      *>********************************************************************************
      *>  END VOLTAGE DIVIDER CALCULATION HISTORY RECORD.
