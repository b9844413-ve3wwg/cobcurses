            10  SCREEN-SHOW-TIME                PIC X.
            10  SCREEN-LINE                     PIC X(300)
                OCCURS 1 TO 50 TIMES.
      *>        THE PAGE OF A MULTI-PAGE FORM THE IMAGE HOLDS
      *>        (SCRBG-PAGE / SCR-FDEF-PAGE); 0 IS PAGE 1.
            10  SCREEN-PAGE-NO                  PIC 99.

