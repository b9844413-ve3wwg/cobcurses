            05  SCRBG-ATTRIBUTE             PIC X(8).
            05  SCRBG-COLOUR-PAIR           PIC 999 COMP.
            05  SCRBG-SEGMENT               PIC X(80).
      *>
      *>  MULTI-PAGE FORMS (LAYOUT V2): THE PAGE OF THE FORM THE SEGMENT
      *>  IS PAINTED ON. 0, OR BLANK (A V1 RECORD), IS PAGE 1. THE TITLE LINE
      *>  (LINE 1) IS PAINTED ON EVERY PAGE WHATEVER ITS PAGE NUMBER.
      *>
            05  SCRBG-PAGE                  PIC 99.

      *>********************************************************************************
      *>  END SCREEN BACKGROUND RECORD.
