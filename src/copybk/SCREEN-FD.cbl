            05  SCR-FDEF-ACTION             PIC X.
            05  SCR-FDEF-HELP               PIC X(60).
            05  SCR-FDEF-READ-ONLY          PIC X.
      *>
      *>  COMP-TYPE: 00 DISPLAY, 01 COMP-1, 02 COMP-2, 03 PUSHBUTTON,
      *>  04 DATE, 05 PACKED DECIMAL AND 06 SIGNED ZONED DECIMAL. THE
      *>  LAST TWO ARE EXACT FIXED-POINT: THE CMP- ITEM IS
      *>  [S]9(DIGITS)V9(DECIMALS), DIGITS BEING THE INTEGER PLACES
      *>  (DIGITS + DECIMALS AT MOST 18, DECIMALS AT MOST 9).
      *>
            05  SCR-FDEF-COMP-TYPE          PIC X(4).
            05  SCR-FDEF-MENU-REF           PIC X(16).
            05  SCR-FDEF-ACTION-EDIT        PIC X(30).
      *>  (SEE COBCURSES-BUSDAY-CHECK AND CALADM).
      *>
            05  SCR-FDEF-BUSINESS-DAY       PIC X.
      *>
      *>  FIELD SECURITY (LAYOUT V7): THE ROLE AN OPERATOR MUST HOLD
      *>  TO SEE THE FIELD'S VALUE, AND THE ROLE NEEDED TO CHANGE IT.
      *>  BLANK MEANS UNRESTRICTED. A FIELD THE OPERATOR MAY NOT VIEW
      *>  PAINTS BLANK AND IS SKIPPED; ONE THEY MAY VIEW BUT NOT
      *>  UPDATE IS PROTECTED. ROLES RESOLVE THROUGH ROLE GROUPS
      *>  (SEE COBCURSES-FIELD-ACCESS AND NC-FLDSEC-APPLY).
      *>
            05  SCR-FDEF-VIEW-ROLE          PIC X(16).
            05  SCR-FDEF-UPDATE-ROLE        PIC X(16).
      *>
      *>  MULTI-PAGE FORMS (LAYOUT V8): THE PAGE OF THE FORM THE FIELD
      *>  IS PAINTED ON (SEE SCRBG-PAGE). 0 OR NOT NUMERIC IS PAGE 1.
      *>  THE RUNTIME SHOWS ONE PAGE AT A TIME AND TURNS THE PAGE WHEN
      *>  THE STATE MACHINE MOVES TO A FIELD ON ANOTHER ONE, OR ON THE
      *>  PAGING KEYS (SEE NC-PAGE-SHOW); THE FORM STILL FILES AS ONE
      *>  TRANSACTION.
      *>
            05  SCR-FDEF-PAGE               PIC 99.
      *>
      *>  RECORD VERSION STAMP (LAYOUT V9): BUMPED ON EVERY WRITE OR
      *>  REWRITE THROUGH COBCURSES-RECORD-STAMP. A MAINTENANCE SCREEN
      *>  KEEPS THE STAMP IT READ AND REFUSES TO REWRITE OVER A STAMP
      *>  THAT HAS MOVED ON SINCE (SEE NC-RECORD-CONFLICT). NOT NUMERIC
      *>  (AN OLDER RECORD) COUNTS AS VERSION 0.
      *>
            05  SCR-FDEF-REC-STAMP.
                10  SCR-FDEF-REC-VERSION    PIC 9(6).
                10  SCR-FDEF-REC-CHANGED-BY PIC X(20).
      *>
      *>  OPEN FISCAL PERIOD (LAYOUT V10): 'Y' ON A DATE FIELD
      *>  (COMP-TYPE 04) REQUIRES THE DATE TO FALL IN AN OPEN PERIOD
      *>  OF THE FISCAL CALENDAR FISCAL.X. A SOFT-CLOSED PERIOD TAKES
      *>  A SUPERVISOR OVERRIDE; A CLOSED ONE REFUSES THE DATE. THE
      *>  COMPANION OF SCR-FDEF-BUSINESS-DAY ABOVE (SEE
      *>  COBCURSES-PERIOD-CHECK AND FISCADM).
      *>
            05  SCR-FDEF-OPEN-PERIOD        PIC X.

      *>********************************************************************************
      *>  END SCREEN FIELD DEFINITION RECORD.
