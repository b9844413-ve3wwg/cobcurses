      *>********************************************************************************
      *>  DUPLICATE-SUBMISSION INDEX RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/DUPIDX.X
      *>
      *>********************************************************************************
      *>
      *>  THE ROLLING INDEX OF RECENT FILINGS FOR SCREENS THAT CARRY A
      *>  DUPLICATE-CHECK SIGNATURE (SCRNRULE.X OPERATOR 'DS', ONE RULE PER
      *>  SIGNATURE FIELD -- E.G. VENDOR, INVOICE NUMBER AND AMOUNT). WHEN
      *>  THE SCREEN FILES, THE RUNTIME JOINS THE SIGNATURE FIELDS' VALUES
      *>  INTO DUP-SIGNATURE AND LOOKS THEM UP HERE (COBCURSES-DUP-CHECK):
      *>  A RECORD FILED WITHIN THE SCREEN'S WINDOW IS A SUSPECTED DUPLICATE
      *>  AND THE OPERATOR IS WARNED WITH ITS OPERATOR, DATE AND BATCH.
      *>  EVERY FILING THEN REPLACES THE RECORD WITH ITS OWN, SO THE INDEX
      *>  ALWAYS HOLDS THE LATEST FILING OF EACH SIGNATURE. DUPRPT PURGE
      *>  DROPS RECORDS OLDER THAN ANY WINDOW STILL IN USE.
      *>

      *>  01  DUPIDX-RECORD.
            05  DUP-KEY.
                10  DUP-SCREEN-NAME         PIC X(16).
                10  DUP-SIGNATURE           PIC X(100).
            05  DUP-FILED-AT                PIC X(21).
            05  DUP-OPERATOR                PIC X(20).
            05  DUP-BATCH-NO                PIC 9(6).
            05  DUP-FILINGS                 PIC 9(6).
            05  FILLER                      PIC X(31).

      *>********************************************************************************
      *>  END DUPLICATE-SUBMISSION INDEX RECORD.
      *>********************************************************************************
