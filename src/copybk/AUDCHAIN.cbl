      *>********************************************************************************
      *>  AUDIT LOG CHAIN STATE RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/AUDCHAIN.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER CHAINED AUDIT LOG -- SCRAUDIT, DTLAUDIT, OVERRIDE,
      *>  SIGNON AND AFTERIMG (THE DAY JOURNALS FORM ONE CHAIN ACROSS DAYS).
      *>  EVERY RECORD APPENDED TO THOSE LOGS CARRIES A SEQUENCE NUMBER AND
      *>  A CHAINED DIGEST OVER THE PREVIOUS RECORD'S DIGEST AND ITS OWN BODY,
      *>  KEYED WITH THE SHOP KEY (COBCURSES_SHOP_KEY). COBCURSES-AUDIT-CHAIN
      *>  HANDS OUT THE NEXT LINK FROM HERE; AUDVRFY COMPARES THE END OF EACH
      *>  LOG WITH IT, SO RECORDS CUT FROM THE END OF A LOG ARE NOT LOST
      *>  WITHOUT TRACE. ACH-SEAL IS THE SAME KEYED DIGEST OVER THIS RECORD,
      *>  SO THE STATE CANNOT BE WOUND BACK BY HAND EITHER.
      *>

      *>  01  AUDCHAIN-RECORD.
            05  ACH-CHAIN-NAME              PIC X(8).
            05  ACH-LAST-SEQ                PIC 9(9).
            05  ACH-LAST-DIGEST             PIC X(16).
            05  ACH-LAST-TIME               PIC X(21).
            05  ACH-SEAL                    PIC X(16).

      *>********************************************************************************
      *>  END AUDIT LOG CHAIN STATE RECORD.
      *>********************************************************************************
