      *>  CUT-OFF TIME) GIVES BACK THE DAY. AJR-FILE-TAG USES THE SAME
      *>  TWO-CHARACTER FILE CODES AS THE RELEASE PACKAGE (SEE RELPKG.cbl),
      *>  PLUS 'BH' FOR THE SCRNBGH VERSION HISTORY, WHICH IS JOURNALLED
      *>  BUT NEVER PACKAGED, AND 'RU' FOR THE SCRNRULE CROSS-FIELD RULES
      *>  (CARRIED BY THE SCREEN PROMOTION PACKAGE, SEE SCRNPKG.cbl) AND
      *>  'DT' FOR THE DECTAB DECISION TABLE ROWS.
      *>
      *>  FIXED-LENGTH SEQUENTIAL (NOT LINE SEQUENTIAL): THE DESIGNER
      *>  RECORDS CARRY COMP BYTES. AJR-TICKET IS THE CHANGE TICKET THE SAVE
      *>  WAS MADE UNDER (SEE CHGTKT.cbl), BLANK WHEN THERE WAS NONE.
      *>
      *>  AJR-CHAIN-SEQ/AJR-CHAIN-DIGEST LINK EVERY RECORD TO THE ONE BEFORE
      *>  IT (SEE AUDCHAIN.cbl). THE DAY JOURNALS FORM ONE CHAIN: THE FIRST
      *>  RECORD OF A DAY FOLLOWS ON FROM THE LAST RECORD OF THE DAY BEFORE,
      *>  SO A MISSING DAY FILE SHOWS UP AS A BREAK (681 BYTES IN ALL).
      *>

      *>  01  AFTERIMG-RECORD.
                88  AJR-ACTION-REWRITE      VALUE 'R'.
                88  AJR-ACTION-DELETE       VALUE 'D'.
            05  AJR-OPERATOR                PIC X(20).
            05  AJR-DATA                    PIC X(600).
            05  AJR-TICKET                  PIC X(12).
            05  AJR-CHAIN-SEQ               PIC 9(9).
            05  AJR-CHAIN-DIGEST            PIC X(16).

      *>********************************************************************************
      *>  END FORWARD-RECOVERY AFTER-IMAGE JOURNAL RECORD.
