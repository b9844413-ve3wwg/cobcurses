      *>********************************************************************************
      *>  OPERATOR KEYING STATISTICS RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/OPRSTAT.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER (OPERATOR, DAY, SCREEN), COUNTED BY
      *>  COBCURSES-OPR-STAT WHEN COBCURSES_OPRSTAT=Y: DOCUMENTS FILED,
      *>  SCREENS ESCAPED, KEYSTROKES READ FROM THE KEYBOARD WHILE THE
      *>  SCREEN WAS UP, AND THE VALIDATION FAILURES OF THAT OPERATOR --
      *>  THE SAME FAILURES VFYSTAT.X COUNTS PER FIELD, WITH THE
      *>  DOUBLE-ENTRY MISMATCHES (CHECK TYPE 'V') KEPT APART. THE DAY IN
      *>  THE KEY LETS THE WEEKLY PRODUCTIVITY REPORT (OPRPROD) PICK ANY
      *>  SEVEN DAYS WITHOUT A PERIOD CLOSE.
      *>

      *>  01  OPRSTAT-RECORD.
            05  OPS-KEY.
                10  OPS-OPERATOR            PIC X(20).
                10  OPS-DATE                PIC X(8).
                10  OPS-SCREEN-NAME         PIC X(16).
            05  OPS-DOCUMENTS               PIC 9(9).
            05  OPS-ESCAPES                 PIC 9(9).
            05  OPS-KEYSTROKES              PIC 9(9).
            05  OPS-VERIFY-FAILS            PIC 9(9).
            05  OPS-MISMATCHES              PIC 9(9).
            05  OPS-LAST-UPDATED            PIC X(21).

      *>********************************************************************************
      *>  END OPERATOR KEYING STATISTICS RECORD.
      *>********************************************************************************
