      *>********************************************************************************
      *>  LEDGER ACKNOWLEDGEMENT RECORD (INBOUND) :
      *>
      *>  FILE:
      *>      ${COBCURSES_BATCHEXP_DIR}/BATCHACK.DAT
      *>
      *>********************************************************************************
      *>
      *>  WHAT THE LEDGER SYSTEM SENDS BACK: ONE LINE PER BATCH IT RECEIVED,
      *>  NAMING THE EXPORT FILE AND THE BATCH AND GIVING THE DOCUMENT COUNT
      *>  AND AMOUNT IT ACTUALLY LOADED (SAME NUMBER FORMATS AS BATCHIFC.cbl).
      *>  BATCHEXP RECONCILE MATCHES EACH LINE TO THE EXPORT REGISTER
      *>  (BATCHEXP.X); A PROCESSED FILE IS RENAMED WITH .<STAMP>.DONE APPENDED.
      *>  LINES STARTING '*' ARE COMMENTS.
      *>

      *>  01  BATCHACK-RECORD.
            05  ACK-EXPORT-ID               PIC 9(6).
            05  ACK-OPERATOR                PIC X(20).
            05  ACK-BATCH-NO                PIC 9(6).
            05  ACK-STATUS                  PIC X.
                88  ACK-ACCEPTED            VALUE 'A'.
                88  ACK-REJECTED            VALUE 'R'.
            05  ACK-DOC-COUNT               PIC 9(6).
            05  ACK-AMOUNT                  PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
            05  ACK-REASON                  PIC X(40).

      *>********************************************************************************
      *>  END LEDGER ACKNOWLEDGEMENT RECORD.
      *>********************************************************************************
