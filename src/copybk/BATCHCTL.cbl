      *>  AND PRINTS THE BALANCING REPORT. OUT-OF-BALANCE BATCHES SURFACE
      *>  AT CLOSE, NOT AT RECONCILIATION DAYS LATER.
      *>
      *>  A CLOSED BATCH WAITS IN STATE 'C' FOR THE OUTBOUND EXPORT (BATCHEXP
      *>  EXPORT), WHICH WRITES ITS DOCUMENTS (BATCHDOC.X) TO THE LEDGER
      *>  INTERFACE FILE AND MOVES IT TO 'S'. A SENT BATCH IS STILL A CLOSED
      *>  BATCH FOR EVERY OTHER PURPOSE; ITS ACKNOWLEDGEMENT IS TRACKED IN
      *>  BATCHEXP.X.
      *>

      *>  01  BATCHCTL-RECORD.
            05  BCT-KEY.
                10  BCT-BATCH-NO            PIC 9(6).
            05  BCT-STATE                   PIC X.
                88  BCT-STATE-OPEN          VALUE 'O'.
                88  BCT-STATE-CLOSED        VALUE 'C', 'S'.
                88  BCT-STATE-AWAITING-EXPORT VALUE 'C'.
                88  BCT-STATE-SENT          VALUE 'S'.
                88  BCT-STATE-CANCELLED     VALUE 'X'.
            05  BCT-EXPECTED-COUNT          PIC 9(6).
            05  BCT-EXPECTED-AMOUNT         PIC S9(13)V99.
