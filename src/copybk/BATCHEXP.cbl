      *>********************************************************************************
      *>  OUTBOUND BATCH EXPORT REGISTER RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/BATCHEXP.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER BALANCING BATCH SENT TO THE LEDGER INTERFACE, KEYED
      *>  LIKE BATCHCTL.X. BATCHEXP EXPORT WRITES IT WITH THE EXPORT FILE
      *>  NUMBER AND THE HASH TOTALS SENT (THE BATCH TRAILER'S DOCUMENT COUNT
      *>  AND AMOUNT); BATCHEXP RECONCILE FILLS IN WHAT THE DOWNSTREAM
      *>  ACKNOWLEDGEMENT SAID. A BATCH STILL AWAITING ITS ACKNOWLEDGEMENT
      *>  PAST THE WAITING TIME IS ALERTED ONCE (BXP-OVERDUE-ALERTED).
      *>

      *>  01  BATCHEXP-RECORD.
            05  BXP-KEY.
                10  BXP-OPERATOR            PIC X(20).
                10  BXP-BATCH-NO            PIC 9(6).
            05  BXP-EXPORT-ID               PIC 9(6).
            05  BXP-SENT                    PIC X(21).
            05  BXP-DOC-COUNT               PIC 9(6).
            05  BXP-AMOUNT                  PIC S9(13)V99.
            05  BXP-ACK-STATE               PIC X.
                88  BXP-ACK-AWAITED         VALUE ' '.
                88  BXP-ACK-MATCHED         VALUE 'A'.
                88  BXP-ACK-MISMATCHED      VALUE 'M'.
                88  BXP-ACK-REJECTED        VALUE 'R'.
            05  BXP-ACKED                   PIC X(21).
            05  BXP-ACK-DOC-COUNT           PIC 9(6).
            05  BXP-ACK-AMOUNT              PIC S9(13)V99.
            05  BXP-ACK-REASON              PIC X(40).
            05  BXP-OVERDUE-FLAG            PIC X.
                88  BXP-OVERDUE-ALERTED     VALUE 'Y'.

      *>********************************************************************************
      *>  END OUTBOUND BATCH EXPORT REGISTER RECORD.
      *>********************************************************************************
