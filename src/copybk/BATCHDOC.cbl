      *>********************************************************************************
      *>  DATA-ENTRY BATCH DOCUMENT RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/BATCHDOC.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER DOCUMENT POSTED INTO A BALANCING BATCH, WRITTEN BY
      *>  COBCURSES-BATCH-POST AS THE SCREEN FILES, KEYED BY THE BATCH'S
      *>  OPERATOR AND NUMBER (BATCHCTL.cbl) AND THE DOCUMENT'S SEQUENCE IN
      *>  THE BATCH. THE DOCUMENT IS KEPT AS IT WAS FILED: THE SCREEN'S
      *>  FIELD BUFFERS, IN FIELD ORDER, EACH AT ITS FULL BUFFER LENGTH, END
      *>  TO END IN BDC-IMAGE -- THE RECEIVING SYSTEM MAPS THE IMAGE BY
      *>  SCREEN NAME. BDC-AMOUNT IS THE DOCUMENT'S SHARE OF THE BATCH TOTAL
      *>  (ITS "BATCH-AMT" FIELDS). BATCHEXP EXPORT SENDS THESE RECORDS.
      *>

      *>  01  BATCHDOC-RECORD.
            05  BDC-KEY.
                10  BDC-OPERATOR            PIC X(20).
                10  BDC-BATCH-NO            PIC 9(6).
                10  BDC-DOC-NO              PIC 9(6).
            05  BDC-SCREEN-NAME             PIC X(16).
            05  BDC-FILED                   PIC X(21).
            05  BDC-AMOUNT                  PIC S9(13)V99.
            05  BDC-FIELD-COUNT             PIC 9(4).
            05  BDC-IMAGE-LENGTH            PIC 9(4).
            05  BDC-IMAGE                   PIC X(2000).

      *>********************************************************************************
      *>  END DATA-ENTRY BATCH DOCUMENT RECORD.
      *>********************************************************************************
