      *>********************************************************************************
      *>  LEDGER INTERFACE FILE RECORD (OUTBOUND BATCHES) :
      *>
      *>  FILE:
      *>      ${COBCURSES_BATCHEXP_DIR}/BATCHnnnnnn.DAT
      *>
      *>********************************************************************************
      *>
      *>  THE FILE BATCHEXP EXPORT HANDS TO THE LEDGER SYSTEM, ONE PER EXPORT
      *>  RUN (nnnnnn IS THE EXPORT NUMBER). A FILE HEADER, THEN FOR EACH
      *>  BATCH A BATCH HEADER, ONE DOCUMENT RECORD PER DOCUMENT AND A BATCH
      *>  TRAILER CARRYING THE BATCH'S HASH TOTALS (BCT-ACTUAL-COUNT AND
      *>  BCT-ACTUAL-AMOUNT), THEN A FILE TRAILER WITH THE FILE'S TOTALS.
      *>  AMOUNTS ARE SIGNED WITH A LEADING SEPARATE SIGN AND TWO IMPLIED
      *>  DECIMAL PLACES. THE FILE IS WRITTEN UNDER A .TMP NAME AND RENAMED
      *>  ONLY WHEN COMPLETE, SO THE RECEIVER NEVER PICKS UP HALF A FILE.
      *>

      *>  01  BATCHIFC-RECORD.
            05  IFC-RECORD-TYPE             PIC X.
                88  IFC-FILE-HEADER         VALUE 'H'.
                88  IFC-BATCH-HEADER        VALUE 'B'.
                88  IFC-DOCUMENT            VALUE 'D'.
                88  IFC-BATCH-TRAILER       VALUE 'T'.
                88  IFC-FILE-TRAILER        VALUE 'Z'.
            05  IFC-H-DATA.
                10  IFC-H-INTERFACE         PIC X(16).
                10  IFC-H-EXPORT-ID         PIC 9(6).
                10  IFC-H-CREATED           PIC X(14).
                10  IFC-H-CREATED-BY        PIC X(20).
                10  FILLER                  PIC X(2043).
            05  IFC-B-DATA REDEFINES IFC-H-DATA.
                10  IFC-B-OPERATOR          PIC X(20).
                10  IFC-B-BATCH-NO          PIC 9(6).
                10  IFC-B-OPENED            PIC X(14).
                10  IFC-B-CLOSED            PIC X(14).
                10  FILLER                  PIC X(2045).
            05  IFC-D-DATA REDEFINES IFC-H-DATA.
                10  IFC-D-OPERATOR          PIC X(20).
                10  IFC-D-BATCH-NO          PIC 9(6).
                10  IFC-D-DOC-NO            PIC 9(6).
                10  IFC-D-SCREEN-NAME       PIC X(16).
                10  IFC-D-FILED             PIC X(14).
                10  IFC-D-AMOUNT            PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
                10  IFC-D-IMAGE-LENGTH      PIC 9(4).
                10  IFC-D-IMAGE             PIC X(2000).
                10  FILLER                  PIC X(17).
            05  IFC-T-DATA REDEFINES IFC-H-DATA.
                10  IFC-T-OPERATOR          PIC X(20).
                10  IFC-T-BATCH-NO          PIC 9(6).
                10  IFC-T-DOC-COUNT         PIC 9(6).
                10  IFC-T-AMOUNT            PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
                10  FILLER                  PIC X(2051).
            05  IFC-Z-DATA REDEFINES IFC-H-DATA.
                10  IFC-Z-EXPORT-ID         PIC 9(6).
                10  IFC-Z-BATCH-COUNT       PIC 9(6).
                10  IFC-Z-DOC-COUNT         PIC 9(8).
                10  IFC-Z-AMOUNT            PIC S9(15)V99
                                            SIGN LEADING SEPARATE.
                10  IFC-Z-RECORD-COUNT      PIC 9(8).
                10  FILLER                  PIC X(2053).

      *>********************************************************************************
      *>  END LEDGER INTERFACE FILE RECORD.
      *>********************************************************************************
