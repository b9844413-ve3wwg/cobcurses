      *>********************************************************************************
      *>  CATALOG RECORD FIELD MAP :
      *>
      *>********************************************************************************
      *>
      *>  THE FIELD-BY-FIELD MAP OF ONE STAMPED CATALOG RECORD TYPE (FD FIELD,
      *>  FS STATE, MN MENU OR IT ITEM), FILLED BY COBCURSES-RECORD-MAP. THE
      *>  KEY IS LEFT OUT (IT CANNOT DIFFER BETWEEN TWO COPIES OF ONE RECORD),
      *>  AND SO IS THE VERSION STAMP, WHICH STARTS AT RFM-STAMP-POS. POSITIONS ARE
      *>  1-BASED BYTE OFFSETS INTO THE RECORD; RFM-KIND IS 'X' FOR TEXT AND
      *>  'B' FOR A 2-BYTE BINARY (COMP) NUMBER.
      *>

      *>  01  RECFMAP-TABLE.
            05  RFM-RECORD-LEN              PIC 9(4).
            05  RFM-STAMP-POS               PIC 9(4).
            05  RFM-FIELD-COUNT             PIC 9(3).
            05  RFM-FIELD OCCURS 60 TIMES.
                10  RFM-LABEL               PIC X(12).
                10  RFM-POS                 PIC 9(4).
                10  RFM-LEN                 PIC 9(3).
                10  RFM-KIND                PIC X.

      *>********************************************************************************
      *>  END CATALOG RECORD FIELD MAP.
      *>********************************************************************************
