                10  ARC-DELETED             PIC X(14).
                10  ARC-RECORD-TYPE         PIC XX.
                10  ARC-SEQ                 PIC 9(4).
            05  ARC-DATA                    PIC X(600).

      *>********************************************************************************
      *>  END DELETED-SCREEN ARCHIVE RECORD.
