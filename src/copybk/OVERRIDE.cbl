      *>  WITH OVRDRPT. CONTROLLED EXCEPTIONS BEAT INVENTED WORKAROUND
      *>  VALUES THAT PASS THE EDIT.
      *>
      *>  OVR-CHAIN-SEQ/OVR-CHAIN-DIGEST LINK EVERY RECORD TO THE ONE BEFORE
      *>  IT (SEE AUDCHAIN.cbl); RECORDS WRITTEN BEFORE THE CHAIN HAVE NONE.
      *>

      *>  01  OVERRIDE-RECORD.
            05  OVR-DATE-TIME               PIC X(21).
            05  OVR-SUPERVISOR              PIC X(20).
            05  OVR-VALUE                   PIC X(60).
            05  OVR-EDIT-MESSAGE            PIC X(60).
            05  OVR-CHAIN-SEQ               PIC 9(9).
            05  OVR-CHAIN-DIGEST            PIC X(16).

      *>********************************************************************************
      *>  END SUPERVISOR OVERRIDE RECORD.
