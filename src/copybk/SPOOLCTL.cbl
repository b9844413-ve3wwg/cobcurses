      *>  OPERATOR WORKS ON THROUGH SPOOLADM. A REPORT IS CREATED HELD OR
      *>  READY, RELEASED TO ITS DESTINATION (SEE PRINTDST.cbl), AND FINALLY
      *>  MARKED PRINTED OR PURGED -- THE CONTROL RECORD IS KEPT EITHER WAY
      *>  SO "WHAT PRINTED LAST NIGHT" STAYS ANSWERABLE. A PRINTED REPORT
      *>  MAY INSTEAD BE ARCHIVED BY RPTARCH: ITS DATA FILE THEN LIVES ON
      *>  ONLY IN AN ARCHIVE VOLUME (SEE RPTARCH.cbl) AND RPTRETR FETCHES
      *>  IT BACK.
      *>

      *>  01  SPOOLCTL-RECORD.
                88  SPL-STATE-HELD          VALUE 'H'.
                88  SPL-STATE-PRINTED       VALUE 'P'.
                88  SPL-STATE-PURGED        VALUE 'X'.
                88  SPL-STATE-ARCHIVED      VALUE 'A'.
            05  SPL-DESTINATION             PIC X(16).
            05  SPL-DATA-FILE               PIC X(64).
            05  SPL-PRINTED-TIME            PIC X(21).
