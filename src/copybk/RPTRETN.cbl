      *>********************************************************************************
      *>  REPORT ARCHIVE RETENTION RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_RPTARCHDIR}/RPTRETN.X
      *>      (RPTARCHDIR DEFAULTS TO ${COBCURSES_DATADIR}/RPTARCH)
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER REPORT NAME (SPL-REPORT-NAME / ARC-REPORT-NAME)
      *>  WHOSE ARCHIVED COPIES ARE KEPT FOR OTHER THAN THE DEFAULT
      *>  PERIOD. RET-KEEP-DAYS IS COUNTED FROM THE REPORT'S RUN DATE;
      *>  ZERO MEANS KEEP FOREVER. A REPORT WITH NO RECORD HERE IS KEPT
      *>  FOR COBCURSES_RPTARCH_KEEP_DAYS (DEFAULT 365). MAINTAINED BY
      *>  RPTARCH RETAIN AND APPLIED BY RPTARCH EXPIRE.
      *>

      *>  01  RPTRETN-RECORD.
            05  RET-REPORT-NAME             PIC X(16).
            05  RET-KEEP-DAYS               PIC 9(5).
            05  RET-DESCRIPTION             PIC X(40).
            05  RET-SET-BY                  PIC X(20).
            05  RET-SET-TIME                PIC X(21).

      *>********************************************************************************
      *>  END REPORT ARCHIVE RETENTION RECORD.
      *>********************************************************************************
