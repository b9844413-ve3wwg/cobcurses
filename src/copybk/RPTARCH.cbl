      *>********************************************************************************
      *>  REPORT ARCHIVE INDEX RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_RPTARCHDIR}/RPTARCH.X
      *>      (RPTARCHDIR DEFAULTS TO ${COBCURSES_DATADIR}/RPTARCH)
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER PRINTED SPOOL REPORT MOVED INTO THE LONG-TERM
      *>  ARCHIVE BY RPTARCH. THE PRINT LINES THEMSELVES ARE MEMBER
      *>  ARC-MEMBER (THE ORIGINAL SPNNNNNN.SPL) OF THE COMPRESSED
      *>  ARCHIVE VOLUME ARC-VOLUME (VOL-YYYYMMDD-NN.TGZ, ONE PER
      *>  ARCHIVE RUN) IN THE SAME DIRECTORY.
      *>
      *>  THE PRIME KEY IS REPORT NAME, RUN DATE, OPERATOR AND THE
      *>  SPOOL ID THE REPORT HAD, SO "THE USAGE REPORT FROM MARCH" IS
      *>  A KEYED RANGE. SPOOL IDS ARE REUSED ONCE SPOOLADM CLEAN HAS
      *>  REAPED THEM, SO EACH ARCHIVED REPORT ALSO GETS ITS OWN
      *>  ARCHIVE NUMBER (ARC-ARCHIVE-NO, UNIQUE IN THE INDEX) -- THE HANDLE
      *>  RPTRETR AND THE INQUIRY SCREEN USE TO BROWSE OR RE-SPOOL IT.
      *>  ARC-VOLUME IS AN ALTERNATE KEY (DUPLICATES) SO RPTARCH EXPIRE
      *>  CAN TELL WHEN A VOLUME HAS NO MEMBERS LEFT IN THE INDEX.
      *>

      *>  01  RPTARCH-RECORD.
            05  ARC-KEY.
                10  ARC-REPORT-NAME         PIC X(16).
                10  ARC-RUN-DATE            PIC 9(8).
                10  ARC-OPERATOR            PIC X(20).
                10  ARC-SPL-ID              PIC 9(6).
            05  ARC-ARCHIVE-NO              PIC 9(8).
            05  ARC-RUN-TIME                PIC X(6).
            05  ARC-PAGE-COUNT              PIC 9(6).
            05  ARC-LINE-COUNT              PIC 9(8).
            05  ARC-DESTINATION             PIC X(16).
            05  ARC-PRINTED-TIME            PIC X(21).
            05  ARC-VOLUME                  PIC X(32).
            05  ARC-MEMBER                  PIC X(64).
            05  ARC-ARCHIVED-TIME           PIC X(21).

      *>********************************************************************************
      *>  END REPORT ARCHIVE INDEX RECORD.
      *>********************************************************************************
