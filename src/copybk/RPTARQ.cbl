      *>********************************************************************************
      *>  REPORT ARCHIVE INQUIRY AREA :
      *>
      *>********************************************************************************
      *>
      *>  PASSED TO COBCURSES-RPTARCH, THE ONE ARCHIVE LOOKUP ROUTINE
      *>  SHARED BY THE RPTRETR UTILITY AND THE INQUIRY SCREEN
      *>  (COBCURSES-SHOW-RPTARCH), SO THE TWO ALWAYS FIND THE SAME
      *>  REPORTS. THE INDEX IS RPTARCH.X (SEE RPTARCH.cbl).
      *>
      *>  ARQ-FIND: UP TO ARQ-MAX-HITS (1 - 100) INDEX ENTRIES MATCHING
      *>      ARQ-REPORT-NAME (SPACES OR '*' = ANY), THE RUN-DATE RANGE
      *>      ARQ-FROM-DATE .. ARQ-TO-DATE (YYYYMMDD, OR YYYYMM FOR A
      *>      WHOLE MONTH; SPACES = OPEN-ENDED) AND, WHEN ARQ-TEXT IS
      *>      NOT SPACES, CONTAINING THAT TEXT ON ONE OF ITS PAGES (CASE
      *>      IS IGNORED; THE SPOOL BANNER IS NOT SEARCHED). THE SEARCH
      *>      STARTS AFTER ARQ-RESUME-KEY (SPACES = FROM THE START);
      *>      WHEN MORE MATCHES REMAIN ARQ-MORE IS SET AND ARQ-RESUME-KEY
      *>      LEFT AT THE LAST ONE RETURNED, READY FOR THE NEXT CALL.
      *>  ARQ-EXTRACT: COPY ARCHIVED REPORT ARQ-ARCHIVE-NO OUT OF ITS
      *>      VOLUME INTO ARQ-EXTRACT-FILE; THE CALLER DELETES THE FILE
      *>      WHEN DONE WITH IT.
      *>  ARQ-RESPOOL: SPOOL ARCHIVED REPORT ARQ-ARCHIVE-NO AFRESH FOR
      *>      PRINTDST.X DESTINATION ARQ-DESTINATION UNDER OPERATOR
      *>      ARQ-OPERATOR (THE ORIGINAL BANNER PAGE IS REPLACED BY A NEW
      *>      ONE); ARQ-SPOOL-ID RETURNS THE NEW SPOOL ENTRY, WHICH IS
      *>      RELEASED THROUGH SPOOLADM LIKE ANY OTHER.
      *>
      *>  RETURN-CODE: NC-RET-OK, NC-RET-NOTFOUND (NOTHING MATCHED / NO
      *>  SUCH ARCHIVE NUMBER OR DESTINATION), NC-RET-BADPARM (BAD DATE
      *>  OR FUNCTION), NC-RET-FAILED (FILE OR VOLUME TROUBLE); ARQ-MESSAGE
      *>  SAYS WHICH.
      *>

      *>  01  RPTARQ-DATA.
            05  ARQ-FUNCTION                PIC X.
                88  ARQ-FIND                VALUE 'F'.
                88  ARQ-EXTRACT             VALUE 'X'.
                88  ARQ-RESPOOL             VALUE 'R'.
            05  ARQ-REPORT-NAME             PIC X(16).
            05  ARQ-FROM-DATE               PIC X(8).
            05  ARQ-TO-DATE                 PIC X(8).
            05  ARQ-TEXT                    PIC X(40).
            05  ARQ-RESUME-KEY              PIC X(50).
            05  ARQ-MAX-HITS                PIC 9(3).
            05  ARQ-ARCHIVE-NO              PIC 9(8).
            05  ARQ-DESTINATION             PIC X(16).
            05  ARQ-OPERATOR                PIC X(20).
            05  ARQ-EXTRACT-FILE            PIC X(256).
            05  ARQ-SPOOL-ID                PIC 9(6).
            05  ARQ-MESSAGE                 PIC X(60).
            05  ARQ-SCANNED                 PIC 9(6).
            05  ARQ-MORE-FLAG               PIC X.
                88  ARQ-MORE                VALUE 'Y'.
            05  ARQ-HIT-COUNT               PIC 9(3).
            05  ARQ-HIT OCCURS 100 TIMES.
                10  ARQ-HIT-ARCHIVE-NO      PIC 9(8).
                10  ARQ-HIT-REPORT-NAME     PIC X(16).
                10  ARQ-HIT-RUN-DATE        PIC 9(8).
                10  ARQ-HIT-RUN-TIME        PIC X(6).
                10  ARQ-HIT-OPERATOR        PIC X(20).
                10  ARQ-HIT-SPL-ID          PIC 9(6).
                10  ARQ-HIT-PAGES           PIC 9(6).
                10  ARQ-HIT-VOLUME          PIC X(32).
                10  ARQ-HIT-PAGE-FOUND      PIC 9(6).
                10  ARQ-HIT-EXCERPT         PIC X(60).

      *>********************************************************************************
      *>  END REPORT ARCHIVE INQUIRY AREA.
      *>********************************************************************************
