      *>********************************************************************************
      *>  PENDING BUSINESS TRANSACTION RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/PENDTXN.X
      *>
      *>********************************************************************************
      *>
      *>  MAKER-CHECKER QUEUE. A SCREEN FLAGGED SCN-MAKER-CHECKER DOES NOT
      *>  HAND A FILED TRANSACTION TO ITS APPLICATION: THE RUNTIME QUEUES
      *>  IT HERE (COBCURSES-PENDTXN) WITH THE MAKER, A TIMESTAMP AND EVERY
      *>  FIELD'S VALUE AS PRESENTED AND AS FILED. A CHECKER OTHER THAN THE
      *>  MAKER APPROVES, REJECTS OR RETURNS IT WITH PTXCHK. AN APPROVED
      *>  TRANSACTION IS RELEASED THE NEXT TIME ITS CHECKER OPENS THE SCREEN:
      *>  THE FILED VALUES ARE LOADED, PROTECTED, AND FILING THEM DELIVERS
      *>  THEM TO THE APPLICATION. A RETURNED TRANSACTION IS LOADED FOR ITS
      *>  MAKER THE SAME WAY, TO BE CORRECTED AND FILED AGAIN.
      *>
      *>  EACH TRANSACTION IS ONE HEADER (PTX-FIELD-NO 0) FOLLOWED BY ONE
      *>  DETAIL RECORD PER FIELD. TRANSACTION 0 IS THE CONTROL RECORD
      *>  CARRYING THE LAST NUMBER ISSUED. THE SCREEN NAME IS ON EVERY
      *>  RECORD SO THE ALTERNATE KEY FINDS A SCREEN'S QUEUE DIRECTLY.
      *>

      *>  01  PENDTXN-RECORD.
            05  PTX-KEY.
                10  PTX-ID                  PIC 9(8).
                10  PTX-FIELD-NO            PIC 9(4).
            05  PTX-SCREEN-NAME             PIC X(16).
            05  PTX-HEADER.
                10  PTX-STATUS              PIC X.
                    88  PTX-PENDING         VALUE 'P'.
                    88  PTX-APPROVED        VALUE 'A'.
                    88  PTX-RELEASED        VALUE 'R'.
                    88  PTX-REJECTED        VALUE 'J'.
                    88  PTX-RETURNED        VALUE 'M'.
                    88  PTX-RESUBMITTED     VALUE 'C'.
                    88  PTX-WITHDRAWN       VALUE 'W'.
                10  PTX-MAKER               PIC X(20).
                10  PTX-MADE                PIC X(21).
                10  PTX-CHECKER             PIC X(20).
                10  PTX-CHECKED             PIC X(21).
                10  PTX-REASON              PIC X(60).
                10  PTX-RELEASED-AT         PIC X(21).
                10  PTX-PRIOR-ID            PIC 9(8).
                10  PTX-FIELD-COUNT         PIC 9(4).
                10  FILLER                  PIC X(1826).
            05  PTX-DETAIL REDEFINES PTX-HEADER.
                10  PTX-TEXT-LEN            PIC 9(4).
                10  PTX-BEFORE-TEXT         PIC X(999).
                10  PTX-AFTER-TEXT          PIC X(999).
            05  PTX-CONTROL REDEFINES PTX-HEADER.
                10  PTX-LAST-ID             PIC 9(8).
                10  FILLER                  PIC X(1994).

      *>********************************************************************************
      *>  END PENDING BUSINESS TRANSACTION RECORD.
      *>********************************************************************************
