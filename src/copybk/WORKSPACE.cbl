      *>********************************************************************************
      *>  DESIGNER WORKSPACE CHECKOUT RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_WORKSPACE}/WORKSPACE.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER SCREEN CHECKED OUT INTO A DESIGNER'S PRIVATE
      *>  WORKSPACE (SEE SCRWKSP AND COBCURSES-WORKSPACE-PATHNAME). IT
      *>  REMEMBERS WHAT THE LIVE CATALOG LOOKED LIKE AT CHECKOUT, SO A
      *>  PUBLISH CAN REFUSE TO OVERWRITE A SCREEN THAT SOMEBODY ELSE HAS
      *>  CHANGED IN THE MEANTIME. THE DIGEST FOLDS EVERY LIVE RECORD OF
      *>  THE SCREEN (HEADER, BACKGROUND, LANGUAGE SEGMENTS, FIELDS,
      *>  STATES, RULES), IGNORING ONLY THE HEADER'S LOCK AND LAST-
      *>  MODIFIED STAMPS.
      *>

      *>  01  WORKSPACE-RECORD.
            05  WKS-SCREEN-NAME             PIC X(16).
            05  WKS-OPERATOR                PIC X(20).
            05  WKS-CHECKED-OUT             PIC X(21).
            05  WKS-BASE-FLAG               PIC X.
                88  WKS-BASE-LIVE           VALUE 'Y'.
                88  WKS-BASE-NEW            VALUE 'N'.
            05  WKS-BASE-MODIFIED           PIC X(21).
            05  WKS-BASE-RECORDS            PIC 9(6).
            05  WKS-BASE-DIGEST             PIC 9(18).
            05  FILLER                      PIC X(40).

      *>********************************************************************************
      *>  END DESIGNER WORKSPACE CHECKOUT RECORD.
      *>********************************************************************************
