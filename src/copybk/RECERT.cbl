      *>********************************************************************************
      *>  ACCESS RECERTIFICATION RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/RECERT.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER (CAMPAIGN, OPERATOR, ROLE) ATTESTATION ITEM, PLUS
      *>  ONE CAMPAIGN HEADER PER CAMPAIGN (RCI-OPERATOR AND RCI-ROLE
      *>  BLANK, SO IT SORTS FIRST). RECERT OPEN WRITES AN ITEM FOR EVERY
      *>  USERROLE.X GRANT, ROUTED TO THE APR-OWNER OF THE APPLICATION
      *>  WHOSE OBJECTS THE ROLE MOSTLY SECURES (BLANK OWNER = NO OWNING
      *>  APPLICATION FOUND; SECADMIN ATTESTS). THE OWNER CONFIRMS OR
      *>  REVOKES EACH ITEM; RECERT SWEEP SUSPENDS THE GRANTS STILL PENDING
      *>  AT THE DEADLINE. THE GRANT'S OWN DESCRIPTION AND ADDED STAMP ARE
      *>  KEPT SO A SUSPENDED OR REVOKED GRANT CAN BE REINSTATED AS IT WAS.
      *>
      *>  ON THE HEADER, RCI-STATUS IS 'O' (OPEN) OR 'X' (CLOSED),
      *>  RCI-OWNER IS WHO OPENED IT AND RCI-DECIDED WHEN IT CLOSED.
      *>

      *>  01  RECERT-RECORD.
            05  RCI-KEY.
                10  RCI-CAMPAIGN            PIC X(8).
                10  RCI-OPERATOR            PIC X(20).
                10  RCI-ROLE                PIC X(16).
            05  RCI-STATUS                  PIC X.
                88  RCI-PENDING             VALUE 'P'.
                88  RCI-CONFIRMED           VALUE 'C'.
                88  RCI-REVOKED             VALUE 'R'.
                88  RCI-SUSPENDED           VALUE 'S'.
                88  RCI-GRANT-GONE          VALUE 'G'.
                88  RCI-REINSTATED          VALUE 'I'.
                88  RCI-CAMPAIGN-OPEN       VALUE 'O'.
                88  RCI-CAMPAIGN-CLOSED     VALUE 'X'.
            05  RCI-OWNER                   PIC X(20).
            05  RCI-APPLICATION             PIC X(8).
            05  RCI-DEADLINE                PIC X(8).
            05  RCI-OPENED                  PIC X(21).
            05  RCI-DECIDED-BY              PIC X(20).
            05  RCI-DECIDED                 PIC X(21).
            05  RCI-NOTE                    PIC X(40).
            05  RCI-GRANT-DESCRIPTION       PIC X(40).
            05  RCI-GRANT-ADDED             PIC X(21).

      *>********************************************************************************
      *>  END ACCESS RECERTIFICATION RECORD.
      *>********************************************************************************
