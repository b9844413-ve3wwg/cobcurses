      *>********************************************************************************
      *>  SEGREGATION-OF-DUTIES RULE RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/SODRULES.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER PAIR OF ROLES THAT NO ONE OPERATOR MAY HOLD
      *>  TOGETHER -- DESIGNER PLUS APPROVER FOR THE APPROVAL.X GATE,
      *>  OPERATOR PLUS OVERRIDE SUPERVISOR, AND SO ON. THE PAIR IS STORED
      *>  WITH THE LOWER ROLE NAME FIRST, SO A PAIR HAS ONE RECORD WHICHEVER
      *>  WAY ROUND IT WAS ENTERED. A ROLE IS HELD WHEN IT IS IN THE
      *>  OPERATOR'S EFFECTIVE SET (COBCURSES-EXPAND-ROLES), SO A CONFLICT
      *>  GRANTED THROUGH A ROLE GROUP COUNTS THE SAME AS A DIRECT ONE.
      *>  MAINTAINED AND CHECKED BY SODADM; VIOLATIONS ARE RAISED TO
      *>  ALERTS.X AS WARNINGS.
      *>

      *>  01  SODRULE-RECORD.
            05  SOD-KEY.
                10  SOD-ROLE-A              PIC X(16).
                10  SOD-ROLE-B              PIC X(16).
            05  SOD-DESCRIPTION             PIC X(40).
            05  SOD-ADDED                   PIC X(21).
            05  SOD-ADDED-BY                PIC X(20).

      *>********************************************************************************
      *>  END SEGREGATION-OF-DUTIES RULE RECORD.
      *>********************************************************************************
