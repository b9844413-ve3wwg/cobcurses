      *>********************************************************************************
      *>  WORK INBOX REASSIGNMENT RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/INBOXASG.X
      *>
      *>********************************************************************************
      *>
      *>  THE OPERATOR WORK INBOX (COBCURSES-SHOW-INBOX) GATHERS ITS ITEMS
      *>  FRESH FROM THE FILES THAT OWN THEM -- PENDING APPROVALS, OPEN
      *>  ALERTS, MUST-ACKNOWLEDGE BROADCASTS, UNBALANCED BATCHES AND HELD
      *>  SCREEN LOCKS -- SO IT KEEPS NO COPY OF ITS OWN. THIS FILE HOLDS
      *>  ONLY THE EXCEPTIONS: ONE RECORD PER ITEM A SUPERVISOR HAS HANDED
      *>  TO A NAMED OPERATOR. AN ASSIGNED ITEM APPEARS IN THE ASSIGNEE'S
      *>  INBOX (MARKED "*") AND IN NO ONE ELSE'S. IBA-REF IS THE ITEM'S
      *>  OWN KEY IN ITS FILE (SCREEN NAME, ALERT ID, OPERATOR + BATCH
      *>  NUMBER); A RECORD WHOSE ITEM HAS BEEN CLEARED SIMPLY MATCHES
      *>  NOTHING.
      *>
      *>  IBA-KIND:
      *>      AP  SCREEN CHANGE AWAITING APPROVAL (APPROVAL.X)
      *>      AL  OPERATIONAL ALERT NOT YET ACKNOWLEDGED (ALERTS.X)
      *>      BA  OPEN DATA-ENTRY BATCH OUT OF BALANCE (BATCHCTL.X)
      *>      LK  SCREEN LOCK HELD (SCREENS.X)
      *>

      *>  01  INBOXASG-RECORD.
            05  IBA-KEY.
                10  IBA-KIND                PIC X(2).
                10  IBA-REF                 PIC X(32).
            05  IBA-ASSIGNED-TO             PIC X(20).
            05  IBA-ASSIGNED-BY             PIC X(20).
            05  IBA-ASSIGNED                PIC X(21).

      *>********************************************************************************
      *>  END WORK INBOX REASSIGNMENT RECORD.
      *>********************************************************************************
