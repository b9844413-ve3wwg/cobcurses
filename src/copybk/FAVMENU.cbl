      *>********************************************************************************
      *>  OPERATOR FAVOURITES RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/FAVMENU.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER (OPERATOR, ENTRY) THE OPERATOR HAS USED OR PINNED.
      *>  KIND 'M' IS A MENU SELECTION, COUNTED UNDER THE TOP-LEVEL MENU THE
      *>  PROGRAM PRESENTED (COBCURSES-FAV-COUNT, CALLED FROM
      *>  COBCURSES-SHOW-MENU-SEC BESIDE THE SHOP-WIDE MENUSTAT.X COUNT).
      *>  KIND 'T' IS A TRANSACTION CODE, COUNTED FROM THE ROUTER TRANSFERS
      *>  IN SESSACCT.LOG BY FAVADM BUILD (MENU NAME BLANK). THE FAVOURITES
      *>  PSEUDO-MENU (COBCURSES-SHOW-FAVOURITES) IS THE PINNED ENTRIES
      *>  PLUS THE MOST-USED REST, LESS ANYTHING THE OPERATOR REMOVED.
      *>

      *>  01  FAVMENU-RECORD.
            05  FAV-KEY.
                10  FAV-OPERATOR            PIC X(20).
                10  FAV-MENU-NAME           PIC X(16).
                10  FAV-KIND                PIC X.
                    88  FAV-KIND-ITEM       VALUE 'M'.
                    88  FAV-KIND-TRANCODE   VALUE 'T'.
                10  FAV-ENTRY               PIC X(20).
            05  FAV-COUNT                   PIC 9(9).
            05  FAV-LAST-USED               PIC X(21).
            05  FAV-STATE                   PIC X.
                88  FAV-AUTOMATIC           VALUE ' '.
                88  FAV-PINNED              VALUE 'P'.
                88  FAV-REMOVED             VALUE 'R'.

      *>********************************************************************************
      *>  END OPERATOR FAVOURITES RECORD.
      *>********************************************************************************
