      *>  AT THE SCR-FDEF DEFINITIONS THAT NEED WIDENING, BETTER HELP TEXT OR
      *>  A MENU-ASSISTED PICK LIST.
      *>
      *>  VFS-MODE IS 'T' FOR FAILURES COUNTED IN A TRAINING SESSION (SEE
      *>  COBCURSES-TRAINING-ENTER). IT IS PART OF THE KEY, SO TRAINING
      *>  FAILURES ARE NEVER ADDED INTO A PRODUCTION COUNTER; VFYRANK AND
      *>  STATCLOSE LEAVE THEM OUT. (LAYOUT VERSION 2; UPGRADEX ADDS THE
      *>  BLANK MODE TO A VERSION 1 FILE.)
      *>

      *>  01  VFYSTAT-RECORD.
            05  VFS-KEY.
                    88  VFS-CHECK-MAX       VALUE 'X'.
                    88  VFS-CHECK-DATE      VALUE 'D'.
                    88  VFS-CHECK-VERIFY2   VALUE 'V'.
                10  VFS-MODE                PIC X.
                    88  VFS-MODE-TRAINING   VALUE 'T'.
            05  VFS-COUNT                   PIC 9(9).
            05  VFS-LAST-FAILED             PIC X(21).

