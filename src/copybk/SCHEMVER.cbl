      *>  PLACE AND RESTAMPS IT.
      *>
      *>  CURRENT LAYOUT VERSIONS (BUMP HERE WHEN A COPYBOOK GROWS):
      *>      SCREENS.X    6   (V1 + LOCKED-BY/LOCK-TIME = V2,
      *>                        + LAST-MODIFIED/APPLICATION = V3,
      *>                        + MAKER-CHECKER = V4,
      *>                        + LIFECYCLE = V5,
      *>                        + MASTER LAYOUT = V6)
      *>      SCRFDEF.X   10   (V1 + COMPUTE-EXPR = V2,
      *>                        + VERIFY-TWICE = V3,
      *>                        + AUTO-SKIP = V4,
      *>                        + VALUE-FILE = V5,
      *>                        + BUSINESS-DAY = V6,
      *>                        + VIEW/UPDATE-ROLE = V7,
      *>                        + PAGE = V8,
      *>                        + RECORD STAMP = V9,
      *>                        + OPEN-PERIOD = V10)
      *>      SCRFSTA.X    2   (V1 + RECORD STAMP = V2)
      *>      MENUS.X      2   (V1 + RECORD STAMP = V2)
      *>      ITEMS.X      2   (V1 + RECORD STAMP = V2)
      *>      SCRNBG.X     2   (V1 + PAGE = V2)
      *>      DTLAUDIT.LOG 3   (V1 + CHANGE TICKET = V2,
      *>                        + AUDIT CHAIN LINK = V3)
      *>      VFYSTAT.X    2   (V1 + TRAINING MODE = V2)
      *>      APPREG.X     2   (V1 + MAX-SESSIONS = V2)
      *>      ALL OTHERS   1
      *>
      *>  A DATA DIRECTORY WITH NO SCHEMVER.X PREDATES VERSIONING AND IS
      *>  TREATED AS UNSTAMPED: CHECKS PASS (NOTHING CHANGES FOR EXISTING
      *>  SHOPS) UNTIL UPGRADEX STAMPS IT. IN A STAMPED DIRECTORY, A FILE WITH
      *>  NO RECORD HERE IS AT VERSION 1.
      *>

      *>  01  SCHEMVER-RECORD.
