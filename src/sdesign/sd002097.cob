      *> NAMES THE SHOP'S APPLICATIONS (ORDER ENTRY, BILLING,
      *> WAREHOUSE, ...); EACH SCREEN'S SCN-APPLICATION ASSIGNMENT
      *> (SD002010) POINTS HERE, AND SCREENINV AND SDGENERATE -A
      *> GROUP THEIR WORK BY THESE CODES. APR-MAX-SESSIONS CAPS
      *> HOW MANY SESSIONS MAY WORK IN AN APPLICATION AT ONCE.
      *>
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            MOVE FLD-APP-CODE TO APR-CODE.
            MOVE FLD-APP-DESCRIPTION TO APR-DESCRIPTION.
            MOVE FLD-APP-OWNER TO APR-OWNER.
            MOVE FLD-APP-MAX-SESSIONS TO APR-MAX-SESSIONS.
            EXIT.

        4100-MOVE-FROM-RECORD.
            MOVE APR-CODE TO FLD-APP-CODE.
            MOVE APR-DESCRIPTION TO FLD-APP-DESCRIPTION.
            MOVE APR-OWNER TO FLD-APP-OWNER.
            MOVE APR-MAX-SESSIONS TO FLD-APP-MAX-SESSIONS.
            EXIT.

        4200-MOVE-TO-KEY.
