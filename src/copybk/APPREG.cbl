      *>  SDGENERATE -A GENERATES ONE APPLICATION'S SCREENS AS A SET.
      *>  MAINTAINED BY SD002097.
      *>
      *>  APR-MAX-SESSIONS CAPS HOW MANY SESSIONS MAY BE IN THE
      *>  APPLICATION'S SCREENS AT ONCE (LICENSED SEATS); ZERO MEANS NO
      *>  CAP. ENFORCED AT TRANSFER TIME THROUGH THE LIVE SESSION
      *>  REGISTRY (SEE SESSREG.cbl). ADDED AS V2 OF THE LAYOUT -- SEE
      *>  UPGRADEX.
      *>

      *>  01  APPREG-RECORD.
            05  APR-CODE                    PIC X(8).
            05  APR-DESCRIPTION             PIC X(40).
            05  APR-OWNER                   PIC X(20).
            05  APR-MAX-SESSIONS            PIC 9(4).

      *>********************************************************************************
      *>  END APPLICATION REGISTRY RECORD.
