      *>     THE CHECKPOINT (COBCURSES-3270-DISCARD), SO ONLY AN
      *>     INTERRUPTED TRANSACTION EVER OFFERS A RESTORE.
      *>
      *>     SENSITIVE FIELDS (INCLUDING THOSE THE OPERATOR MAY NOT
      *>     VIEW, SEE NC-FLDSEC-APPLY) ARE NEVER WRITTEN TO DISK;
      *>     A RESTORED SCREEN KEEPS THE PROGRAM'S OWN VALUES FOR
      *>     THEM.
      *>
      *>     CHECKPOINTING MUST NEVER DISTURB THE TRANSACTION:
      *>     FAILURES ARE SWALLOWED, CALLER'S RETURN-CODE PRESERVED.
      *>
            PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                UNTIL WS-FIELD-X > 80
                IF NC-FDESC-ADDRESS(WS-FIELD-X) NOT = NULL
                AND NC-FDESC-LENGTH(WS-FIELD-X) > 0
                AND NC-FDESC-SENSITIVE(WS-FIELD-X) NOT = 'Y' THEN
                    SET ADDRESS OF NC-VR-FIELD-TEXT
                        TO NC-FDESC-ADDRESS(WS-FIELD-X)
                    MOVE NC-FDESC-LENGTH(WS-FIELD-X)
