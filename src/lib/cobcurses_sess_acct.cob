      *>     FINALIZE FOR SIGN-OFF. LIKE THE OTHER BACKGROUND
      *>     WRITERS, ACCOUNTING MUST NEVER DISTURB THE SESSION:
      *>     ANY FAILURE IS SWALLOWED AND THE CALLER'S RETURN-CODE
      *>     IS PRESERVED. AN EVENT FROM A TRAINING SESSION IS
      *>     MARKED AS SUCH (SAC-MODE).
      *>
      *> INPUTS:
      *>     LS-OPERATOR             THE SIGNED-ON OPERATOR
                MOVE LS-OPERATOR TO SAC-OPERATOR
                MOVE LS-EVENT TO SAC-EVENT
                MOVE LS-SCREEN TO SAC-SCREEN
                CALL "COBCURSES-TRAINING-ACTIVE"
                IF RETURN-CODE = 0 THEN
                    SET SAC-MODE-TRAINING TO TRUE
                END-IF
                WRITE SESSACCT-RECORD
                CLOSE SESSACCT-FILE
            END-IF.
