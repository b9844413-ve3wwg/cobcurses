      *>
      *>     LOGGING MUST NEVER MAKE A BAD SITUATION WORSE: ANY
      *>     FAILURE TO LOG IS SWALLOWED AND THE CALLER'S RETURN-CODE
      *>     IS LEFT AS IT WAS. AN EVENT FROM A TRAINING SESSION IS
      *>     MARKED AS SUCH (ERR-MODE), AND EVERY EVENT CARRIES THE
      *>     USER THE PROGRAM RAN AS (ERR-OPERATOR).
      *>
      *> INPUTS:
      *>     LS-PROGRAM              REPORTING PROGRAM-ID
                MOVE LS-FILE-STATUS TO ERR-FILE-STATUS
                MOVE LS-KEY TO ERR-KEY
                MOVE LS-MESSAGE TO ERR-MESSAGE
                CALL "C$GETENV" USING "USER", ERR-OPERATOR
                CALL "COBCURSES-TRAINING-ACTIVE"
                IF RETURN-CODE = 0 THEN
                    SET ERR-MODE-TRAINING TO TRUE
                END-IF
                WRITE ERRORLOG-RECORD
                CLOSE ERRORLOG-FILE
            END-IF.
