      *> RELINST APPLIES A RELEASE PACKAGE (BUILT BY RELBUILD, SEE
      *> RELPKG.cbl) TO THE DATA DIRECTORY ALL-OR-NOTHING:
      *>
      *>     1. A VERIFY PASS PROVES THE PACKAGE IS WHOLE (V3
      *>        HEADER, TRAILER RECORD COUNT) BEFORE ANYTHING IS
      *>        TOUCHED.
      *>     2. THE APPLY PASS WRITES EVERY RECORD, SAVING A
            05  RB-ACTION                   PIC X.
                88  RB-RESTORE              VALUE 'R'.
                88  RB-REMOVE               VALUE 'D'.
            05  RB-DATA                     PIC X(600).

        FD  SCREEN-FILE.
        01  SCREEN-RECORD.
                        EVALUATE TRUE
                            WHEN REL-TYPE-HEADER
                                SET HEADER-SEEN TO TRUE
                                IF NOT REL-HDR-V3 THEN
                                    DISPLAY "RELINST: UNSUPPORTED "
                                        "PACKAGE VERSION (OLDER "
                                        "PACKAGES TRUNCATE -- "
                                        "REBUILD WITH RELBUILD)."
                                    MOVE 8 TO RETURN-CODE
