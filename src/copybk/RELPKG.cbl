                88  REL-TYPE-FIELDDIC       VALUE 'DC'.
                88  REL-TYPE-RPTLAY         VALUE 'RP'.
                88  REL-TYPE-TRAILER        VALUE 'T*'.
            05  REL-DATA                    PIC X(600).
            05  REL-HEADER REDEFINES REL-DATA.
                10  REL-HDR-VERSION         PIC XX.
      *>
      *>  V1 CARRIED 500-BYTE IMAGES AND COULD TRUNCATE THE GROWN
      *>  SCRFDEF LAYOUTS; V2 CARRIED 550, TOO SMALL ONCE THE FIELD
      *>  SECURITY ROLES ARRIVED; V3 CARRIES 600. THE INSTALLER
      *>  REFUSES OLDER PACKAGES -- REBUILD THEM.
      *>
                    88  REL-HDR-V1          VALUE '01'.
                    88  REL-HDR-V2          VALUE '02'.
                    88  REL-HDR-V3          VALUE '03'.
                10  REL-HDR-RELEASE-NAME    PIC X(16).
                10  REL-HDR-BUILT           PIC X(21).
                10  REL-HDR-BUILT-BY        PIC X(20).
