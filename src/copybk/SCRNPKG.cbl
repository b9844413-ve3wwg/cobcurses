      *>      FD  SCRFDEF-FILE FIELD DEFINITION RECORD IMAGE
      *>      FS  SCRFSTA-FILE FIELD STATE RECORD IMAGE
      *>      MR  MENUREF-FILE MENU REFERENCE RECORD IMAGE
      *>      RU  SCRNRULE-FILE CROSS-FIELD RULE RECORD IMAGE
      *>      T*  PACKAGE TRAILER (LAST RECORD; PER-TYPE RECORD COUNTS)
      *>

                88  PKG-TYPE-FDEF           VALUE 'FD'.
                88  PKG-TYPE-FSTA           VALUE 'FS'.
                88  PKG-TYPE-MREF           VALUE 'MR'.
                88  PKG-TYPE-RULE           VALUE 'RU'.
                88  PKG-TYPE-TRAILER        VALUE 'T*'.
            05  PKG-DATA                    PIC X(600).
            05  PKG-HEADER REDEFINES PKG-DATA.
                10  PKG-HDR-VERSION         PIC XX.
      *>
      *>  V1 CARRIED 500-BYTE IMAGES, TOO SMALL FOR THE GROWN
      *>  SCRFDEF LAYOUTS; V2 CARRIED 550, TOO SMALL ONCE THE FIELD
      *>  SECURITY ROLES ARRIVED; V3 CARRIES 600. RE-EXPORT OLD
      *>  PACKAGES.
      *>
                    88  PKG-HDR-V1          VALUE '01'.
                    88  PKG-HDR-V2          VALUE '02'.
                    88  PKG-HDR-V3          VALUE '03'.
                10  PKG-HDR-SCREEN-NAME     PIC X(16).
                10  PKG-HDR-EXPORTED        PIC X(21).
                10  FILLER                  PIC X(511).
            05  PKG-TRAILER REDEFINES PKG-DATA.
                10  PKG-TRL-HDR-COUNT       PIC 9(6).
                10  PKG-TRL-BG-COUNT        PIC 9(6).
                10  PKG-TRL-FD-COUNT        PIC 9(6).
                10  PKG-TRL-FS-COUNT        PIC 9(6).
                10  PKG-TRL-MR-COUNT        PIC 9(6).
      *>
      *>  PACKAGES CUT BEFORE RULES TRAVELLED CARRY SPACES HERE.
      *>
                10  PKG-TRL-RU-COUNT        PIC 9(6).
                10  FILLER                  PIC X(508).

      *>********************************************************************************
      *>  END SCREEN PROMOTION PACKAGE RECORD.
