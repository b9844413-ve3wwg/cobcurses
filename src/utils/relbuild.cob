            OPEN OUTPUT RELEASE-FILE.
            MOVE SPACES TO RELPKG-RECORD.
            SET REL-TYPE-HEADER TO TRUE.
            SET REL-HDR-V3 TO TRUE.
            MOVE WS-RELEASE-NAME TO REL-HDR-RELEASE-NAME.
            MOVE FUNCTION CURRENT-DATE TO REL-HDR-BUILT.
            MOVE WS-OPERATOR-ID TO REL-HDR-BUILT-BY.
