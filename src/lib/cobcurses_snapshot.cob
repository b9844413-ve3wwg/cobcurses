      *>     THE 3270 PRINT-SCREEN SPOOL. INVOKED FROM THE SNAPSHOT
      *>     KEY IN NC-GET-TEXT (SEE NC-SUPPORT-SNAPSHOT). FIELDS
      *>     FLAGGED PASSWORD (MASK) OR SENSITIVE ARE REDACTED.
      *>     FIELDS THE OPERATOR MAY NOT VIEW ARRIVE FLAGGED
      *>     SENSITIVE (SEE NC-FLDSEC-APPLY), SO A VIEW ROLE IS
      *>     HONOURED HERE AS WELL.
      *>
      *>     THE CALLER PASSES ITS OWN NC-FIELD-DESCRIPTORS AREA
      *>     (COBCURSL IS COPIED INTO THE LINKAGE SO THE LAYOUT HAS
