      *> RECORD EXTENSION: THE SCREEN HEADER RECORD GREW BY THE
      *> SCN-APPLICATION FIELD, SO AN EXISTING SCREENS.X (340-BYTE
      *> RECORDS) NO LONGER OPENS UNDER THE CURRENT SCREEN-01 LAYOUT
      *> (STATUS 39).
      *>
      *> THE CONVERSION READS THE OLD FILE THROUGH A RAW OLD-LENGTH
      *> DECLARATION, REBUILDS SCREENS.NEW UNDER THE CURRENT LAYOUT
