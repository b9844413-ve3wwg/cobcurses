      *>********************************************************************************
      *>  USER-EXIT INTERFACE BLOCK :
      *>
      *>********************************************************************************
      *>
      *>  THE ONE PARAMETER PASSED TO EVERY REGISTERED USER EXIT (SCREXIT.X,
      *>  SEE SCREXIT.cbl). AN EXIT IS AN ORDINARY COBOL SUBPROGRAM:
      *>
      *>      LINKAGE SECTION.
      *>      01  USER-EXIT-DATA.
      *>          COPY USREXIT.
      *>      PROCEDURE DIVISION USING USER-EXIT-DATA.
      *>
      *>  ON ENTRY THE RUNTIME HAS FILLED THE SCREEN, EVENT, OPERATOR, STATE
      *>  AND FIELD, AND A COPY OF EVERY FIELD BUFFER (UXI-FIELD-VALUE, THE
      *>  FIRST UXI-FIELD-LENGTH BYTES SIGNIFICANT). UXI-RETURN-CODE IS 0.
      *>
      *>  ON RETURN :
      *>      UXI-RC-CONTINUE   CARRY ON (A MESSAGE, IF SET, IS STILL SHOWN).
      *>      UXI-RC-REJECT     SHOW UXI-MESSAGE AND KEEP THE OPERATOR WHERE
      *>                        THEY ARE: FE SKIPS THE FIELD, FA RE-ENTERS IT,
      *>                        BF STOPS THE FILING (AT UXI-REDIRECT-FIELD WHEN
      *>                        GIVEN, ELSE THE LAST FIELD), SO LEAVES THE
      *>                        SCREEN AT ONCE.
      *>      UXI-RC-REDIRECT   MOVE THE CURSOR TO FIELD UXI-REDIRECT-FIELD
      *>                        (FE/FA/BF/SO), SHOWING UXI-MESSAGE IF SET.
      *>  AF AND SX ARE NOTIFICATIONS: THE FILING OR THE EXIT HAS HAPPENED,
      *>  SO ONLY THE MESSAGE IS HONOURED.
      *>
      *>  AN EXIT THAT CHANGES FIELD VALUES MOVES 'Y' TO UXI-FIELDS-CHANGED;
      *>  THE RUNTIME THEN COPIES THE VALUES BACK (PROTECTED AND READ-ONLY
      *>  FIELDS INCLUDED -- THE EXIT SPEAKS FOR THE APPLICATION) AND
      *>  REPAINTS THE SCREEN.
      *>

      *>  01  USER-EXIT-DATA.
            05  UXI-SCREEN-NAME             PIC X(16).
            05  UXI-EVENT                   PIC XX.
                88  UXI-SCREEN-OPEN         VALUE "SO".
                88  UXI-FIELD-ENTRY         VALUE "FE".
                88  UXI-FIELD-ACCEPTED      VALUE "FA".
                88  UXI-BEFORE-FILE         VALUE "BF".
                88  UXI-AFTER-FILE          VALUE "AF".
                88  UXI-SCREEN-EXIT         VALUE "SX".
            05  UXI-PROGRAM                 PIC X(30).
            05  UXI-OPERATOR                PIC X(20).
            05  UXI-STATE-NO                PIC 9(4).
            05  UXI-FIELD-NO                PIC 9(4).
            05  UXI-RETURN-CODE             PIC 9.
                88  UXI-RC-CONTINUE         VALUE 0.
                88  UXI-RC-REJECT           VALUE 4.
                88  UXI-RC-REDIRECT         VALUE 8.
            05  UXI-MESSAGE                 PIC X(60).
            05  UXI-REDIRECT-FIELD          PIC 9(4).
            05  UXI-FIELDS-CHANGED          PIC X.
                88  UXI-CHANGED             VALUE 'Y'.
            05  UXI-FIELD-COUNT             PIC 9(4).
            05  UXI-FIELD OCCURS 80 TIMES.
                10  UXI-FIELD-LENGTH        PIC 9(4).
                10  UXI-FIELD-VALUE         PIC X(999).

      *>********************************************************************************
      *>  END USER-EXIT INTERFACE BLOCK.
      *>********************************************************************************
