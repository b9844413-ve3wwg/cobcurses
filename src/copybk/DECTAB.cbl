      *>********************************************************************************
      *>  DECISION TABLE ROW RECORD :
      *>
      *>  FILE:
      *>      ${COBCURSES_DATADIR}/DECTAB.X
      *>
      *>********************************************************************************
      *>
      *>  ONE RECORD PER ROW OF A NAMED DECISION TABLE, MAINTAINED BY
      *>  SD002057: "LOOK UP A ROW AND APPLY IT" EDITS -- PROVINCE GIVES
      *>  THE TAX RATE, PRODUCT CLASS AND CUSTOMER TIER GIVE THE DISCOUNT
      *>  CEILING, REGION GIVES THE ALLOWED CARRIERS. A ROW MATCHES WHEN
      *>  EVERY CONDITION DOES (BLANK OR '*' MATCHES ANY VALUE; OTHERWISE
      *>  THE INPUT MUST EQUAL IT, TRIMMED AND IGNORING CASE) AND TODAY
      *>  FALLS IN ITS EFFECTIVE-DATE RANGE (ZERO = OPEN ENDED). ROWS ARE
      *>  TRIED IN ROW-NUMBER ORDER AND THE FIRST MATCH WINS, SO SPECIFIC
      *>  ROWS GO BEFORE CATCH-ALL ONES.
      *>
      *>  SCREENS REFERENCE A TABLE THROUGH SCRNRULE.X (OPERATORS TD AND
      *>  TV, SEE SCRNRULE.cbl); COBCURSES-DECISION-TABLE EVALUATES IT
      *>  FOR THE RUNTIME, SCRPLAY AND BATCHEDT ALIKE.
      *>
      *>      DTB-OUTPUT          THE VALUE A TD RULE DERIVES INTO ITS
      *>                          TARGET FIELD; FOR A TV RULE THE LIMIT
      *>                          (NUMERIC RULE: A CEILING) OR THE LIST
      *>                          OF ALLOWED VALUES, COMMA SEPARATED.
      *>                          BLANK ON A TV ROW: THE COMBINATION
      *>                          ITSELF IS WHAT IS ALLOWED.
      *>

      *>  01  DECTAB-RECORD.
            05  DTB-KEY.
                10  DTB-TABLE-NAME          PIC X(16).
                10  DTB-ROW                 PIC 9(4).
            05  DTB-DESCRIPTION             PIC X(40).
            05  DTB-CONDITIONS.
                10  DTB-COND-1              PIC X(20).
                10  DTB-COND-2              PIC X(20).
                10  DTB-COND-3              PIC X(20).
                10  DTB-COND-4              PIC X(20).
            05  DTB-COND-TABLE REDEFINES DTB-CONDITIONS.
                10  DTB-COND                PIC X(20) OCCURS 4 TIMES.
            05  DTB-OUTPUT                  PIC X(40).
            05  DTB-EFFECTIVE-FROM          PIC 9(8).
            05  DTB-EFFECTIVE-TO            PIC 9(8).
            05  FILLER                      PIC X(24).

      *>********************************************************************************
      *>  END DECISION TABLE ROW RECORD.
      *>********************************************************************************
