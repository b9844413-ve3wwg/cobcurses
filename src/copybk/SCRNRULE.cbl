      *>      RUL-ERROR-FIELD     WHERE THE CURSOR LANDS ON FAILURE
      *>                          (0 = THE LHS FIELD).
      *>
      *>  CONDITIONAL FIELD RULES USE THE SAME RECORD TO SHAPE THE SCREEN
      *>  WHILE IT IS KEYED, RE-EVALUATED AFTER EVERY ACCEPTED FIELD
      *>  (NC-COND-APPLY). THE OPERATOR NAMES WHAT HAPPENS TO THE TARGET,
      *>  THE LHS FIELD, WHILE THE WHEN CONDITION HOLDS:
      *>
      *>      SH  SHOW     THE TARGET IS HIDDEN UNLESS ONE OF ITS SH
      *>                   RULES APPLIES.
      *>      HI  HIDE     HIDDEN WHILE THE RULE APPLIES.
      *>      PR  PROTECT  DISPLAYED BUT NOT ENTERABLE.
      *>      RQ  REQUIRE  MUST NOT BE BLANK WHEN THE SCREEN FILES
      *>                   (RUL-MESSAGE / RUL-ERROR-FIELD AS FOR NB).
      *>
      *>  A HIDDEN FIELD IS BLANKED AND, LIKE A PROTECTED ONE, PASSED
      *>  OVER BY THE CURSOR. RUL-LHS-FIELD 0 WITH A GROUP NAME IN
      *>  RUL-RHS-LITERAL TARGETS EVERY FIELD WHOSE SCR-FDEF-GROUP-NAME
      *>  IT IS. RUL-RHS-FIELD AND RUL-NUMERIC ARE NOT USED.
      *>
      *>  DUPLICATE-SUBMISSION CHECKING USES IT TOO. EACH DS RULE
      *>  NAMES ONE FIELD (THE LHS) OF THE SCREEN'S SIGNATURE -- SAY
      *>  VENDOR, INVOICE NUMBER AND AMOUNT. AT FILE TIME THE
      *>  SIGNATURE IS LOOKED UP IN DUPIDX.X (COBCURSES-DUP-CHECK) AND
      *>  A MATCH FILED WITHIN THE WINDOW MUST BE CONFIRMED BEFORE
      *>  THE SCREEN FILES:
      *>
      *>      DS  DUPLICATE SIGNATURE MEMBER. RUL-RHS-LITERAL MAY GIVE
      *>          THE WINDOW IN DAYS (THE FIRST DS RULE THAT DOES
      *>          WINS; DEFAULT COBCURSES_DUP_WINDOW, ELSE 30). THE
      *>          WHEN, RHS-FIELD AND NUMERIC ITEMS ARE NOT USED.
      *>
      *>  DECISION-TABLE RULES LOOK A ROW UP IN A DECTAB.X TABLE (SEE
      *>  DECTAB.cbl, COBCURSES-DECISION-TABLE). RUL-RHS-LITERAL NAMES
      *>  THE TABLE AND RUL-WHEN-VALUE LISTS THE INPUT FIELD NUMBERS IN
      *>  THE TABLE'S CONDITION ORDER, UP TO FOUR ("12,14"); RUL-WHEN-
      *>  FIELD IS 0 AND RUL-RHS-FIELD IS NOT USED:
      *>
      *>      TD  TABLE DERIVE    THE ROW'S OUTPUT IS MOVED INTO THE LHS
      *>                          FIELD AS THE INPUTS ARE KEYED; FILING
      *>                          FAILS WHEN NO ROW MATCHES.
      *>      TV  TABLE VALIDATE  FILING FAILS WHEN NO ROW MATCHES, OR
      *>                          WHEN THE LHS FIELD (0 = NONE, THE
      *>                          COMBINATION ALONE) DOES NOT FIT THE
      *>                          ROW'S OUTPUT: A CEILING WHEN
      *>                          RUL-NUMERIC IS 'Y', OTHERWISE A LIST
      *>                          OF ALLOWED VALUES.
      *>
      *>  RUL-MESSAGE / RUL-ERROR-FIELD AS FOR THE COMPARISONS; LEFT
      *>  BLANK, THE MESSAGE NAMES THE TABLE AND THE CURSOR LANDS ON
      *>  THE FIRST INPUT FIELD (TD, OR TV WITHOUT AN LHS FIELD).
      *>

      *>  01  SCRNRULE-RECORD.
            05  RUL-KEY.
                88  RUL-OP-LT               VALUE 'LT'.
                88  RUL-OP-LE               VALUE 'LE'.
                88  RUL-OP-NB               VALUE 'NB'.
                88  RUL-OP-SH               VALUE 'SH'.
                88  RUL-OP-HI               VALUE 'HI'.
                88  RUL-OP-PR               VALUE 'PR'.
                88  RUL-OP-RQ               VALUE 'RQ'.
                88  RUL-OP-CONDITIONAL      VALUE 'SH' 'HI' 'PR' 'RQ'.
                88  RUL-OP-DS               VALUE 'DS'.
                88  RUL-OP-TD               VALUE 'TD'.
                88  RUL-OP-TV               VALUE 'TV'.
                88  RUL-OP-TABLE            VALUE 'TD' 'TV'.
            05  RUL-RHS-FIELD               PIC 9(4).
            05  RUL-RHS-LITERAL             PIC X(20).
            05  RUL-NUMERIC                 PIC X.
