                20  NC-FDESC-SENSITIVE      PIC X.
                20  NC-FDESC-EDIT-MASK      PIC X(30).
                20  NC-FDESC-DEFAULT        PIC X(60).
                20  NC-FDESC-PAGE           PIC 99.

      *>     REFERENCED FROM NC-FIELD-DESCRIPTORS.

            10  NC-IDLE-ENV                 PIC X(32).
            10  NC-IDLE-MSG                 PIC X(60).

      *>
      *>     LIVE SESSION REGISTRY TOUCH (SEE NC-SESSION-TOUCH IN
      *>     COBCURSQ AND COBCURSES-SESSION-REGISTRY).
      *>
       01   NC-SREG-WORK.
            10  NC-SREG-OP                  PIC X VALUE 'T'.
            10  NC-SREG-OPERATOR            PIC X(20) VALUE SPACES.
            10  NC-SREG-APPLICATION         PIC X(8) VALUE SPACES.

      *>
      *>     PER-FIELD INPUT HISTORY RECALL (SEE NC-HISTORY-STORE /
      *>     NC-HISTORY-RECALL IN COBCURSQ AND THE PERSISTENT
            10  NC-ROUTER-FKEY              PIC 99 COMP-5 VALUE 0.
            10  NC-CALENDAR-FKEY            PIC 99 COMP-5 VALUE 0.
            10  NC-SWAP-FKEY                PIC 99 COMP-5 VALUE 0.
            10  NC-PARK-FKEY                PIC 99 COMP-5 VALUE 0.
            10  NC-PGUP-FKEY                PIC 99 COMP-5 VALUE 0.
            10  NC-PGDN-FKEY                PIC 99 COMP-5 VALUE 0.
            10  NC-FKEY-ENV                 PIC X(8).

      *>
            10  NC-ROUTER-LEN               PIC 9 COMP-5.
            10  NC-ROUTER-MSG               PIC X(40).

      *>
      *>     CHANGE TICKET (SEE NC-TICKET-REQUIRE AND
      *>     COBCURSES-CHANGE-TICKET). ASKED FOR ONCE PER SESSION,
      *>     BEFORE THE FIRST CATALOG SAVE, WHEN CHANGE CONTROL IS IN
      *>     FORCE.
      *>
       01   NC-TICKET-WORK.
            10  NC-TICKET-REF               PIC X(12).
            10  NC-TICKET-LEN               PIC 99 COMP-5.
            10  NC-TICKET-MSG               PIC X(40).

      *>
      *>     TRAINING WATERMARK (SEE NC-TRAINING-MARK IN COBCURSQ AND
      *>     COBCURSES-TRAINING-ACTIVE). A TRAINING SESSION CARRIES
      *>     THE MARK ON THE TITLE LINE AND THE SOFT-KEY LINE.
      *>
       01   NC-TRAINING-WORK.
            10  NC-TRAINING-STATE           PIC X VALUE ' '.
                88  NC-TRAINING-UNRESOLVED  VALUE ' '.
                88  NC-TRAINING-OFF         VALUE 'N'.
                88  NC-TRAINING-ON          VALUE 'Y'.
            10  NC-TRAINING-TEXT            PIC X(16)
                VALUE "*** TRAINING ***".
            10  NC-TRAINING-TAG             PIC X(9)
                VALUE "TRAINING ".
            10  NC-TRAINING-RC              PIC S9(9).
            10  NC-TRAINING-SAVE-Y          PIC 9999 COMP-5.
            10  NC-TRAINING-SAVE-X          PIC 9999 COMP-5.
            10  NC-TRAINING-SAVE-LENGTH     PIC 9999 COMP-5.
            10  NC-TRAINING-SAVE-WINLEN     PIC 9999 COMP-5.
            10  NC-TRAINING-SAVE-BUFFER     POINTER.

      *>
      *>     TRACE GATE (SEE NC-TRACE IN COBCURSQ). DISABLED COSTS
      *>     ONE COMPARE PER EVENT.
            10  NC-TRACE-DETAIL             PIC X(60).
            10  NC-TRACE-NUM-ED             PIC 9(4).

      *>
      *>     REGRESSION COVERAGE (SEE NC-COVERAGE-NOTE IN COBCURSQ AND
      *>     COBCURSES-COVERAGE): KIND AND ITEM OF THE EVENT TO NOTE.
      *>
       01   NC-COVERAGE-WORK.
            10  NC-CVG-KIND                 PIC XX.
            10  NC-CVG-ITEM                 PIC X(40).
            10  NC-CVG-PATH                 PIC X.
            10  NC-CVG-NUM-ED               PIC 9(4).

      *>
      *>     ASCII FALLBACK FOR THE GRAPHICS CHARACTER SET (SEE
      *>     NC-ASCII-SUBSTITUTE IN COBCURSQ). WHEN ACTIVE, EACH
                15  NC-RULE-NUMERIC         PIC X.
                15  NC-RULE-ERROR-FIELD     PIC 9999 COMP-5.
                15  NC-RULE-MESSAGE         PIC X(60).
                15  NC-RULE-SEQ             PIC 9999 COMP-5.

       01   NC-RULE-WORK.
            10  NC-RULE-X                   PIC 999 COMP-5.
            10  NC-RULE-CMP                 PIC S9 COMP-5.
            10  NC-RULE-STATE-X             PIC 9999 COMP-5.

      *>
      *>     CONDITIONAL FIELDS: THE STATE THE SH/HI/PR/RQ RULES IN
      *>     NC-RULE-DATA LAST GAVE EACH FIELD (SEE NC-COND-APPLY).
      *>     NC-CND-STATE 0 = AS DESIGNED, 1 = REQUIRED, 2 = PROTECTED,
      *>     3 = HIDDEN. NC-CND-SAVED-RO KEEPS THE DESIGNED READ-ONLY
      *>     SETTING WHILE A CONDITION OVERRIDES IT.
      *>
       01   NC-COND-DATA.
            10  NC-CND-ACTIVE-FLAG          PIC X VALUE 'N'.
                88  NC-CND-ACTIVE           VALUE 'Y'.
            10  NC-CND-FIELD                OCCURS 80 TIMES.
                15  NC-CND-STATE            PIC 9 VALUE 0.
                15  NC-CND-NEW              PIC 9.
                15  NC-CND-SHOW             PIC X.
                15  NC-CND-SET-RO           PIC X VALUE 'N'.
                15  NC-CND-SAVED-RO         PIC X.
            10  NC-CND-F                    PIC 9999 COMP-5.
            10  NC-CND-LEN                  PIC 9999 COMP-5.
            10  NC-CND-LEVEL                PIC 9.
            10  NC-CND-REPAINT-FLAG         PIC X.
                88  NC-CND-REPAINT          VALUE 'Y'.
            10  NC-CND-SKIP-FLAG            PIC X VALUE 'N'.
                88  NC-CND-SKIP             VALUE 'Y'.
            10  NC-CND-DIRECTION            PIC X.
            10  NC-CND-LAND-STATE           PIC 9999 COMP-5 VALUE 0.

      *>
      *>     EDIT-MASK AND DEFAULT-VALUE WORK AREAS (SEE
      *>     NC-APPLY-EDIT-MASK / NC-APPLY-DEFAULTS IN COBCURSQ).
            10  NC-CAL-ENTRY                PIC XX.
            10  NC-CAL-ENTRY-LEN            PIC 9 COMP-5.

      *>
      *>     LOST-UPDATE PROTECTION FOR THE CATALOG MAINTENANCE
      *>     SCREENS (NC-RECORD-CONFLICT). THE PROGRAM FILLS THE
      *>     RECORD TYPE (FD/FS/MN/IT), WHO SAVED THEIRS, AND THE
      *>     THREE COPIES: AS FIRST READ, AS ON FILE NOW, AND AS
      *>     KEYED. THE ANSWER COMES BACK IN NC-RCF-CHOICE; ON A
      *>     MERGE NC-RCF-YOURS HOLDS THE MERGED RECORD.
      *>
       01   NC-RECORD-CONFLICT-WORK.
            10  NC-RCF-TYPE                 PIC XX.
            10  NC-RCF-WHO                  PIC X(20).
            10  NC-RCF-BASE                 PIC X(600).
            10  NC-RCF-THEIRS               PIC X(600).
            10  NC-RCF-YOURS                PIC X(600).
            10  NC-RCF-COMPARE.
                15  NC-RCF-LINE-COUNT       PIC 99.
                15  NC-RCF-MORE-COUNT       PIC 99.
                15  NC-RCF-LINE             PIC X(76)
                                            OCCURS 12 TIMES.
            10  NC-RCF-CLASHES              PIC 99.
            10  NC-RCF-X                    PIC 99 COMP-5.
            10  NC-RCF-TEXT                 PIC X(76).
            10  NC-RCF-CHOICE               PIC X.
                88  NC-RCF-RELOAD           VALUE 'R'.
                88  NC-RCF-MERGE            VALUE 'M'.
                88  NC-RCF-CANCEL           VALUE 'C'.

      *>     NC-DRAW-SCREEN

       01   NC-SCREEN-DEFINITION.
                    30  NC-BG-DATE          PIC X.
                    30  NC-BG-TIME          PIC X.

      *>
      *>     MULTI-PAGE FORMS (SCRBG-PAGE / SCR-FDEF-PAGE): THE
      *>     GENERATED -PD INITIALIZATION SETS NC-PG-COUNT TO THE
      *>     FORM'S LAST PAGE AND THE PAGE OF EVERY BACKGROUND
      *>     SEGMENT (FIELDS CARRY NC-FDESC-PAGE). WITH MORE THAN ONE
      *>     PAGE, NC-DRAW-SCREEN AND NC-DRAW-FIELDS PAINT ONLY
      *>     NC-PG-CURRENT: THE SEGMENT TABLE IS COMPACTED TO THE
      *>     PAGE, AND THE FIELDS OF OTHER PAGES ARE UNADDRESSED, FOR
      *>     THE LENGTH OF THE CALL ONLY (SEE NC-PAGE-SHOW).
      *>
       01   NC-PAGE-DATA.
            10  NC-PG-COUNT                 PIC 99 VALUE 0.
            10  NC-PG-CURRENT               PIC 99 VALUE 1.
            10  NC-PG-TARGET                PIC 99.
            10  NC-PG-PAGE                  PIC 99.
            10  NC-PG-SEG-PAGE              PIC 99 VALUE 0
                                            OCCURS 80 TIMES.
            10  NC-PG-SAVED-ADDRESS         POINTER
                                            OCCURS 80 TIMES.
            10  NC-PG-X                     PIC 9999 COMP-5.
            10  NC-PG-Y                     PIC 9999 COMP-5.
            10  NC-PG-STATE-X               PIC 9999 COMP-5.
            10  NC-PG-MASKED-FLAG           PIC X VALUE 'N'.
                88  NC-PG-MASKED            VALUE 'Y'.
            10  NC-PG-FAILED-FLAG           PIC X VALUE 'N'.
                88  NC-PG-FAILED            VALUE 'Y'.
            10  NC-PG-DONE-FLAG             PIC X VALUE 'N'.
                88  NC-PG-DONE              VALUE 'Y'.
            10  NC-PG-PAGE-ED               PIC Z9.
            10  NC-PG-COUNT-ED              PIC Z9.
            10  NC-PG-MESSAGE               PIC X(80) VALUE SPACES.

      *>
      *>     NC-SCREEN-DEFINITION AS DESIGNED, KEPT WHILE THE TABLE IS
      *>     COMPACTED TO ONE PAGE FOR A PAINT (SAME LAYOUT).
      *>
       01   NC-PG-SAVED-DEFINITION.
            10  NC-PGS-SCREENX              PIC 9999 COMP-5
                                            SYNCHRONIZED.
            10  NC-PGS-SCREEN-COUNT         PIC 9999 COMP-5
                                            SYNCHRONIZED.
            10  NC-PGS-SCREEN-DATE          PIC 9(8) COMP-5
                                            SYNCHRONIZED.
            10  NC-PGS-SCREEN-TIME          PIC 9(8) COMP-5
                                            SYNCHRONIZED.
            10  NC-PGS-SCREEN-TITLEX        PIC 9999 COMP-5
                                            SYNCHRONIZED.
            10  NC-PGS-BG-SCREEN OCCURS 80 TIMES.
                20  NC-PGS-BG-TEXT          POINTER
                                            SYNCHRONIZED.
                20  NC-PGS-BG-LENGTH        PIC 9999 COMP-5
                                            SYNCHRONIZED.
                20  NC-PGS-BG-Y             PIC 9999 COMP-5
                                            SYNCHRONIZED.
                20  NC-PGS-BG-X             PIC 9999 COMP-5
                                            SYNCHRONIZED.
                20  NC-PGS-BG-COLOUR-PAIR   PIC 9999 COMP-5
                                            SYNCHRONIZED.
                20  NC-PGS-BG-BOLD          PIC X.
                20  NC-PGS-BG-UNDERLINE     PIC X.
                20  NC-PGS-BG-REVERSE       PIC X.
                20  NC-PGS-BG-TITLE.
                    30  NC-PGS-BG-TITLE-FLAG
                                            PIC X.
                    30  NC-PGS-BG-DATE      PIC X.
                    30  NC-PGS-BG-TIME      PIC X.

      *>
      *>     COMPUTED DISPLAY FIELDS (SCR-FDEF-COMPUTE-EXPR): THE
      *>     GENERATED -PD INITIALIZATION REGISTERS EACH COMPUTED
      *>     TEST FOR THEMSELVES. KEPT HERE -- NOT IN COBCKEYS --
      *>     BECAUSE EVERY COBCURSQ CONSUMER COPIES COBCURSL, BUT
      *>     NOT ALL OF THEM COPY COBCKEYS. THE VALUES MATCH THE
      *>     NC-KEY-RESIZE, NC-KEY-F10 AND NC-KEY-BACKSPACE
      *>     DEFINITIONS IN COBCKEYS.
      *>
       01   NC-RUNTIME-KEY-CODES.
            10  NC-RESIZE-KEY-CODE          PIC 9(4) COMP-5
                                            VALUE 359.
            10  NC-OVERRIDE-KEY-CODE        PIC 9(4) COMP-5
                                            VALUE 279.
            10  NC-BACKSPACE-KEY-CODE       PIC 9(4) COMP-5
                                            VALUE 268.

      *>
      *>     BUSINESS-DAY DATE FIELDS (SCR-FDEF-BUSINESS-DAY): THE
                88  NC-BSD-WANTED           VALUE 'Y'.
            10  NC-BSD-DATE                 PIC X(8).

      *>
      *>     OPEN FISCAL PERIOD DATE FIELDS (SCR-FDEF-OPEN-PERIOD): THE
      *>     GENERATED -PD REGISTERS THE FLAGGED DATE FIELDS; THE DATE
      *>     VALIDATION ALSO DEMANDS AN OPEN PERIOD OF THE FISCAL
      *>     CALENDAR (SEE COBCURSES-PERIOD-CHECK). A SOFT-CLOSED
      *>     PERIOD GOES TO THE SUPERVISOR OVERRIDE; A CLOSED ONE IS
      *>     REFUSED OUTRIGHT (NC-FPD-DECIDED KEEPS THE GENERAL
      *>     OVERRIDE OFFER AWAY FROM IT).
      *>
       01   NC-PERIOD-DATA.
            10  NC-FPD-COUNT                PIC 99 COMP-5 VALUE 0.
            10  NC-FPD-FIELD                PIC 9999 COMP-5
                                            OCCURS 20 TIMES.
       01   NC-PERIOD-WORK.
            10  NC-FPD-X                    PIC 99 COMP-5.
            10  NC-FPD-WANTED-FLAG          PIC X.
                88  NC-FPD-WANTED           VALUE 'Y'.
            10  NC-FPD-DECIDED-FLAG         PIC X VALUE 'N'.
                88  NC-FPD-DECIDED          VALUE 'Y'.
            10  NC-FPD-DATE                 PIC X(8).
            10  NC-FPD-PERIOD               PIC X(6).
            10  NC-FPD-STATE                PIC X.
                88  NC-FPD-SOFT-CLOSED      VALUE 'S'.
            10  NC-FPD-OUTCOME              PIC X.
            10  NC-FPD-SOURCE               PIC X(8) VALUE "ONLINE".
            10  NC-FPD-FIELD-NO             PIC 9(4).
            10  NC-FPD-REFERENCE            PIC X(40) VALUE SPACES.
      *>
      *>     NO SUPERVISOR CAN ANSWER AN OVERRIDE OFFER FROM A BLOCK-
      *>     MODE FORM: THE 3270 EDITS SET THIS AND A SOFT-CLOSED
      *>     PERIOD IS REFUSED THERE, AS IN BATCH.
      *>
            10  NC-FPD-NO-OFFER-FLAG        PIC X VALUE 'N'.
                88  NC-FPD-NO-OFFER         VALUE 'Y'.

      *>
      *>     FIXED-POINT FIELDS (COMP-TYPE 05 PACKED, 06 SIGNED
      *>     ZONED): THE ACCEPTED TEXT IS PARSED EXACTLY, STORED
      *>     ROUNDED INTO THE FIELD'S CMP- ITEM (NC-FDESC-COMP-PTR)
      *>     AND REDISPLAYED WITH THE FIELD'S DECIMALS. SEE
      *>     COBCURSES-FIXED-EDIT AND ITS COMPANIONS.
      *>
       01   NC-FXD-ITEM                     PIC X(18) BASED.

       01   NC-FIXED-WORK.
            10  NC-FXD-X                    PIC 9999 COMP-5.
            10  NC-FXD-VALUE                PIC S9(18)V9(9) COMP-3.
            10  NC-FXD-LENGTH               PIC 9999 COMP-5.
            10  NC-FXD-ANY-DIGITS           PIC 9999 COMP-5 VALUE 18.
            10  NC-FXD-ANY-DECIMALS         PIC 9999 COMP-5 VALUE 9.
            10  NC-FXD-ANY-SIGN             PIC X VALUE 'Y'.
            10  NC-FXD-REFUSED-FLAG         PIC X VALUE 'N'.
                88  NC-FXD-REFUSED          VALUE 'Y'.
            10  NC-FXD-DIGITS-ED            PIC Z9.
            10  NC-FXD-DECIMALS-ED          PIC 9.

      *>
      *>     FIELD SECURITY (SCR-FDEF-VIEW-ROLE / -UPDATE-ROLE): THE
      *>     GENERATED -PD REGISTERS EVERY FIELD CARRYING A ROLE.
      *>     NC-FLDSEC-APPLY RESOLVES THEM ONCE PER SCREEN VISIT
      *>     (COBCURSES-FIELD-ACCESS): A FIELD THE OPERATOR MAY NOT
      *>     VIEW IS PAINTED BLANK, SKIPPED AND REDACTED; ONE THEY
      *>     MAY NOT UPDATE IS PROTECTED. THE SAVED TEXT HOLDS A
      *>     HIDDEN VALUE WHILE ITS BUFFER IS BLANKED FOR PAINTING.
      *>
       01   NC-FLDSEC-DATA.
            10  NC-FSC-COUNT                PIC 99 COMP-5 VALUE 0.
            10  NC-FSC-APPLIED-FLAG         PIC X VALUE 'N'.
                88  NC-FSC-APPLIED          VALUE 'Y'.
            10  NC-FSC-ENTRY                OCCURS 80 TIMES.
                15  NC-FSC-FIELD            PIC 9999 COMP-5.
                15  NC-FSC-VIEW-ROLE        PIC X(16).
                15  NC-FSC-UPDATE-ROLE      PIC X(16).
                15  NC-FSC-ACCESS           PIC X.
                    88  NC-FSC-NO-VIEW      VALUE 'N'.
                    88  NC-FSC-VIEW-ONLY    VALUE 'V'.
                15  NC-FSC-SAVED-TEXT       PIC X(999).
       01   NC-FLDSEC-WORK.
            10  NC-FSC-X                    PIC 99 COMP-5.
            10  NC-FSC-FIELD-NO             PIC 9999 COMP-5.
            10  NC-FSC-LEN                  PIC 9999 COMP-5.
            10  NC-FSC-HIDDEN-FLAG          PIC X.
                88  NC-FSC-HIDDEN           VALUE 'Y'.
            10  NC-FSC-CONCEALED-FLAG       PIC X VALUE 'N'.
                88  NC-FSC-CONCEALED        VALUE 'Y'.
            10  NC-FSC-DIRECTION            PIC X.

      *>
      *>     MAKER-CHECKER (SCN-MAKER-CHECKER, SEE PENDTXN.cbl): THE
      *>     GENERATED -PD SETS NC-PTX-SCREEN. AT THE START OF A VISIT
      *>     THE FIELDS AS PRESENTED ARE KEPT (COBCURSES-PENDTXN 'B')
      *>     AND ANY TRANSACTION WAITING FOR THIS OPERATOR IS LOADED
      *>     ('L'): AN APPROVED ONE TO RELEASE, A RETURNED ONE TO
      *>     CORRECT. FILING QUEUES THE TRANSACTION ('Q') OR RECORDS
      *>     ITS RELEASE ('R'); A QUEUED TRANSACTION REACHES THE
      *>     APPLICATION AS AN ESCAPE WITH NC-PTX-QUEUED SET.
      *>
       01   NC-PENDTXN-DATA.
            10  NC-PTX-FUNCTION             PIC X.
            10  NC-PTX-SCREEN-FLAG          PIC X VALUE 'N'.
                88  NC-PTX-SCREEN           VALUE 'Y'.
            10  NC-PTX-STARTED-FLAG         PIC X VALUE 'N'.
                88  NC-PTX-STARTED          VALUE 'Y'.
            10  NC-PTX-MODE                 PIC X VALUE SPACE.
                88  NC-PTX-RELEASING        VALUE 'R'.
                88  NC-PTX-CORRECTING       VALUE 'M'.
            10  NC-PTX-QUEUED-FLAG          PIC X VALUE 'N'.
                88  NC-PTX-QUEUED           VALUE 'Y'.
            10  NC-PTX-LOADED-ID            PIC 9(8) VALUE 0.
            10  NC-PTX-ID                   PIC 9(8) VALUE 0.
            10  NC-PTX-X                    PIC 99 COMP-5.

      *>
      *>     PARKED WORK (SEE NC-PARK-WORK, NC-PARK-RESUME AND
      *>     COBCURSES-PARK-WORK). THE GENERATED -PD INITIALIZATION
      *>     CLEARS NC-PKW-CHECKED-FLAG, SO EACH VISIT TO A SCREEN
      *>     LOOKS ONCE FOR A SELECTED PARKED ITEM TO RESTORE.
      *>
       01   NC-PARK-DATA.
            10  NC-PKW-FUNCTION             PIC X.
            10  NC-PKW-CHECKED-FLAG         PIC X VALUE 'N'.
                88  NC-PKW-CHECKED          VALUE 'Y'.
            10  NC-PKW-MODE                 PIC X VALUE 'C'.
                88  NC-PKW-CURSES           VALUE 'C'.
                88  NC-PKW-3270             VALUE '3'.
            10  NC-PKW-PARKED-FLAG          PIC X VALUE 'N'.
                88  NC-PKW-PARKED           VALUE 'Y'.
            10  NC-PKW-ID                   PIC 9(8) VALUE 0.
            10  NC-PKW-STATE-NO             PIC 9(4) VALUE 0.
            10  NC-PKW-NOTE                 PIC X(40).
            10  NC-PKW-NOTE-LEN             PIC 99 COMP-5.
            10  NC-PKW-PROMPT               PIC X(33).

      *>
      *>     GUIDED WORKFLOWS (SEE WORKFLOW.cbl, WFLRUN.cbl AND
      *>     COBCURSES-WORKFLOW). ONCE PER VISIT THE SCREEN ASKS
      *>     WHETHER IT IS THE CURRENT STEP OF ONE OF THE OPERATOR'S
      *>     RUNS ('S'); WHEN IT IS, NC-WFL-LABEL LEADS THE SOFT-KEY
      *>     LINE AND FILING THE SCREEN HANDS ITS CONTEXT ON AND
      *>     ADVANCES THE RUN ('D'). A SCREEN WHOSE RUN HAS MOVED ON
      *>     TO ANOTHER PROGRAM SETS NC-WFL-PASSED-ON, SO ITS NEXT
      *>     VISIT LEAVES AT ONCE AND THE LAUNCHER TAKES THE OPERATOR
      *>     TO THE NEXT STEP ('N'). THE GENERATED -PD CLEARS THE
      *>     CHECKED AND PASSED-ON FLAGS ON EACH VISIT.
      *>
       01   NC-WORKFLOW-DATA.
            10  NC-WFL-FUNCTION             PIC X.
            10  NC-WFL-CHECKED-FLAG         PIC X VALUE 'N'.
                88  NC-WFL-CHECKED          VALUE 'Y'.
            10  NC-WFL-ACTIVE-FLAG          PIC X VALUE 'N'.
                88  NC-WFL-ACTIVE           VALUE 'Y'.
            10  NC-WFL-PASSED-FLAG          PIC X VALUE 'N'.
                88  NC-WFL-PASSED-ON        VALUE 'Y'.
            10  NC-WFL-RUN-ID               PIC 9(8) VALUE 0.
            10  NC-WFL-NAME                 PIC X(16).
            10  NC-WFL-PROGRAM              PIC X(8).
            10  NC-WFL-STEP-NO              PIC 99 VALUE 0.
            10  NC-WFL-STEP-COUNT           PIC 99 VALUE 0.
            10  NC-WFL-LABEL                PIC X(14).
            10  NC-WFL-MSG                  PIC X(60).

      *>
      *>     BATCH BALANCING (SCR-FDEF-GROUP-NAME "BATCH-AMT"): THE
      *>     GENERATED -PD REGISTERS THE AMOUNT FIELDS; EACH FILED
                                            OCCURS 20 TIMES.
       01   NC-BATCH-STATUS-LINE            PIC X(60).

      *>
      *>     DUPLICATE-SUBMISSION CHECK (SCRNRULE.X OPERATOR 'DS', SEE
      *>     DUPIDX.cbl AND COBCURSES-DUP-CHECK): AS THE SCREEN FILES
      *>     ITS SIGNATURE IS LOOKED UP ('C'); A RECENT MATCH COMES
      *>     BACK IN NC-DUP-PRIOR-* AND MUST BE CONFIRMED OR
      *>     OVERRIDDEN ('L' LOGS WHICH) BEFORE THE FILING GOES
      *>     THROUGH, AND EVERY FILING IS THEN INDEXED ('R').
      *>     NC-DUP-MODE COMES FROM COBCURSES_DUP_CONFIRM: 'Y' (THE
      *>     DEFAULT) LETS THE OPERATOR CONFIRM, 'N' REQUIRES A
      *>     SUPERVISOR OVERRIDE (NC-OVERRIDE-OFFER).
      *>
       01   NC-DUP-DATA.
            10  NC-DUP-FUNCTION             PIC X.
            10  NC-DUP-FOUND-FLAG           PIC X VALUE 'N'.
                88  NC-DUP-FOUND            VALUE 'Y'.
            10  NC-DUP-PENDING-FLAG         PIC X VALUE 'N'.
                88  NC-DUP-PENDING          VALUE 'Y'.
            10  NC-DUP-MODE                 PIC X VALUE SPACE.
                88  NC-DUP-UNRESOLVED       VALUE SPACE.
                88  NC-DUP-OPERATOR-MAY     VALUE 'Y'.
                88  NC-DUP-SUPERVISOR-ONLY  VALUE 'N'.
            10  NC-DUP-ENV                  PIC X(8).
            10  NC-DUP-SIGNATURE            PIC X(100).
            10  NC-DUP-FIRST-FIELD          PIC 9999 COMP-5.
            10  NC-DUP-PRIOR-FILED-AT       PIC X(21).
            10  NC-DUP-PRIOR-OPERATOR       PIC X(20).
            10  NC-DUP-PRIOR-BATCH-NO       PIC 9(6).
            10  NC-DUP-HOW                  PIC X.
            10  NC-DUP-SUPERVISOR           PIC X(20).
            10  NC-DUP-SAVED-FIELD          PIC 9999 COMP-5.
            10  NC-DUP-TEXT                 PIC X(60).
      *>
      *>     NO ONE CAN CONFIRM A DUPLICATE OR ANSWER AN OVERRIDE
      *>     OFFER FROM A BLOCK-MODE FORM: THE 3270 EDITS SET THIS
      *>     AND A DUPLICATE IS REFUSED THERE OUTRIGHT.
      *>
            10  NC-DUP-NO-OFFER-FLAG        PIC X VALUE 'N'.
                88  NC-DUP-NO-OFFER         VALUE 'Y'.

      *>
      *>     DECISION-TABLE RULES (SCRNRULE.X OPERATORS 'TD'/'TV', SEE
      *>     DECTAB.cbl AND COBCURSES-DECISION-TABLE). THE RULE'S WHEN
      *>     VALUE LISTS THE INPUT FIELD NUMBERS ("12,14"), SPLIT INTO
      *>     NC-DTB-PART; THEIR VALUES GO TO THE TABLE AS NC-DTB-INPUT.
      *>     TD DERIVES THE ROW'S OUTPUT INTO THE LHS FIELD AFTER EVERY
      *>     ACCEPTED FIELD (NC-TABLE-DERIVE); TV CHECKS THE LHS FIELD
      *>     (NC-DTB-CANDIDATE) AGAINST IT WHEN THE SCREEN FILES.
      *>
       01   NC-DTB-DATA.
            10  NC-DTB-FUNCTION             PIC X.
            10  NC-DTB-INPUTS.
                15  NC-DTB-INPUT            PIC X(40) OCCURS 4 TIMES.
            10  NC-DTB-CANDIDATE            PIC X(40).
            10  NC-DTB-OUTPUT               PIC X(40).
            10  NC-DTB-TABLE-NAME           PIC X(16).
            10  NC-DTB-PART                 PIC X(5) OCCURS 4 TIMES.
            10  NC-DTB-INPUT-FIELD          PIC 9999 COMP-5
                                            OCCURS 4 TIMES.
            10  NC-DTB-X                    PIC 9 COMP-5.
            10  NC-DTB-LEN                  PIC 9999 COMP-5.
            10  NC-DTB-BLANK-FLAG           PIC X.
                88  NC-DTB-INPUTS-BLANK     VALUE 'Y'.
            10  NC-DTB-REPAINT-FLAG         PIC X.
                88  NC-DTB-REPAINT          VALUE 'Y'.

      *>
      *>     OPERATOR KEYING STATISTICS (SEE COBCURSES-OPR-STAT):
      *>     KEYSTROKES READ SINCE THE SCREEN'S STATE MACHINE WAS
      *>     ENTERED, BOOKED WHEN THE SCREEN IS FILED OR ESCAPED.
      *>
       01   NC-OPRSTAT-WORK.
            10  NC-OPS-OP                   PIC X.
            10  NC-OPS-CHECK-TYPE           PIC X VALUE SPACE.
            10  NC-OPS-KEYSTROKES           PIC 9(9) COMP-5 VALUE 0.

      *>
      *>     SUPERVISOR OVERRIDE WORK (SEE NC-OVERRIDE-OFFER AND
      *>     COBCURSES-OVERRIDE-LOG). ACTIVE ONLY WHEN
            10  NC-OVR-COLLECT-LEN          PIC 99 COMP-5.
            10  NC-OVR-TAKE-LEN             PIC 9999 COMP-5.
            10  NC-OVR-NUM-EDIT             PIC 9999.
            10  NC-OVR-NO-SCOPE             PIC X(8) VALUE SPACES.
            10  NC-OVR-WINDOW               PIC X(60).

      *>
      *>     ABEND WORK ITEMS: A FATAL ERROR PATH FILLS THESE AND
                                            VALUE 9999.
            10  NC-SKY-STATE-NO             PIC 9(4).
            10  NC-SKY-LINE                 PIC X(80).
            10  NC-SKY-SAVE                 PIC X(80).

      *>
      *>     UTF-8 INPUT TIDY (SEE NC-UTF8-TIDY AND THE
                88  NC-CK3-CHECKED          VALUE 'Y'.
            10  NC-CK3-NAME                 PIC X(16).

      *>
      *>     3270 FORM EDITS (SEE NC-3270-FORM-EDITS IN COBC3270): THE
      *>     EDITS THE NATIVE MACHINE DOES NOT MAKE, SWEPT OVER THE
      *>     CHANGED FIELDS ON ENTER. A REFUSAL SENDS THE FORM BACK
      *>     OUT WITH ITS MESSAGE, STARTING AT THE REFUSED FIELD.
      *>
       01   NC-ED3-WORK.
            10  NC-ED3-X                    PIC 9999 COMP-5.
            10  NC-ED3-FIELD                PIC 9999 COMP-5.
            10  NC-ED3-SAVE-FIELD           PIC 9999 COMP-5.
            10  NC-ED3-START-FIELD          PIC 9999 COMP-5 VALUE 0.
            10  NC-ED3-MESSAGE              PIC X(60).
            10  NC-ED3-REFUSED-FLAG         PIC X VALUE 'N'.
                88  NC-ED3-REFUSED          VALUE 'Y'.
            10  NC-ED3-DONE-FLAG            PIC X VALUE 'N'.
                88  NC-ED3-DONE             VALUE 'Y'.

      *>
      *>     AUTO-SKIP WORK ITEMS (SEE NC-AUTOSKIP-CHECK AND
      *>     COBCURSES-AUTOSKIP-WANTED).
            10  NC-ASK-WANTED-FLAG          PIC X.
                88  NC-ASK-WANTED           VALUE 'Y'.

      *>
      *>     LINEAR (ACCESSIBLE) RENDERING MODE (SEE
      *>     NC-LINEAR-RESOLVE AND NC-LINEAR-GET-TEXT). ACTIVE ONLY
      *>     WHEN COBCURSES_ACCESSIBLE=Y (THE SWITCH ITSELF IS
      *>     NC-LIN-STATE IN COBCURSG, SHARED WITH THE CALLING MAIN
      *>     PROGRAM): THE SCREEN IS PRESENTED AS A SEQUENCE OF
      *>     PLAIN PROMPT LINES FOR A SCREEN READER OR LINE TERMINAL
      *>     INSTEAD OF BEING PAINTED. THE PROMPT TABLE IS LOADED
      *>     FROM THE CATALOG BY COBCURSES-LINEAR, ONCE PER SCREEN,
      *>     INDEXED BY FIELD NUMBER.
      *>
       01   NC-LINEAR-WORK.
            10  NC-LIN-OP                   PIC X.
            10  NC-LIN-SCREEN               PIC X(16) VALUE SPACES.
            10  NC-LIN-MENU-NAME            PIC X(16).
            10  NC-LIN-INPUT                PIC X(300).
            10  NC-LIN-LINE                 PIC X(300).
            10  NC-LIN-KEYS                 PIC X(300).
            10  NC-LIN-SAY                  PIC X(300).
            10  NC-LIN-EOF-COUNT            PIC 99 COMP-5 VALUE 0.
            10  NC-LIN-KEY-X                PIC 9999 COMP-5 VALUE 0.
            10  NC-LIN-KEY-LEN              PIC 9999 COMP-5 VALUE 0.
            10  NC-LIN-FIELD-NO             PIC 9999 COMP-5.
            10  NC-LIN-LEN                  PIC 9999 COMP-5.
            10  NC-LIN-IN-LEN               PIC 9999 COMP-5.
            10  NC-LIN-X                    PIC 9999 COMP-5.
            10  NC-LIN-INT-DIGITS           PIC 9999 COMP-5.
            10  NC-LIN-DEC-DIGITS           PIC 9999 COMP-5.
            10  NC-LIN-POINTS               PIC 9999 COMP-5.
            10  NC-LIN-FKEY-NO              PIC 99.
            10  NC-LIN-NUM-ED               PIC ZZZ9.
            10  NC-LIN-NUM-ED2              PIC ZZZ9.
            10  NC-LIN-DONE-FLAG            PIC X.
                88  NC-LIN-DONE             VALUE 'Y'.
            10  NC-LIN-BAD-FLAG             PIC X.
                88  NC-LIN-BAD              VALUE 'Y'.
            10  NC-LIN-WALK-X               PIC 9999 COMP-5.
            10  NC-LIN-WALK-FLAG            PIC X.
                88  NC-LIN-WALK-DONE        VALUE 'Y'.
            10  NC-LIN-PROMPT-DATA.
                15  NC-LIN-PROMPT-COUNT     PIC 9999 COMP-5 VALUE 0.
                15  NC-LIN-PROMPT-ENTRY OCCURS 80 TIMES.
                    20  NC-LIN-PROMPT-DESC  PIC X(40).
                    20  NC-LIN-PROMPT-MENU  PIC X(16).

       01   NC-LIN-TEXT                     PIC X(999) BASED.

      *>
      *>     REGISTERED USER EXITS (SCREXIT.X, SEE SCREXIT.cbl AND
      *>     USREXIT.cbl). THE GENERATED -PD LOADS THE SCREEN'S EXITS
      *>     INTO NC-EXIT-DATA (COBCURSES-LOAD-EXITS); NC-USER-EXIT IN
      *>     COBCURSQ FILLS NC-XIT-EVENT/-FIELD/-STATE AND
      *>     COBCURSES-USER-EXIT CALLS EVERY MATCHING PROGRAM, LEAVING
      *>     THE OUTCOME IN NC-XIT-RESULT. A SCREEN WITH NO EXITS
      *>     COSTS ONE COMPARE PER EVENT.
      *>
       01   NC-EXIT-DATA.
            10  NC-EXIT-COUNT               PIC 99 COMP-5 VALUE 0.
            10  NC-EXIT-ENTRY OCCURS 30 TIMES.
                15  NC-EXIT-EVENT-CODE      PIC XX.
                15  NC-EXIT-FIELD-NO        PIC 9999 COMP-5.
                15  NC-EXIT-PROGRAM         PIC X(30).
       01   NC-EXIT-WORK.
            10  NC-XIT-EVENT                PIC XX.
            10  NC-XIT-FIELD                PIC 9999 COMP-5.
            10  NC-XIT-STATE                PIC 9999 COMP-5.
            10  NC-XIT-RESULT               PIC X.
                88  NC-XIT-CONTINUE         VALUE ' '.
                88  NC-XIT-REJECTED         VALUE 'R'.
                88  NC-XIT-REDIRECTED       VALUE 'D'.
            10  NC-XIT-REDIRECT-FIELD       PIC 9999 COMP-5.
            10  NC-XIT-MESSAGE              PIC X(60).
            10  NC-XIT-REPAINT-FLAG         PIC X.
                88  NC-XIT-REPAINT          VALUE 'Y'.
            10  NC-XIT-OPEN-FLAG            PIC X VALUE 'N'.
                88  NC-XIT-SCREEN-OPENED    VALUE 'Y'.
            10  NC-XIT-SKIP-FLAG            PIC X VALUE 'N'.
                88  NC-XIT-SKIP-FIELD       VALUE 'Y'.

      *>***********************************************
      *>     END NCURSESL.cbl
      *>***********************************************
