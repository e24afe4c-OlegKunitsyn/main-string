001300*                 SEARCH ROUTINES
001350* 2026-08-09  MT  USE STRSTAT.CPY STATUS CODES INSTEAD OF A
001360*                 LITERAL, REJECT AN UNRECOGNIZED CA-FUNCTION
001368* 2026-10-15  MT  FUNCTION "S" - SCREEN A FREE-TEXT FIELD
001376*                 AGAINST EVERY PATFILE PATTERN ACTIVE TODAY
001384*                 UNDER THE STRSCAN MATCHING RULES, RETURNING
001392*                 THE HIGHEST SEVERITY AND THE HITS
001400* ------------------------------------------------------------
001500*
001600*****************************************************************
002600* CA-FUNCTION SELECTS THE SEARCH MODE:
002700*     "P" - CASE-SENSITIVE   (CALLS STRPOS)
002800*     "I" - CASE-INSENSITIVE (CALLS STRIPOS)
002850*     "S" - SCREEN CA-TEXT AGAINST THE PATTERN LIST (BELOW)
002900*
003000* ON RETURN, CA-RESULT HOLDS THE MATCH POSITION (0 IF NOT FOUND)
003100* AND CA-STATUS HOLDS ONE OF THE STRSTAT STATUS CODES. IF NO
003200* COMMAREA (OR A SHORT ONE) WAS PASSED, NOTHING IS RETURNED,
003300* SINCE THE COMMAREA ITSELF ISN'T SAFE TO TOUCH IN THAT CASE.
003302*
003304* "S" LETS A DATA-ENTRY PROGRAM CHECK A FREE-TEXT FIELD
003306* (PAYMENT NARRATIVE, CUSTOMER NOTES) BEFORE SAVING IT. THE
003308* FIRST CA-T-LEN BYTES OF CA-TEXT ARE SCREENED AGAINST EVERY
003310* PATFILE ENTRY ACTIVE TODAY - STATUS "A", PAST ITS EFFECTIVE
003312* DATE AND NOT EXPIRED - THE WAY THE NIGHTLY STRSCAN SCANS A
003314* RECORD: THE CASE FLAG, "?"/"*" MASKS (STRMATCH/STRIMATCH),
003316* FOLDTAB FOLDING, THE LUHN CHECK ON NUMERIC TYPES ("L" DROPS
003318* A FAILED CANDIDATE, "R" REPORTS IT ONE SEVERITY MILDER),
003320* COMPOUND RULES AND ACCEPTED DISPOSITIONS ON DISPFILE. TRIAL
003322* PATTERNS ONLY SHADOW-REPORT IN BATCH, SO THEY (AND ANY RULE
003324* USING ONE) RAISE NOTHING HERE. THE TEXT IS ONE FIELD, SO AN
003326* "F" RULE IS TESTED AS A SAME-RECORD RULE, AS IN A STRSCAN
003328* RUN WITHOUT DELIM=.
003330*
003332* FOLDTAB IS READ THROUGH CICS (AN ESDS COPY OF THE BATCH
003334* FOLDTAB, SAME 80-BYTE LAYOUT) AND HANDED TO STRFOLD. WHEN
003336* IT IS NOT DEFINED, NOT OPEN OR HOLDS NO RULES THE TEXT IS
003338* NOT FOLDED, AS ON A STRSCAN RUN WITHOUT FOLD=Y, AND OFFSETS
003340* ARE COLUMNS OF CA-TEXT; WITH FOLDING, A CASE-INSENSITIVE
003342* PATTERN'S OFFSET IS A POSITION IN THE FOLDED TEXT, AS
003344* RL-OFFSET IS IN BATCH.
003346*
003348* ON RETURN FROM "S":
003350*     CA-RESULT     NUMBER OF HITS (0 IF THE TEXT IS CLEAN)
003352*     CA-STATUS     STR-FOUND / STR-NOT-FOUND, OR
003354*                   STR-INVALID-LENGTH FOR A CA-T-LEN OF ZERO
003356*                   OR PAST CA-TEXT
003358*     CA-SCR-STATE  "C" EVERY ACTIVE PATTERN WAS SCREENED,
003360*                   "P" PATFILE HOLDS MORE THAN THE TABLES
003362*                   HERE TAKE AND ONLY THOSE THAT FIT RAN,
003364*                   "U" PATFILE COULD NOT BE READ AND NOTHING
003366*                   WAS SCREENED - NEVER TREAT THAT AS CLEAN
003368*     CA-MAX-SEV    MOST SEVERE HIT (LOWEST DIGIT), SPACE IF
003370*                   NONE
003372*     CA-HIT        ID, CATEGORY, SEVERITY AND OFFSET OF THE
003374*                   FIRST 20 HITS IN PATTERN ID ORDER (RULES
003376*                   AFTER PATTERNS); CA-MORE-HITS SAYS THERE
003378*                   WERE MORE THAN CA-HIT-COUNT
003380* THE SCREEN AREA FOLLOWS THE "P"/"I" FIELDS, SO A "P" OR "I"
003382* CALLER CAN STILL PASS THE SHORTER COMMAREA WITHOUT IT.
003400*****************************************************************
003500 DATA DIVISION.
003550 WORKING-STORAGE SECTION.
003570*> STRIPOS - NOT PART OF THE COMMAREA, SO IT BELONGS HERE RATHER
003580*> THAN IN LINKAGE, WHERE ONLY DFHCOMMAREA IS ADDRESSABLE.
003590 COPY "strstat.cpy".
003591*> FOLDTAB RULES READ THROUGH CICS, HANDED TO STRFOLD.
003592 COPY "strfrul.cpy".
003593 COPY "strpat.cpy".
003594 COPY "strdisp.cpy".
003595 01  WS-RESP                        PIC S9(08) USAGE BINARY.
003596 01  WS-NOW                         PIC X(21).
003597 01  WS-TODAY                       PIC X(08).
003598 01  WS-FOLD-RBA                    PIC S9(08) USAGE BINARY.
003599 01  WS-FOLD-REC                    PIC X(80).
003600 01  WS-FOLD-REC-LEN                PIC S9(04) USAGE BINARY.
003601 01  WS-FOLD-TEXT                   PIC X(1000).
003602 01  WS-FOLD-LEN                    PIC 9(09) USAGE BINARY.
003603 01  WS-SCREEN-SWITCHES.
003604     05  WS-BROWSE-DONE-SW          PIC X(01).
003605         88  WS-BROWSE-DONE                    VALUE "Y".
003606     05  WS-FOLD-SW                 PIC X(01).
003607         88  WS-FOLD-ON                        VALUE "Y".
003608     05  WS-NUM-REDUCED-SW          PIC X(01).
003609         88  WS-NUM-REDUCED                    VALUE "Y".
003610     05  WS-SUPPRESSED-SW           PIC X(01).
003611         88  WS-SUPPRESSED                     VALUE "Y".
003612 01  WS-SEARCH-FIELDS.
003613     05  WS-SRCH-OFF                PIC 9(09) USAGE BINARY.
003614     05  WS-SRCH-LEN                PIC 9(09) USAGE BINARY.
003615     05  WS-NEEDLE-LEN              PIC 9(09) USAGE BINARY.
003616     05  WS-FOUND-AT                PIC 9(09) USAGE BINARY.
003617     05  WS-MATCH-SPAN              PIC 9(09) USAGE BINARY.
003618     05  WS-REPORT-OFFSET           PIC 9(09) USAGE BINARY.
003619     05  WS-ABS-OFF                 PIC 9(09) USAGE BINARY.
003620     05  WS-LUHN-SPAN               PIC 9(09) USAGE BINARY.
003621     05  WS-LUHN-RESULT             PIC 9(09) USAGE BINARY.
003622     05  WS-SNIP-SRC-LEN            PIC 9(09) USAGE BINARY.
003623     05  WS-SNIP-LEN                PIC 9(09) USAGE BINARY.
003624     05  WS-SNIP-TEXT               PIC X(40).
003625     05  WS-TRIM-IDX                PIC 9(04) USAGE BINARY.
003626     05  WS-MASK-CHAR-CT            PIC 9(04) USAGE BINARY.
003627*    THE MATCH BEING RECORDED - A PATTERN'S OR A RULE'S
003628 01  WS-HIT-FIELDS.
003629     05  WS-HIT-ID                  PIC X(08).
003630     05  WS-HIT-SEV                 PIC X(01).
003631     05  WS-HIT-CAT                 PIC X(08).
003632     05  WS-HIT-CASE-SW             PIC X(01).
003633         88  WS-HIT-CASE-SENS                  VALUE "Y".
003634 01  WS-SEV-DIGIT-X                 PIC X(01).
003635 01  WS-SEV-DIGIT REDEFINES WS-SEV-DIGIT-X
003636                                    PIC 9(01).
003637*    PATTERNS ACTIVE TODAY, AS STRSCAN HOLDS THEM
003638 01  WS-PATTERN-TABLE.
003639     05  WS-PATTERN-COUNT           PIC 9(05) USAGE BINARY.
003640     05  WS-PATTERN-ENTRY           OCCURS 500 TIMES
003641                                    INDEXED BY WS-PATTERN-IDX.
003642         10  WS-PATTERN-ID          PIC X(08).
003643         10  WS-PATTERN-SEV         PIC X(01).
003644         10  WS-PATTERN-CAT         PIC X(08).
003645         10  WS-PATTERN-CASE-SW     PIC X(01).
003646             88  WS-PATTERN-CASE-SENS          VALUE "Y".
003647         10  WS-PATTERN-NUM-SW      PIC X(01).
003648             88  WS-PATTERN-NUMERIC            VALUES "L" "R".
003649             88  WS-PATTERN-NUM-REPORT         VALUE "R".
003650         10  WS-PATTERN-TEXT        PIC X(40).
003651         10  WS-PATTERN-LEN         PIC 9(09) USAGE BINARY.
003652         10  WS-PATTERN-MASK-SW     PIC X(01).
003653             88  WS-PATTERN-IS-MASK            VALUE "Y".
003654         10  WS-PATTERN-FTEXT       PIC X(40).
003655         10  WS-PATTERN-FLEN        PIC 9(09) USAGE BINARY.
003656         10  WS-PATTERN-ONLY-SW     PIC X(01).
003657             88  WS-PATTERN-ONLY               VALUE "Y".
003658         10  WS-PATTERN-IN-RULE-SW  PIC X(01).
003659             88  WS-PATTERN-IN-RULE            VALUES "Y" "B".
003660             88  WS-PATTERN-IN-BYTE-RULE       VALUE "B".
003661 77  WS-PATTERN-MAX                 PIC 9(05) USAGE BINARY
003662                                    VALUE 500.
003663*    COMPOUND RULES ACTIVE TODAY; WS-RULE-USABLE ONCE EVERY
003664*    COMPONENT IS FOUND AMONG THE LOADED PATTERNS
003665 01  WS-RULE-TABLE.
003666     05  WS-RULE-COUNT              PIC 9(05) USAGE BINARY.
003667     05  WS-RULE-ENTRY              OCCURS 100 TIMES
003668                                    INDEXED BY WS-RULE-IDX.
003669         10  WS-RULE-ID             PIC X(08).
003670         10  WS-RULE-SEV            PIC X(01).
003671         10  WS-RULE-CAT            PIC X(08).
003672         10  WS-RULE-CASE-SW        PIC X(01).
003673         10  WS-RULE-USABLE-SW      PIC X(01).
003674             88  WS-RULE-USABLE                VALUE "Y".
003675         10  WS-RULE-PROX           PIC X(01).
003676             88  WS-RULE-BY-BYTES              VALUE "B".
003677         10  WS-RULE-DIST           PIC 9(09) USAGE BINARY.
003678         10  WS-RULE-COMP-COUNT     PIC 9(04) USAGE BINARY.
003679         10  WS-RULE-COMP           OCCURS 4 TIMES.
003680             15  WS-RULE-COMP-ID    PIC X(08).
003681             15  WS-RULE-COMP-IDX   PIC 9(05) USAGE BINARY.
003682 77  WS-RULE-MAX                    PIC 9(05) USAGE BINARY
003683                                    VALUE 100.
003684 01  WS-RULE-HIT-TABLE.
003685     05  WS-RULE-HIT-COUNT          PIC 9(04) USAGE BINARY.
003686     05  WS-RULE-HIT-ENTRY          OCCURS 200 TIMES.
003687         10  WS-RULE-HIT-PAT        PIC 9(05) USAGE BINARY.
003688         10  WS-RULE-HIT-OFF        PIC 9(09) USAGE BINARY.
003689         10  WS-RULE-HIT-END        PIC 9(09) USAGE BINARY.
003690 77  WS-RULE-HIT-MAX                PIC 9(04) USAGE BINARY
003691                                    VALUE 200.
003692 77  WS-RULE-HIT-IDX                PIC 9(04) USAGE BINARY.
003693 77  WS-RULE-HIT-FOUND              PIC 9(04) USAGE BINARY.
003694 77  WS-RULE-ANCHOR                 PIC 9(04) USAGE BINARY.
003695 77  WS-COMP-IDX                    PIC 9(04) USAGE BINARY.
003696 77  WS-COMP-SLOT                   PIC 9(04) USAGE BINARY.
003697 77  WS-RULE-LO-OFF                 PIC 9(09) USAGE BINARY.
003698 77  WS-RULE-HI-END                 PIC 9(09) USAGE BINARY.
003699 77  WS-RULE-KEY                    PIC 9(09) USAGE BINARY.
003700 77  WS-RULE-WIN-LO                 PIC 9(09) USAGE BINARY.
003701 77  WS-RULE-WIN-HI                 PIC 9(09) USAGE BINARY.
003702 77  WS-RULE-NEXT-OFF               PIC 9(09) USAGE BINARY.
003703 01  WS-RULE-SWITCHES.
003704     05  WS-RULE-FIRED-SW           PIC X(01).
003705         88  WS-RULE-FIRED                     VALUE "Y".
003706     05  WS-COMP-FOUND-SW           PIC X(01).
003707         88  WS-COMP-FOUND                     VALUE "Y".
003708     05  WS-RULE-MORE-SW            PIC X(01).
003709         88  WS-RULE-MORE-DONE                 VALUE "Y".
003710 LINKAGE SECTION.
003711 01  DFHCOMMAREA.
003800     05  CA-FUNCTION                PIC X(01).
003900         88  CA-CASE-SENSITIVE                 VALUE "P".
004000         88  CA-CASE-INSENSITIVE               VALUE "I".
004050         88  CA-SCREEN-TEXT                    VALUE "S".
004100     05  CA-H-LEN                   PIC 9(09) USAGE BINARY.
004200     05  CA-HAYSTACK                PIC X(200).
004300     05  CA-N-LEN                   PIC 9(09) USAGE BINARY.
004400     05  CA-NEEDLE                  PIC X(040).
004500     05  CA-RESULT                  PIC 9(09) USAGE BINARY.
004600     05  CA-STATUS                  PIC 9(09) USAGE BINARY.
004605     05  CA-SCREEN-AREA.
004610         10  CA-T-LEN               PIC 9(09) USAGE BINARY.
004615         10  CA-TEXT                PIC X(1000).
004620         10  CA-SCR-STATE           PIC X(01).
004625             88  CA-SCR-COMPLETE               VALUE "C".
004630             88  CA-SCR-PARTIAL                VALUE "P".
004635             88  CA-SCR-UNAVAILABLE            VALUE "U".
004640         10  CA-MAX-SEV             PIC X(01).
004645         10  CA-MORE-SW             PIC X(01).
004650             88  CA-MORE-HITS                  VALUE "Y".
004655         10  CA-HIT-COUNT           PIC 9(04) USAGE BINARY.
004660         10  CA-HIT                 OCCURS 20 TIMES.
004665             15  CA-HIT-ID          PIC X(08).
004670             15  CA-HIT-CAT         PIC X(08).
004675             15  CA-HIT-SEV         PIC X(01).
004680             15  CA-HIT-OFFSET      PIC 9(09) USAGE BINARY.
004700 PROCEDURE DIVISION.
004800*****************************************************************
004900* 0000-MAINLINE
005000*****************************************************************
005100 0000-MAINLINE.
005200     IF EIBCALEN < LENGTH OF DFHCOMMAREA
005214                   - LENGTH OF CA-SCREEN-AREA
005228         GO TO 0000-MAINLINE-EXIT
005242     END-IF.
005256     IF CA-SCREEN-TEXT
005270         PERFORM 2000-SCREEN-TEXT
005284             THRU 2000-SCREEN-TEXT-EXIT
005300         GO TO 0000-MAINLINE-EXIT
005400     END-IF.
005500     IF CA-H-LEN > LENGTH OF CA-HAYSTACK
008950     MOVE L-STATUS TO CA-STATUS.
009000 1000-RUN-SEARCH-EXIT.
009100     EXIT.
009101*****************************************************************
009102* 2000-SCREEN-TEXT - FUNCTION "S": LOAD TODAY'S PATTERN LIST
009103* AND FOLDTAB, THEN RUN EVERY PATTERN AND RULE AGAINST CA-TEXT.
009104* A COMMAREA TOO SHORT TO HOLD THE SCREEN AREA IS REJECTED IN
009105* CA-STATUS, WHICH IS SAFE TO SET ONCE 0000 HAS PASSED IT.
009106*****************************************************************
009107 2000-SCREEN-TEXT.
009108     MOVE 0 TO CA-RESULT.
009109     IF EIBCALEN < LENGTH OF DFHCOMMAREA
009110         SET STR-INVALID-LENGTH TO TRUE
009111         MOVE L-STATUS TO CA-STATUS
009112         GO TO 2000-SCREEN-TEXT-EXIT
009113     END-IF.
009114     SET CA-SCR-COMPLETE TO TRUE.
009115     MOVE SPACE TO CA-MAX-SEV.
009116     MOVE "N" TO CA-MORE-SW.
009117     MOVE 0 TO CA-HIT-COUNT.
009118     PERFORM VARYING WS-COMP-SLOT FROM 1 BY 1
009119             UNTIL WS-COMP-SLOT > 20
009120         MOVE SPACES TO CA-HIT-ID(WS-COMP-SLOT)
009121                        CA-HIT-CAT(WS-COMP-SLOT)
009122                        CA-HIT-SEV(WS-COMP-SLOT)
009123         MOVE 0 TO CA-HIT-OFFSET(WS-COMP-SLOT)
009124     END-PERFORM.
009125     IF CA-T-LEN = 0 OR CA-T-LEN > LENGTH OF CA-TEXT
009126         SET STR-INVALID-LENGTH TO TRUE
009127         MOVE L-STATUS TO CA-STATUS
009128         GO TO 2000-SCREEN-TEXT-EXIT
009129     END-IF.
009130     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
009131     MOVE WS-NOW(1:8) TO WS-TODAY.
009132     PERFORM 3000-LOAD-FOLD-RULES
009133         THRU 3000-LOAD-FOLD-RULES-EXIT.
009134     PERFORM 3100-LOAD-PATTERNS
009135         THRU 3100-LOAD-PATTERNS-EXIT.
009136     IF CA-SCR-UNAVAILABLE
009137         SET STR-NOT-FOUND TO TRUE
009138         MOVE L-STATUS TO CA-STATUS
009139         GO TO 2000-SCREEN-TEXT-EXIT
009140     END-IF.
009141     PERFORM 3200-RESOLVE-RULES
009142         THRU 3200-RESOLVE-RULES-EXIT.
009143     MOVE 0 TO WS-FOLD-LEN.
009144     IF WS-FOLD-ON
009145         CALL "strfold" USING
009146             BY REFERENCE CA-TEXT
009147             BY CONTENT CA-T-LEN
009148             BY REFERENCE WS-FOLD-TEXT
009149             BY CONTENT LENGTH OF WS-FOLD-TEXT
009150             BY REFERENCE WS-FOLD-LEN
009151             BY REFERENCE OMITTED
009152             BY REFERENCE L-FOLD-RULES
009153     END-IF.
009154     MOVE 0 TO WS-RULE-HIT-COUNT.
009155     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
009156             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
009157         PERFORM 2100-SCREEN-PATTERN
009158             THRU 2100-SCREEN-PATTERN-EXIT
009159     END-PERFORM.
009160     IF WS-RULE-HIT-COUNT > 0
009161         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
009162                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
009163             PERFORM 2510-TEST-RULE
009164                 THRU 2510-TEST-RULE-EXIT
009165         END-PERFORM
009166     END-IF.
009167     IF CA-RESULT > 0
009168         SET STR-FOUND TO TRUE
009169     ELSE
009170         SET STR-NOT-FOUND TO TRUE
009171     END-IF.
009172     MOVE L-STATUS TO CA-STATUS.
009173 2000-SCREEN-TEXT-EXIT.
009174     EXIT.
009175*****************************************************************
009176* 2100-SCREEN-PATTERN - RUN PATTERN WS-PATTERN-IDX AGAINST THE
009177* WHOLE TEXT. A HIT IS RECORDED ONCE, AS STRSCAN REPORTS A
009178* PATTERN ONCE PER RECORD, UNLESS THE PATTERN IS RULE-ONLY; A
009179* RULE COMPONENT'S HIT IS ALSO NOTED FOR THE RULES, WITH EVERY
009180* FURTHER HIT OF A BYTE-PROXIMITY COMPONENT.
009181*****************************************************************
009182 2100-SCREEN-PATTERN.
009183     IF WS-PATTERN-LEN(WS-PATTERN-IDX) = 0
009184         GO TO 2100-SCREEN-PATTERN-EXIT
009185     END-IF.
009186     MOVE 1 TO WS-SRCH-OFF.
009187     MOVE CA-T-LEN TO WS-SRCH-LEN.
009188     MOVE WS-PATTERN-LEN(WS-PATTERN-IDX) TO WS-NEEDLE-LEN.
009189     PERFORM 2200-RUN-SEARCH
009190         THRU 2200-RUN-SEARCH-EXIT.
009191     IF WS-FOUND-AT = 0
009192         GO TO 2100-SCREEN-PATTERN-EXIT
009193     END-IF.
009194     COMPUTE WS-REPORT-OFFSET = WS-SRCH-OFF + WS-FOUND-AT - 1.
009195     IF WS-PATTERN-IN-RULE(WS-PATTERN-IDX)
009196         PERFORM 2400-NOTE-RULE-HIT
009197             THRU 2400-NOTE-RULE-HIT-EXIT
009198     END-IF.
009199     IF NOT WS-PATTERN-ONLY(WS-PATTERN-IDX)
009200         MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO WS-HIT-ID
009201         MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO WS-HIT-SEV
009202         MOVE WS-PATTERN-CAT(WS-PATTERN-IDX) TO WS-HIT-CAT
009203         MOVE WS-PATTERN-CASE-SW(WS-PATTERN-IDX)
009204             TO WS-HIT-CASE-SW
009205         PERFORM 2300-RECORD-HIT
009206             THRU 2300-RECORD-HIT-EXIT
009207     END-IF.
009208     IF WS-PATTERN-IN-BYTE-RULE(WS-PATTERN-IDX)
009209         IF WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009210                 OR NOT WS-FOLD-ON
009211             PERFORM 2450-MORE-RULE-HITS
009212                 THRU 2450-MORE-RULE-HITS-EXIT
009213         END-IF
009214     END-IF.
009215 2100-SCREEN-PATTERN-EXIT.
009216     EXIT.
009217*****************************************************************
009218* 2200-RUN-SEARCH - RUN THE CURRENT PATTERN AGAINST CA-TEXT AT
009219* WS-SRCH-OFF FOR WS-SRCH-LEN BYTES, PICKING THE ROUTINE BY THE
009220* PATTERN'S MASK AND CASE FLAGS AS STRSCAN DOES. WS-FOUND-AT
009221* COMES BACK RELATIVE TO THE SLICE, 0 WHEN NOT FOUND.
009222*****************************************************************
009223 2200-RUN-SEARCH.
009224     MOVE "N" TO WS-NUM-REDUCED-SW.
009225     IF WS-FOLD-ON
009226             AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009227         PERFORM 2220-RUN-FOLDED-SEARCH
009228             THRU 2220-RUN-FOLDED-SEARCH-EXIT
009229         GO TO 2240-CHECK-NUMERIC
009230     END-IF.
009231     IF WS-PATTERN-IS-MASK(WS-PATTERN-IDX)
009232         MOVE 0 TO WS-MATCH-SPAN
009233         IF WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009234             CALL "strmatch" USING
009235                 BY REFERENCE CA-TEXT(WS-SRCH-OFF:WS-SRCH-LEN)
009236                 BY CONTENT WS-SRCH-LEN
009237                 BY REFERENCE WS-PATTERN-TEXT(WS-PATTERN-IDX)
009238                 BY CONTENT WS-NEEDLE-LEN
009239                 BY REFERENCE OMITTED
009240                 BY REFERENCE OMITTED
009241                 BY REFERENCE OMITTED
009242                 BY REFERENCE WS-MATCH-SPAN
009243                 RETURNING WS-FOUND-AT
009244         ELSE
009245             CALL "strimatch" USING
009246                 BY REFERENCE CA-TEXT(WS-SRCH-OFF:WS-SRCH-LEN)
009247                 BY CONTENT WS-SRCH-LEN
009248                 BY REFERENCE WS-PATTERN-TEXT(WS-PATTERN-IDX)
009249                 BY CONTENT WS-NEEDLE-LEN
009250                 BY REFERENCE OMITTED
009251                 BY REFERENCE OMITTED
009252                 BY REFERENCE OMITTED
009253                 BY REFERENCE WS-MATCH-SPAN
009254                 RETURNING WS-FOUND-AT
009255         END-IF
009256     ELSE
009257         MOVE WS-NEEDLE-LEN TO WS-MATCH-SPAN
009258         IF WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009259             CALL "strpos" USING
009260                 BY REFERENCE CA-TEXT(WS-SRCH-OFF:WS-SRCH-LEN)
009261                 BY CONTENT WS-SRCH-LEN
009262                 BY REFERENCE WS-PATTERN-TEXT(WS-PATTERN-IDX)
009263                 BY CONTENT WS-NEEDLE-LEN
009264                 RETURNING WS-FOUND-AT
009265         ELSE
009266             CALL "stripos" USING
009267                 BY REFERENCE CA-TEXT(WS-SRCH-OFF:WS-SRCH-LEN)
009268                 BY CONTENT WS-SRCH-LEN
009269                 BY REFERENCE WS-PATTERN-TEXT(WS-PATTERN-IDX)
009270                 BY CONTENT WS-NEEDLE-LEN
009271                 RETURNING WS-FOUND-AT
009272         END-IF
009273     END-IF.
009274*    A NUMERIC-FORMAT PATTERN'S CANDIDATE MUST PASS ITS CHECK
009275*    DIGIT BEFORE IT COUNTS AS FOUND. FALLEN INTO FROM THE
009276*    DIRECT SEARCHES ABOVE AND JUMPED TO FROM THE FOLDED PATH.
009277 2240-CHECK-NUMERIC.
009278     IF WS-FOUND-AT > 0
009279             AND WS-PATTERN-NUMERIC(WS-PATTERN-IDX)
009280         PERFORM 2260-VALIDATE-NUMERIC
009281             THRU 2260-VALIDATE-NUMERIC-EXIT
009282     END-IF.
009283 2200-RUN-SEARCH-EXIT.
009284     EXIT.
009285*****************************************************************
009286* 2220-RUN-FOLDED-SEARCH - MATCH THE PATTERN'S FOLDED FORM
009287* AGAINST THE FOLDED TEXT. BOTH SIDES ARE ALREADY CANONICAL, SO
009288* THE CASE-SENSITIVE ROUTINES APPLY, AND THE WHOLE FOLDED TEXT
009289* IS SEARCHED.
009290*****************************************************************
009291 2220-RUN-FOLDED-SEARCH.
009292     MOVE 0 TO WS-FOUND-AT.
009293     IF WS-FOLD-LEN = 0
009294             OR WS-PATTERN-FLEN(WS-PATTERN-IDX) = 0
009295         GO TO 2220-RUN-FOLDED-SEARCH-EXIT
009296     END-IF.
009297     IF WS-PATTERN-IS-MASK(WS-PATTERN-IDX)
009298         MOVE 0 TO WS-MATCH-SPAN
009299         CALL "strmatch" USING
009300             BY REFERENCE WS-FOLD-TEXT
009301             BY CONTENT WS-FOLD-LEN
009302             BY REFERENCE WS-PATTERN-FTEXT(WS-PATTERN-IDX)
009303             BY CONTENT WS-PATTERN-FLEN(WS-PATTERN-IDX)
009304             BY REFERENCE OMITTED
009305             BY REFERENCE OMITTED
009306             BY REFERENCE OMITTED
009307             BY REFERENCE WS-MATCH-SPAN
009308             RETURNING WS-FOUND-AT
009309     ELSE
009310         MOVE WS-PATTERN-FLEN(WS-PATTERN-IDX) TO WS-MATCH-SPAN
009311         CALL "strpos" USING
009312             BY REFERENCE WS-FOLD-TEXT
009313             BY CONTENT WS-FOLD-LEN
009314             BY REFERENCE WS-PATTERN-FTEXT(WS-PATTERN-IDX)
009315             BY CONTENT WS-PATTERN-FLEN(WS-PATTERN-IDX)
009316             RETURNING WS-FOUND-AT
009317     END-IF.
009318 2220-RUN-FOLDED-SEARCH-EXIT.
009319     EXIT.
009320*****************************************************************
009321* 2260-VALIDATE-NUMERIC - LUHN-CHECK THE BYTES THE PATTERN
009322* MATCHED, CUT FROM THE TEXT THE OFFSET REFERS TO. A FAILED
009323* CANDIDATE IS DROPPED FOR A TYPE-"L" PATTERN, OR LEFT TO
009324* REPORT ONE SEVERITY MILDER FOR TYPE "R".
009325*****************************************************************
009326 2260-VALIDATE-NUMERIC.
009327     COMPUTE WS-ABS-OFF = WS-SRCH-OFF + WS-FOUND-AT - 1.
009328     MOVE WS-MATCH-SPAN TO WS-LUHN-SPAN.
009329     IF WS-FOLD-ON
009330             AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009331         MOVE WS-FOUND-AT TO WS-ABS-OFF
009332         IF WS-ABS-OFF + WS-LUHN-SPAN - 1 > WS-FOLD-LEN
009333             COMPUTE WS-LUHN-SPAN = WS-FOLD-LEN - WS-ABS-OFF + 1
009334         END-IF
009335     ELSE
009336         IF WS-ABS-OFF + WS-LUHN-SPAN - 1 > CA-T-LEN
009337             COMPUTE WS-LUHN-SPAN = CA-T-LEN - WS-ABS-OFF + 1
009338         END-IF
009339     END-IF.
009340     MOVE 0 TO WS-LUHN-RESULT.
009341     IF WS-LUHN-SPAN > 0
009342         IF WS-FOLD-ON
009343                 AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009344             CALL "strluhn" USING
009345                 BY REFERENCE WS-FOLD-TEXT(WS-ABS-OFF:
009346                     WS-LUHN-SPAN)
009347                 BY CONTENT WS-LUHN-SPAN
009348                 RETURNING WS-LUHN-RESULT
009349         ELSE
009350             CALL "strluhn" USING
009351                 BY REFERENCE CA-TEXT(WS-ABS-OFF:WS-LUHN-SPAN)
009352                 BY CONTENT WS-LUHN-SPAN
009353                 RETURNING WS-LUHN-RESULT
009354         END-IF
009355     END-IF.
009356     IF WS-LUHN-RESULT = 1
009357         GO TO 2260-VALIDATE-NUMERIC-EXIT
009358     END-IF.
009359     IF WS-PATTERN-NUM-REPORT(WS-PATTERN-IDX)
009360         SET WS-NUM-REDUCED TO TRUE
009361     ELSE
009362         MOVE 0 TO WS-FOUND-AT
009363     END-IF.
009364 2260-VALIDATE-NUMERIC-EXIT.
009365     EXIT.
009366*****************************************************************
009367* 2300-RECORD-HIT - RETURN THE MATCH IN WS-HIT-FIELDS AT
009368* WS-REPORT-OFFSET FOR WS-MATCH-SPAN BYTES, UNLESS DISPFILE
009369* HOLDS AN ACCEPTED DISPOSITION FOR IT. COUNTS IN CA-RESULT,
009370* KEEPS THE MOST SEVERE DIGIT IN CA-MAX-SEV AND LISTS THE HIT
009371* IN CA-HIT WHILE THERE IS ROOM.
009372*****************************************************************
009373 2300-RECORD-HIT.
009374     PERFORM 2310-BUILD-SNIPPET
009375         THRU 2310-BUILD-SNIPPET-EXIT.
009376     PERFORM 2320-CHECK-DISPOSITION
009377         THRU 2320-CHECK-DISPOSITION-EXIT.
009378     IF WS-SUPPRESSED
009379         GO TO 2300-RECORD-HIT-EXIT
009380     END-IF.
009381*    A TYPE-"R" NUMERIC PATTERN WHOSE CANDIDATE FAILED ITS
009382*    CHECK DIGIT REPORTS ONE SEVERITY MILDER, NEVER PAST 9.
009383     MOVE WS-HIT-SEV TO WS-SEV-DIGIT-X.
009384     IF WS-NUM-REDUCED
009385         IF WS-SEV-DIGIT-X IS NUMERIC AND WS-SEV-DIGIT < 9
009386             COMPUTE WS-SEV-DIGIT = WS-SEV-DIGIT + 1
009387         END-IF
009388     END-IF.
009389     ADD 1 TO CA-RESULT.
009390     IF WS-SEV-DIGIT-X IS NUMERIC AND WS-SEV-DIGIT-X NOT = "0"
009391         IF CA-MAX-SEV = SPACE OR WS-SEV-DIGIT-X < CA-MAX-SEV
009392             MOVE WS-SEV-DIGIT-X TO CA-MAX-SEV
009393         END-IF
009394     END-IF.
009395     IF CA-HIT-COUNT >= 20
009396         SET CA-MORE-HITS TO TRUE
009397         GO TO 2300-RECORD-HIT-EXIT
009398     END-IF.
009399     ADD 1 TO CA-HIT-COUNT.
009400     MOVE WS-HIT-ID TO CA-HIT-ID(CA-HIT-COUNT).
009401     MOVE WS-HIT-CAT TO CA-HIT-CAT(CA-HIT-COUNT).
009402     MOVE WS-SEV-DIGIT-X TO CA-HIT-SEV(CA-HIT-COUNT).
009403     MOVE WS-REPORT-OFFSET TO CA-HIT-OFFSET(CA-HIT-COUNT).
009404 2300-RECORD-HIT-EXIT.
009405     EXIT.
009406*****************************************************************
009407* 2310-BUILD-SNIPPET - CUT THE MATCHED BYTES, UP TO 40, FROM
009408* THE TEXT THE OFFSET REFERS TO (THE FOLDED TEXT FOR A
009409* CASE-INSENSITIVE MATCH WHEN FOLDING), AS STRSCAN DOES FOR
009410* EX-TEXT, SO A DISPOSITION MADE FROM THE BATCH EXTRACT
009411* APPLIES HERE UNCHANGED.
009412*****************************************************************
009413 2310-BUILD-SNIPPET.
009414     IF WS-FOLD-ON AND NOT WS-HIT-CASE-SENS
009415         MOVE WS-FOLD-LEN TO WS-SNIP-SRC-LEN
009416     ELSE
009417         MOVE CA-T-LEN TO WS-SNIP-SRC-LEN
009418     END-IF.
009419     MOVE SPACES TO WS-SNIP-TEXT.
009420     IF WS-REPORT-OFFSET = 0
009421             OR WS-REPORT-OFFSET > WS-SNIP-SRC-LEN
009422         GO TO 2310-BUILD-SNIPPET-EXIT
009423     END-IF.
009424     MOVE WS-MATCH-SPAN TO WS-SNIP-LEN.
009425     IF WS-REPORT-OFFSET + WS-SNIP-LEN - 1 > WS-SNIP-SRC-LEN
009426         COMPUTE WS-SNIP-LEN
009427             = WS-SNIP-SRC-LEN - WS-REPORT-OFFSET + 1
009428     END-IF.
009429     IF WS-SNIP-LEN > LENGTH OF WS-SNIP-TEXT
009430         MOVE LENGTH OF WS-SNIP-TEXT TO WS-SNIP-LEN
009431     END-IF.
009432     IF WS-SNIP-LEN > 0
009433         IF WS-FOLD-ON AND NOT WS-HIT-CASE-SENS
009434             MOVE WS-FOLD-TEXT(WS-REPORT-OFFSET:WS-SNIP-LEN)
009435                 TO WS-SNIP-TEXT
009436         ELSE
009437             MOVE CA-TEXT(WS-REPORT-OFFSET:WS-SNIP-LEN)
009438                 TO WS-SNIP-TEXT
009439         END-IF
009440     END-IF.
009441 2310-BUILD-SNIPPET-EXIT.
009442     EXIT.
009443*****************************************************************
009444* 2320-CHECK-DISPOSITION - SET WS-SUPPRESSED WHEN DISPFILE
009445* HOLDS THE HIT'S ID AND SNIPPET WITH STATUS ACCEPTED. ANY
009446* OTHER OUTCOME OF THE READ LEAVES THE HIT REPORTED - A
009447* DISPOSITION THAT CANNOT BE READ MUST NEVER HIDE A MATCH.
009448*****************************************************************
009449 2320-CHECK-DISPOSITION.
009450     MOVE "N" TO WS-SUPPRESSED-SW.
009451     MOVE WS-HIT-ID TO DS-PATTERN-ID.
009452     MOVE WS-SNIP-TEXT TO DS-MATCH-TEXT.
009453     EXEC CICS READ FILE('DISPFILE') INTO(DISP-REC)
009454         RIDFLD(DS-KEY) RESP(WS-RESP)
009455         END-EXEC.
009456     IF WS-RESP = DFHRESP(NORMAL) AND DS-ACCEPTED
009457         SET WS-SUPPRESSED TO TRUE
009458     END-IF.
009459 2320-CHECK-DISPOSITION-EXIT.
009460     EXIT.
009461*****************************************************************
009462* 2400-NOTE-RULE-HIT - ADD THE CURRENT PATTERN'S HIT AT
009463* WS-REPORT-OFFSET TO THE RULE HIT TABLE. HITS PAST THE
009464* TABLE'S SIZE ARE DROPPED; THE RULES ARE STILL TESTED AGAINST
009465* THE HITS HELD.
009466*****************************************************************
009467 2400-NOTE-RULE-HIT.
009468     IF WS-RULE-HIT-COUNT >= WS-RULE-HIT-MAX
009469         GO TO 2400-NOTE-RULE-HIT-EXIT
009470     END-IF.
009471     ADD 1 TO WS-RULE-HIT-COUNT.
009472     SET WS-RULE-HIT-PAT(WS-RULE-HIT-COUNT) TO WS-PATTERN-IDX.
009473     MOVE WS-REPORT-OFFSET TO WS-RULE-HIT-OFF(WS-RULE-HIT-COUNT).
009474     MOVE WS-REPORT-OFFSET TO WS-RULE-HIT-END(WS-RULE-HIT-COUNT).
009475     IF WS-MATCH-SPAN > 1
009476         COMPUTE WS-RULE-HIT-END(WS-RULE-HIT-COUNT)
009477             = WS-REPORT-OFFSET + WS-MATCH-SPAN - 1
009478     END-IF.
009479 2400-NOTE-RULE-HIT-EXIT.
009480     EXIT.
009481*****************************************************************
009482* 2450-MORE-RULE-HITS - NOTE EVERY FURTHER HIT OF THE CURRENT
009483* BYTE-PROXIMITY COMPONENT IN THE REST OF THE TEXT, RESUMING
009484* ONE BYTE PAST EACH HIT. THE EXTRA HITS ONLY FEED THE RULES.
009485*****************************************************************
009486 2450-MORE-RULE-HITS.
009487     MOVE WS-REPORT-OFFSET TO WS-RULE-NEXT-OFF.
009488     MOVE "N" TO WS-RULE-MORE-SW.
009489     PERFORM UNTIL WS-RULE-MORE-DONE
009490         COMPUTE WS-SRCH-OFF = WS-RULE-NEXT-OFF + 1
009491         IF WS-SRCH-OFF > CA-T-LEN
009492                 OR WS-RULE-HIT-COUNT >= WS-RULE-HIT-MAX
009493             SET WS-RULE-MORE-DONE TO TRUE
009494         ELSE
009495             COMPUTE WS-SRCH-LEN = CA-T-LEN - WS-SRCH-OFF + 1
009496             PERFORM 2200-RUN-SEARCH
009497                 THRU 2200-RUN-SEARCH-EXIT
009498             IF WS-FOUND-AT = 0
009499                 SET WS-RULE-MORE-DONE TO TRUE
009500             ELSE
009501                 COMPUTE WS-RULE-NEXT-OFF
009502                     = WS-SRCH-OFF + WS-FOUND-AT - 1
009503                 MOVE WS-RULE-NEXT-OFF TO WS-REPORT-OFFSET
009504                 PERFORM 2400-NOTE-RULE-HIT
009505                     THRU 2400-NOTE-RULE-HIT-EXIT
009506             END-IF
009507         END-IF
009508     END-PERFORM.
009509 2450-MORE-RULE-HITS-EXIT.
009510     EXIT.
009511*****************************************************************
009512* 2510-TEST-RULE - TRY EACH NOTED HIT OF ONE OF THE RULE'S
009513* COMPONENTS AS THE START OF THE PROXIMITY WINDOW. WHEN EVERY
009514* COMPONENT HAS A HIT INSIDE IT THE RULE IS RECORDED UNDER ITS
009515* OWN ID, SEVERITY AND CATEGORY, SPANNING FROM THE FIRST
009516* COMPONENT BYTE TO THE LAST.
009517*****************************************************************
009518 2510-TEST-RULE.
009519     IF NOT WS-RULE-USABLE(WS-RULE-IDX)
009520         GO TO 2510-TEST-RULE-EXIT
009521     END-IF.
009522     MOVE "N" TO WS-RULE-FIRED-SW.
009523     PERFORM VARYING WS-RULE-ANCHOR FROM 1 BY 1
009524             UNTIL WS-RULE-ANCHOR > WS-RULE-HIT-COUNT
009525             OR WS-RULE-FIRED
009526         PERFORM 2520-TRY-ANCHOR
009527             THRU 2520-TRY-ANCHOR-EXIT
009528     END-PERFORM.
009529     IF NOT WS-RULE-FIRED
009530         GO TO 2510-TEST-RULE-EXIT
009531     END-IF.
009532     MOVE WS-RULE-ID(WS-RULE-IDX) TO WS-HIT-ID.
009533     MOVE WS-RULE-SEV(WS-RULE-IDX) TO WS-HIT-SEV.
009534     MOVE WS-RULE-CAT(WS-RULE-IDX) TO WS-HIT-CAT.
009535     MOVE WS-RULE-CASE-SW(WS-RULE-IDX) TO WS-HIT-CASE-SW.
009536     MOVE WS-RULE-LO-OFF TO WS-REPORT-OFFSET.
009537     COMPUTE WS-MATCH-SPAN = WS-RULE-HI-END - WS-RULE-LO-OFF + 1.
009538     MOVE "N" TO WS-NUM-REDUCED-SW.
009539     PERFORM 2300-RECORD-HIT
009540         THRU 2300-RECORD-HIT-EXIT.
009541 2510-TEST-RULE-EXIT.
009542     EXIT.
009543*****************************************************************
009544* 2520-TRY-ANCHOR - TAKE HIT WS-RULE-ANCHOR, IF IT IS A HIT OF
009545* ONE OF THE RULE'S COMPONENTS, AS THE LOW END OF THE WINDOW
009546* AND LOOK FOR A HIT OF EVERY COMPONENT INSIDE IT. THE WINDOW
009547* RUNS WS-RULE-DIST START OFFSETS ABOVE THE ANCHOR'S FOR A "B"
009548* RULE AND COVERS THE WHOLE TEXT OTHERWISE.
009549*****************************************************************
009550 2520-TRY-ANCHOR.
009551     MOVE "N" TO WS-COMP-FOUND-SW.
009552     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
009553             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
009554             OR WS-COMP-FOUND
009555         IF WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009556                 = WS-RULE-HIT-PAT(WS-RULE-ANCHOR)
009557             SET WS-COMP-FOUND TO TRUE
009558         END-IF
009559     END-PERFORM.
009560     IF NOT WS-COMP-FOUND
009561         GO TO 2520-TRY-ANCHOR-EXIT
009562     END-IF.
009563     MOVE WS-RULE-ANCHOR TO WS-RULE-HIT-IDX.
009564     PERFORM 2540-RULE-HIT-KEY
009565         THRU 2540-RULE-HIT-KEY-EXIT.
009566     MOVE WS-RULE-KEY TO WS-RULE-WIN-LO.
009567     IF WS-RULE-BY-BYTES(WS-RULE-IDX)
009568         COMPUTE WS-RULE-WIN-HI
009569             = WS-RULE-WIN-LO + WS-RULE-DIST(WS-RULE-IDX)
009570     ELSE
009571         MOVE WS-RULE-KEY TO WS-RULE-WIN-HI
009572     END-IF.
009573     MOVE WS-RULE-HIT-OFF(WS-RULE-ANCHOR) TO WS-RULE-LO-OFF.
009574     MOVE WS-RULE-HIT-END(WS-RULE-ANCHOR) TO WS-RULE-HI-END.
009575     SET WS-RULE-FIRED TO TRUE.
009576     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
009577             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
009578             OR NOT WS-RULE-FIRED
009579         PERFORM 2530-FIND-COMPONENT
009580             THRU 2530-FIND-COMPONENT-EXIT
009581     END-PERFORM.
009582 2520-TRY-ANCHOR-EXIT.
009583     EXIT.
009584*****************************************************************
009585* 2530-FIND-COMPONENT - FIND A NOTED HIT OF COMPONENT
009586* WS-COMP-IDX INSIDE THE WINDOW, WIDENING THE SPAN TO TAKE IT
009587* IN. NO SUCH HIT MEANS THE WINDOW DOES NOT FIRE.
009588*****************************************************************
009589 2530-FIND-COMPONENT.
009590     MOVE "N" TO WS-COMP-FOUND-SW.
009591     PERFORM VARYING WS-RULE-HIT-IDX FROM 1 BY 1
009592             UNTIL WS-RULE-HIT-IDX > WS-RULE-HIT-COUNT
009593             OR WS-COMP-FOUND
009594         IF WS-RULE-HIT-PAT(WS-RULE-HIT-IDX)
009595                 = WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009596             PERFORM 2540-RULE-HIT-KEY
009597                 THRU 2540-RULE-HIT-KEY-EXIT
009598             IF WS-RULE-KEY >= WS-RULE-WIN-LO
009599                     AND WS-RULE-KEY <= WS-RULE-WIN-HI
009600                 SET WS-COMP-FOUND TO TRUE
009601                 MOVE WS-RULE-HIT-IDX TO WS-RULE-HIT-FOUND
009602             END-IF
009603         END-IF
009604     END-PERFORM.
009605     IF NOT WS-COMP-FOUND
009606         MOVE "N" TO WS-RULE-FIRED-SW
009607         GO TO 2530-FIND-COMPONENT-EXIT
009608     END-IF.
009609     IF WS-RULE-HIT-OFF(WS-RULE-HIT-FOUND) < WS-RULE-LO-OFF
009610         MOVE WS-RULE-HIT-OFF(WS-RULE-HIT-FOUND)
009611             TO WS-RULE-LO-OFF
009612     END-IF.
009613     IF WS-RULE-HIT-END(WS-RULE-HIT-FOUND) > WS-RULE-HI-END
009614         MOVE WS-RULE-HIT-END(WS-RULE-HIT-FOUND)
009615             TO WS-RULE-HI-END
009616     END-IF.
009617 2530-FIND-COMPONENT-EXIT.
009618     EXIT.
009619*****************************************************************
009620* 2540-RULE-HIT-KEY - THE POSITION OF HIT WS-RULE-HIT-IDX THAT
009621* THE CURRENT RULE MEASURES ITS PROXIMITY IN: THE START OFFSET
009622* FOR "B", ZERO OTHERWISE SO THAT EVERY HIT FALLS INSIDE THE
009623* WINDOW ("R", AND "F" SINCE THE TEXT IS A SINGLE FIELD).
009624*****************************************************************
009625 2540-RULE-HIT-KEY.
009626     IF WS-RULE-BY-BYTES(WS-RULE-IDX)
009627         MOVE WS-RULE-HIT-OFF(WS-RULE-HIT-IDX) TO WS-RULE-KEY
009628     ELSE
009629         MOVE 0 TO WS-RULE-KEY
009630     END-IF.
009631 2540-RULE-HIT-KEY-EXIT.
009632     EXIT.
009633*****************************************************************
009634* 3000-LOAD-FOLD-RULES - BROWSE FOLDTAB INTO L-FOLD-RULES FOR
009635* STRFOLD, SKIPPING COMMENT AND BLANK RECORDS, UP TO THE 200
009636* RULES STRFOLD HOLDS. FOLDING IS ON ONLY WHEN A RULE LOADS.
009637*****************************************************************
009638 3000-LOAD-FOLD-RULES.
009639     MOVE "N" TO WS-FOLD-SW.
009640     MOVE 0 TO L-FOLD-RULE-COUNT.
009641     MOVE 0 TO WS-FOLD-RBA.
009642     EXEC CICS STARTBR FILE('FOLDTAB') RIDFLD(WS-FOLD-RBA)
009643         RBA RESP(WS-RESP)
009644         END-EXEC.
009645     IF WS-RESP NOT = DFHRESP(NORMAL)
009646         GO TO 3000-LOAD-FOLD-RULES-EXIT
009647     END-IF.
009648     MOVE "N" TO WS-BROWSE-DONE-SW.
009649     PERFORM 3010-READ-FOLD-RULE
009650         THRU 3010-READ-FOLD-RULE-EXIT
009651         UNTIL WS-BROWSE-DONE.
009652     EXEC CICS ENDBR FILE('FOLDTAB')
009653         END-EXEC.
009654     IF L-FOLD-RULE-COUNT > 0
009655         SET WS-FOLD-ON TO TRUE
009656     END-IF.
009657 3000-LOAD-FOLD-RULES-EXIT.
009658     EXIT.
009659*****************************************************************
009660* 3010-READ-FOLD-RULE - READ THE NEXT FOLDTAB RECORD. A RECORD
009661* LONGER THAN 80 BYTES (LENGERR) STILL HOLDS ITS RULE IN THE
009662* FIRST FOUR.
009663*****************************************************************
009664 3010-READ-FOLD-RULE.
009665     MOVE LENGTH OF WS-FOLD-REC TO WS-FOLD-REC-LEN.
009666     MOVE SPACES TO WS-FOLD-REC.
009667     EXEC CICS READNEXT FILE('FOLDTAB') INTO(WS-FOLD-REC)
009668         LENGTH(WS-FOLD-REC-LEN) RIDFLD(WS-FOLD-RBA) RBA
009669         RESP(WS-RESP)
009670         END-EXEC.
009671     IF WS-RESP NOT = DFHRESP(NORMAL)
009672             AND WS-RESP NOT = DFHRESP(LENGERR)
009673         SET WS-BROWSE-DONE TO TRUE
009674         GO TO 3010-READ-FOLD-RULE-EXIT
009675     END-IF.
009676     IF WS-FOLD-REC = SPACES OR WS-FOLD-REC(1:1) = "*"
009677         GO TO 3010-READ-FOLD-RULE-EXIT
009678     END-IF.
009679     IF L-FOLD-RULE-COUNT >= 200
009680         SET WS-BROWSE-DONE TO TRUE
009681         GO TO 3010-READ-FOLD-RULE-EXIT
009682     END-IF.
009683     ADD 1 TO L-FOLD-RULE-COUNT.
009684     MOVE WS-FOLD-REC TO L-FOLD-RULE(L-FOLD-RULE-COUNT).
009685 3010-READ-FOLD-RULE-EXIT.
009686     EXIT.
009687*****************************************************************
009688* 3100-LOAD-PATTERNS - BROWSE PATFILE FROM THE START, HOLDING
009689* EVERY ENTRY ACTIVE TODAY. A PATFILE THAT CANNOT BE BROWSED
009690* LEAVES CA-SCR-UNAVAILABLE SET; ONE WITH MORE ENTRIES THAN THE
009691* TABLES TAKE LEAVES CA-SCR-PARTIAL.
009692*****************************************************************
009693 3100-LOAD-PATTERNS.
009694     MOVE 0 TO WS-PATTERN-COUNT.
009695     MOVE 0 TO WS-RULE-COUNT.
009696     MOVE LOW-VALUES TO PR-ID.
009697     EXEC CICS STARTBR FILE('PATFILE') RIDFLD(PR-ID)
009698         GTEQ RESP(WS-RESP)
009699         END-EXEC.
009700     IF WS-RESP NOT = DFHRESP(NORMAL)
009701         IF WS-RESP NOT = DFHRESP(NOTFND)
009702             SET CA-SCR-UNAVAILABLE TO TRUE
009703         END-IF
009704         GO TO 3100-LOAD-PATTERNS-EXIT
009705     END-IF.
009706     MOVE "N" TO WS-BROWSE-DONE-SW.
009707     PERFORM 3110-LOAD-PATTERN
009708         THRU 3110-LOAD-PATTERN-EXIT
009709         UNTIL WS-BROWSE-DONE.
009710     EXEC CICS ENDBR FILE('PATFILE')
009711         END-EXEC.
009712 3100-LOAD-PATTERNS-EXIT.
009713     EXIT.
009714*****************************************************************
009715* 3110-LOAD-PATTERN - READ THE NEXT PATFILE ENTRY AND HOLD IT
009716* IF IT IS ACTIVE TODAY, AS STRSCAN'S 3000-LOAD-PATTERNS DOES
009717* (TRIAL ENTRIES EXCEPTED). A COMPOUND RULE GOES TO THE RULE
009718* TABLE.
009719*****************************************************************
009720 3110-LOAD-PATTERN.
009721     EXEC CICS READNEXT FILE('PATFILE') INTO(PATTERN-REC)
009722         RIDFLD(PR-ID) RESP(WS-RESP)
009723         END-EXEC.
009724     IF WS-RESP NOT = DFHRESP(NORMAL)
009725         IF WS-RESP NOT = DFHRESP(ENDFILE)
009726             SET CA-SCR-UNAVAILABLE TO TRUE
009727         END-IF
009728         SET WS-BROWSE-DONE TO TRUE
009729         GO TO 3110-LOAD-PATTERN-EXIT
009730     END-IF.
009731     IF NOT PR-ACTIVE
009732         GO TO 3110-LOAD-PATTERN-EXIT
009733     END-IF.
009734     IF PR-EFF-DATE > WS-TODAY
009735         GO TO 3110-LOAD-PATTERN-EXIT
009736     END-IF.
009737     IF PR-EXP-DATE NOT = SPACES
009738             AND PR-EXP-DATE NOT = "99999999"
009739             AND PR-EXP-DATE <= WS-TODAY
009740         GO TO 3110-LOAD-PATTERN-EXIT
009741     END-IF.
009742     IF PR-TEXT = SPACES
009743         GO TO 3110-LOAD-PATTERN-EXIT
009744     END-IF.
009745     IF PR-TYPE-RULE
009746         PERFORM 3150-LOAD-RULE
009747             THRU 3150-LOAD-RULE-EXIT
009748         GO TO 3110-LOAD-PATTERN-EXIT
009749     END-IF.
009750     IF WS-PATTERN-COUNT >= WS-PATTERN-MAX
009751         SET CA-SCR-PARTIAL TO TRUE
009752         GO TO 3110-LOAD-PATTERN-EXIT
009753     END-IF.
009754     ADD 1 TO WS-PATTERN-COUNT.
009755     SET WS-PATTERN-IDX TO WS-PATTERN-COUNT.
009756     MOVE PR-ID TO WS-PATTERN-ID(WS-PATTERN-IDX).
009757     MOVE PR-SEVERITY TO WS-PATTERN-SEV(WS-PATTERN-IDX).
009758     MOVE PR-CATEGORY TO WS-PATTERN-CAT(WS-PATTERN-IDX).
009759     IF PR-CASE-SENSITIVE
009760         SET WS-PATTERN-CASE-SENS(WS-PATTERN-IDX) TO TRUE
009761     ELSE
009762         MOVE "N" TO WS-PATTERN-CASE-SW(WS-PATTERN-IDX)
009763     END-IF.
009764     IF PR-TYPE-NUMERIC
009765         MOVE PR-TYPE-FLAG TO WS-PATTERN-NUM-SW(WS-PATTERN-IDX)
009766     ELSE
009767         MOVE "N" TO WS-PATTERN-NUM-SW(WS-PATTERN-IDX)
009768     END-IF.
009769     MOVE PR-TEXT TO WS-PATTERN-TEXT(WS-PATTERN-IDX).
009770     MOVE LENGTH OF PR-TEXT TO WS-TRIM-IDX.
009771     PERFORM UNTIL WS-TRIM-IDX = 0
009772             OR PR-TEXT(WS-TRIM-IDX:1) NOT = SPACE
009773         SUBTRACT 1 FROM WS-TRIM-IDX
009774     END-PERFORM.
009775     MOVE WS-TRIM-IDX TO WS-PATTERN-LEN(WS-PATTERN-IDX).
009776     MOVE 0 TO WS-MASK-CHAR-CT.
009777     INSPECT PR-TEXT TALLYING WS-MASK-CHAR-CT
009778         FOR ALL "?" ALL "*".
009779     IF WS-MASK-CHAR-CT > 0
009780         SET WS-PATTERN-IS-MASK(WS-PATTERN-IDX) TO TRUE
009781     ELSE
009782         MOVE "N" TO WS-PATTERN-MASK-SW(WS-PATTERN-IDX)
009783     END-IF.
009784     MOVE PR-RULE-FLAG TO WS-PATTERN-ONLY-SW(WS-PATTERN-IDX).
009785     MOVE "N" TO WS-PATTERN-IN-RULE-SW(WS-PATTERN-IDX).
009786     MOVE SPACES TO WS-PATTERN-FTEXT(WS-PATTERN-IDX).
009787     MOVE 0 TO WS-PATTERN-FLEN(WS-PATTERN-IDX).
009788     IF WS-FOLD-ON
009789             AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
009790         CALL "strfold" USING
009791             BY REFERENCE WS-PATTERN-TEXT(WS-PATTERN-IDX)
009792             BY CONTENT WS-PATTERN-LEN(WS-PATTERN-IDX)
009793             BY REFERENCE WS-PATTERN-FTEXT(WS-PATTERN-IDX)
009794             BY CONTENT LENGTH OF
009795                 WS-PATTERN-FTEXT(WS-PATTERN-IDX)
009796             BY REFERENCE WS-PATTERN-FLEN(WS-PATTERN-IDX)
009797             BY REFERENCE OMITTED
009798             BY REFERENCE L-FOLD-RULES
009799     END-IF.
009800 3110-LOAD-PATTERN-EXIT.
009801     EXIT.
009802*****************************************************************
009803* 3150-LOAD-RULE - HOLD A COMPOUND RULE (PR-TYPE-FLAG "C") IN
009804* WS-RULE-TABLE, TO BE RESOLVED ONCE PATFILE HAS BEEN READ. A
009805* DEFINITION STRSCAN WOULD REJECT IS SKIPPED.
009806*****************************************************************
009807 3150-LOAD-RULE.
009808     IF NOT PR-PROX-RECORD AND NOT PR-PROX-BYTES
009809             AND NOT PR-PROX-FIELDS
009810             OR NOT PR-PROX-RECORD
009811             AND PR-RULE-DISTANCE NOT NUMERIC
009812             OR PR-RULE-PATTERN-ID(1) = SPACES
009813             OR PR-RULE-PATTERN-ID(2) = SPACES
009814         GO TO 3150-LOAD-RULE-EXIT
009815     END-IF.
009816     IF WS-RULE-COUNT >= WS-RULE-MAX
009817         SET CA-SCR-PARTIAL TO TRUE
009818         GO TO 3150-LOAD-RULE-EXIT
009819     END-IF.
009820     ADD 1 TO WS-RULE-COUNT.
009821     SET WS-RULE-IDX TO WS-RULE-COUNT.
009822     MOVE PR-ID TO WS-RULE-ID(WS-RULE-IDX).
009823     MOVE PR-SEVERITY TO WS-RULE-SEV(WS-RULE-IDX).
009824     MOVE PR-CATEGORY TO WS-RULE-CAT(WS-RULE-IDX).
009825     MOVE PR-RULE-PROXIMITY TO WS-RULE-PROX(WS-RULE-IDX).
009826     IF PR-PROX-RECORD
009827         MOVE 0 TO WS-RULE-DIST(WS-RULE-IDX)
009828     ELSE
009829         MOVE PR-RULE-DISTANCE TO WS-RULE-DIST(WS-RULE-IDX)
009830     END-IF.
009831     MOVE 0 TO WS-RULE-COMP-COUNT(WS-RULE-IDX).
009832     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
009833             UNTIL WS-COMP-IDX > 4
009834         IF PR-RULE-PATTERN-ID(WS-COMP-IDX) NOT = SPACES
009835             ADD 1 TO WS-RULE-COMP-COUNT(WS-RULE-IDX)
009836             MOVE WS-RULE-COMP-COUNT(WS-RULE-IDX) TO WS-COMP-SLOT
009837             MOVE PR-RULE-PATTERN-ID(WS-COMP-IDX)
009838                 TO WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-SLOT)
009839         END-IF
009840     END-PERFORM.
009841 3150-LOAD-RULE-EXIT.
009842     EXIT.
009843*****************************************************************
009844* 3200-RESOLVE-RULES - RESOLVE EACH HELD RULE'S COMPONENTS
009845* AGAINST THE LOADED PATTERNS. A RULE NAMING A PATTERN NOT
009846* LOADED TODAY (MISSING, INACTIVE OR ON TRIAL) IS NOT USABLE,
009847* AS STRSCAN IGNORES IT OR RUNS IT ONLY ON TRIAL. A RULE TAKES
009848* THE CASE FLAG OF ITS FIRST COMPONENT FOR ITS SNIPPET.
009849*****************************************************************
009850 3200-RESOLVE-RULES.
009851     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
009852             UNTIL WS-RULE-IDX > WS-RULE-COUNT
009853         PERFORM 3210-RESOLVE-RULE
009854             THRU 3210-RESOLVE-RULE-EXIT
009855     END-PERFORM.
009856 3200-RESOLVE-RULES-EXIT.
009857     EXIT.
009858*****************************************************************
009859* 3210-RESOLVE-RULE - RESOLVE RULE WS-RULE-IDX AND MARK ITS
009860* COMPONENTS SO THEIR HITS ARE NOTED FOR IT.
009861*****************************************************************
009862 3210-RESOLVE-RULE.
009863     SET WS-RULE-USABLE(WS-RULE-IDX) TO TRUE.
009864     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
009865             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
009866         MOVE 0 TO WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009867         PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
009868                 UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
009869                 OR WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009870                     > 0
009871             IF WS-PATTERN-ID(WS-PATTERN-IDX)
009872                     = WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-IDX)
009873                 SET WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009874                     TO WS-PATTERN-IDX
009875             END-IF
009876         END-PERFORM
009877         IF WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX) = 0
009878             MOVE "N" TO WS-RULE-USABLE-SW(WS-RULE-IDX)
009879         END-IF
009880     END-PERFORM.
009881     IF NOT WS-RULE-USABLE(WS-RULE-IDX)
009882         GO TO 3210-RESOLVE-RULE-EXIT
009883     END-IF.
009884     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
009885             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
009886         SET WS-PATTERN-IDX
009887             TO WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
009888         IF WS-RULE-BY-BYTES(WS-RULE-IDX)
009889             SET WS-PATTERN-IN-BYTE-RULE(WS-PATTERN-IDX) TO TRUE
009890         ELSE
009891             IF NOT WS-PATTERN-IN-RULE(WS-PATTERN-IDX)
009892                 MOVE "Y" TO WS-PATTERN-IN-RULE-SW(WS-PATTERN-IDX)
009893             END-IF
009894         END-IF
009895     END-PERFORM.
009896     SET WS-PATTERN-IDX TO WS-RULE-COMP-IDX(WS-RULE-IDX, 1).
009897     MOVE WS-PATTERN-CASE-SW(WS-PATTERN-IDX)
009898         TO WS-RULE-CASE-SW(WS-RULE-IDX).
009899 3210-RESOLVE-RULE-EXIT.
009900     EXIT.
009901 END PROGRAM STRCICS.
