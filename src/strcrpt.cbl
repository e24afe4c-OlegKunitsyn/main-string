000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRCRPT.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - AGING REPORT OVER THE
001100*                 CASEFILE CASES OPENED BY STRCASE
001125* 2026-10-15  MT  CLOSEDFROM=, CLOSEDTO= AND MONTH= CARDS LIMIT
001150*                 THE CLOSURE FIGURES TO ONE PERIOD; A CASE
001175*                 CLOSED AFTER THE AS-OF DATE COUNTS AS OPEN
001180* 2026-10-15  MT  A CASE OPENED AFTER THE AS-OF DATE IS LEFT OUT
001190*                 OF THE AGING AND TOTALLED ON ITS OWN
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
001500* CASE AGING REPORT FOR THE STRING LIBRARY.
001600*
001700* READS THE CASEFILE DATASET (STRCASE.CPY) IN KEY ORDER AND
001800* PRINTS
001900*   - OPTIONALLY, EVERY CASE STILL OPEN (STATUS O, I OR E) WITH
002000*     ITS OWNER AND AGE IN DAYS
002100*   - OPEN CASES BY SEVERITY AND CATEGORY: COUNTS PER STATUS
002200*     AND PER AGE BAND (0-7, 8-30, 31-90, OVER 90 DAYS) AND THE
002300*     OLDEST AGE IN THE GROUP
002400*   - CLOSED CASES BY SEVERITY: TRUE-POSITIVE AND BENIGN
002500*     CLOSURES WITH THE AVERAGE AND LONGEST DAYS THEY STAYED
002600*     OPEN - THE "HOW LONG DID SEVERITY-1 HITS STAY OPEN"
002700*     FIGURE COMPLIANCE ASKS FOR, NORMALLY ONE MONTH AT A TIME
002733*     (MONTH=). ONLY CASES CLOSED IN THE PERIOD ARE COUNTED;
002766*     THE REST ARE TOTALLED AS CLOSED OUTSIDE THE PERIOD
002800* AGE IS MEASURED FROM CS-OPEN-DATE TO THE AS-OF DATE FOR AN
002900* OPEN CASE AND TO CS-CLOSE-DATE FOR A CLOSED ONE. A CASE
002920* CLOSED AFTER THE AS-OF DATE WAS STILL OPEN ON IT, SO IT IS
002940* AGED AND GROUPED AS OPEN (IN THE OPEN STATUS COLUMN, THE
002960* STATUS IT HELD THEN NOT BEING KNOWN). THE PERIOD NEVER RUNS
002980* PAST THE AS-OF DATE. A CASE OPENED AFTER THE AS-OF DATE DID
002985* NOT EXIST ON IT, SO IT IS ONLY TOTALLED. A CASE
003000* WHOSE DATES OR SEVERITY DO NOT PARSE IS COUNTED AS BAD.
003100*
003200* INPUT  : CASEFILE  - KEYED CASE DATASET
003300*          CRPCTL    - OPTIONAL CONTROL CARDS, ONE PER RECORD:
003400*                      *        COMMENT CARD
003500*                      ASOF=YYYYMMDD  AGE CASES AS OF THIS
003600*                                     DATE (DEFAULT TODAY)
003700*                      DETAIL=Y|N     LIST EVERY OPEN CASE
003800*                                     (DEFAULT N)
003805*                      CLOSEDFROM=YYYYMMDD
003810*                                     COUNT CASES CLOSED ON OR
003815*                                     AFTER THIS DATE (DEFAULT
003820*                                     ALL)
003825*                      CLOSEDTO=YYYYMMDD
003830*                                     COUNT CASES CLOSED ON OR
003835*                                     BEFORE THIS DATE (DEFAULT
003840*                                     THE AS-OF DATE)
003845*                      MONTH=YYYYMM   COUNT CASES CLOSED IN THIS
003850*                                     MONTH - THE SAME AS
003855*                                     CLOSEDFROM= ITS FIRST DAY
003860*                                     AND CLOSEDTO= ITS LAST.
003865*                                     THE LAST CARD READ SETS
003870*                                     EACH END OF THE PERIOD; A
003875*                                     PERIOD THAT ENDS BEFORE IT
003880*                                     STARTS ENDS THE JOB WITH
003885*                                     RETURN-CODE 16
003900* OUTPUT : CASERPT   - 132-COLUMN PRINTABLE AGING REPORT
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CASEFILE ASSIGN TO "CASEFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS CS-KEY
004800         FILE STATUS IS CASEFILE-STATUS.
004900     SELECT CRPCTL ASSIGN TO "CRPCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CRPCTL-STATUS.
005200     SELECT CASERPT ASSIGN TO "CASERPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CASERPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CASEFILE.
005800 COPY "strcase.cpy".
005900 FD  CRPCTL.
006000 01  CRPCTL-REC                     PIC X(80).
006100 FD  CASERPT.
006200 01  CASERPT-REC                    PIC X(132).
006300 WORKING-STORAGE SECTION.
006400 01  FILE-STATUS-VALUES.
006500     05  CASEFILE-STATUS            PIC X(02) VALUE "00".
006600         88  CASEFILE-OK                       VALUE "00".
006700         88  CASEFILE-NOT-FOUND                VALUE "35".
006800     05  CRPCTL-STATUS              PIC X(02) VALUE "00".
006900         88  CRPCTL-OK                         VALUE "00".
007000         88  CRPCTL-NOT-FOUND                  VALUE "35".
007100     05  CASERPT-STATUS             PIC X(02) VALUE "00".
007200         88  CASERPT-OK                        VALUE "00".
007300 01  WS-SWITCHES.
007400     05  WS-CASEFILE-EOF-SW         PIC X(01) VALUE "N".
007500         88  WS-CASEFILE-EOF                   VALUE "Y".
007600     05  WS-CRPCTL-EOF-SW           PIC X(01) VALUE "N".
007700         88  WS-CRPCTL-EOF                     VALUE "Y".
007800     05  WS-CARD-NUM-OK-SW          PIC X(01) VALUE "N".
007900         88  WS-CARD-NUM-OK                    VALUE "Y".
008000     05  WS-DETAIL-SW               PIC X(01) VALUE "N".
008100         88  WS-DETAIL                         VALUE "Y".
008200     05  WS-GROUP-FOUND-SW          PIC X(01) VALUE "N".
008300         88  WS-GROUP-FOUND                    VALUE "Y".
008333     05  WS-OPEN-AT-ASOF-SW         PIC X(01) VALUE "N".
008366         88  WS-OPEN-AT-ASOF                   VALUE "Y".
008400 01  WS-FILTERS.
008500     05  WS-ASOF-DATE               PIC 9(08) VALUE ZERO.
008600     05  WS-ASOF-INT                PIC 9(09) USAGE BINARY
008700                                    VALUE ZERO.
008733     05  WS-CLOSED-FROM             PIC 9(08) VALUE ZERO.
008766     05  WS-CLOSED-TO               PIC 9(08) VALUE 99999999.
008800*    OPEN CASES, ONE ENTRY PER SEVERITY/CATEGORY PAIR, KEPT IN
008900*    SEVERITY THEN CATEGORY ORDER AS THEY ARE ADDED
009000 01  WS-GROUP-TABLE.
009100     05  WS-GROUP-COUNT             PIC 9(05) USAGE BINARY
009200                                    VALUE ZERO.
009300     05  WS-GROUP-ENTRY             OCCURS 500 TIMES
009400                                    INDEXED BY WS-GROUP-IDX.
009500         10  WS-GT-SEV              PIC X(01).
009600         10  WS-GT-CAT              PIC X(08).
009700         10  WS-GT-STATUS-CNT       PIC 9(09) USAGE BINARY
009800                                    OCCURS 3 TIMES.
009900         10  WS-GT-BAND-CNT         PIC 9(09) USAGE BINARY
010000                                    OCCURS 4 TIMES.
010100         10  WS-GT-TOTAL            PIC 9(09) USAGE BINARY.
010200         10  WS-GT-OLDEST           PIC 9(09) USAGE BINARY.
010300*    CLOSED CASES, ONE ENTRY PER SEVERITY DIGIT 1-9
010400 01  WS-CLOSED-TABLE.
010500     05  WS-CLOSED-ENTRY            OCCURS 9 TIMES.
010600         10  WS-CT-TRUE-POS         PIC 9(09) USAGE BINARY
010700                                    VALUE ZERO.
010800         10  WS-CT-BENIGN           PIC 9(09) USAGE BINARY
010900                                    VALUE ZERO.
011000         10  WS-CT-DAYS-SUM         PIC 9(15) USAGE COMP-3
011100                                    VALUE ZERO.
011200         10  WS-CT-LONGEST          PIC 9(09) USAGE BINARY
011300                                    VALUE ZERO.
011400 01  WS-COUNTERS.
011500     05  WS-READ-COUNT              PIC 9(09) USAGE BINARY
011600                                    VALUE ZERO.
011700     05  WS-OPEN-COUNT              PIC 9(09) USAGE BINARY
011800                                    VALUE ZERO.
011900     05  WS-CLOSED-COUNT            PIC 9(09) USAGE BINARY
012000                                    VALUE ZERO.
012100     05  WS-BAD-COUNT               PIC 9(09) USAGE BINARY
012200                                    VALUE ZERO.
012300     05  WS-OVERFLOW-COUNT          PIC 9(09) USAGE BINARY
012400                                    VALUE ZERO.
012420     05  WS-OUTSIDE-COUNT           PIC 9(09) USAGE BINARY
012440                                    VALUE ZERO.
012460     05  WS-LATE-CLOSE-COUNT        PIC 9(09) USAGE BINARY
012480                                    VALUE ZERO.
012485     05  WS-LATE-OPEN-COUNT         PIC 9(09) USAGE BINARY
012490                                    VALUE ZERO.
012500 77  WS-CARD-NUM                    PIC 9(09) USAGE BINARY.
012600 77  WS-CARD-IDX                    PIC 9(04) USAGE BINARY.
012700 77  WS-CARD-VAL-COL                PIC 9(04) USAGE BINARY
012800                                    VALUE 6.
012900 01  WS-CARD-DIGIT-X                PIC X(01).
013000 01  WS-CARD-DIGIT REDEFINES WS-CARD-DIGIT-X
013100                                    PIC 9(01).
013200 77  WS-INSERT-IDX                  PIC 9(05) USAGE BINARY.
013300 77  WS-SHIFT-IDX                   PIC 9(05) USAGE BINARY.
013400 77  WS-STATUS-SUB                  PIC 9(04) USAGE BINARY.
013500 77  WS-BAND-SUB                    PIC 9(04) USAGE BINARY.
013600 77  WS-SEV-SUB                     PIC 9(04) USAGE BINARY.
013700 77  WS-AGE-DAYS                    PIC 9(09) USAGE BINARY.
013800 77  WS-FROM-INT                    PIC 9(09) USAGE BINARY.
013900 77  WS-TO-INT                      PIC 9(09) USAGE BINARY.
014000 01  WS-DATE-X                      PIC X(08).
014100 01  WS-DATE-9 REDEFINES WS-DATE-X  PIC 9(08).
014133 01  WS-MONTH-NEXT                  PIC 9(08).
014166 01  WS-EDIT-DATE                   PIC X(10).
014200 01  WS-SEV-DIGIT-X                 PIC X(01).
014300 01  WS-SEV-DIGIT REDEFINES WS-SEV-DIGIT-X
014400                                    PIC 9(01).
014500 01  WS-AVG-DAYS                    PIC 9(09) USAGE BINARY.
014600 01  WS-LINE-COUNT                  PIC 9(03) USAGE BINARY
014700                                    VALUE 99.
014800 01  WS-PAGE-NUM                    PIC 9(05) USAGE BINARY
014900                                    VALUE ZERO.
015000 01  WS-LINES-PER-PAGE              PIC 9(03) USAGE BINARY
015100                                    VALUE 58.
015200 01  WS-PRINT-LINE                  PIC X(132).
015300 01  WS-HEAD-LINE.
015400     05  FILLER                     PIC X(08) VALUE "STRCRPT ".
015500     05  FILLER                     PIC X(30) VALUE SPACES.
015600     05  FILLER                     PIC X(34)
015700         VALUE "MATCH CASE AGING REPORT           ".
015800     05  FILLER                     PIC X(26) VALUE SPACES.
015900     05  FILLER                     PIC X(09) VALUE "AS OF    ".
016000     05  HL-DATE                    PIC X(10).
016100     05  FILLER                     PIC X(06) VALUE "  PAGE".
016200     05  HL-PAGE                    PIC ZZZZ9.
016300 01  WS-DETAIL-HEAD-1.
016400     05  FILLER                     PIC X(132)
016500         VALUE "OPEN CASES, IN PATTERN/TEXT ORDER".
016600 01  WS-DETAIL-HEAD-2.
016700     05  FILLER                     PIC X(02) VALUE SPACES.
016800     05  FILLER                     PIC X(08) VALUE "PATTERN".
016900     05  FILLER                     PIC X(02) VALUE SPACES.
017000     05  FILLER                     PIC X(03) VALUE "SEV".
017100     05  FILLER                     PIC X(02) VALUE SPACES.
017200     05  FILLER                     PIC X(08) VALUE "CATEGORY".
017300     05  FILLER                     PIC X(02) VALUE SPACES.
017400     05  FILLER                     PIC X(02) VALUE "ST".
017500     05  FILLER                     PIC X(02) VALUE SPACES.
017600     05  FILLER                     PIC X(08) VALUE "OWNER".
017700     05  FILLER                     PIC X(02) VALUE SPACES.
017800     05  FILLER                     PIC X(08) VALUE "OPENED".
017900     05  FILLER                     PIC X(02) VALUE SPACES.
018000     05  FILLER                     PIC X(06) VALUE "  DAYS".
018100     05  FILLER                     PIC X(02) VALUE SPACES.
018200     05  FILLER                     PIC X(08) VALUE "LASTSEEN".
018300     05  FILLER                     PIC X(02) VALUE SPACES.
018400     05  FILLER                     PIC X(09) VALUE "     HITS".
018500     05  FILLER                     PIC X(02) VALUE SPACES.
018600     05  FILLER                     PIC X(40) VALUE "MATCH TEXT".
018700 01  WS-DETAIL-LINE.
018800     05  FILLER                     PIC X(02) VALUE SPACES.
018900     05  DL-PATTERN                 PIC X(08).
019000     05  FILLER                     PIC X(03) VALUE SPACES.
019100     05  DL-SEV                     PIC X(01).
019200     05  FILLER                     PIC X(03) VALUE SPACES.
019300     05  DL-CATEGORY                PIC X(08).
019400     05  FILLER                     PIC X(02) VALUE SPACES.
019500     05  DL-STATUS                  PIC X(01).
019600     05  FILLER                     PIC X(03) VALUE SPACES.
019700     05  DL-OWNER                   PIC X(08).
019800     05  FILLER                     PIC X(02) VALUE SPACES.
019900     05  DL-OPENED                  PIC X(08).
020000     05  FILLER                     PIC X(02) VALUE SPACES.
020100     05  DL-DAYS                    PIC ZZZZZ9.
020200     05  FILLER                     PIC X(02) VALUE SPACES.
020300     05  DL-LAST-SEEN               PIC X(08).
020400     05  FILLER                     PIC X(02) VALUE SPACES.
020500     05  DL-HITS                    PIC ZZZZZZZZ9.
020600     05  FILLER                     PIC X(02) VALUE SPACES.
020700     05  DL-TEXT                    PIC X(40).
020800 01  WS-GROUP-HEAD-1.
020900     05  FILLER                     PIC X(132)
021000         VALUE "OPEN CASES BY SEVERITY AND CATEGORY".
021100 01  WS-GROUP-HEAD-2.
021200     05  FILLER                     PIC X(02) VALUE SPACES.
021300     05  FILLER                     PIC X(03) VALUE "SEV".
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  FILLER                     PIC X(08) VALUE "CATEGORY".
021600     05  FILLER                     PIC X(02) VALUE SPACES.
021700     05  FILLER                     PIC X(09) VALUE "     OPEN".
021800     05  FILLER                     PIC X(02) VALUE SPACES.
021900     05  FILLER                     PIC X(09) VALUE " INVESTIG".
022000     05  FILLER                     PIC X(02) VALUE SPACES.
022100     05  FILLER                     PIC X(09) VALUE "  ESCALAT".
022200     05  FILLER                     PIC X(02) VALUE SPACES.
022300     05  FILLER                     PIC X(09) VALUE "    TOTAL".
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022500     05  FILLER                     PIC X(09) VALUE " 0-7 DAYS".
022600     05  FILLER                     PIC X(02) VALUE SPACES.
022700     05  FILLER                     PIC X(09) VALUE "8-30 DAYS".
022800     05  FILLER                     PIC X(02) VALUE SPACES.
022900     05  FILLER                     PIC X(09) VALUE "   31-90 ".
023000     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  FILLER                     PIC X(09) VALUE "  OVER 90".
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  FILLER                     PIC X(09) VALUE "   OLDEST".
023400 01  WS-GROUP-LINE.
023500     05  FILLER                     PIC X(03) VALUE SPACES.
023600     05  GL-SEV                     PIC X(01).
023700     05  FILLER                     PIC X(03) VALUE SPACES.
023800     05  GL-CATEGORY                PIC X(08).
023900     05  FILLER                     PIC X(02) VALUE SPACES.
024000     05  GL-OPEN                    PIC ZZZZZZZZ9.
024100     05  FILLER                     PIC X(02) VALUE SPACES.
024200     05  GL-INVESTIG                PIC ZZZZZZZZ9.
024300     05  FILLER                     PIC X(02) VALUE SPACES.
024400     05  GL-ESCALATED               PIC ZZZZZZZZ9.
024500     05  FILLER                     PIC X(02) VALUE SPACES.
024600     05  GL-TOTAL                   PIC ZZZZZZZZ9.
024700     05  FILLER                     PIC X(02) VALUE SPACES.
024800     05  GL-BAND-1                  PIC ZZZZZZZZ9.
024900     05  FILLER                     PIC X(02) VALUE SPACES.
025000     05  GL-BAND-2                  PIC ZZZZZZZZ9.
025100     05  FILLER                     PIC X(02) VALUE SPACES.
025200     05  GL-BAND-3                  PIC ZZZZZZZZ9.
025300     05  FILLER                     PIC X(02) VALUE SPACES.
025400     05  GL-BAND-4                  PIC ZZZZZZZZ9.
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  GL-OLDEST                  PIC ZZZZZZZZ9.
025700 01  WS-CLOSED-HEAD-1.
025800     05  FILLER                     PIC X(45)
025900         VALUE "CLOSED CASES BY SEVERITY, DAYS OPEN TO CLOSE".
025950     05  CH-PERIOD                  PIC X(87) VALUE SPACES.
026000 01  WS-CLOSED-HEAD-2.
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  FILLER                     PIC X(03) VALUE "SEV".
026300     05  FILLER                     PIC X(02) VALUE SPACES.
026400     05  FILLER                     PIC X(09) VALUE " TRUE POS".
026500     05  FILLER                     PIC X(02) VALUE SPACES.
026600     05  FILLER                     PIC X(09) VALUE "   BENIGN".
026700     05  FILLER                     PIC X(02) VALUE SPACES.
026800     05  FILLER                     PIC X(09) VALUE " AVG DAYS".
026900     05  FILLER                     PIC X(02) VALUE SPACES.
027000     05  FILLER                     PIC X(09) VALUE "  LONGEST".
027100 01  WS-CLOSED-LINE.
027200     05  FILLER                     PIC X(03) VALUE SPACES.
027300     05  CL-SEV                     PIC 9(01).
027400     05  FILLER                     PIC X(03) VALUE SPACES.
027500     05  CL-TRUE-POS                PIC ZZZZZZZZ9.
027600     05  FILLER                     PIC X(02) VALUE SPACES.
027700     05  CL-BENIGN                  PIC ZZZZZZZZ9.
027800     05  FILLER                     PIC X(02) VALUE SPACES.
027900     05  CL-AVG-DAYS                PIC ZZZZZZZZ9.
028000     05  FILLER                     PIC X(02) VALUE SPACES.
028100     05  CL-LONGEST                 PIC ZZZZZZZZ9.
028200 01  WS-SUMMARY-LINE.
028300     05  FILLER                     PIC X(02) VALUE SPACES.
028400     05  SL-TEXT                    PIC X(40).
028500     05  SL-COUNT                   PIC ZZZZZZZZ9.
028600 PROCEDURE DIVISION.
028700*****************************************************************
028800* 0000-MAINLINE
028900*****************************************************************
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE
029200         THRU 1000-INITIALIZE-EXIT.
029300     IF RETURN-CODE NOT = ZERO
029400         GO TO 0000-MAINLINE-GOBACK
029500     END-IF.
029600     IF WS-DETAIL
029700         MOVE WS-DETAIL-HEAD-1 TO WS-PRINT-LINE
029800         PERFORM 9000-PRINT-LINE
029900             THRU 9000-PRINT-LINE-EXIT
030000         MOVE WS-DETAIL-HEAD-2 TO WS-PRINT-LINE
030100         PERFORM 9000-PRINT-LINE
030200             THRU 9000-PRINT-LINE-EXIT
030300     END-IF.
030400     PERFORM 2000-AGE-CASE
030500         THRU 2000-AGE-CASE-EXIT
030600         UNTIL WS-CASEFILE-EOF.
030700     CLOSE CASEFILE.
030800     IF WS-DETAIL
030900         MOVE SPACES TO WS-PRINT-LINE
031000         PERFORM 9000-PRINT-LINE
031100             THRU 9000-PRINT-LINE-EXIT
031200     END-IF.
031300     PERFORM 3000-PRINT-GROUPS
031400         THRU 3000-PRINT-GROUPS-EXIT.
031500     PERFORM 4000-PRINT-CLOSED
031600         THRU 4000-PRINT-CLOSED-EXIT.
031700     PERFORM 8000-WRAP-UP
031800         THRU 8000-WRAP-UP-EXIT.
031900 0000-MAINLINE-GOBACK.
032000     GOBACK.
032100*****************************************************************
032200* 1000-INITIALIZE - READ CONTROL CARDS, OPEN THE CASES AND THE
032300* REPORT, AND PRIME THE FIRST CASE
032400*****************************************************************
032500 1000-INITIALIZE.
032600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE.
032700     OPEN INPUT CRPCTL.
032800     IF CRPCTL-NOT-FOUND
032900         SET WS-CRPCTL-EOF TO TRUE
033000     ELSE
033100         IF NOT CRPCTL-OK
033200             DISPLAY "STRCRPT: UNABLE TO OPEN CRPCTL, STATUS "
033300                 CRPCTL-STATUS
033400             MOVE 16 TO RETURN-CODE
033500             GO TO 1000-INITIALIZE-EXIT
033600         END-IF
033700         PERFORM 1100-READ-CONTROL
033800             THRU 1100-READ-CONTROL-EXIT
033900             UNTIL WS-CRPCTL-EOF
034000         CLOSE CRPCTL
034100     END-IF.
034116     PERFORM 1200-SET-PERIOD
034132         THRU 1200-SET-PERIOD-EXIT.
034148     IF RETURN-CODE NOT = ZERO
034164         GO TO 1000-INITIALIZE-EXIT
034180     END-IF.
034200     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
034300     OPEN INPUT CASEFILE.
034400     IF CASEFILE-NOT-FOUND
034500         DISPLAY "STRCRPT: CASEFILE NOT FOUND, NOTHING TO"
034600             " REPORT"
034700         MOVE 16 TO RETURN-CODE
034800         GO TO 1000-INITIALIZE-EXIT
034900     END-IF.
035000     IF NOT CASEFILE-OK
035100         DISPLAY "STRCRPT: UNABLE TO OPEN CASEFILE, STATUS "
035200             CASEFILE-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600     OPEN OUTPUT CASERPT.
035700     IF NOT CASERPT-OK
035800         DISPLAY "STRCRPT: UNABLE TO OPEN CASERPT, STATUS "
035900             CASERPT-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300     MOVE WS-ASOF-DATE TO WS-DATE-9.
036400     MOVE WS-DATE-X(1:4) TO HL-DATE(1:4).
036500     MOVE "-" TO HL-DATE(5:1).
036600     MOVE WS-DATE-X(5:2) TO HL-DATE(6:2).
036700     MOVE "-" TO HL-DATE(8:1).
036800     MOVE WS-DATE-X(7:2) TO HL-DATE(9:2).
036900     PERFORM 2100-READ-CASE
037000         THRU 2100-READ-CASE-EXIT.
037100 1000-INITIALIZE-EXIT.
037200     EXIT.
037300*****************************************************************
037400* 1100-READ-CONTROL - APPLY ONE CRPCTL CONTROL CARD. BLANK
037500* CARDS AND CARDS STARTING "*" ARE COMMENTS. AN UNRECOGNIZED
037600* CARD IS REPORTED AND IGNORED.
037700*****************************************************************
037800 1100-READ-CONTROL.
037900     READ CRPCTL
038000         AT END
038100             SET WS-CRPCTL-EOF TO TRUE
038200             GO TO 1100-READ-CONTROL-EXIT
038300     END-READ.
038400     IF CRPCTL-REC = SPACES OR CRPCTL-REC(1:1) = "*"
038500         GO TO 1100-READ-CONTROL-EXIT
038600     END-IF.
038700     EVALUATE TRUE
038800         WHEN CRPCTL-REC(1:5) = "ASOF="
038900             MOVE 6 TO WS-CARD-VAL-COL
039000             PERFORM 1160-PARSE-CARD-DATE
039100                 THRU 1160-PARSE-CARD-DATE-EXIT
039200             IF WS-CARD-NUM-OK
039600                 MOVE WS-CARD-NUM TO WS-ASOF-DATE
039700             ELSE
039800                 DISPLAY "STRCRPT: BAD CONTROL CARD IGNORED: "
039900                     CRPCTL-REC
040000             END-IF
040100         WHEN CRPCTL-REC(1:7) = "DETAIL="
040200             EVALUATE CRPCTL-REC(8:1)
040300                 WHEN "Y"
040400                     SET WS-DETAIL TO TRUE
040500                 WHEN "N"
040600                     MOVE "N" TO WS-DETAIL-SW
040700                 WHEN OTHER
040800                     DISPLAY "STRCRPT: BAD CONTROL CARD IGNORED: "
040900                         CRPCTL-REC
041000             END-EVALUATE
041004         WHEN CRPCTL-REC(1:11) = "CLOSEDFROM="
041008             MOVE 12 TO WS-CARD-VAL-COL
041012             PERFORM 1160-PARSE-CARD-DATE
041016                 THRU 1160-PARSE-CARD-DATE-EXIT
041020             IF WS-CARD-NUM-OK
041024                 MOVE WS-CARD-NUM TO WS-CLOSED-FROM
041028             ELSE
041032                 DISPLAY "STRCRPT: BAD CONTROL CARD IGNORED: "
041036                     CRPCTL-REC
041040             END-IF
041044         WHEN CRPCTL-REC(1:9) = "CLOSEDTO="
041048             MOVE 10 TO WS-CARD-VAL-COL
041052             PERFORM 1160-PARSE-CARD-DATE
041056                 THRU 1160-PARSE-CARD-DATE-EXIT
041060             IF WS-CARD-NUM-OK
041064                 MOVE WS-CARD-NUM TO WS-CLOSED-TO
041068             ELSE
041072                 DISPLAY "STRCRPT: BAD CONTROL CARD IGNORED: "
041076                     CRPCTL-REC
041080             END-IF
041084         WHEN CRPCTL-REC(1:6) = "MONTH="
041088             PERFORM 1170-SET-MONTH
041092                 THRU 1170-SET-MONTH-EXIT
041100         WHEN OTHER
041200             DISPLAY "STRCRPT: UNKNOWN CONTROL CARD IGNORED: "
041300                 CRPCTL-REC
041400     END-EVALUATE.
041500 1100-READ-CONTROL-EXIT.
041600     EXIT.
041700*****************************************************************
041800* 1150-PARSE-CARD-NUMBER - COLLECT THE DIGITS FOLLOWING THE "="
041900* OF THE CURRENT CRPCTL CARD INTO WS-CARD-NUM. THE VALUE RUNS
042000* FROM COLUMN WS-CARD-VAL-COL TO THE FIRST SPACE; ANY
042100* NON-NUMERIC BYTE IN IT MARKS THE WHOLE CARD BAD.
042200*****************************************************************
042300 1150-PARSE-CARD-NUMBER.
042400     MOVE ZERO TO WS-CARD-NUM.
042500     MOVE "N" TO WS-CARD-NUM-OK-SW.
042600     IF CRPCTL-REC(WS-CARD-VAL-COL:1) = SPACE
042700         GO TO 1150-PARSE-CARD-NUMBER-EXIT
042800     END-IF.
042900     SET WS-CARD-NUM-OK TO TRUE.
043000     PERFORM VARYING WS-CARD-IDX FROM WS-CARD-VAL-COL BY 1
043100             UNTIL WS-CARD-IDX > LENGTH OF CRPCTL-REC
043200             OR CRPCTL-REC(WS-CARD-IDX:1) = SPACE
043300             OR NOT WS-CARD-NUM-OK
043400         MOVE CRPCTL-REC(WS-CARD-IDX:1) TO WS-CARD-DIGIT-X
043500         IF WS-CARD-DIGIT-X IS NUMERIC
043600                 AND WS-CARD-NUM < 100000000
043700             COMPUTE WS-CARD-NUM = WS-CARD-NUM * 10
043800                 + WS-CARD-DIGIT
043900         ELSE
044000             MOVE "N" TO WS-CARD-NUM-OK-SW
044100         END-IF
044200     END-PERFORM.
044300 1150-PARSE-CARD-NUMBER-EXIT.
044400     EXIT.
044401*****************************************************************
044402* 1160-PARSE-CARD-DATE - AS 1150-PARSE-CARD-NUMBER, BUT THE VALUE
044403* MUST ALSO BE A VALID YYYYMMDD DATE
044404*****************************************************************
044405 1160-PARSE-CARD-DATE.
044406     PERFORM 1150-PARSE-CARD-NUMBER
044407         THRU 1150-PARSE-CARD-NUMBER-EXIT.
044408     IF NOT WS-CARD-NUM-OK
044409         GO TO 1160-PARSE-CARD-DATE-EXIT
044410     END-IF.
044411     IF WS-CARD-NUM < 19000101 OR WS-CARD-NUM > 99991231
044412         MOVE "N" TO WS-CARD-NUM-OK-SW
044413         GO TO 1160-PARSE-CARD-DATE-EXIT
044414     END-IF.
044415     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-NUM) NOT = ZERO
044416         MOVE "N" TO WS-CARD-NUM-OK-SW
044417     END-IF.
044418 1160-PARSE-CARD-DATE-EXIT.
044419     EXIT.
044420*****************************************************************
044421* 1170-SET-MONTH - MONTH=YYYYMM: THE PERIOD RUNS FROM THE FIRST
044422* TO THE LAST DAY OF THE MONTH. THE LAST DAY IS THE DAY BEFORE
044423* THE FIRST OF THE NEXT MONTH; ADDING 8900 TO YYYY1201 GIVES THE
044424* FIRST OF JANUARY OF THE NEXT YEAR.
044425*****************************************************************
044426 1170-SET-MONTH.
044427     MOVE 7 TO WS-CARD-VAL-COL.
044428     PERFORM 1150-PARSE-CARD-NUMBER
044429         THRU 1150-PARSE-CARD-NUMBER-EXIT.
044430     IF WS-CARD-NUM-OK
044431             AND (WS-CARD-NUM < 190001 OR WS-CARD-NUM > 999812)
044432         MOVE "N" TO WS-CARD-NUM-OK-SW
044433     END-IF.
044434     IF WS-CARD-NUM-OK
044435         COMPUTE WS-DATE-9 = WS-CARD-NUM * 100 + 1
044436         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = ZERO
044437             MOVE "N" TO WS-CARD-NUM-OK-SW
044438         END-IF
044439     END-IF.
044440     IF NOT WS-CARD-NUM-OK
044441         DISPLAY "STRCRPT: BAD CONTROL CARD IGNORED: "
044442             CRPCTL-REC
044443         GO TO 1170-SET-MONTH-EXIT
044444     END-IF.
044445     MOVE WS-DATE-9 TO WS-CLOSED-FROM.
044446     IF WS-DATE-X(5:2) = "12"
044447         COMPUTE WS-MONTH-NEXT = WS-DATE-9 + 8900
044448     ELSE
044449         COMPUTE WS-MONTH-NEXT = WS-DATE-9 + 100
044450     END-IF.
044451     COMPUTE WS-CLOSED-TO = FUNCTION DATE-OF-INTEGER(
044452         FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT) - 1).
044453 1170-SET-MONTH-EXIT.
044454     EXIT.
044455*****************************************************************
044456* 1200-SET-PERIOD - THE CLOSURE PERIOD ENDS AT THE AS-OF DATE AT
044457* THE LATEST, SINCE A LATER CLOSURE HAD NOT HAPPENED THEN. PUT
044458* THE PERIOD IN THE CLOSED-CASE HEADING.
044459*****************************************************************
044460 1200-SET-PERIOD.
044461     IF WS-CLOSED-TO > WS-ASOF-DATE
044462         MOVE WS-ASOF-DATE TO WS-CLOSED-TO
044463     END-IF.
044464     IF WS-CLOSED-FROM > WS-CLOSED-TO
044465         DISPLAY "STRCRPT: CLOSED PERIOD " WS-CLOSED-FROM " TO "
044466             WS-CLOSED-TO " ENDS BEFORE IT STARTS"
044467         MOVE 16 TO RETURN-CODE
044468         GO TO 1200-SET-PERIOD-EXIT
044469     END-IF.
044470     MOVE WS-CLOSED-TO TO WS-DATE-9.
044471     PERFORM 1250-EDIT-DATE
044472         THRU 1250-EDIT-DATE-EXIT.
044473     IF WS-CLOSED-FROM = ZERO
044474         STRING "- CLOSED ON OR BEFORE " WS-EDIT-DATE
044475             DELIMITED BY SIZE INTO CH-PERIOD
044476         GO TO 1200-SET-PERIOD-EXIT
044477     END-IF.
044478     MOVE WS-EDIT-DATE TO CH-PERIOD(24:10).
044479     MOVE WS-CLOSED-FROM TO WS-DATE-9.
044480     PERFORM 1250-EDIT-DATE
044481         THRU 1250-EDIT-DATE-EXIT.
044482     MOVE "- CLOSED" TO CH-PERIOD(1:8).
044483     MOVE WS-EDIT-DATE TO CH-PERIOD(10:10).
044484     MOVE "TO" TO CH-PERIOD(21:2).
044485 1200-SET-PERIOD-EXIT.
044486     EXIT.
044487*****************************************************************
044488* 1250-EDIT-DATE - WS-DATE-9 AS YYYY-MM-DD IN WS-EDIT-DATE
044489*****************************************************************
044490 1250-EDIT-DATE.
044491     MOVE WS-DATE-X(1:4) TO WS-EDIT-DATE(1:4).
044492     MOVE "-" TO WS-EDIT-DATE(5:1).
044493     MOVE WS-DATE-X(5:2) TO WS-EDIT-DATE(6:2).
044494     MOVE "-" TO WS-EDIT-DATE(8:1).
044495     MOVE WS-DATE-X(7:2) TO WS-EDIT-DATE(9:2).
044496 1250-EDIT-DATE-EXIT.
044497     EXIT.
044500*****************************************************************
044600* 2000-AGE-CASE - ONE CASE. AN OPEN CASE IS AGED TO THE AS-OF
044700* DATE AND ADDED TO ITS SEVERITY/CATEGORY GROUP; A CLOSED CASE
044800* IS AGED TO ITS CLOSE DATE AND ADDED TO ITS SEVERITY'S
044900* CLOSURE FIGURES WHEN IT CLOSED IN THE PERIOD, AND IS ONLY
044933* COUNTED OTHERWISE. A CASE CLOSED AFTER THE AS-OF DATE IS
044966* TAKEN AS OPEN; ONE OPENED AFTER IT IS LEFT OUT OF THE AGING
044983* AND ONLY COUNTED.
045000*****************************************************************
045100 2000-AGE-CASE.
045200     ADD 1 TO WS-READ-COUNT.
045250     MOVE "N" TO WS-OPEN-AT-ASOF-SW.
045300     MOVE CS-SEVERITY TO WS-SEV-DIGIT-X.
045400     IF NOT CS-VALID-STATUS
045500             OR WS-SEV-DIGIT-X IS NOT NUMERIC
045600             OR WS-SEV-DIGIT = ZERO
045700         ADD 1 TO WS-BAD-COUNT
045800         GO TO 2000-AGE-CASE-NEXT
045900     END-IF.
046000     MOVE CS-OPEN-DATE TO WS-DATE-X.
046100     PERFORM 2200-DATE-TO-INT
046200         THRU 2200-DATE-TO-INT-EXIT.
046300     IF WS-TO-INT = ZERO
046400         ADD 1 TO WS-BAD-COUNT
046500         GO TO 2000-AGE-CASE-NEXT
046600     END-IF.
046620     IF WS-DATE-9 > WS-ASOF-DATE
046640         ADD 1 TO WS-LATE-OPEN-COUNT
046660         GO TO 2000-AGE-CASE-NEXT
046680     END-IF.
046700     MOVE WS-TO-INT TO WS-FROM-INT.
046800     IF CS-CLOSED
046900         MOVE CS-CLOSE-DATE TO WS-DATE-X
047000         PERFORM 2200-DATE-TO-INT
047100             THRU 2200-DATE-TO-INT-EXIT
047200         IF WS-TO-INT = ZERO
047300             ADD 1 TO WS-BAD-COUNT
047400             GO TO 2000-AGE-CASE-NEXT
047500         END-IF
047520         IF WS-DATE-9 > WS-ASOF-DATE
047540             SET WS-OPEN-AT-ASOF TO TRUE
047560             MOVE WS-ASOF-INT TO WS-TO-INT
047580         END-IF
047600     ELSE
047700         MOVE WS-ASOF-INT TO WS-TO-INT
047800     END-IF.
047900     IF WS-TO-INT > WS-FROM-INT
048000         COMPUTE WS-AGE-DAYS = WS-TO-INT - WS-FROM-INT
048100     ELSE
048200         MOVE ZERO TO WS-AGE-DAYS
048300     END-IF.
048400     IF CS-CLOSED AND NOT WS-OPEN-AT-ASOF
048416         IF WS-DATE-9 < WS-CLOSED-FROM
048432                 OR WS-DATE-9 > WS-CLOSED-TO
048448             ADD 1 TO WS-OUTSIDE-COUNT
048464             GO TO 2000-AGE-CASE-NEXT
048480         END-IF
048500         ADD 1 TO WS-CLOSED-COUNT
048600         IF CS-CLOSED-TRUE-POS
048700             ADD 1 TO WS-CT-TRUE-POS(WS-SEV-DIGIT)
048800         ELSE
048900             ADD 1 TO WS-CT-BENIGN(WS-SEV-DIGIT)
049000         END-IF
049100         ADD WS-AGE-DAYS TO WS-CT-DAYS-SUM(WS-SEV-DIGIT)
049200         IF WS-AGE-DAYS > WS-CT-LONGEST(WS-SEV-DIGIT)
049300             MOVE WS-AGE-DAYS TO WS-CT-LONGEST(WS-SEV-DIGIT)
049400         END-IF
049500         GO TO 2000-AGE-CASE-NEXT
049600     END-IF.
049700     ADD 1 TO WS-OPEN-COUNT.
049725     IF WS-OPEN-AT-ASOF
049750         ADD 1 TO WS-LATE-CLOSE-COUNT
049775     END-IF.
049800     PERFORM 2300-ADD-TO-GROUP
049900         THRU 2300-ADD-TO-GROUP-EXIT.
050000     IF WS-DETAIL
050100         MOVE CS-PATTERN-ID TO DL-PATTERN
050200         MOVE CS-SEVERITY TO DL-SEV
050300         MOVE CS-CATEGORY TO DL-CATEGORY
050400         MOVE CS-STATUS TO DL-STATUS
050500         MOVE CS-OWNER TO DL-OWNER
050600         MOVE CS-OPEN-DATE TO DL-OPENED
050700         MOVE WS-AGE-DAYS TO DL-DAYS
050800         MOVE CS-LAST-SEEN-DATE TO DL-LAST-SEEN
050900         MOVE CS-HIT-COUNT TO DL-HITS
051000         MOVE CS-MATCH-TEXT TO DL-TEXT
051100         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
051200         PERFORM 9000-PRINT-LINE
051300             THRU 9000-PRINT-LINE-EXIT
051400     END-IF.
051500 2000-AGE-CASE-NEXT.
051600     PERFORM 2100-READ-CASE
051700         THRU 2100-READ-CASE-EXIT.
051800 2000-AGE-CASE-EXIT.
051900     EXIT.
052000*****************************************************************
052100* 2100-READ-CASE - GET THE NEXT CASE
052200*****************************************************************
052300 2100-READ-CASE.
052400     READ CASEFILE
052500         AT END
052600             SET WS-CASEFILE-EOF TO TRUE
052700     END-READ.
052800 2100-READ-CASE-EXIT.
052900     EXIT.
053000*****************************************************************
053100* 2200-DATE-TO-INT - WS-DATE-X (YYYYMMDD) AS A DAY NUMBER IN
053200* WS-TO-INT, ZERO WHEN IT IS NOT A VALID DATE
053300*****************************************************************
053400 2200-DATE-TO-INT.
053500     MOVE ZERO TO WS-TO-INT.
053600     IF WS-DATE-X IS NOT NUMERIC
053700         GO TO 2200-DATE-TO-INT-EXIT
053800     END-IF.
053900     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = ZERO
054000         GO TO 2200-DATE-TO-INT-EXIT
054100     END-IF.
054200     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-9).
054300 2200-DATE-TO-INT-EXIT.
054400     EXIT.
054500*****************************************************************
054600* 2300-ADD-TO-GROUP - COUNT THE OPEN CASE INTO ITS SEVERITY/
054700* CATEGORY GROUP. A NEW GROUP IS INSERTED AT ITS SORTED PLACE
054800* SO THE TABLE PRINTS IN ORDER WITHOUT A SORT STEP; WHEN THE
054900* TABLE IS FULL THE CASE IS COUNTED AS AN OVERFLOW INSTEAD.
055000*****************************************************************
055100 2300-ADD-TO-GROUP.
055200     MOVE "N" TO WS-GROUP-FOUND-SW.
055300     MOVE 1 TO WS-INSERT-IDX.
055400     PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
055500             UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
055600             OR WS-GROUP-FOUND
055700         IF WS-GT-SEV(WS-GROUP-IDX) = CS-SEVERITY
055800                 AND WS-GT-CAT(WS-GROUP-IDX) = CS-CATEGORY
055900             SET WS-GROUP-FOUND TO TRUE
056000             SET WS-INSERT-IDX TO WS-GROUP-IDX
056100         ELSE
056200             IF WS-GT-SEV(WS-GROUP-IDX) < CS-SEVERITY
056300                     OR (WS-GT-SEV(WS-GROUP-IDX) = CS-SEVERITY
056400                     AND WS-GT-CAT(WS-GROUP-IDX) < CS-CATEGORY)
056500                 SET WS-INSERT-IDX TO WS-GROUP-IDX
056600                 ADD 1 TO WS-INSERT-IDX
056700             END-IF
056800         END-IF
056900     END-PERFORM.
057000     IF NOT WS-GROUP-FOUND
057100         IF WS-GROUP-COUNT >= 500
057200             ADD 1 TO WS-OVERFLOW-COUNT
057300             GO TO 2300-ADD-TO-GROUP-EXIT
057400         END-IF
057500         PERFORM VARYING WS-SHIFT-IDX FROM WS-GROUP-COUNT BY -1
057600                 UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
057700             MOVE WS-GROUP-ENTRY(WS-SHIFT-IDX)
057800                 TO WS-GROUP-ENTRY(WS-SHIFT-IDX + 1)
057900         END-PERFORM
058000         ADD 1 TO WS-GROUP-COUNT
058100         INITIALIZE WS-GROUP-ENTRY(WS-INSERT-IDX)
058200         MOVE CS-SEVERITY TO WS-GT-SEV(WS-INSERT-IDX)
058300         MOVE CS-CATEGORY TO WS-GT-CAT(WS-INSERT-IDX)
058400     END-IF.
058500     SET WS-GROUP-IDX TO WS-INSERT-IDX.
058600     EVALUATE TRUE
058700         WHEN CS-OPEN OR WS-OPEN-AT-ASOF
058800             MOVE 1 TO WS-STATUS-SUB
058900         WHEN CS-INVESTIGATING
059000             MOVE 2 TO WS-STATUS-SUB
059100         WHEN OTHER
059200             MOVE 3 TO WS-STATUS-SUB
059300     END-EVALUATE.
059400     EVALUATE TRUE
059500         WHEN WS-AGE-DAYS <= 7
059600             MOVE 1 TO WS-BAND-SUB
059700         WHEN WS-AGE-DAYS <= 30
059800             MOVE 2 TO WS-BAND-SUB
059900         WHEN WS-AGE-DAYS <= 90
060000             MOVE 3 TO WS-BAND-SUB
060100         WHEN OTHER
060200             MOVE 4 TO WS-BAND-SUB
060300     END-EVALUATE.
060400     ADD 1 TO WS-GT-STATUS-CNT(WS-GROUP-IDX, WS-STATUS-SUB).
060500     ADD 1 TO WS-GT-BAND-CNT(WS-GROUP-IDX, WS-BAND-SUB).
060600     ADD 1 TO WS-GT-TOTAL(WS-GROUP-IDX).
060700     IF WS-AGE-DAYS > WS-GT-OLDEST(WS-GROUP-IDX)
060800         MOVE WS-AGE-DAYS TO WS-GT-OLDEST(WS-GROUP-IDX)
060900     END-IF.
061000 2300-ADD-TO-GROUP-EXIT.
061100     EXIT.
061200*****************************************************************
061300* 3000-PRINT-GROUPS - ONE LINE PER SEVERITY/CATEGORY GROUP OF
061400* OPEN CASES, MOST SEVERE FIRST
061500*****************************************************************
061600 3000-PRINT-GROUPS.
061700     MOVE WS-GROUP-HEAD-1 TO WS-PRINT-LINE.
061800     PERFORM 9000-PRINT-LINE
061900         THRU 9000-PRINT-LINE-EXIT.
062000     MOVE WS-GROUP-HEAD-2 TO WS-PRINT-LINE.
062100     PERFORM 9000-PRINT-LINE
062200         THRU 9000-PRINT-LINE-EXIT.
062300     IF WS-GROUP-COUNT = ZERO
062400         MOVE "  (NO OPEN CASES)" TO WS-PRINT-LINE
062500         PERFORM 9000-PRINT-LINE
062600             THRU 9000-PRINT-LINE-EXIT
062700     END-IF.
062800     PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
062900             UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
063000         MOVE WS-GT-SEV(WS-GROUP-IDX) TO GL-SEV
063100         MOVE WS-GT-CAT(WS-GROUP-IDX) TO GL-CATEGORY
063200         MOVE WS-GT-STATUS-CNT(WS-GROUP-IDX, 1) TO GL-OPEN
063300         MOVE WS-GT-STATUS-CNT(WS-GROUP-IDX, 2) TO GL-INVESTIG
063400         MOVE WS-GT-STATUS-CNT(WS-GROUP-IDX, 3) TO GL-ESCALATED
063500         MOVE WS-GT-TOTAL(WS-GROUP-IDX) TO GL-TOTAL
063600         MOVE WS-GT-BAND-CNT(WS-GROUP-IDX, 1) TO GL-BAND-1
063700         MOVE WS-GT-BAND-CNT(WS-GROUP-IDX, 2) TO GL-BAND-2
063800         MOVE WS-GT-BAND-CNT(WS-GROUP-IDX, 3) TO GL-BAND-3
063900         MOVE WS-GT-BAND-CNT(WS-GROUP-IDX, 4) TO GL-BAND-4
064000         MOVE WS-GT-OLDEST(WS-GROUP-IDX) TO GL-OLDEST
064100         MOVE WS-GROUP-LINE TO WS-PRINT-LINE
064200         PERFORM 9000-PRINT-LINE
064300             THRU 9000-PRINT-LINE-EXIT
064400     END-PERFORM.
064500     MOVE SPACES TO WS-PRINT-LINE.
064600     PERFORM 9000-PRINT-LINE
064700         THRU 9000-PRINT-LINE-EXIT.
064800 3000-PRINT-GROUPS-EXIT.
064900     EXIT.
065000*****************************************************************
065100* 4000-PRINT-CLOSED - CLOSURE FIGURES PER SEVERITY FOR THE CASES
065200* CLOSED IN THE PERIOD. THE AVERAGE IS ROUNDED DOWN TO WHOLE
065250* DAYS.
065300*****************************************************************
065400 4000-PRINT-CLOSED.
065500     MOVE WS-CLOSED-HEAD-1 TO WS-PRINT-LINE.
065600     PERFORM 9000-PRINT-LINE
065700         THRU 9000-PRINT-LINE-EXIT.
065800     MOVE WS-CLOSED-HEAD-2 TO WS-PRINT-LINE.
065900     PERFORM 9000-PRINT-LINE
066000         THRU 9000-PRINT-LINE-EXIT.
066100     IF WS-CLOSED-COUNT = ZERO
066200         MOVE "  (NO CASES CLOSED IN THE PERIOD)"
066250             TO WS-PRINT-LINE
066300         PERFORM 9000-PRINT-LINE
066400             THRU 9000-PRINT-LINE-EXIT
066500     END-IF.
066600     PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
066700             UNTIL WS-SEV-SUB > 9
066800         IF WS-CT-TRUE-POS(WS-SEV-SUB) > ZERO
066900                 OR WS-CT-BENIGN(WS-SEV-SUB) > ZERO
067000             MOVE WS-SEV-SUB TO CL-SEV
067100             MOVE WS-CT-TRUE-POS(WS-SEV-SUB) TO CL-TRUE-POS
067200             MOVE WS-CT-BENIGN(WS-SEV-SUB) TO CL-BENIGN
067300             COMPUTE WS-AVG-DAYS = WS-CT-DAYS-SUM(WS-SEV-SUB)
067400                 / (WS-CT-TRUE-POS(WS-SEV-SUB)
067500                  + WS-CT-BENIGN(WS-SEV-SUB))
067600             MOVE WS-AVG-DAYS TO CL-AVG-DAYS
067700             MOVE WS-CT-LONGEST(WS-SEV-SUB) TO CL-LONGEST
067800             MOVE WS-CLOSED-LINE TO WS-PRINT-LINE
067900             PERFORM 9000-PRINT-LINE
068000                 THRU 9000-PRINT-LINE-EXIT
068100         END-IF
068200     END-PERFORM.
068300     MOVE SPACES TO WS-PRINT-LINE.
068400     PERFORM 9000-PRINT-LINE
068500         THRU 9000-PRINT-LINE-EXIT.
068600 4000-PRINT-CLOSED-EXIT.
068700     EXIT.
068800*****************************************************************
068900* 8000-WRAP-UP - CONTROL TOTALS AND CLOSE
069000*****************************************************************
069100 8000-WRAP-UP.
069200     MOVE "CASES READ" TO SL-TEXT.
069300     MOVE WS-READ-COUNT TO SL-COUNT.
069400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
069500     PERFORM 9000-PRINT-LINE
069600         THRU 9000-PRINT-LINE-EXIT.
069700     MOVE "CASES STILL OPEN" TO SL-TEXT.
069800     MOVE WS-OPEN-COUNT TO SL-COUNT.
069900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
070000     PERFORM 9000-PRINT-LINE
070100         THRU 9000-PRINT-LINE-EXIT.
070200     MOVE "CASES CLOSED IN THE PERIOD" TO SL-TEXT.
070300     MOVE WS-CLOSED-COUNT TO SL-COUNT.
070400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
070500     PERFORM 9000-PRINT-LINE
070600         THRU 9000-PRINT-LINE-EXIT.
070607     MOVE "CASES CLOSED OUTSIDE THE PERIOD" TO SL-TEXT.
070614     MOVE WS-OUTSIDE-COUNT TO SL-COUNT.
070621     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
070628     PERFORM 9000-PRINT-LINE
070635         THRU 9000-PRINT-LINE-EXIT.
070642     IF WS-LATE-CLOSE-COUNT > ZERO
070649         MOVE "OPEN CASES CLOSED AFTER THE AS-OF DATE" TO SL-TEXT
070656         MOVE WS-LATE-CLOSE-COUNT TO SL-COUNT
070663         MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
070670         PERFORM 9000-PRINT-LINE
070677             THRU 9000-PRINT-LINE-EXIT
070684     END-IF.
070686     IF WS-LATE-OPEN-COUNT > ZERO
070688         MOVE "CASES OPENED AFTER THE AS-OF DATE" TO SL-TEXT
070690         MOVE WS-LATE-OPEN-COUNT TO SL-COUNT
070692         MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
070694         PERFORM 9000-PRINT-LINE
070696             THRU 9000-PRINT-LINE-EXIT
070698     END-IF.
070700     MOVE "RECORDS NOT PARSEABLE" TO SL-TEXT.
070800     MOVE WS-BAD-COUNT TO SL-COUNT.
070900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
071000     PERFORM 9000-PRINT-LINE
071100         THRU 9000-PRINT-LINE-EXIT.
071200     IF WS-OVERFLOW-COUNT > ZERO
071300         MOVE "OPEN CASES NOT GROUPED, TABLE FULL" TO SL-TEXT
071400         MOVE WS-OVERFLOW-COUNT TO SL-COUNT
071500         MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
071600         PERFORM 9000-PRINT-LINE
071700             THRU 9000-PRINT-LINE-EXIT
071800     END-IF.
071900     CLOSE CASERPT.
072000     DISPLAY "STRCRPT: " WS-READ-COUNT " CASE(S) READ, "
072100         WS-OPEN-COUNT " OPEN, " WS-CLOSED-COUNT " CLOSED".
072200 8000-WRAP-UP-EXIT.
072300     EXIT.
072400*****************************************************************
072500* 9000-PRINT-LINE - WRITE WS-PRINT-LINE WITH PAGE CONTROL
072600*****************************************************************
072700 9000-PRINT-LINE.
072800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
072900         ADD 1 TO WS-PAGE-NUM
073000         MOVE WS-PAGE-NUM TO HL-PAGE
073100         WRITE CASERPT-REC FROM WS-HEAD-LINE AFTER PAGE
073200         MOVE SPACES TO CASERPT-REC
073300         WRITE CASERPT-REC
073400         MOVE 2 TO WS-LINE-COUNT
073500     END-IF.
073600     WRITE CASERPT-REC FROM WS-PRINT-LINE.
073700     ADD 1 TO WS-LINE-COUNT.
073800     MOVE SPACES TO WS-PRINT-LINE.
073900 9000-PRINT-LINE-EXIT.
074000     EXIT.
074100 END PROGRAM STRCRPT.
