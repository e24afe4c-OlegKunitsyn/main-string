000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPRPT.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - PATTERN-EFFECTIVENESS
001100*                 REPORT OVER THE PATSTATS PER-PATTERN RUN
001200*                 STATISTICS WRITTEN BY STRSCAN
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
001600* PATTERN-EFFECTIVENESS REPORT FOR THE STRING LIBRARY.
001700*
001800* JOINS THE PER-PATTERN RUN STATISTICS (PATSTATS, ONE RECORD
001900* PER LOADED PATTERN PER STRSCAN RUN, SEE STRPSTAT.CPY) WITH
002000* THE PATTERN MASTER AND THE DISPOSITION DATASET OVER A WINDOW
002100* OF THE LAST N RUNS, AND LISTS THE ENTRIES THE PATTERN REVIEW
002200* SHOULD LOOK AT:
002300*     1. ACTIVE PATTERNS WITH NO HITS IN THE WINDOW - CANDIDATES
002400*        FOR RETIREMENT. A HIT IS AN EXACT MATCH, REPORTED OR
002500*        SUPPRESSED; NEAR-MATCHES ARE SHOWN BUT DO NOT COUNT
002600*     2. NOISY ACTIVE PATTERNS - AT LEAST NOISEPCT PERCENT OF
002700*        THEIR HITS SUPPRESSED BY ACCEPTED DISPOSITIONS, ONCE
002800*        THEY HAVE AT LEAST NOISEMIN HITS - CANDIDATES FOR
002900*        RETUNING
003000*     3. TRIAL PATTERNS WITH AT LEAST TRIALMIN SHADOW HITS IN
003100*        THE WINDOW - ENOUGH VOLUME TO DECIDE ON PROMOTION
003200* THE LAST-HIT DATE LOOKS BEYOND THE WINDOW, OVER EVERY RUN ON
003300* THE STATISTICS DATASET.
003400*
003500* INPUT  : PATSTATS  - KEYED PER-PATTERN RUN STATISTICS. THE
003600*                      KEY STARTS WITH THE RUN DATE AND TIME, SO
003700*                      A SEQUENTIAL READ IS CHRONOLOGICAL. READ
003800*                      TWICE: ONCE TO FIND THE WINDOW, ONCE TO
003900*                      ACCUMULATE IT
004000*          PATFILE   - PATTERN MASTER (STRPAT.CPY)
004100*          DISPFILE  - OPTIONAL DISPOSITION DATASET
004200*                      (STRDISP.CPY); ACCEPTED ENTRIES ARE
004300*                      COUNTED PER PATTERN
004400*          PRPCTL    - OPTIONAL CONTROL CARDS, ONE PER RECORD:
004500*                      *        COMMENT CARD
004600*                      LASTN=NNN    RUNS IN THE WINDOW (DEFAULT
004700*                                   10)
004800*                      NOISEPCT=NNN PERCENTAGE OF HITS
004900*                                   SUPPRESSED THAT MAKES A
005000*                                   PATTERN NOISY (DEFAULT 80)
005100*                      NOISEMIN=NNNNNNN  HITS IN THE WINDOW
005200*                                   BEFORE A PATTERN IS JUDGED
005300*                                   NOISY (DEFAULT 20)
005400*                      TRIALMIN=NNNNNNN  SHADOW HITS IN THE
005500*                                   WINDOW THAT MAKE A TRIAL
005600*                                   PATTERN READY FOR A
005700*                                   DECISION (DEFAULT 25)
005800*                      INFILEID=TEXT  ONLY RUNS OF THIS INPUT
005900*                                   IDENTITY (DEFAULT ALL RUNS)
006000* OUTPUT : PATRPT    - 132-COLUMN PRINTABLE REPORT
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT PATSTATS ASSIGN TO "PATSTATS"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS PT-KEY
006900         FILE STATUS IS PATSTATS-STATUS.
007000     SELECT PATFILE ASSIGN TO "PATFILE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS PR-ID
007400         FILE STATUS IS PATFILE-STATUS.
007500     SELECT DISPFILE ASSIGN TO "DISPFILE"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS DS-KEY
007900         FILE STATUS IS DISPFILE-STATUS.
008000     SELECT PRPCTL ASSIGN TO "PRPCTL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS PRPCTL-STATUS.
008300     SELECT PATRPT ASSIGN TO "PATRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS PATRPT-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  PATSTATS.
008900 COPY "strpstat.cpy".
009000 FD  PATFILE.
009100 COPY "strpat.cpy".
009200 FD  DISPFILE.
009300 COPY "strdisp.cpy".
009400 FD  PRPCTL.
009500 01  PRPCTL-REC                     PIC X(80).
009600 FD  PATRPT.
009700 01  PATRPT-REC                     PIC X(132).
009800 WORKING-STORAGE SECTION.
009900 01  FILE-STATUS-VALUES.
010000     05  PATSTATS-STATUS            PIC X(02) VALUE "00".
010100         88  PATSTATS-OK                       VALUE "00".
010200         88  PATSTATS-NOT-FOUND                VALUE "35".
010300     05  PATFILE-STATUS             PIC X(02) VALUE "00".
010400         88  PATFILE-OK                        VALUE "00".
010500         88  PATFILE-NOT-FOUND                 VALUE "35".
010600     05  DISPFILE-STATUS            PIC X(02) VALUE "00".
010700         88  DISPFILE-OK                       VALUE "00".
010800         88  DISPFILE-NOT-FOUND                VALUE "35".
010900     05  PRPCTL-STATUS              PIC X(02) VALUE "00".
011000         88  PRPCTL-OK                         VALUE "00".
011100         88  PRPCTL-NOT-FOUND                  VALUE "35".
011200     05  PATRPT-STATUS              PIC X(02) VALUE "00".
011300         88  PATRPT-OK                         VALUE "00".
011400 01  WS-SWITCHES.
011500     05  WS-PATSTATS-EOF-SW         PIC X(01) VALUE "N".
011600         88  WS-PATSTATS-EOF                   VALUE "Y".
011700     05  WS-PATFILE-EOF-SW          PIC X(01) VALUE "N".
011800         88  WS-PATFILE-EOF                    VALUE "Y".
011900     05  WS-DISPFILE-EOF-SW         PIC X(01) VALUE "N".
012000         88  WS-DISPFILE-EOF                   VALUE "Y".
012100     05  WS-PRPCTL-EOF-SW           PIC X(01) VALUE "N".
012200         88  WS-PRPCTL-EOF                     VALUE "Y".
012300     05  WS-CARD-NUM-OK-SW          PIC X(01) VALUE "N".
012400         88  WS-CARD-NUM-OK                    VALUE "Y".
012500     05  WS-PAT-FOUND-SW            PIC X(01) VALUE "N".
012600         88  WS-PAT-FOUND                      VALUE "Y".
012700 01  WS-FILTERS.
012800     05  WS-LAST-N                  PIC 9(05) USAGE BINARY
012900                                    VALUE 10.
013000     05  WS-NOISE-PCT               PIC 9(05) USAGE BINARY
013100                                    VALUE 80.
013200     05  WS-NOISE-MIN               PIC 9(09) USAGE BINARY
013300                                    VALUE 20.
013400     05  WS-TRIAL-MIN               PIC 9(09) USAGE BINARY
013500                                    VALUE 25.
013600     05  WS-INFILE-ID               PIC X(16) VALUE SPACES.
013700*    RUN KEYS SEEN ON THE FIRST PASS, OLDEST SHIFTED OUT ONCE
013800*    THE WINDOW IS FULL; WS-RUN-KEY(1) THEN STARTS THE WINDOW
013900 01  WS-RUN-TABLE.
014000     05  WS-RUN-COUNT               PIC 9(05) USAGE BINARY
014100                                    VALUE ZERO.
014200     05  WS-RUN-KEY                 PIC X(14)
014300                                    OCCURS 500 TIMES.
014400 01  WS-LAST-RUN-KEY                PIC X(14) VALUE SPACES.
014500 01  WS-WINDOW-START                PIC X(14) VALUE SPACES.
014600 01  WS-PATTERN-TABLE.
014700     05  WS-PATTERN-COUNT           PIC 9(05) USAGE BINARY
014800                                    VALUE ZERO.
014900     05  WS-PATTERN-ENTRY           OCCURS 500 TIMES
015000                                    INDEXED BY WS-PATTERN-IDX.
015100         10  WS-PT-ID               PIC X(08).
015200         10  WS-PT-SEV              PIC X(01).
015300         10  WS-PT-CAT              PIC X(08).
015400         10  WS-PT-STATUS           PIC X(01).
015500             88  WS-PT-ACTIVE                  VALUE "A".
015600             88  WS-PT-TRIAL                   VALUE "T".
015700         10  WS-PT-EFF-DATE         PIC X(08).
015800         10  WS-PT-TEXT             PIC X(40).
015900         10  WS-PT-RUNS             PIC 9(09) USAGE BINARY.
016000         10  WS-PT-HITS             PIC 9(09) USAGE BINARY.
016100         10  WS-PT-NEARS            PIC 9(09) USAGE BINARY.
016200         10  WS-PT-TRIALS           PIC 9(09) USAGE BINARY.
016300         10  WS-PT-SUPPS            PIC 9(09) USAGE BINARY.
016400         10  WS-PT-DISPS            PIC 9(09) USAGE BINARY.
016500         10  WS-PT-LAST-HIT         PIC X(08).
016600 01  WS-COUNTERS.
016700     05  WS-STAT-READ-COUNT         PIC 9(09) USAGE BINARY
016800                                    VALUE ZERO.
016900     05  WS-STAT-WINDOW-COUNT       PIC 9(09) USAGE BINARY
017000                                    VALUE ZERO.
017100     05  WS-ORPHAN-COUNT            PIC 9(09) USAGE BINARY
017200                                    VALUE ZERO.
017300     05  WS-BAD-COUNT               PIC 9(09) USAGE BINARY
017400                                    VALUE ZERO.
017500     05  WS-TABLE-FULL-COUNT        PIC 9(09) USAGE BINARY
017600                                    VALUE ZERO.
017700     05  WS-DEAD-COUNT              PIC 9(09) USAGE BINARY
017800                                    VALUE ZERO.
017900     05  WS-NOISY-COUNT             PIC 9(09) USAGE BINARY
018000                                    VALUE ZERO.
018100     05  WS-READY-COUNT             PIC 9(09) USAGE BINARY
018200                                    VALUE ZERO.
018300 77  WS-CARD-NUM                    PIC 9(09) USAGE BINARY.
018400 77  WS-CARD-IDX                    PIC 9(04) USAGE BINARY.
018500 77  WS-CARD-VAL-COL                PIC 9(04) USAGE BINARY
018600                                    VALUE 7.
018700 01  WS-CARD-DIGIT-X                PIC X(01).
018800 01  WS-CARD-DIGIT REDEFINES WS-CARD-DIGIT-X
018900                                    PIC 9(01).
019000 77  WS-SHIFT-IDX                   PIC 9(05) USAGE BINARY.
019100 01  WS-PCT-LHS                     PIC 9(18) USAGE COMP-3.
019200 01  WS-PCT-RHS                     PIC 9(18) USAGE COMP-3.
019300 01  WS-TOTAL-HITS                  PIC 9(09) USAGE BINARY.
019400 01  WS-PCT                         PIC 9(03) USAGE BINARY.
019500 01  WS-LINE-COUNT                  PIC 9(03) USAGE BINARY
019600                                    VALUE 99.
019700 01  WS-PAGE-NUM                    PIC 9(05) USAGE BINARY
019800                                    VALUE ZERO.
019900 01  WS-LINES-PER-PAGE              PIC 9(03) USAGE BINARY
020000                                    VALUE 58.
020100 01  WS-PRINT-LINE                  PIC X(132).
020200 01  WS-HEAD-LINE.
020300     05  FILLER                     PIC X(08) VALUE "STRPRPT ".
020400     05  FILLER                     PIC X(30) VALUE SPACES.
020500     05  FILLER                     PIC X(34)
020600         VALUE "PATTERN-EFFECTIVENESS REPORT      ".
020700     05  FILLER                     PIC X(26) VALUE SPACES.
020800     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
020900     05  HL-DATE                    PIC X(10).
021000     05  FILLER                     PIC X(06) VALUE "  PAGE".
021100     05  HL-PAGE                    PIC ZZZZ9.
021200 01  WS-WINDOW-LINE.
021300     05  FILLER                     PIC X(08) VALUE "WINDOW: ".
021400     05  WL-RUNS                    PIC ZZ9.
021500     05  FILLER                     PIC X(17)
021600         VALUE " RUN(S) FROM RUN ".
021700     05  WL-FROM-DATE               PIC X(08).
021800     05  FILLER                     PIC X(01) VALUE SPACE.
021900     05  WL-FROM-TIME               PIC X(06).
022000     05  FILLER                     PIC X(08) VALUE " TO RUN ".
022100     05  WL-TO-DATE                 PIC X(08).
022200     05  FILLER                     PIC X(01) VALUE SPACE.
022300     05  WL-TO-TIME                 PIC X(06).
022400     05  FILLER                     PIC X(12)
022500         VALUE "   INFILEID ".
022600     05  WL-INFILE-ID               PIC X(16).
022700 01  WS-SECTION-HEAD.
022800     05  SH-TEXT                    PIC X(132).
022900 01  WS-COLUMN-HEAD.
023000     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  FILLER                     PIC X(08) VALUE "PATTERN".
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  FILLER                     PIC X(03) VALUE "SEV".
023400     05  FILLER                     PIC X(02) VALUE SPACES.
023500     05  FILLER                     PIC X(08) VALUE "CATEGORY".
023600     05  FILLER                     PIC X(02) VALUE SPACES.
023700     05  FILLER                     PIC X(04) VALUE "RUNS".
023800     05  FILLER                     PIC X(02) VALUE SPACES.
023900     05  FILLER                     PIC X(09) VALUE "     HITS".
024000     05  FILLER                     PIC X(02) VALUE SPACES.
024100     05  FILLER                     PIC X(09) VALUE "   SUPPR.".
024200     05  FILLER                     PIC X(02) VALUE SPACES.
024300     05  FILLER                     PIC X(04) VALUE "PCT".
024400     05  FILLER                     PIC X(02) VALUE SPACES.
024500     05  FILLER                     PIC X(09) VALUE "     NEAR".
024600     05  FILLER                     PIC X(02) VALUE SPACES.
024700     05  FILLER                     PIC X(09) VALUE "    TRIAL".
024800     05  FILLER                     PIC X(02) VALUE SPACES.
024900     05  FILLER                     PIC X(05) VALUE "DISPS".
025000     05  FILLER                     PIC X(02) VALUE SPACES.
025100     05  FILLER                     PIC X(08) VALUE "LAST HIT".
025200     05  FILLER                     PIC X(02) VALUE SPACES.
025300     05  FILLER                     PIC X(12)
025350         VALUE "PATTERN TEXT".
025400 01  WS-DETAIL-LINE.
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  DL-PATTERN                 PIC X(08).
025700     05  FILLER                     PIC X(03) VALUE SPACES.
025800     05  DL-SEVERITY                PIC X(01).
025900     05  FILLER                     PIC X(03) VALUE SPACES.
026000     05  DL-CATEGORY                PIC X(08).
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  DL-RUNS                    PIC ZZZ9.
026300     05  FILLER                     PIC X(02) VALUE SPACES.
026400     05  DL-HITS                    PIC ZZZZZZZZ9.
026500     05  FILLER                     PIC X(02) VALUE SPACES.
026600     05  DL-SUPPS                   PIC ZZZZZZZZ9.
026700     05  FILLER                     PIC X(02) VALUE SPACES.
026800     05  DL-PCT                     PIC ZZ9.
026900     05  DL-PCT-X REDEFINES DL-PCT  PIC X(03).
027000     05  FILLER                     PIC X(03) VALUE SPACES.
027100     05  DL-NEARS                   PIC ZZZZZZZZ9.
027200     05  FILLER                     PIC X(02) VALUE SPACES.
027300     05  DL-TRIALS                  PIC ZZZZZZZZ9.
027400     05  FILLER                     PIC X(02) VALUE SPACES.
027500     05  DL-DISPS                   PIC ZZZZ9.
027600     05  FILLER                     PIC X(02) VALUE SPACES.
027700     05  DL-LAST-HIT                PIC X(08).
027800     05  FILLER                     PIC X(02) VALUE SPACES.
027900     05  DL-TEXT                    PIC X(24).
028000 01  WS-SUMMARY-LINE.
028100     05  FILLER                     PIC X(02) VALUE SPACES.
028200     05  SL-TEXT                    PIC X(40).
028300     05  SL-COUNT                   PIC ZZZZZZZZ9.
028400 PROCEDURE DIVISION.
028500*****************************************************************
028600* 0000-MAINLINE
028700*****************************************************************
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE
029000         THRU 1000-INITIALIZE-EXIT.
029100     IF RETURN-CODE NOT = ZERO
029200         GO TO 0000-MAINLINE-GOBACK
029300     END-IF.
029400     PERFORM 2000-FIND-WINDOW
029500         THRU 2000-FIND-WINDOW-EXIT
029600         UNTIL WS-PATSTATS-EOF.
029700     CLOSE PATSTATS.
029800     IF WS-RUN-COUNT > ZERO
029900         MOVE WS-RUN-KEY(1) TO WS-WINDOW-START
030000         PERFORM 2200-ACCUMULATE-WINDOW
030100             THRU 2200-ACCUMULATE-WINDOW-EXIT
030200     END-IF.
030300     PERFORM 3000-PRINT-WINDOW
030400         THRU 3000-PRINT-WINDOW-EXIT.
030500     MOVE "ACTIVE PATTERNS WITH NO HITS IN THE WINDOW"
030600         TO SH-TEXT.
030700     PERFORM 3100-SECTION-HEAD
030800         THRU 3100-SECTION-HEAD-EXIT.
030900     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
031000             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
031100         PERFORM 4000-CHECK-DEAD
031200             THRU 4000-CHECK-DEAD-EXIT
031300     END-PERFORM.
031400     IF WS-DEAD-COUNT = ZERO
031500         PERFORM 3200-PRINT-NONE
031600             THRU 3200-PRINT-NONE-EXIT
031700     END-IF.
031800     MOVE "NOISY ACTIVE PATTERNS - HITS MOSTLY SUPPRESSED BY"
031900         TO SH-TEXT.
032000     MOVE " ACCEPTED DISPOSITIONS" TO SH-TEXT(50:22).
032100     PERFORM 3100-SECTION-HEAD
032200         THRU 3100-SECTION-HEAD-EXIT.
032300     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
032400             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
032500         PERFORM 4100-CHECK-NOISY
032600             THRU 4100-CHECK-NOISY-EXIT
032700     END-PERFORM.
032800     IF WS-NOISY-COUNT = ZERO
032900         PERFORM 3200-PRINT-NONE
033000             THRU 3200-PRINT-NONE-EXIT
033100     END-IF.
033200     MOVE "TRIAL PATTERNS WITH ENOUGH SHADOW VOLUME TO DECIDE ON"
033300         TO SH-TEXT.
033400     MOVE " PROMOTION" TO SH-TEXT(54:10).
033500     PERFORM 3100-SECTION-HEAD
033600         THRU 3100-SECTION-HEAD-EXIT.
033700     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
033800             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
033900         PERFORM 4200-CHECK-TRIAL
034000             THRU 4200-CHECK-TRIAL-EXIT
034100     END-PERFORM.
034200     IF WS-READY-COUNT = ZERO
034300         PERFORM 3200-PRINT-NONE
034400             THRU 3200-PRINT-NONE-EXIT
034500     END-IF.
034600     PERFORM 8000-WRAP-UP
034700         THRU 8000-WRAP-UP-EXIT.
034800 0000-MAINLINE-GOBACK.
034900     GOBACK.
035000*****************************************************************
035100* 1000-INITIALIZE - READ CONTROL CARDS, LOAD THE PATTERN MASTER
035200* AND THE DISPOSITION COUNTS, OPEN THE STATISTICS AND THE
035300* REPORT, AND PRIME THE FIRST STATISTICS RECORD
035400*****************************************************************
035500 1000-INITIALIZE.
035600     OPEN INPUT PRPCTL.
035700     IF PRPCTL-NOT-FOUND
035800         SET WS-PRPCTL-EOF TO TRUE
035900     ELSE
036000         IF NOT PRPCTL-OK
036100             DISPLAY "STRPRPT: UNABLE TO OPEN PRPCTL, STATUS "
036200                 PRPCTL-STATUS
036300             MOVE 16 TO RETURN-CODE
036400             GO TO 1000-INITIALIZE-EXIT
036500         END-IF
036600         PERFORM 1100-READ-CONTROL
036700             THRU 1100-READ-CONTROL-EXIT
036800             UNTIL WS-PRPCTL-EOF
036900         CLOSE PRPCTL
037000     END-IF.
037100     OPEN INPUT PATFILE.
037200     IF NOT PATFILE-OK
037300         DISPLAY "STRPRPT: UNABLE TO OPEN PATFILE, STATUS "
037400             PATFILE-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF.
037800     PERFORM 1200-LOAD-PATTERN
037900         THRU 1200-LOAD-PATTERN-EXIT
038000         UNTIL WS-PATFILE-EOF.
038100     CLOSE PATFILE.
038200     IF RETURN-CODE NOT = ZERO
038300         GO TO 1000-INITIALIZE-EXIT
038400     END-IF.
038500     OPEN INPUT DISPFILE.
038600     IF DISPFILE-NOT-FOUND
038700         SET WS-DISPFILE-EOF TO TRUE
038800     ELSE
038900         IF NOT DISPFILE-OK
039000             DISPLAY "STRPRPT: UNABLE TO OPEN DISPFILE, STATUS "
039100                 DISPFILE-STATUS
039200             MOVE 16 TO RETURN-CODE
039300             GO TO 1000-INITIALIZE-EXIT
039400         END-IF
039500         PERFORM 1300-COUNT-DISPOSITION
039600             THRU 1300-COUNT-DISPOSITION-EXIT
039700             UNTIL WS-DISPFILE-EOF
039800         CLOSE DISPFILE
039900     END-IF.
040000     OPEN INPUT PATSTATS.
040100     IF PATSTATS-NOT-FOUND
040200         DISPLAY "STRPRPT: PATSTATS NOT FOUND, NOTHING TO"
040300             " REPORT"
040400         MOVE 16 TO RETURN-CODE
040500         GO TO 1000-INITIALIZE-EXIT
040600     END-IF.
040700     IF NOT PATSTATS-OK
040800         DISPLAY "STRPRPT: UNABLE TO OPEN PATSTATS, STATUS "
040900             PATSTATS-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GO TO 1000-INITIALIZE-EXIT
041200     END-IF.
041300     OPEN OUTPUT PATRPT.
041400     IF NOT PATRPT-OK
041500         DISPLAY "STRPRPT: UNABLE TO OPEN PATRPT, STATUS "
041600             PATRPT-STATUS
041700         MOVE 16 TO RETURN-CODE
041800         GO TO 1000-INITIALIZE-EXIT
041900     END-IF.
042000     MOVE FUNCTION CURRENT-DATE(1:4) TO HL-DATE(1:4).
042100     MOVE "-" TO HL-DATE(5:1).
042200     MOVE FUNCTION CURRENT-DATE(5:2) TO HL-DATE(6:2).
042300     MOVE "-" TO HL-DATE(8:1).
042400     MOVE FUNCTION CURRENT-DATE(7:2) TO HL-DATE(9:2).
042500     PERFORM 2100-READ-STATS
042600         THRU 2100-READ-STATS-EXIT.
042700 1000-INITIALIZE-EXIT.
042800     EXIT.
042900*****************************************************************
043000* 1100-READ-CONTROL - APPLY ONE PRPCTL CONTROL CARD. BLANK
043100* CARDS AND CARDS STARTING "*" ARE COMMENTS. AN UNRECOGNIZED
043200* CARD IS REPORTED AND IGNORED.
043300*****************************************************************
043400 1100-READ-CONTROL.
043500     READ PRPCTL
043600         AT END
043700             SET WS-PRPCTL-EOF TO TRUE
043800             GO TO 1100-READ-CONTROL-EXIT
043900     END-READ.
044000     IF PRPCTL-REC = SPACES OR PRPCTL-REC(1:1) = "*"
044100         GO TO 1100-READ-CONTROL-EXIT
044200     END-IF.
044300     EVALUATE TRUE
044400         WHEN PRPCTL-REC(1:6) = "LASTN="
044500             MOVE 7 TO WS-CARD-VAL-COL
044600             PERFORM 1150-PARSE-CARD-NUMBER
044700                 THRU 1150-PARSE-CARD-NUMBER-EXIT
044800             IF WS-CARD-NUM-OK AND WS-CARD-NUM > ZERO
044900                     AND WS-CARD-NUM <= 500
045000                 MOVE WS-CARD-NUM TO WS-LAST-N
045100             ELSE
045200                 DISPLAY "STRPRPT: BAD CONTROL CARD IGNORED: "
045300                     PRPCTL-REC
045400             END-IF
045500         WHEN PRPCTL-REC(1:9) = "NOISEPCT="
045600             MOVE 10 TO WS-CARD-VAL-COL
045700             PERFORM 1150-PARSE-CARD-NUMBER
045800                 THRU 1150-PARSE-CARD-NUMBER-EXIT
045900             IF WS-CARD-NUM-OK AND WS-CARD-NUM > ZERO
046000                     AND WS-CARD-NUM <= 100
046100                 MOVE WS-CARD-NUM TO WS-NOISE-PCT
046200             ELSE
046300                 DISPLAY "STRPRPT: BAD CONTROL CARD IGNORED: "
046400                     PRPCTL-REC
046500             END-IF
046600         WHEN PRPCTL-REC(1:9) = "NOISEMIN="
046700             MOVE 10 TO WS-CARD-VAL-COL
046800             PERFORM 1150-PARSE-CARD-NUMBER
046900                 THRU 1150-PARSE-CARD-NUMBER-EXIT
047000             IF WS-CARD-NUM-OK AND WS-CARD-NUM <= 9999999
047100                 MOVE WS-CARD-NUM TO WS-NOISE-MIN
047200             ELSE
047300                 DISPLAY "STRPRPT: BAD CONTROL CARD IGNORED: "
047400                     PRPCTL-REC
047500             END-IF
047600         WHEN PRPCTL-REC(1:9) = "TRIALMIN="
047700             MOVE 10 TO WS-CARD-VAL-COL
047800             PERFORM 1150-PARSE-CARD-NUMBER
047900                 THRU 1150-PARSE-CARD-NUMBER-EXIT
048000             IF WS-CARD-NUM-OK AND WS-CARD-NUM <= 9999999
048100                 MOVE WS-CARD-NUM TO WS-TRIAL-MIN
048200             ELSE
048300                 DISPLAY "STRPRPT: BAD CONTROL CARD IGNORED: "
048400                     PRPCTL-REC
048500             END-IF
048600         WHEN PRPCTL-REC(1:9) = "INFILEID="
048700             MOVE PRPCTL-REC(10:16) TO WS-INFILE-ID
048800         WHEN OTHER
048900             DISPLAY "STRPRPT: UNKNOWN CONTROL CARD IGNORED: "
049000                 PRPCTL-REC
049100     END-EVALUATE.
049200 1100-READ-CONTROL-EXIT.
049300     EXIT.
049400*****************************************************************
049500* 1150-PARSE-CARD-NUMBER - COLLECT THE DIGITS FOLLOWING THE "="
049600* OF THE CURRENT PRPCTL CARD INTO WS-CARD-NUM. THE VALUE RUNS
049700* FROM COLUMN WS-CARD-VAL-COL TO THE FIRST SPACE; ANY
049800* NON-NUMERIC BYTE IN IT MARKS THE WHOLE CARD BAD.
049900*****************************************************************
050000 1150-PARSE-CARD-NUMBER.
050100     MOVE ZERO TO WS-CARD-NUM.
050200     MOVE "N" TO WS-CARD-NUM-OK-SW.
050300     IF PRPCTL-REC(WS-CARD-VAL-COL:1) = SPACE
050400         GO TO 1150-PARSE-CARD-NUMBER-EXIT
050500     END-IF.
050600     SET WS-CARD-NUM-OK TO TRUE.
050700     PERFORM VARYING WS-CARD-IDX FROM WS-CARD-VAL-COL BY 1
050800             UNTIL WS-CARD-IDX > LENGTH OF PRPCTL-REC
050900             OR PRPCTL-REC(WS-CARD-IDX:1) = SPACE
051000             OR NOT WS-CARD-NUM-OK
051100         MOVE PRPCTL-REC(WS-CARD-IDX:1) TO WS-CARD-DIGIT-X
051200         IF WS-CARD-DIGIT-X IS NUMERIC
051300             COMPUTE WS-CARD-NUM = WS-CARD-NUM * 10
051400                 + WS-CARD-DIGIT
051500         ELSE
051600             MOVE "N" TO WS-CARD-NUM-OK-SW
051700         END-IF
051800     END-PERFORM.
051900 1150-PARSE-CARD-NUMBER-EXIT.
052000     EXIT.
052100*****************************************************************
052200* 1200-LOAD-PATTERN - ONE PATTERN MASTER ENTRY INTO THE TABLE.
052300* EVERY ENTRY IS LOADED WHATEVER ITS STATUS, SO STATISTICS OF A
052400* PATTERN DEACTIVATED SINCE STILL FIND THEIR ENTRY; THE
052500* SECTIONS PICK ACTIVE OR TRIAL ENTRIES THEMSELVES. THE MASTER
052600* IS READ IN PR-ID ORDER, SO THE REPORT LISTS BY PATTERN ID.
052700*****************************************************************
052800 1200-LOAD-PATTERN.
052900     READ PATFILE
053000         AT END
053100             SET WS-PATFILE-EOF TO TRUE
053200             GO TO 1200-LOAD-PATTERN-EXIT
053300     END-READ.
053400     IF NOT PATFILE-OK
053500         DISPLAY "STRPRPT: ERROR READING PATFILE, STATUS "
053600             PATFILE-STATUS
053700         SET WS-PATFILE-EOF TO TRUE
053800         MOVE 16 TO RETURN-CODE
053900         GO TO 1200-LOAD-PATTERN-EXIT
054000     END-IF.
054100     IF WS-PATTERN-COUNT >= 500
054200         ADD 1 TO WS-TABLE-FULL-COUNT
054300         GO TO 1200-LOAD-PATTERN-EXIT
054400     END-IF.
054500     ADD 1 TO WS-PATTERN-COUNT.
054600     SET WS-PATTERN-IDX TO WS-PATTERN-COUNT.
054700     MOVE PR-ID TO WS-PT-ID(WS-PATTERN-IDX).
054800     MOVE PR-SEVERITY TO WS-PT-SEV(WS-PATTERN-IDX).
054900     MOVE PR-CATEGORY TO WS-PT-CAT(WS-PATTERN-IDX).
055000     MOVE PR-STATUS TO WS-PT-STATUS(WS-PATTERN-IDX).
055100     MOVE PR-EFF-DATE TO WS-PT-EFF-DATE(WS-PATTERN-IDX).
055200     MOVE PR-TEXT TO WS-PT-TEXT(WS-PATTERN-IDX).
055300     MOVE ZERO TO WS-PT-RUNS(WS-PATTERN-IDX).
055400     MOVE ZERO TO WS-PT-HITS(WS-PATTERN-IDX).
055500     MOVE ZERO TO WS-PT-NEARS(WS-PATTERN-IDX).
055600     MOVE ZERO TO WS-PT-TRIALS(WS-PATTERN-IDX).
055700     MOVE ZERO TO WS-PT-SUPPS(WS-PATTERN-IDX).
055800     MOVE ZERO TO WS-PT-DISPS(WS-PATTERN-IDX).
055900     MOVE SPACES TO WS-PT-LAST-HIT(WS-PATTERN-IDX).
056000 1200-LOAD-PATTERN-EXIT.
056100     EXIT.
056200*****************************************************************
056300* 1300-COUNT-DISPOSITION - COUNT ONE ACCEPTED DISPOSITION
056400* AGAINST ITS PATTERN
056500*****************************************************************
056600 1300-COUNT-DISPOSITION.
056700     READ DISPFILE
056800         AT END
056900             SET WS-DISPFILE-EOF TO TRUE
057000             GO TO 1300-COUNT-DISPOSITION-EXIT
057100     END-READ.
057200     IF NOT DS-ACCEPTED
057300         GO TO 1300-COUNT-DISPOSITION-EXIT
057400     END-IF.
057500     MOVE DS-PATTERN-ID TO PT-PATTERN-ID.
057600     PERFORM 2300-FIND-PATTERN
057700         THRU 2300-FIND-PATTERN-EXIT.
057800     IF WS-PAT-FOUND
057900         ADD 1 TO WS-PT-DISPS(WS-PATTERN-IDX)
058000     END-IF.
058100 1300-COUNT-DISPOSITION-EXIT.
058200     EXIT.
058300*****************************************************************
058400* 2000-FIND-WINDOW - FIRST PASS: NOTE EACH DISTINCT RUN KEY OF
058500* THE SELECTED INPUT. THE STATISTICS COME IN KEY ORDER, SO A
058600* RUN'S RECORDS ARE TOGETHER AND RUNS ARRIVE OLDEST FIRST; ONCE
058700* THE WINDOW HOLDS LASTN RUNS THE OLDEST IS SHIFTED OUT.
058800*****************************************************************
058900 2000-FIND-WINDOW.
059000     IF PT-RUN-DATE IS NOT NUMERIC
059100         GO TO 2000-FIND-WINDOW-NEXT
059200     END-IF.
059300     IF WS-INFILE-ID NOT = SPACES
059400             AND PT-INFILE-ID NOT = WS-INFILE-ID
059500         GO TO 2000-FIND-WINDOW-NEXT
059600     END-IF.
059700     IF PT-RUN-KEY = WS-LAST-RUN-KEY
059800         GO TO 2000-FIND-WINDOW-NEXT
059900     END-IF.
060000     MOVE PT-RUN-KEY TO WS-LAST-RUN-KEY.
060100     IF WS-RUN-COUNT >= WS-LAST-N
060200         PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
060300                 UNTIL WS-SHIFT-IDX >= WS-RUN-COUNT
060400             MOVE WS-RUN-KEY(WS-SHIFT-IDX + 1)
060500                 TO WS-RUN-KEY(WS-SHIFT-IDX)
060600         END-PERFORM
060700     ELSE
060800         ADD 1 TO WS-RUN-COUNT
060900     END-IF.
061000     MOVE PT-RUN-KEY TO WS-RUN-KEY(WS-RUN-COUNT).
061100 2000-FIND-WINDOW-NEXT.
061200     PERFORM 2100-READ-STATS
061300         THRU 2100-READ-STATS-EXIT.
061400 2000-FIND-WINDOW-EXIT.
061500     EXIT.
061600*****************************************************************
061700* 2100-READ-STATS - GET THE NEXT STATISTICS RECORD
061800*****************************************************************
061900 2100-READ-STATS.
062000     READ PATSTATS
062100         AT END
062200             SET WS-PATSTATS-EOF TO TRUE
062300     END-READ.
062400 2100-READ-STATS-EXIT.
062500     EXIT.
062600*****************************************************************
062700* 2200-ACCUMULATE-WINDOW - SECOND PASS: ADD EVERY STATISTICS
062800* RECORD OF THE SELECTED INPUT INTO ITS PATTERN'S ENTRY, THE
062900* COUNTS ONLY FOR RUNS INSIDE THE WINDOW, THE LAST-HIT DATE FOR
063000* EVERY RUN. A RECORD THAT DOES NOT PARSE IS COUNTED AS BAD; A
063100* RECORD FOR A PATTERN NO LONGER ON THE MASTER IS COUNTED AND
063200* SKIPPED.
063300*****************************************************************
063400 2200-ACCUMULATE-WINDOW.
063500     MOVE "N" TO WS-PATSTATS-EOF-SW.
063600     OPEN INPUT PATSTATS.
063700     IF NOT PATSTATS-OK
063800         DISPLAY "STRPRPT: UNABLE TO REOPEN PATSTATS, STATUS "
063900             PATSTATS-STATUS
064000         MOVE 16 TO RETURN-CODE
064100         GO TO 2200-ACCUMULATE-WINDOW-EXIT
064200     END-IF.
064300     PERFORM 2100-READ-STATS
064400         THRU 2100-READ-STATS-EXIT.
064500     PERFORM 2250-ACCUMULATE-ONE
064600         THRU 2250-ACCUMULATE-ONE-EXIT
064700         UNTIL WS-PATSTATS-EOF.
064800     CLOSE PATSTATS.
064900 2200-ACCUMULATE-WINDOW-EXIT.
065000     EXIT.
065100*****************************************************************
065200* 2250-ACCUMULATE-ONE - ONE STATISTICS RECORD OF THE SECOND PASS
065300*****************************************************************
065400 2250-ACCUMULATE-ONE.
065500     ADD 1 TO WS-STAT-READ-COUNT.
065600     IF PT-RUN-DATE IS NOT NUMERIC
065700             OR PT-HIT-COUNT IS NOT NUMERIC
065800             OR PT-NEAR-COUNT IS NOT NUMERIC
065900             OR PT-TRIAL-COUNT IS NOT NUMERIC
066000             OR PT-SUPPRESS-COUNT IS NOT NUMERIC
066100         ADD 1 TO WS-BAD-COUNT
066200         GO TO 2250-ACCUMULATE-ONE-NEXT
066300     END-IF.
066400     IF WS-INFILE-ID NOT = SPACES
066500             AND PT-INFILE-ID NOT = WS-INFILE-ID
066600         GO TO 2250-ACCUMULATE-ONE-NEXT
066700     END-IF.
066800     PERFORM 2300-FIND-PATTERN
066900         THRU 2300-FIND-PATTERN-EXIT.
067000     IF NOT WS-PAT-FOUND
067100         ADD 1 TO WS-ORPHAN-COUNT
067200         GO TO 2250-ACCUMULATE-ONE-NEXT
067300     END-IF.
067400     IF PT-HIT-COUNT > ZERO OR PT-SUPPRESS-COUNT > ZERO
067500         MOVE PT-RUN-DATE TO WS-PT-LAST-HIT(WS-PATTERN-IDX)
067600     END-IF.
067700     IF PT-RUN-KEY < WS-WINDOW-START
067800         GO TO 2250-ACCUMULATE-ONE-NEXT
067900     END-IF.
068000     ADD 1 TO WS-STAT-WINDOW-COUNT.
068100     ADD 1 TO WS-PT-RUNS(WS-PATTERN-IDX).
068200     ADD PT-HIT-COUNT TO WS-PT-HITS(WS-PATTERN-IDX).
068300     ADD PT-NEAR-COUNT TO WS-PT-NEARS(WS-PATTERN-IDX).
068400     ADD PT-TRIAL-COUNT TO WS-PT-TRIALS(WS-PATTERN-IDX).
068500     ADD PT-SUPPRESS-COUNT TO WS-PT-SUPPS(WS-PATTERN-IDX).
068600 2250-ACCUMULATE-ONE-NEXT.
068700     PERFORM 2100-READ-STATS
068800         THRU 2100-READ-STATS-EXIT.
068900 2250-ACCUMULATE-ONE-EXIT.
069000     EXIT.
069100*****************************************************************
069200* 2300-FIND-PATTERN - LOOK UP PT-PATTERN-ID IN THE PATTERN
069300* TABLE; WS-PAT-FOUND AND WS-PATTERN-IDX TELL THE RESULT
069400*****************************************************************
069500 2300-FIND-PATTERN.
069600     MOVE "N" TO WS-PAT-FOUND-SW.
069700     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
069800             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
069900             OR WS-PAT-FOUND
070000         IF WS-PT-ID(WS-PATTERN-IDX) = PT-PATTERN-ID
070100             SET WS-PAT-FOUND TO TRUE
070200         END-IF
070300     END-PERFORM.
070400     IF WS-PAT-FOUND
070500         SET WS-PATTERN-IDX DOWN BY 1
070600     END-IF.
070700 2300-FIND-PATTERN-EXIT.
070800     EXIT.
070900*****************************************************************
071000* 3000-PRINT-WINDOW - THE WINDOW THE COUNTS COVER
071100*****************************************************************
071200 3000-PRINT-WINDOW.
071300     IF WS-RUN-COUNT = ZERO
071400         MOVE "WINDOW: NO RUNS ON THE STATISTICS DATASET FOR THIS"
071500             TO WS-PRINT-LINE
071600         MOVE " SELECTION" TO WS-PRINT-LINE(51:10)
071700     ELSE
071800         MOVE WS-RUN-COUNT TO WL-RUNS
071900         MOVE WS-WINDOW-START(1:8) TO WL-FROM-DATE
072000         MOVE WS-WINDOW-START(9:6) TO WL-FROM-TIME
072100         MOVE WS-LAST-RUN-KEY(1:8) TO WL-TO-DATE
072200         MOVE WS-LAST-RUN-KEY(9:6) TO WL-TO-TIME
072300         IF WS-INFILE-ID = SPACES
072400             MOVE "(ALL INPUTS)" TO WL-INFILE-ID
072500         ELSE
072600             MOVE WS-INFILE-ID TO WL-INFILE-ID
072700         END-IF
072800         MOVE WS-WINDOW-LINE TO WS-PRINT-LINE
072900     END-IF.
073000     PERFORM 9000-PRINT-LINE
073100         THRU 9000-PRINT-LINE-EXIT.
073200     MOVE SPACES TO WS-PRINT-LINE.
073300     PERFORM 9000-PRINT-LINE
073400         THRU 9000-PRINT-LINE-EXIT.
073500 3000-PRINT-WINDOW-EXIT.
073600     EXIT.
073700*****************************************************************
073800* 3100-SECTION-HEAD - SECTION TITLE (SET BY THE CALLER IN
073900* SH-TEXT) AND COLUMN HEADINGS
074000*****************************************************************
074100 3100-SECTION-HEAD.
074200     MOVE WS-SECTION-HEAD TO WS-PRINT-LINE.
074300     PERFORM 9000-PRINT-LINE
074400         THRU 9000-PRINT-LINE-EXIT.
074500     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE.
074600     PERFORM 9000-PRINT-LINE
074700         THRU 9000-PRINT-LINE-EXIT.
074800 3100-SECTION-HEAD-EXIT.
074900     EXIT.
075000*****************************************************************
075100* 3200-PRINT-NONE - AN EMPTY SECTION SAYS SO
075200*****************************************************************
075300 3200-PRINT-NONE.
075400     MOVE "  (NONE)" TO WS-PRINT-LINE.
075500     PERFORM 9000-PRINT-LINE
075600         THRU 9000-PRINT-LINE-EXIT.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     PERFORM 9000-PRINT-LINE
075900         THRU 9000-PRINT-LINE-EXIT.
076000 3200-PRINT-NONE-EXIT.
076100     EXIT.
076200*****************************************************************
076300* 3300-PRINT-DETAIL - ONE DETAIL LINE FOR THE PATTERN AT
076400* WS-PATTERN-IDX. THE PERCENTAGE IS THE SHARE OF ITS HITS IN
076500* THE WINDOW THAT WERE SUPPRESSED, BLANK WITH NO HITS.
076600*****************************************************************
076700 3300-PRINT-DETAIL.
076800     MOVE WS-PT-ID(WS-PATTERN-IDX) TO DL-PATTERN.
076900     MOVE WS-PT-SEV(WS-PATTERN-IDX) TO DL-SEVERITY.
077000     MOVE WS-PT-CAT(WS-PATTERN-IDX) TO DL-CATEGORY.
077100     MOVE WS-PT-RUNS(WS-PATTERN-IDX) TO DL-RUNS.
077200     MOVE WS-PT-HITS(WS-PATTERN-IDX) TO DL-HITS.
077300     MOVE WS-PT-SUPPS(WS-PATTERN-IDX) TO DL-SUPPS.
077400     COMPUTE WS-TOTAL-HITS = WS-PT-HITS(WS-PATTERN-IDX)
077500         + WS-PT-SUPPS(WS-PATTERN-IDX).
077600     IF WS-TOTAL-HITS = ZERO
077700         MOVE SPACES TO DL-PCT-X
077800     ELSE
077900         COMPUTE WS-PCT = WS-PT-SUPPS(WS-PATTERN-IDX) * 100
078000             / WS-TOTAL-HITS
078100         MOVE WS-PCT TO DL-PCT
078200     END-IF.
078300     MOVE WS-PT-NEARS(WS-PATTERN-IDX) TO DL-NEARS.
078400     MOVE WS-PT-TRIALS(WS-PATTERN-IDX) TO DL-TRIALS.
078500     MOVE WS-PT-DISPS(WS-PATTERN-IDX) TO DL-DISPS.
078600     IF WS-PT-LAST-HIT(WS-PATTERN-IDX) = SPACES
078700         MOVE "NEVER" TO DL-LAST-HIT
078800     ELSE
078900         MOVE WS-PT-LAST-HIT(WS-PATTERN-IDX) TO DL-LAST-HIT
079000     END-IF.
079100     MOVE WS-PT-TEXT(WS-PATTERN-IDX) TO DL-TEXT.
079200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
079300     PERFORM 9000-PRINT-LINE
079400         THRU 9000-PRINT-LINE-EXIT.
079500 3300-PRINT-DETAIL-EXIT.
079600     EXIT.
079700*****************************************************************
079800* 4000-CHECK-DEAD - AN ACTIVE PATTERN WITH NO EXACT HIT,
079900* REPORTED OR SUPPRESSED, IN THE WINDOW. "LAST HIT" SHOWS HOW
080000* LONG IT HAS BEEN SILENT; "RUNS" OF ZERO MEANS IT TOOK NO PART
080100* IN ANY WINDOW RUN (NOT YET EFFECTIVE, OR ADDED SINCE).
080200*****************************************************************
080300 4000-CHECK-DEAD.
080400     IF NOT WS-PT-ACTIVE(WS-PATTERN-IDX)
080500             OR WS-PT-HITS(WS-PATTERN-IDX) > ZERO
080600             OR WS-PT-SUPPS(WS-PATTERN-IDX) > ZERO
080700         GO TO 4000-CHECK-DEAD-EXIT
080800     END-IF.
080900     PERFORM 3300-PRINT-DETAIL
081000         THRU 3300-PRINT-DETAIL-EXIT.
081100     ADD 1 TO WS-DEAD-COUNT.
081200 4000-CHECK-DEAD-EXIT.
081300     EXIT.
081400*****************************************************************
081500* 4100-CHECK-NOISY - AN ACTIVE PATTERN WITH AT LEAST NOISEMIN
081600* HITS IN THE WINDOW, OF WHICH AT LEAST NOISEPCT PERCENT WERE
081700* SUPPRESSED BY ACCEPTED DISPOSITIONS. THE TEST IS CROSS-
081800* MULTIPLIED SO NO FRACTION IS ROUNDED AWAY.
081900*****************************************************************
082000 4100-CHECK-NOISY.
082100     IF NOT WS-PT-ACTIVE(WS-PATTERN-IDX)
082200         GO TO 4100-CHECK-NOISY-EXIT
082300     END-IF.
082400     COMPUTE WS-TOTAL-HITS = WS-PT-HITS(WS-PATTERN-IDX)
082500         + WS-PT-SUPPS(WS-PATTERN-IDX).
082600     IF WS-TOTAL-HITS = ZERO
082700             OR WS-TOTAL-HITS < WS-NOISE-MIN
082800         GO TO 4100-CHECK-NOISY-EXIT
082900     END-IF.
083000     COMPUTE WS-PCT-LHS = WS-PT-SUPPS(WS-PATTERN-IDX) * 100.
083100     COMPUTE WS-PCT-RHS = WS-TOTAL-HITS * WS-NOISE-PCT.
083200     IF WS-PCT-LHS < WS-PCT-RHS
083300         GO TO 4100-CHECK-NOISY-EXIT
083400     END-IF.
083500     PERFORM 3300-PRINT-DETAIL
083600         THRU 3300-PRINT-DETAIL-EXIT.
083700     ADD 1 TO WS-NOISY-COUNT.
083800 4100-CHECK-NOISY-EXIT.
083900     EXIT.
084000*****************************************************************
084100* 4200-CHECK-TRIAL - A TRIAL PATTERN WITH AT LEAST TRIALMIN
084200* SHADOW HITS IN THE WINDOW
084300*****************************************************************
084400 4200-CHECK-TRIAL.
084500     IF NOT WS-PT-TRIAL(WS-PATTERN-IDX)
084600             OR WS-PT-TRIALS(WS-PATTERN-IDX) < WS-TRIAL-MIN
084700         GO TO 4200-CHECK-TRIAL-EXIT
084800     END-IF.
084900     PERFORM 3300-PRINT-DETAIL
085000         THRU 3300-PRINT-DETAIL-EXIT.
085100     ADD 1 TO WS-READY-COUNT.
085200 4200-CHECK-TRIAL-EXIT.
085300     EXIT.
085400*****************************************************************
085500* 8000-WRAP-UP - CONTROL TOTALS AND CLOSE
085600*****************************************************************
085700 8000-WRAP-UP.
085800     MOVE SPACES TO WS-PRINT-LINE.
085900     PERFORM 9000-PRINT-LINE
086000         THRU 9000-PRINT-LINE-EXIT.
086100     MOVE "PATTERN MASTER ENTRIES LOADED" TO SL-TEXT.
086200     MOVE WS-PATTERN-COUNT TO SL-COUNT.
086300     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
086400     PERFORM 9000-PRINT-LINE
086500         THRU 9000-PRINT-LINE-EXIT.
086600     MOVE "STATISTICS RECORDS READ" TO SL-TEXT.
086700     MOVE WS-STAT-READ-COUNT TO SL-COUNT.
086800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
086900     PERFORM 9000-PRINT-LINE
087000         THRU 9000-PRINT-LINE-EXIT.
087100     MOVE "STATISTICS RECORDS IN THE WINDOW" TO SL-TEXT.
087200     MOVE WS-STAT-WINDOW-COUNT TO SL-COUNT.
087300     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
087400     PERFORM 9000-PRINT-LINE
087500         THRU 9000-PRINT-LINE-EXIT.
087600     MOVE "RECORDS FOR PATTERNS NOT ON PATFILE" TO SL-TEXT.
087700     MOVE WS-ORPHAN-COUNT TO SL-COUNT.
087800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
087900     PERFORM 9000-PRINT-LINE
088000         THRU 9000-PRINT-LINE-EXIT.
088100     MOVE "ACTIVE PATTERNS WITH NO HITS" TO SL-TEXT.
088200     MOVE WS-DEAD-COUNT TO SL-COUNT.
088300     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
088400     PERFORM 9000-PRINT-LINE
088500         THRU 9000-PRINT-LINE-EXIT.
088600     MOVE "NOISY ACTIVE PATTERNS" TO SL-TEXT.
088700     MOVE WS-NOISY-COUNT TO SL-COUNT.
088800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
088900     PERFORM 9000-PRINT-LINE
089000         THRU 9000-PRINT-LINE-EXIT.
089100     MOVE "TRIAL PATTERNS READY FOR A DECISION" TO SL-TEXT.
089200     MOVE WS-READY-COUNT TO SL-COUNT.
089300     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
089400     PERFORM 9000-PRINT-LINE
089500         THRU 9000-PRINT-LINE-EXIT.
089600     MOVE "RECORDS NOT PARSEABLE" TO SL-TEXT.
089700     MOVE WS-BAD-COUNT TO SL-COUNT.
089800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
089900     PERFORM 9000-PRINT-LINE
090000         THRU 9000-PRINT-LINE-EXIT.
090100     IF WS-TABLE-FULL-COUNT > ZERO
090200         MOVE "PATTERNS NOT LOADED, TABLE FULL" TO SL-TEXT
090300         MOVE WS-TABLE-FULL-COUNT TO SL-COUNT
090400         MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
090500         PERFORM 9000-PRINT-LINE
090600             THRU 9000-PRINT-LINE-EXIT
090700     END-IF.
090800     CLOSE PATRPT.
090900     DISPLAY "STRPRPT: " WS-DEAD-COUNT " WITH NO HITS, "
091000         WS-NOISY-COUNT " NOISY, " WS-READY-COUNT
091100         " TRIAL(S) READY".
091200 8000-WRAP-UP-EXIT.
091300     EXIT.
091400*****************************************************************
091500* 9000-PRINT-LINE - WRITE WS-PRINT-LINE WITH PAGE CONTROL
091600*****************************************************************
091700 9000-PRINT-LINE.
091800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
091900         ADD 1 TO WS-PAGE-NUM
092000         MOVE WS-PAGE-NUM TO HL-PAGE
092100         WRITE PATRPT-REC FROM WS-HEAD-LINE AFTER PAGE
092200         MOVE SPACES TO PATRPT-REC
092300         WRITE PATRPT-REC
092400         MOVE 2 TO WS-LINE-COUNT
092500     END-IF.
092600     WRITE PATRPT-REC FROM WS-PRINT-LINE.
092700     ADD 1 TO WS-LINE-COUNT.
092800     MOVE SPACES TO WS-PRINT-LINE.
092900 9000-PRINT-LINE-EXIT.
093000     EXIT.
093100 END PROGRAM STRPRPT.
