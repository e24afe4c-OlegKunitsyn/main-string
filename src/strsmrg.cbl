000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRSMRG.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - MERGE THE OUTPUTS OF THE
001100*                 PARTITIONS OF A PARTITIONED STRSCAN RUN INTO
001200*                 THE ONE SET A SINGLE RUN WOULD HAVE WRITTEN
001220* 2026-10-15  MT  A MAXHITS= STOP INSIDE A PARTITION REGRADES
001240*                 THE RETURN CODE ON THE MATCHES KEPT (SEVnRC=
001260*                 FROM THE NEW "G" PARTSUM RECORD) AND TAKES
001270*                 THAT PARTITION'S PATTERN COUNTS FROM ITS KEPT
001280*                 EXTRACTS
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
001600* PARTITIONED SCAN MERGE STEP.
001700*
001800* A LARGE INFILE IS SCANNED BY SEVERAL CONCURRENT STRSCAN STEPS,
001900* EACH GIVEN ITS OWN RECORD RANGE WITH THE PART=, FROMREC= AND
002000* TOREC= SCANCTL CARDS AND ITS OWN OUTPUT DATASETS. THIS STEP
002100* RUNS AFTER ALL OF THEM WITH EACH KIND OF PARTITION OUTPUT
002200* CONCATENATED IN PARTITION ORDER, AND WRITES ONE RPTFILE,
002300* EXTFILE, CTXFILE AND CLEANFILE, ONE SCANHIST RECORD AND ONE
002400* SET OF PATSTATS RECORDS FOR THE WHOLE INFILE.
002500*
002600* NOTHING IS MERGED UNLESS THE PARTSUM SUMMARIES (STRPART.CPY)
002700* PROVE THE PARTITIONS FIT TOGETHER: PARTITIONS 1 TO N, EACH
002800* FINISHED (ITS "S" RECORD PRESENT) BELOW RETURN CODE 16,
002900* PARTITION 1 STARTING AT RECORD 1, EVERY OTHER STARTING THE
003000* RECORD AFTER THE PREVIOUS ONE'S TOREC=, THE LAST ONE NOT
003100* STOPPED SHORT OF END OF FILE, ALL WITH THE SAME INFILEID=,
003200* MAXHITS=, CTLREC=, REDACT= AND SEVnRC= SETTINGS. AT THE END
003300* THE RECORDS READ FROM EACH CONCATENATION MUST EQUAL THE SUM OF
003400* THE COUNTS THE PARTITIONS SAY THEY WROTE. ANY FAILURE IS
003500* RETURN CODE 16 AND NO SCANHIST OR PATSTATS RECORD IS WRITTEN.
003600*
003700* - REPORT AND EXTRACT: A PARTITION WRITES ONE EXTRACT RECORD
003800*   PER REPORT LINE, IN THE SAME ORDER, SO THE TWO ARE READ IN
003900*   STEP. THE HDR/TRL CONTROL RECORDS THE PARTITIONS PASSED ON
004000*   AS "C" RECORDS ARE RECONCILED HERE ACROSS THE WHOLE FILE,
004100*   EXACTLY AS STRSCAN DOES IN A SINGLE RUN, AND THEIR CONTROL:
004200*   LINES WRITTEN AMONG THE MATCH LINES IN RECORD ORDER. THE
004300*   SUPPRESSED-MATCHES SUMMARY CLOSES THE REPORT WITH EACH
004400*   DISPOSITION'S COUNT SUMMED OVER THE PARTITIONS.
004500* - MAXHITS= APPLIES TO THE WHOLE FILE: WHEN THE MERGED EXACT
004600*   MATCHES REACH THE LIMIT, EVERYTHING AFTER THE MATCH THAT
004700*   REACHED IT IS DROPPED, AS A SINGLE RUN WOULD HAVE STOPPED
004800*   THERE. PARTITIONS STARTING AFTER THAT RECORD CONTRIBUTE NO
004900*   COUNTS. THE PARTITION HOLDING THE STOP CONTRIBUTES ITS EXACT,
004916*   NEAR AND TRIAL COUNTS ONLY FROM THE EXTRACT RECORDS KEPT.
004932*   A RULE-ONLY PATTERN'S HITS AND SUPPRESSED MATCHES HAVE NO
004948*   EXTRACT RECORD; WHERE THAT PARTITION HAS ANY, ITS COUNTS
004964*   CANNOT BE CUT AT THE STOP, SO NO PATSTATS ARE WRITTEN AND
004980*   THE REPORT SAYS WHY.
005000* - CONTEXT AND CLEAN COPY FOLLOW THE SAME CUT.
005100* - THE RETURN CODE IS THE HIGHEST OF THE PARTITIONS', RAISED TO
005200*   8 WHEN THE CONTROL RECORDS DO NOT RECONCILE. AFTER A
005225*   MAXHITS= STOP ONLY THE PARTITIONS KEPT WHOLE COUNT: THE
005250*   ONE HOLDING THE STOP GIVES ITS CODE BEFORE GRADING, AND THE
005275*   SEVnRC= GRADING IS DONE AGAIN ON THE MATCHES KEPT.
005300*
005400* INPUT  : PARTSUM   - EVERY PARTITION'S PARTSUM (STRPART.CPY)
005500*          PARTRPT   - EVERY PARTITION'S RPTFILE
005600*          PARTEXT   - EVERY PARTITION'S EXTFILE (STREXT.CPY)
005700*          PARTCTX   - EVERY PARTITION'S CTXFILE (STRCTX.CPY)
005800*          PARTCLN   - EVERY PARTITION'S CLEANFILE, ONLY READ
005900*                      WHEN THE PARTITIONS RAN WITH REDACT=
006000*                      (ALL CONCATENATED IN PARTITION ORDER)
006100* OUTPUT : RPTFILE, EXTFILE, CTXFILE, CLEANFILE - AS STRSCAN
006200*          SCANHIST  - ONE RUN HISTORY RECORD (STRHIST.CPY),
006300*                      KEYED ON THE EARLIEST PARTITION START
006400*          PATSTATS  - PER-PATTERN STATISTICS (STRPSTAT.CPY)
006500*                      ON THE SAME RUN KEY
006600*****************************************************************
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT PARTSUM ASSIGN TO "PARTSUM"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS PARTSUM-STATUS.
007300     SELECT PARTRPT ASSIGN TO "PARTRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS PARTRPT-STATUS.
007600     SELECT PARTEXT ASSIGN TO "PARTEXT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS PARTEXT-STATUS.
007900     SELECT PARTCTX ASSIGN TO "PARTCTX"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS PARTCTX-STATUS.
008200     SELECT PARTCLN ASSIGN TO "PARTCLN"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS PARTCLN-STATUS.
008500     SELECT RPTFILE ASSIGN TO "RPTFILE"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS RPTFILE-STATUS.
008800     SELECT EXTFILE ASSIGN TO "EXTFILE"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS EXTFILE-STATUS.
009100     SELECT CTXFILE ASSIGN TO "CTXFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CTXFILE-STATUS.
009400     SELECT CLEANFILE ASSIGN TO "CLEANFILE"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS CLEANFILE-STATUS.
009700     SELECT SCANHIST ASSIGN TO "SCANHIST"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS HS-RUN-KEY
010100         FILE STATUS IS SCANHIST-STATUS.
010200     SELECT PATSTATS ASSIGN TO "PATSTATS"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS PT-KEY
010600         FILE STATUS IS PATSTATS-STATUS.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  PARTSUM.
011000 COPY "strpart.cpy".
011100 FD  PARTRPT.
011200 01  PARTRPT-REC                    PIC X(150).
011300 FD  PARTEXT.
011400 01  PARTEXT-REC                    PIC X(140).
011500 FD  PARTCTX.
011600 01  PARTCTX-REC                    PIC X(190).
011700 FD  PARTCLN
011800     RECORD IS VARYING IN SIZE FROM 1 TO 4000
011900     DEPENDING ON WS-CLEAN-LEN.
012000 01  PARTCLN-REC                    PIC X(4000).
012100 FD  RPTFILE.
012200 01  RPTFILE-REC                    PIC X(150).
012300 FD  EXTFILE.
012400 01  EXTFILE-REC                    PIC X(140).
012500 FD  CTXFILE.
012600 01  CTXFILE-REC                    PIC X(190).
012700 FD  CLEANFILE
012800     RECORD IS VARYING IN SIZE FROM 1 TO 4000
012900     DEPENDING ON WS-CLEAN-LEN.
013000 01  CLEANFILE-REC                  PIC X(4000).
013100 FD  SCANHIST.
013200 COPY "strhist.cpy".
013300 FD  PATSTATS.
013400 COPY "strpstat.cpy".
013500 WORKING-STORAGE SECTION.
013600 01  FILE-STATUS-VALUES.
013700     05  PARTSUM-STATUS             PIC X(02) VALUE "00".
013800         88  PARTSUM-OK                        VALUE "00".
013900         88  PARTSUM-NOT-FOUND                 VALUE "35".
014000     05  PARTRPT-STATUS             PIC X(02) VALUE "00".
014100         88  PARTRPT-OK                        VALUE "00".
014200         88  PARTRPT-NOT-FOUND                 VALUE "35".
014300     05  PARTEXT-STATUS             PIC X(02) VALUE "00".
014400         88  PARTEXT-OK                        VALUE "00".
014500         88  PARTEXT-NOT-FOUND                 VALUE "35".
014600     05  PARTCTX-STATUS             PIC X(02) VALUE "00".
014700         88  PARTCTX-OK                        VALUE "00".
014800         88  PARTCTX-NOT-FOUND                 VALUE "35".
014900     05  PARTCLN-STATUS             PIC X(02) VALUE "00".
015000         88  PARTCLN-OK                        VALUE "00".
015100         88  PARTCLN-NOT-FOUND                 VALUE "35".
015200     05  RPTFILE-STATUS             PIC X(02) VALUE "00".
015300         88  RPTFILE-OK                        VALUE "00".
015400     05  EXTFILE-STATUS             PIC X(02) VALUE "00".
015500         88  EXTFILE-OK                        VALUE "00".
015600     05  CTXFILE-STATUS             PIC X(02) VALUE "00".
015700         88  CTXFILE-OK                        VALUE "00".
015800     05  CLEANFILE-STATUS           PIC X(02) VALUE "00".
015900         88  CLEANFILE-OK                      VALUE "00".
016000     05  SCANHIST-STATUS            PIC X(02) VALUE "00".
016100         88  SCANHIST-OK                       VALUE "00".
016200         88  SCANHIST-NOT-FOUND                VALUE "35".
016300     05  PATSTATS-STATUS            PIC X(02) VALUE "00".
016400         88  PATSTATS-OK                       VALUE "00".
016500         88  PATSTATS-NOT-FOUND                VALUE "35".
016600 COPY "strext.cpy".
016700 COPY "strctx.cpy".
016800 01  WS-SWITCHES.
016900     05  WS-PARTSUM-EOF-SW          PIC X(01) VALUE "N".
017000         88  WS-PARTSUM-EOF                    VALUE "Y".
017100     05  WS-PARTRPT-EOF-SW          PIC X(01) VALUE "N".
017200         88  WS-PARTRPT-EOF                    VALUE "Y".
017300     05  WS-PARTEXT-EOF-SW          PIC X(01) VALUE "N".
017400         88  WS-PARTEXT-EOF                    VALUE "Y".
017500     05  WS-PARTCTX-EOF-SW          PIC X(01) VALUE "N".
017600         88  WS-PARTCTX-EOF                    VALUE "Y".
017700     05  WS-PARTCLN-EOF-SW          PIC X(01) VALUE "N".
017800         88  WS-PARTCLN-EOF                    VALUE "Y".
017900     05  WS-SUMMARY-SEEN-SW         PIC X(01) VALUE "N".
018000         88  WS-SUMMARY-SEEN                   VALUE "Y".
018100     05  WS-MAXHITS-STOP-SW         PIC X(01) VALUE "N".
018200         88  WS-MAXHITS-STOPPED                VALUE "Y".
018300     05  WS-IN-SEGMENT-SW           PIC X(01) VALUE "N".
018400         88  WS-IN-SEGMENT                     VALUE "Y".
018500     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
018600         88  WS-ENTRY-FOUND                    VALUE "Y".
018620     05  WS-GRADING-SEEN-SW         PIC X(01) VALUE "N".
018640         88  WS-GRADING-SEEN                   VALUE "Y".
018660     05  WS-STATS-HELD-SW           PIC X(01) VALUE "N".
018680         88  WS-STATS-HELD                     VALUE "Y".
018700*    RUN SETTINGS, TAKEN FROM PARTITION 1 AND REQUIRED TO BE THE
018800*    SAME ON EVERY OTHER PARTITION
018900 01  WS-RUN-SETTINGS.
019000     05  WS-INFILE-ID               PIC X(16) VALUE SPACES.
019100     05  WS-MAX-HITS                PIC 9(09) VALUE ZERO.
019200     05  WS-CTL-RECOGNIZE-SW        PIC X(01) VALUE "Y".
019300         88  WS-CTL-RECOGNIZE                  VALUE "Y".
019400     05  WS-REDACT-SW               PIC X(01) VALUE "N".
019500         88  WS-REDACT-ON                      VALUES "Y" "O".
019600         88  WS-REDACT-ONLY                    VALUE "O".
019633     05  WS-GRADE-TABLE.
019666         10  WS-SEV-RC              PIC 9(04) OCCURS 9 TIMES.
019700*    EARLIEST PARTITION START - THE RUN KEY OF SCANHIST/PATSTATS
019800 01  WS-RUN-START.
019900     05  WS-RUN-DATE                PIC X(08) VALUE SPACES.
020000     05  WS-RUN-TIME                PIC X(06) VALUE SPACES.
020100 01  WS-RUN-START-TIME REDEFINES WS-RUN-START.
020200     05  FILLER                     PIC X(08).
020300     05  WS-START-HH                PIC 9(02).
020400     05  WS-START-MM                PIC 9(02).
020500     05  WS-START-SS                PIC 9(02).
020600*    ONE ENTRY PER PARTITION FROM ITS "G" AND "S" RECORDS
020700 01  WS-PART-TABLE.
020800     05  WS-PART-COUNT              PIC 9(02) VALUE ZERO.
021000     05  WS-PART-ENTRY              OCCURS 99 TIMES.
021100         10  WS-PE-FROM             PIC 9(09) USAGE BINARY.
021200         10  WS-PE-TO               PIC 9(09) USAGE BINARY.
021300         10  WS-PE-LAST             PIC 9(09) USAGE BINARY.
021400         10  WS-PE-STATE            PIC X(01).
021433         10  WS-PE-RC               PIC 9(04) USAGE BINARY.
021466         10  WS-PE-BASE-RC          PIC 9(04) USAGE BINARY.
021500 77  WS-PART-SUB                    PIC 9(02).
021600 77  WS-PREV-SUB                    PIC 9(02).
021616 77  WS-RC-SUB                      PIC 9(04) USAGE BINARY.
021632*    PARTITION OF THE EXTRACT RECORD BEING MERGED, AND THE ONE
021648*    HOLDING THE MAXHITS= STOP
021664 77  WS-EXT-PART                    PIC 9(02) VALUE 1.
021680 77  WS-STOP-PART                   PIC 9(02) VALUE ZERO.
021700*    DISPOSITION TALLIES SUMMED OVER THE PARTITIONS ("D")
021800 01  WS-DISP-TABLE.
021900     05  WS-DISP-COUNT              PIC 9(05) USAGE BINARY
022000                                    VALUE ZERO.
022100     05  WS-DISP-ENTRY              OCCURS 200 TIMES
022200                                    INDEXED BY WS-DISP-IDX.
022300         10  WS-DISP-PAT-ID         PIC X(08).
022400         10  WS-DISP-TEXT           PIC X(40).
022500         10  WS-DISP-USER           PIC X(08).
022600         10  WS-DISP-DATE           PIC X(08).
022700         10  WS-DISP-HITS           PIC 9(09) USAGE BINARY.
022800 77  WS-DISP-MAX                    PIC 9(05) USAGE BINARY
022900                                    VALUE 200.
023000*    PATTERN TALLIES SUMMED OVER THE PARTITIONS ("P")
023100 01  WS-PATTERN-TABLE.
023200     05  WS-PATTERN-COUNT           PIC 9(05) USAGE BINARY
023300                                    VALUE ZERO.
023400     05  WS-PATTERN-ENTRY           OCCURS 500 TIMES
023500                                    INDEXED BY WS-PATTERN-IDX.
023600         10  WS-PATTERN-ID          PIC X(08).
023700         10  WS-PATTERN-STATUS      PIC X(01).
023800         10  WS-PATTERN-SEV         PIC X(01).
023900         10  WS-PATTERN-HITS        PIC 9(09) USAGE BINARY.
024000         10  WS-PATTERN-NEARS       PIC 9(09) USAGE BINARY.
024100         10  WS-PATTERN-TRIALS      PIC 9(09) USAGE BINARY.
024200         10  WS-PATTERN-SUPPRESS    PIC 9(09) USAGE BINARY.
024300 77  WS-PATTERN-MAX                 PIC 9(05) USAGE BINARY
024400                                    VALUE 500.
024407*    PATTERN COUNTS OF THE EXTRACT RECORDS KEPT FROM THE
024414*    PARTITION NOW BEING MERGED - AFTER A MAXHITS= STOP, THOSE OF
024421*    THE PARTITION HOLDING THE STOP
024428 01  WS-KEPT-TABLE.
024435     05  WS-KEPT-PAT-COUNT          PIC 9(05) USAGE BINARY
024442                                    VALUE ZERO.
024449     05  WS-KEPT-ENTRY              OCCURS 500 TIMES
024456                                    INDEXED BY WS-KEPT-IDX.
024463         10  WS-KEPT-PAT-ID         PIC X(08).
024470         10  WS-KEPT-HITS           PIC 9(09) USAGE BINARY.
024477         10  WS-KEPT-NEARS          PIC 9(09) USAGE BINARY.
024484         10  WS-KEPT-TRIALS         PIC 9(09) USAGE BINARY.
024500 01  WS-COUNTERS.
024600*    RECORDS READ FROM EACH CONCATENATION, AND THE SUM OF WHAT
024700*    THE PARTITIONS SAY THEY WROTE TO IT
024800     05  WS-PSUM-READ               PIC 9(09) USAGE BINARY
024900                                    VALUE ZERO.
025000     05  WS-RPT-READ                PIC 9(09) USAGE BINARY
025100                                    VALUE ZERO.
025200     05  WS-EXT-READ                PIC 9(09) USAGE BINARY
025300                                    VALUE ZERO.
025400     05  WS-CTX-READ                PIC 9(09) USAGE BINARY
025500                                    VALUE ZERO.
025600     05  WS-CLN-READ                PIC 9(09) USAGE BINARY
025700                                    VALUE ZERO.
025800     05  WS-RPT-EXPECT              PIC 9(09) USAGE BINARY
025900                                    VALUE ZERO.
026000     05  WS-EXT-EXPECT              PIC 9(09) USAGE BINARY
026100                                    VALUE ZERO.
026200     05  WS-CTX-EXPECT              PIC 9(09) USAGE BINARY
026300                                    VALUE ZERO.
026400     05  WS-CLN-EXPECT              PIC 9(09) USAGE BINARY
026500                                    VALUE ZERO.
026600     05  WS-EXT-WRITTEN             PIC 9(09) USAGE BINARY
026700                                    VALUE ZERO.
026800     05  WS-CTX-WRITTEN             PIC 9(09) USAGE BINARY
026900                                    VALUE ZERO.
027000     05  WS-CLN-WRITTEN             PIC 9(09) USAGE BINARY
027100                                    VALUE ZERO.
027200*    RUN TOTALS OF THE MERGED OUTPUT
027300     05  WS-MATCH-COUNT             PIC 9(09) USAGE BINARY
027400                                    VALUE ZERO.
027500     05  WS-NEAR-COUNT              PIC 9(09) USAGE BINARY
027600                                    VALUE ZERO.
027700     05  WS-TRIAL-COUNT             PIC 9(09) USAGE BINARY
027800                                    VALUE ZERO.
027900     05  WS-SUPPRESS-COUNT          PIC 9(09) USAGE BINARY
028000                                    VALUE ZERO.
028100     05  WS-RECORDS-READ            PIC 9(09) USAGE BINARY
028200                                    VALUE ZERO.
028300     05  WS-CTL-MISMATCHES          PIC 9(09) USAGE BINARY
028400                                    VALUE ZERO.
028500     05  WS-STAT-WRITE-COUNT        PIC 9(09) USAGE BINARY
028600                                    VALUE ZERO.
028700 01  WS-SEV-COUNTS.
028800     05  WS-SEV-COUNT               PIC 9(09) USAGE BINARY
028900                                    OCCURS 9 TIMES VALUE ZERO.
029000 77  WS-SEV-IDX                     PIC 9(04) USAGE BINARY.
029100 01  WS-SEV-DIGIT-X                 PIC X(01).
029200 01  WS-SEV-DIGIT REDEFINES WS-SEV-DIGIT-X
029300                                    PIC 9(01).
029400*    MERGE POSITION: THE LAST EXTRACT AND CONTEXT RECORD NUMBERS
029500*    SEEN (THE CONCATENATIONS MUST RUN IN RECORD ORDER), THE
029600*    RECORD AT WHICH MAXHITS= STOPPED THE MERGE AND HOW MANY OF
029700*    THAT RECORD'S EXTRACT RECORDS WERE KEPT
029800 77  WS-LAST-EXT-REC                PIC 9(09) USAGE BINARY
029900                                    VALUE ZERO.
030000 77  WS-LAST-CTX-REC                PIC 9(09) USAGE BINARY
030100                                    VALUE ZERO.
030200 77  WS-KEPT-REC                    PIC 9(09) USAGE BINARY
030300                                    VALUE ZERO.
030400 77  WS-KEPT-IN-REC                 PIC 9(09) USAGE BINARY
030500                                    VALUE ZERO.
030600 77  WS-CTX-IN-REC                  PIC 9(09) USAGE BINARY
030700                                    VALUE ZERO.
030800 77  WS-STOP-RECORD                 PIC 9(09) USAGE BINARY
030900                                    VALUE ZERO.
031000 77  WS-STOP-KEPT                   PIC 9(09) USAGE BINARY
031100                                    VALUE ZERO.
031200 77  WS-EVENT-LIMIT                 PIC 9(09) USAGE BINARY
031300                                    VALUE ZERO.
031400 77  WS-CLEAN-LEN                   PIC 9(09) USAGE BINARY
031500                                    VALUE 1.
031600 77  WS-MAX-RC                      PIC 9(04) USAGE BINARY
031700                                    VALUE ZERO.
031800*    CONTROL-RECORD REPLAY, AS IN STRSCAN
031900 77  WS-DATA-COUNT                  PIC 9(09) USAGE BINARY
032000                                    VALUE ZERO.
032100 01  WS-CTL-HDR-DATE                PIC X(08) VALUE SPACES.
032200 01  WS-CTL-EXPECTED                PIC 9(09).
032300 01  WS-STAMP                       PIC X(14).
032400 01  FILLER REDEFINES WS-STAMP.
032500     05  WS-STAMP-DATE              PIC X(08).
032600     05  WS-STAMP-HH                PIC 9(02).
032700     05  WS-STAMP-MM                PIC 9(02).
032800     05  WS-STAMP-SS                PIC 9(02).
032900 77  WS-START-SEC                   PIC 9(09) USAGE BINARY.
033000 77  WS-END-SEC                     PIC 9(09) USAGE BINARY.
033100 77  WS-ELAPSED-SEC                 PIC 9(09) USAGE BINARY.
033200 01  WS-RECON-LINE.
033300     05  FILLER                     PIC X(14)
033400         VALUE "CONTROL: FILE ".
033500     05  RC-FILE-DATE               PIC X(08).
033600     05  FILLER                     PIC X(10)
033700         VALUE " EXPECTED ".
033800     05  RC-EXPECTED                PIC ZZZZZZZZ9.
033900     05  FILLER                     PIC X(08)
034000         VALUE " ACTUAL ".
034100     05  RC-ACTUAL                  PIC ZZZZZZZZ9.
034200     05  FILLER                     PIC X(01) VALUE SPACE.
034300     05  RC-VERDICT                 PIC X(10).
034400 01  WS-SUPP-LINE.
034500     05  FILLER                     PIC X(11)
034600         VALUE "SUPPRESSED ".
034700     05  SP-PATTERN-ID              PIC X(08).
034800     05  FILLER                     PIC X(02) VALUE " '".
034900     05  SP-TEXT                    PIC X(40).
035000     05  FILLER                     PIC X(08) VALUE "' COUNT ".
035100     05  SP-COUNT                   PIC ZZZZZZZZ9.
035200     05  FILLER                     PIC X(04) VALUE " BY ".
035300     05  SP-USER                    PIC X(08).
035400     05  FILLER                     PIC X(01) VALUE SPACE.
035500     05  SP-DATE                    PIC X(08).
035600 01  WS-SUPP-TOTAL-LINE.
035700     05  FILLER                     PIC X(27)
035800         VALUE "SUPPRESSED TOTAL THIS RUN: ".
035900     05  ST-COUNT                   PIC ZZZZZZZZ9.
035907 01  WS-HELD-LINE.
035914     05  FILLER                     PIC X(38)
035921         VALUE "PATSTATS NOT WRITTEN: MAXHITS= STOPPED".
035928     05  FILLER                     PIC X(21)
035935         VALUE " THE MERGE AT RECORD ".
035942     05  HL-RECORD                  PIC ZZZZZZZZ9.
035949     05  FILLER                     PIC X(14)
035956         VALUE " OF PARTITION ".
035963     05  HL-PART                    PIC Z9.
035970     05  FILLER                     PIC X(38)
035977         VALUE ", WHOSE RULE-ONLY OR SUPPRESSED COUNTS".
035984     05  FILLER                     PIC X(26)
035991         VALUE " CANNOT BE CUT AT THE STOP".
036000 PROCEDURE DIVISION.
036100*****************************************************************
036200* 0000-MAINLINE
036300*****************************************************************
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE
036600         THRU 1000-INITIALIZE-EXIT.
036700     IF RETURN-CODE NOT = ZERO
036800         GO TO 0000-MAINLINE-GOBACK
036900     END-IF.
037000     PERFORM 2000-MERGE-MATCHES
037100         THRU 2000-MERGE-MATCHES-EXIT.
037200     IF RETURN-CODE NOT = ZERO
037300         GO TO 0000-MAINLINE-GOBACK
037400     END-IF.
037500     PERFORM 3000-MERGE-CONTEXT
037600         THRU 3000-MERGE-CONTEXT-EXIT.
037700     IF RETURN-CODE NOT = ZERO
037800         GO TO 0000-MAINLINE-GOBACK
037900     END-IF.
038000     PERFORM 4000-GATHER-TALLIES
038100         THRU 4000-GATHER-TALLIES-EXIT.
038200     IF RETURN-CODE NOT = ZERO
038300         GO TO 0000-MAINLINE-GOBACK
038400     END-IF.
038500     IF WS-REDACT-ON
038600         PERFORM 5000-MERGE-CLEAN
038700             THRU 5000-MERGE-CLEAN-EXIT
038800     END-IF.
038900     IF RETURN-CODE NOT = ZERO
039000         GO TO 0000-MAINLINE-GOBACK
039100     END-IF.
039200     PERFORM 8000-WRAP-UP
039300         THRU 8000-WRAP-UP-EXIT.
039400 0000-MAINLINE-GOBACK.
039500     GOBACK.
039600*****************************************************************
039700* 1000-INITIALIZE - CHECK THE PARTSUM SUMMARIES, THEN OPEN THE
039800* PARTITION OUTPUTS, THE MERGED OUTPUTS AND PARTSUM AGAIN FOR
039900* THE CONTROL RECORDS. A CONCATENATION THE PARTITIONS WROTE
040000* NOTHING TO MAY BE MISSING ALTOGETHER.
040100*****************************************************************
040200 1000-INITIALIZE.
040300     OPEN INPUT PARTSUM.
040400     IF PARTSUM-NOT-FOUND
040500         DISPLAY "STRSMRG: PARTSUM NOT FOUND, NOTHING TO MERGE"
040600         MOVE 16 TO RETURN-CODE
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     IF NOT PARTSUM-OK
041000         DISPLAY "STRSMRG: UNABLE TO OPEN PARTSUM, STATUS "
041100             PARTSUM-STATUS
041200         MOVE 16 TO RETURN-CODE
041300         GO TO 1000-INITIALIZE-EXIT
041400     END-IF.
041500     PERFORM 1100-READ-PARTSUM
041600         THRU 1100-READ-PARTSUM-EXIT.
041700     PERFORM 1200-CHECK-SUMMARY
041800         THRU 1200-CHECK-SUMMARY-EXIT
041900         UNTIL WS-PARTSUM-EOF OR RETURN-CODE NOT = ZERO.
042000     CLOSE PARTSUM.
042100     IF RETURN-CODE NOT = ZERO
042200         GO TO 1000-INITIALIZE-EXIT
042300     END-IF.
042400     IF WS-PART-COUNT = ZERO
042500         DISPLAY "STRSMRG: PARTSUM HOLDS NO PARTITIONS"
042600         MOVE 16 TO RETURN-CODE
042700         GO TO 1000-INITIALIZE-EXIT
042800     END-IF.
042900     IF NOT WS-SUMMARY-SEEN
043000         DISPLAY "STRSMRG: PARTITION " WS-PART-COUNT
043100             " HAS NO SUMMARY RECORD - IT DID NOT FINISH"
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 1000-INITIALIZE-EXIT
043400     END-IF.
043500     IF WS-PE-STATE(WS-PART-COUNT) = "R"
043600         DISPLAY "STRSMRG: INFILE CONTINUES AFTER THE LAST"
043700             " PARTITION (" WS-PART-COUNT ") - RECORDS AFTER "
043800             WS-PE-TO(WS-PART-COUNT) " WERE NOT SCANNED"
043900         MOVE 16 TO RETURN-CODE
044000         GO TO 1000-INITIALIZE-EXIT
044100     END-IF.
044200     DISPLAY "STRSMRG: " WS-PART-COUNT " PARTITION(S) OF"
044300         " INFILEID " WS-INFILE-ID " CHECKED".
044400
044500     OPEN INPUT PARTRPT.
044600     IF PARTRPT-NOT-FOUND AND WS-RPT-EXPECT = ZERO
044700         SET WS-PARTRPT-EOF TO TRUE
044800     ELSE
044900         IF NOT PARTRPT-OK
045000             DISPLAY "STRSMRG: UNABLE TO OPEN PARTRPT, STATUS "
045100                 PARTRPT-STATUS
045200             MOVE 16 TO RETURN-CODE
045300             GO TO 1000-INITIALIZE-EXIT
045400         END-IF
045500     END-IF.
045600     OPEN INPUT PARTEXT.
045700     IF PARTEXT-NOT-FOUND AND WS-EXT-EXPECT = ZERO
045800         SET WS-PARTEXT-EOF TO TRUE
045900     ELSE
046000         IF NOT PARTEXT-OK
046100             DISPLAY "STRSMRG: UNABLE TO OPEN PARTEXT, STATUS "
046200                 PARTEXT-STATUS
046300             MOVE 16 TO RETURN-CODE
046400             GO TO 1000-INITIALIZE-EXIT
046500         END-IF
046600     END-IF.
046700     OPEN INPUT PARTCTX.
046800     IF PARTCTX-NOT-FOUND AND WS-CTX-EXPECT = ZERO
046900         SET WS-PARTCTX-EOF TO TRUE
047000     ELSE
047100         IF NOT PARTCTX-OK
047200             DISPLAY "STRSMRG: UNABLE TO OPEN PARTCTX, STATUS "
047300                 PARTCTX-STATUS
047400             MOVE 16 TO RETURN-CODE
047500             GO TO 1000-INITIALIZE-EXIT
047600         END-IF
047700     END-IF.
047800     IF WS-REDACT-ON
047900         OPEN INPUT PARTCLN
048000         IF PARTCLN-NOT-FOUND AND WS-CLN-EXPECT = ZERO
048100             SET WS-PARTCLN-EOF TO TRUE
048200         ELSE
048300             IF NOT PARTCLN-OK
048400                 DISPLAY "STRSMRG: UNABLE TO OPEN PARTCLN,"
048500                     " STATUS " PARTCLN-STATUS
048600                 MOVE 16 TO RETURN-CODE
048700                 GO TO 1000-INITIALIZE-EXIT
048800             END-IF
048900         END-IF
049000     END-IF.
049100
049200     OPEN OUTPUT RPTFILE.
049300     IF NOT RPTFILE-OK
049400         DISPLAY "STRSMRG: UNABLE TO OPEN RPTFILE, STATUS "
049500             RPTFILE-STATUS
049600         MOVE 16 TO RETURN-CODE
049700         GO TO 1000-INITIALIZE-EXIT
049800     END-IF.
049900     OPEN OUTPUT EXTFILE.
050000     IF NOT EXTFILE-OK
050100         DISPLAY "STRSMRG: UNABLE TO OPEN EXTFILE, STATUS "
050200             EXTFILE-STATUS
050300         MOVE 16 TO RETURN-CODE
050400         GO TO 1000-INITIALIZE-EXIT
050500     END-IF.
050600     OPEN OUTPUT CTXFILE.
050700     IF NOT CTXFILE-OK
050800         DISPLAY "STRSMRG: UNABLE TO OPEN CTXFILE, STATUS "
050900             CTXFILE-STATUS
051000         MOVE 16 TO RETURN-CODE
051100         GO TO 1000-INITIALIZE-EXIT
051200     END-IF.
051300     IF WS-REDACT-ON
051400         OPEN OUTPUT CLEANFILE
051500         IF NOT CLEANFILE-OK
051600             DISPLAY "STRSMRG: UNABLE TO OPEN CLEANFILE, STATUS "
051700                 CLEANFILE-STATUS
051800             MOVE 16 TO RETURN-CODE
051900             GO TO 1000-INITIALIZE-EXIT
052000         END-IF
052100     END-IF.
052200
052300     MOVE "N" TO WS-PARTSUM-EOF-SW.
052400     OPEN INPUT PARTSUM.
052500     IF NOT PARTSUM-OK
052600         DISPLAY "STRSMRG: UNABLE TO REOPEN PARTSUM, STATUS "
052700             PARTSUM-STATUS
052800         MOVE 16 TO RETURN-CODE
052900         GO TO 1000-INITIALIZE-EXIT
053000     END-IF.
053100     PERFORM 1100-READ-PARTSUM
053200         THRU 1100-READ-PARTSUM-EXIT.
053300 1000-INITIALIZE-EXIT.
053400     EXIT.
053500*****************************************************************
053600* 1100-READ-PARTSUM - GET THE NEXT PARTITION SUMMARY RECORD
053700*****************************************************************
053800 1100-READ-PARTSUM.
053900     READ PARTSUM
054000         AT END
054100             SET WS-PARTSUM-EOF TO TRUE
054200     END-READ.
054300 1100-READ-PARTSUM-EXIT.
054400     EXIT.
054500*****************************************************************
054600* 1200-CHECK-SUMMARY - ONE PARTSUM RECORD OF THE FIRST PASS.
054700* EACH PARTITION'S RECORDS MUST FOLLOW THE PREVIOUS PARTITION'S
054800* "S" RECORD AND END WITH ITS OWN.
054900*****************************************************************
055000 1200-CHECK-SUMMARY.
055100     ADD 1 TO WS-PSUM-READ.
055200     IF PS-PART-NUM IS NOT NUMERIC OR PS-PART-NUM = ZERO
055300             OR NOT (PS-CONTROL-EVENT OR PS-DISP-TALLY
055400                 OR PS-PAT-TALLY OR PS-GRADING OR PS-SUMMARY)
055500         DISPLAY "STRSMRG: PARTSUM RECORD " WS-PSUM-READ
055600             " IS NOT A PARTITION SUMMARY RECORD"
055700         MOVE 16 TO RETURN-CODE
055800         GO TO 1200-CHECK-SUMMARY-EXIT
055900     END-IF.
056000     IF PS-PART-NUM NOT = WS-PART-COUNT
056100         IF PS-PART-NUM NOT = WS-PART-COUNT + 1
056200             DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
056300                 " FOLLOWS PARTITION " WS-PART-COUNT
056400                 " IN PARTSUM - CONCATENATE EVERY PARTITION"
056500                 " IN ORDER"
056600             MOVE 16 TO RETURN-CODE
056700             GO TO 1200-CHECK-SUMMARY-EXIT
056800         END-IF
056900         IF WS-PART-COUNT > ZERO AND NOT WS-SUMMARY-SEEN
057000             DISPLAY "STRSMRG: PARTITION " WS-PART-COUNT
057100                 " HAS NO SUMMARY RECORD - IT DID NOT FINISH"
057200             MOVE 16 TO RETURN-CODE
057300             GO TO 1200-CHECK-SUMMARY-EXIT
057400         END-IF
057500         ADD 1 TO WS-PART-COUNT
057600         MOVE "N" TO WS-SUMMARY-SEEN-SW
057650         MOVE "N" TO WS-GRADING-SEEN-SW
057700     ELSE
057800         IF WS-SUMMARY-SEEN
057900             DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
058000                 " APPEARS TWICE IN PARTSUM"
058100             MOVE 16 TO RETURN-CODE
058200             GO TO 1200-CHECK-SUMMARY-EXIT
058300         END-IF
058400     END-IF.
058420     IF PS-GRADING
058440         PERFORM 1250-CHECK-GRADING
058460             THRU 1250-CHECK-GRADING-EXIT
058480     END-IF.
058500     IF PS-SUMMARY
058600         PERFORM 1300-CHECK-PARTITION
058700             THRU 1300-CHECK-PARTITION-EXIT
058800     END-IF.
058900     PERFORM 1100-READ-PARTSUM
059000         THRU 1100-READ-PARTSUM-EXIT.
059100 1200-CHECK-SUMMARY-EXIT.
059200     EXIT.
059203*****************************************************************
059206* 1250-CHECK-GRADING - A PARTITION'S "G" RECORD: ITS RETURN CODE
059209* BEFORE SEVERITY GRADING, KEPT FOR A MAXHITS= REGRADE, AND ITS
059212* SEVnRC= TABLE, WHICH MUST BE PARTITION 1'S.
059215*****************************************************************
059218 1250-CHECK-GRADING.
059221     SET WS-GRADING-SEEN TO TRUE.
059224     IF PS-BASE-RC IS NOT NUMERIC OR PS-GRADE-TABLE IS NOT NUMERIC
059227         DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
059230             " HAS A DAMAGED GRADING RECORD"
059233         MOVE 16 TO RETURN-CODE
059236         GO TO 1250-CHECK-GRADING-EXIT
059239     END-IF.
059242     MOVE WS-PART-COUNT TO WS-PART-SUB.
059245     MOVE PS-BASE-RC TO WS-PE-BASE-RC(WS-PART-SUB).
059248     IF WS-PART-SUB = 1
059251         MOVE PS-GRADE-TABLE TO WS-GRADE-TABLE
059254         GO TO 1250-CHECK-GRADING-EXIT
059257     END-IF.
059260     IF PS-GRADE-TABLE NOT = WS-GRADE-TABLE
059263         DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
059266             " RAN WITH OTHER SEVnRC= SETTINGS THAN PARTITION 1"
059269         MOVE 16 TO RETURN-CODE
059272     END-IF.
059275 1250-CHECK-GRADING-EXIT.
059278     EXIT.
059300*****************************************************************
059400* 1300-CHECK-PARTITION - A PARTITION'S "S" RECORD. IT MUST HAVE
059500* ENDED BELOW RETURN CODE 16, START WHERE THE PREVIOUS PARTITION
059600* ENDED AND HAVE RUN WITH THE SAME SETTINGS AS PARTITION 1. ITS
059650* RETURN CODE IS KEPT; 8100 DECIDES WHICH ONES COUNT.
059700*****************************************************************
059800 1300-CHECK-PARTITION.
059900     SET WS-SUMMARY-SEEN TO TRUE.
060000     MOVE WS-PART-COUNT TO WS-PART-SUB.
060100     MOVE PS-FROM-REC TO WS-PE-FROM(WS-PART-SUB).
060200     MOVE PS-TO-REC TO WS-PE-TO(WS-PART-SUB).
060300     MOVE PS-RECORD-NUM TO WS-PE-LAST(WS-PART-SUB).
060400     MOVE PS-END-STATE TO WS-PE-STATE(WS-PART-SUB).
060500     IF PS-RC >= 16
060600         DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
060700             " ENDED WITH RETURN CODE " PS-RC
060800             " - RESTART IT BEFORE MERGING"
060900         MOVE 16 TO RETURN-CODE
061000         GO TO 1300-CHECK-PARTITION-EXIT
061100     END-IF.
061200     IF NOT WS-GRADING-SEEN
061300         DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
061400             " HAS NO GRADING RECORD"
061420         MOVE 16 TO RETURN-CODE
061440         GO TO 1300-CHECK-PARTITION-EXIT
061460     END-IF.
061480     MOVE PS-RC TO WS-PE-RC(WS-PART-SUB).
061500     IF WS-PART-SUB = 1
061600         IF PS-FROM-REC NOT = 1
061700             DISPLAY "STRSMRG: PARTITION 1 STARTS AT RECORD "
061800                 PS-FROM-REC ", NOT RECORD 1"
061900             MOVE 16 TO RETURN-CODE
062000             GO TO 1300-CHECK-PARTITION-EXIT
062100         END-IF
062200         MOVE PS-INFILE-ID TO WS-INFILE-ID
062300         MOVE PS-MAX-HITS TO WS-MAX-HITS
062400         MOVE PS-CTL-SW TO WS-CTL-RECOGNIZE-SW
062500         MOVE PS-REDACT-SW TO WS-REDACT-SW
062600         MOVE PS-START-DATE TO WS-RUN-DATE
062700         MOVE PS-START-TIME TO WS-RUN-TIME
062800     ELSE
062900         COMPUTE WS-PREV-SUB = WS-PART-SUB - 1
063000         IF WS-PE-TO(WS-PREV-SUB) = ZERO
063100                 OR PS-FROM-REC NOT = WS-PE-TO(WS-PREV-SUB) + 1
063200             DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
063300                 " STARTS AT RECORD " PS-FROM-REC
063400                 ", NOT WHERE PARTITION " WS-PREV-SUB " ENDS"
063500             MOVE 16 TO RETURN-CODE
063600             GO TO 1300-CHECK-PARTITION-EXIT
063700         END-IF
063800         IF PS-INFILE-ID NOT = WS-INFILE-ID
063900                 OR PS-MAX-HITS NOT = WS-MAX-HITS
064000                 OR PS-CTL-SW NOT = WS-CTL-RECOGNIZE-SW
064100                 OR PS-REDACT-SW NOT = WS-REDACT-SW
064200             DISPLAY "STRSMRG: PARTITION " PS-PART-NUM
064300                 " RAN WITH OTHER INFILEID=, MAXHITS=, CTLREC="
064400                 " OR REDACT= SETTINGS THAN PARTITION 1"
064500             MOVE 16 TO RETURN-CODE
064600             GO TO 1300-CHECK-PARTITION-EXIT
064700         END-IF
064800         IF PS-START-DATE < WS-RUN-DATE
064900                 OR (PS-START-DATE = WS-RUN-DATE
065000                     AND PS-START-TIME < WS-RUN-TIME)
065100             MOVE PS-START-DATE TO WS-RUN-DATE
065200             MOVE PS-START-TIME TO WS-RUN-TIME
065300         END-IF
065400     END-IF.
065500     IF PS-RECORD-NUM > WS-RECORDS-READ
065600         MOVE PS-RECORD-NUM TO WS-RECORDS-READ
065700     END-IF.
065800     ADD PS-RPT-LINES TO WS-RPT-EXPECT.
065900     ADD PS-EXT-LINES TO WS-EXT-EXPECT.
066000     ADD PS-CTX-LINES TO WS-CTX-EXPECT.
066100     ADD PS-CLEAN-LINES TO WS-CLN-EXPECT.
066200 1300-CHECK-PARTITION-EXIT.
066300     EXIT.
066400*****************************************************************
066500* 2000-MERGE-MATCHES - COPY THE REPORT LINES AND EXTRACT RECORDS
066600* IN STEP, REPLAYING EACH PARTITION'S CONTROL RECORDS AHEAD OF
066700* THE FIRST MATCH AFTER THEM. ONCE MAXHITS= STOPS THE MERGE THE
066800* REST IS STILL READ, TO BE COUNTED, BUT NOT WRITTEN. AT THE
066900* END AN OPEN SEGMENT IS A MISSING TRAILER, AS IN STRSCAN.
067000*****************************************************************
067100 2000-MERGE-MATCHES.
067200     PERFORM 2100-READ-PAIR
067300         THRU 2100-READ-PAIR-EXIT.
067400     PERFORM 2200-MERGE-ONE
067500         THRU 2200-MERGE-ONE-EXIT
067600         UNTIL WS-PARTEXT-EOF OR RETURN-CODE NOT = ZERO.
067700     IF RETURN-CODE NOT = ZERO
067800         GO TO 2000-MERGE-MATCHES-EXIT
067900     END-IF.
068000     IF WS-MAXHITS-STOPPED
068100         COMPUTE WS-EVENT-LIMIT = WS-STOP-RECORD + 1
068200     ELSE
068300         MOVE 999999999 TO WS-EVENT-LIMIT
068400     END-IF.
068500     PERFORM 2500-APPLY-EVENT
068600         THRU 2500-APPLY-EVENT-EXIT
068700         UNTIL WS-PARTSUM-EOF
068800         OR (PS-CONTROL-EVENT
068900             AND PS-RECORD-NUM >= WS-EVENT-LIMIT).
069000     IF WS-CTL-RECOGNIZE AND WS-IN-SEGMENT
069100             AND NOT WS-MAXHITS-STOPPED
069200         MOVE WS-CTL-HDR-DATE TO RC-FILE-DATE
069300         MOVE ZERO TO RC-EXPECTED
069400         MOVE WS-DATA-COUNT TO RC-ACTUAL
069500         MOVE "NO TRAILER" TO RC-VERDICT
069600         PERFORM 2680-WRITE-RECON
069700             THRU 2680-WRITE-RECON-EXIT
069800         ADD 1 TO WS-CTL-MISMATCHES
069900     END-IF.
070000     CLOSE PARTSUM.
070100     CLOSE PARTRPT.
070200     CLOSE PARTEXT.
070300     CLOSE EXTFILE.
070400 2000-MERGE-MATCHES-EXIT.
070500     EXIT.
070600*****************************************************************
070700* 2100-READ-PAIR - GET THE NEXT EXTRACT RECORD AND ITS REPORT
070800* LINE. EITHER CONCATENATION ENDING BEFORE THE OTHER MEANS A
070900* PARTITION'S OUTPUTS WERE DAMAGED OR LEFT OUT.
071000*****************************************************************
071100 2100-READ-PAIR.
071200     IF NOT WS-PARTEXT-EOF
071300         READ PARTEXT INTO EXTRACT-REC
071400             AT END
071500                 SET WS-PARTEXT-EOF TO TRUE
071600         END-READ
071700     END-IF.
071800     IF NOT WS-PARTRPT-EOF
071900         READ PARTRPT
072000             AT END
072100                 SET WS-PARTRPT-EOF TO TRUE
072200         END-READ
072300     END-IF.
072400     IF WS-PARTEXT-EOF-SW NOT = WS-PARTRPT-EOF-SW
072500         DISPLAY "STRSMRG: PARTRPT AND PARTEXT DO NOT PAIR UP"
072600             " AFTER EXTRACT RECORD " WS-EXT-READ
072700         MOVE 16 TO RETURN-CODE
072800         GO TO 2100-READ-PAIR-EXIT
072900     END-IF.
073000     IF NOT WS-PARTEXT-EOF
073100         ADD 1 TO WS-EXT-READ WS-RPT-READ
073200     END-IF.
073300 2100-READ-PAIR-EXIT.
073400     EXIT.
073500*****************************************************************
073600* 2200-MERGE-ONE - ONE EXTRACT RECORD AND ITS REPORT LINE
073700*****************************************************************
073800 2200-MERGE-ONE.
073900     IF EX-RECORD-NUM IS NOT NUMERIC
074000             OR EX-RECORD-NUM < WS-LAST-EXT-REC
074100         DISPLAY "STRSMRG: PARTEXT OUT OF RECORD ORDER AT"
074200             " EXTRACT RECORD " WS-EXT-READ
074300         MOVE 16 TO RETURN-CODE
074400         GO TO 2200-MERGE-ONE-EXIT
074500     END-IF.
074600     MOVE EX-RECORD-NUM TO WS-LAST-EXT-REC.
074700     IF WS-MAXHITS-STOPPED
074800         GO TO 2200-MERGE-NEXT
074900     END-IF.
075000     MOVE EX-RECORD-NUM TO WS-EVENT-LIMIT.
075100     PERFORM 2500-APPLY-EVENT
075200         THRU 2500-APPLY-EVENT-EXIT
075300         UNTIL WS-PARTSUM-EOF
075400         OR (PS-CONTROL-EVENT
075500             AND PS-RECORD-NUM >= WS-EVENT-LIMIT).
075600     WRITE RPTFILE-REC FROM PARTRPT-REC.
075700     WRITE EXTFILE-REC FROM EXTRACT-REC.
075800     IF NOT RPTFILE-OK OR NOT EXTFILE-OK
075900         DISPLAY "STRSMRG: UNABLE TO WRITE RPTFILE/EXTFILE,"
076000             " STATUS " RPTFILE-STATUS "/" EXTFILE-STATUS
076100         MOVE 16 TO RETURN-CODE
076200         GO TO 2200-MERGE-ONE-EXIT
076300     END-IF.
076400     ADD 1 TO WS-EXT-WRITTEN.
076500     IF EX-RECORD-NUM NOT = WS-KEPT-REC
076600         MOVE EX-RECORD-NUM TO WS-KEPT-REC
076700         MOVE ZERO TO WS-KEPT-IN-REC
076800     END-IF.
076900     ADD 1 TO WS-KEPT-IN-REC.
076933     PERFORM 2300-COUNT-KEPT
076966         THRU 2300-COUNT-KEPT-EXIT.
077000     EVALUATE TRUE
077100         WHEN EX-EXACT-MATCH
077200             ADD 1 TO WS-MATCH-COUNT
077300             MOVE EX-SEVERITY TO WS-SEV-DIGIT-X
077400             IF WS-SEV-DIGIT-X IS NUMERIC
077500                     AND WS-SEV-DIGIT-X NOT = "0"
077600                 ADD 1 TO WS-SEV-COUNT(WS-SEV-DIGIT)
077700             END-IF
077800             IF WS-MAX-HITS > ZERO
077900                     AND WS-MATCH-COUNT >= WS-MAX-HITS
078000                 SET WS-MAXHITS-STOPPED TO TRUE
078100                 MOVE EX-RECORD-NUM TO WS-STOP-RECORD
078200                 MOVE WS-KEPT-IN-REC TO WS-STOP-KEPT
078250                 MOVE WS-EXT-PART TO WS-STOP-PART
078300                 DISPLAY "STRSMRG: MAXHITS LIMIT OF " WS-MAX-HITS
078400                     " MATCH(ES) REACHED AT RECORD "
078500                     WS-STOP-RECORD ", LATER OUTPUT DROPPED"
078600             END-IF
078700         WHEN EX-NEAR-MATCH
078800             ADD 1 TO WS-NEAR-COUNT
078900         WHEN EX-TRIAL-MATCH
079000             ADD 1 TO WS-TRIAL-COUNT
079100     END-EVALUATE.
079200 2200-MERGE-NEXT.
079300     PERFORM 2100-READ-PAIR
079400         THRU 2100-READ-PAIR-EXIT.
079500 2200-MERGE-ONE-EXIT.
079600     EXIT.
079602*****************************************************************
079604* 2300-COUNT-KEPT - COUNT A KEPT EXTRACT RECORD AGAINST ITS
079606* PATTERN. THE COUNTS START AGAIN WITH EACH PARTITION, SO ONCE
079608* MAXHITS= STOPS THE MERGE THEY ARE THOSE OF THE PART OF THE
079610* STOP PARTITION THAT WAS KEPT.
079612*****************************************************************
079614 2300-COUNT-KEPT.
079616     MOVE WS-EXT-PART TO WS-PREV-SUB.
079618     PERFORM VARYING WS-EXT-PART FROM WS-EXT-PART BY 1
079620             UNTIL WS-EXT-PART >= WS-PART-COUNT
079622             OR EX-RECORD-NUM <= WS-PE-TO(WS-EXT-PART)
079624         CONTINUE
079626     END-PERFORM.
079628     IF WS-EXT-PART NOT = WS-PREV-SUB
079630         MOVE ZERO TO WS-KEPT-PAT-COUNT
079632     END-IF.
079634     MOVE "N" TO WS-ENTRY-FOUND-SW.
079636     PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
079638             UNTIL WS-KEPT-IDX > WS-KEPT-PAT-COUNT
079640             OR WS-ENTRY-FOUND
079642         IF WS-KEPT-PAT-ID(WS-KEPT-IDX) = EX-PATTERN-ID
079644             SET WS-ENTRY-FOUND TO TRUE
079646         END-IF
079648     END-PERFORM.
079650     IF WS-ENTRY-FOUND
079652         SET WS-KEPT-IDX DOWN BY 1
079654     ELSE
079656         IF WS-KEPT-PAT-COUNT >= WS-PATTERN-MAX
079658             GO TO 2300-COUNT-KEPT-EXIT
079660         END-IF
079662         ADD 1 TO WS-KEPT-PAT-COUNT
079664         SET WS-KEPT-IDX TO WS-KEPT-PAT-COUNT
079666         MOVE EX-PATTERN-ID TO WS-KEPT-PAT-ID(WS-KEPT-IDX)
079668         MOVE ZERO TO WS-KEPT-HITS(WS-KEPT-IDX)
079670             WS-KEPT-NEARS(WS-KEPT-IDX)
079672             WS-KEPT-TRIALS(WS-KEPT-IDX)
079674     END-IF.
079676     EVALUATE TRUE
079678         WHEN EX-EXACT-MATCH
079680             ADD 1 TO WS-KEPT-HITS(WS-KEPT-IDX)
079682         WHEN EX-NEAR-MATCH
079684             ADD 1 TO WS-KEPT-NEARS(WS-KEPT-IDX)
079686         WHEN EX-TRIAL-MATCH
079688             ADD 1 TO WS-KEPT-TRIALS(WS-KEPT-IDX)
079690     END-EVALUATE.
079692 2300-COUNT-KEPT-EXIT.
079694     EXIT.
079700*****************************************************************
079800* 2500-APPLY-EVENT - ONE PARTSUM RECORD OF THE SECOND PASS. A
079900* "C" RECORD ADDS THE DATA RECORDS ITS PARTITION READ BEFORE IT
080000* AND IS RECONCILED; AN "S" RECORD ADDS THE DATA RECORDS ITS
080100* PARTITION READ AFTER ITS LAST CONTROL RECORD, WHICH BELONG TO
080200* THE SEGMENT THE NEXT PARTITION CONTINUES. TALLIES ARE SKIPPED.
080300*****************************************************************
080400 2500-APPLY-EVENT.
080500     EVALUATE TRUE
080600         WHEN PS-CONTROL-EVENT
080700             ADD PS-CTL-DATA-COUNT TO WS-DATA-COUNT
080800             PERFORM 2600-CONTROL-RECORD
080900                 THRU 2600-CONTROL-RECORD-EXIT
081000         WHEN PS-SUMMARY
081100             ADD PS-TRAIL-COUNT TO WS-DATA-COUNT
081200     END-EVALUATE.
081300     PERFORM 1100-READ-PARTSUM
081400         THRU 1100-READ-PARTSUM-EXIT.
081500 2500-APPLY-EVENT-EXIT.
081600     EXIT.
081700*****************************************************************
081800* 2600-CONTROL-RECORD - RECONCILE ONE HDR/TRL RECORD, THE SAME
081900* RULES AS STRSCAN'S 2800-CONTROL-RECORD ON A SINGLE RUN: A
082000* HEADER OPENS A SEGMENT (ONE STILL OPEN HAD NO TRAILER), A
082100* TRAILER'S EXPECTED COUNT (COLS 4-12) IS CHECKED AGAINST THE
082200* DATA RECORDS OF THE SEGMENT AND CLOSES IT.
082300*****************************************************************
082400 2600-CONTROL-RECORD.
082500     IF PS-CTL-TEXT(1:3) = "HDR"
082600         IF WS-IN-SEGMENT
082700             MOVE WS-CTL-HDR-DATE TO RC-FILE-DATE
082800             MOVE ZERO TO RC-EXPECTED
082900             MOVE WS-DATA-COUNT TO RC-ACTUAL
083000             MOVE "NO TRAILER" TO RC-VERDICT
083100             PERFORM 2680-WRITE-RECON
083200                 THRU 2680-WRITE-RECON-EXIT
083300             ADD 1 TO WS-CTL-MISMATCHES
083400         END-IF
083500         SET WS-IN-SEGMENT TO TRUE
083600         MOVE PS-CTL-TEXT(4:8) TO WS-CTL-HDR-DATE
083700         MOVE ZERO TO WS-DATA-COUNT
083800         GO TO 2600-CONTROL-RECORD-EXIT
083900     END-IF.
084000     IF NOT WS-IN-SEGMENT
084100         MOVE SPACES TO RC-FILE-DATE
084200         MOVE ZERO TO RC-EXPECTED
084300         MOVE WS-DATA-COUNT TO RC-ACTUAL
084400         MOVE "STRAY TRL" TO RC-VERDICT
084500         PERFORM 2680-WRITE-RECON
084600             THRU 2680-WRITE-RECON-EXIT
084700         ADD 1 TO WS-CTL-MISMATCHES
084800         MOVE ZERO TO WS-DATA-COUNT
084900         GO TO 2600-CONTROL-RECORD-EXIT
085000     END-IF.
085100     MOVE WS-CTL-HDR-DATE TO RC-FILE-DATE.
085200     IF PS-CTL-TEXT(4:9) IS NOT NUMERIC
085300         MOVE ZERO TO RC-EXPECTED
085400         MOVE WS-DATA-COUNT TO RC-ACTUAL
085500         MOVE "BAD TRL" TO RC-VERDICT
085600         PERFORM 2680-WRITE-RECON
085700             THRU 2680-WRITE-RECON-EXIT
085800         ADD 1 TO WS-CTL-MISMATCHES
085900     ELSE
086000         MOVE PS-CTL-TEXT(4:9) TO WS-CTL-EXPECTED
086100         MOVE WS-CTL-EXPECTED TO RC-EXPECTED
086200         MOVE WS-DATA-COUNT TO RC-ACTUAL
086300         IF WS-CTL-EXPECTED = WS-DATA-COUNT
086400             MOVE "OK" TO RC-VERDICT
086500         ELSE
086600             MOVE "MISMATCH" TO RC-VERDICT
086700             ADD 1 TO WS-CTL-MISMATCHES
086800         END-IF
086900         PERFORM 2680-WRITE-RECON
087000             THRU 2680-WRITE-RECON-EXIT
087100     END-IF.
087200     MOVE "N" TO WS-IN-SEGMENT-SW.
087300     MOVE ZERO TO WS-DATA-COUNT.
087400 2600-CONTROL-RECORD-EXIT.
087500     EXIT.
087600*****************************************************************
087700* 2680-WRITE-RECON - ONE CONTROL LINE TO THE REPORT AND CONSOLE
087800*****************************************************************
087900 2680-WRITE-RECON.
088000     WRITE RPTFILE-REC FROM WS-RECON-LINE.
088100     DISPLAY "STRSMRG: " WS-RECON-LINE.
088200 2680-WRITE-RECON-EXIT.
088300     EXIT.
088400*****************************************************************
088500* 3000-MERGE-CONTEXT - COPY THE CONTEXT RECORDS. A PARTITION
088600* WRITES THEM IN EXTRACT ORDER (AT MOST 200 PER SCANNED RECORD),
088700* SO AT THE MAXHITS= STOP RECORD ONLY AS MANY ARE KEPT AS THAT
088800* RECORD KEPT EXTRACT RECORDS.
088900*****************************************************************
089000 3000-MERGE-CONTEXT.
089100     PERFORM 3100-READ-PARTCTX
089200         THRU 3100-READ-PARTCTX-EXIT.
089300     PERFORM 3200-COPY-CONTEXT
089400         THRU 3200-COPY-CONTEXT-EXIT
089500         UNTIL WS-PARTCTX-EOF OR RETURN-CODE NOT = ZERO.
089600     CLOSE PARTCTX.
089700     CLOSE CTXFILE.
089800 3000-MERGE-CONTEXT-EXIT.
089900     EXIT.
090000*****************************************************************
090100* 3100-READ-PARTCTX - GET THE NEXT CONTEXT RECORD
090200*****************************************************************
090300 3100-READ-PARTCTX.
090400     IF NOT WS-PARTCTX-EOF
090500         READ PARTCTX INTO CONTEXT-REC
090600             AT END
090700                 SET WS-PARTCTX-EOF TO TRUE
090800         END-READ
090900     END-IF.
091000     IF NOT WS-PARTCTX-EOF
091100         ADD 1 TO WS-CTX-READ
091200     END-IF.
091300 3100-READ-PARTCTX-EXIT.
091400     EXIT.
091500*****************************************************************
091600* 3200-COPY-CONTEXT - ONE CONTEXT RECORD
091700*****************************************************************
091800 3200-COPY-CONTEXT.
091900     IF CX-RECORD-NUM IS NOT NUMERIC
092000             OR CX-RECORD-NUM < WS-LAST-CTX-REC
092100         DISPLAY "STRSMRG: PARTCTX OUT OF RECORD ORDER AT"
092200             " CONTEXT RECORD " WS-CTX-READ
092300         MOVE 16 TO RETURN-CODE
092400         GO TO 3200-COPY-CONTEXT-EXIT
092500     END-IF.
092600     IF CX-RECORD-NUM NOT = WS-LAST-CTX-REC
092700         MOVE CX-RECORD-NUM TO WS-LAST-CTX-REC
092800         MOVE ZERO TO WS-CTX-IN-REC
092900     END-IF.
093000     ADD 1 TO WS-CTX-IN-REC.
093100     IF WS-MAXHITS-STOPPED
093200         IF CX-RECORD-NUM > WS-STOP-RECORD
093300                 OR (CX-RECORD-NUM = WS-STOP-RECORD
093400                     AND WS-CTX-IN-REC > WS-STOP-KEPT)
093500             GO TO 3200-COPY-NEXT
093600         END-IF
093700     END-IF.
093800     WRITE CTXFILE-REC FROM CONTEXT-REC.
093900     IF NOT CTXFILE-OK
094000         DISPLAY "STRSMRG: UNABLE TO WRITE CTXFILE, STATUS "
094100             CTXFILE-STATUS
094200         MOVE 16 TO RETURN-CODE
094300         GO TO 3200-COPY-CONTEXT-EXIT
094400     END-IF.
094500     ADD 1 TO WS-CTX-WRITTEN.
094600 3200-COPY-NEXT.
094700     PERFORM 3100-READ-PARTCTX
094800         THRU 3100-READ-PARTCTX-EXIT.
094900 3200-COPY-CONTEXT-EXIT.
095000     EXIT.
095100*****************************************************************
095200* 4000-GATHER-TALLIES - THIRD PASS OF PARTSUM: SUM THE PATTERN
095300* AND DISPOSITION TALLIES OF EVERY PARTITION THAT STARTED AT OR
095400* BEFORE THE MAXHITS= STOP RECORD (ALL OF THEM WHEN THE MERGE
095500* DID NOT STOP), THEN CLOSE THE REPORT WITH THE SUPPRESSED-
095600* MATCHES SUMMARY AND, WHEN THE STOP PARTITION'S COUNTS COULD
095650* NOT BE CUT AT THE STOP, THE REASON NO PATSTATS ARE WRITTEN.
095700*****************************************************************
095800 4000-GATHER-TALLIES.
095900     MOVE "N" TO WS-PARTSUM-EOF-SW.
096000     OPEN INPUT PARTSUM.
096100     IF NOT PARTSUM-OK
096200         DISPLAY "STRSMRG: UNABLE TO REOPEN PARTSUM, STATUS "
096300             PARTSUM-STATUS
096400         MOVE 16 TO RETURN-CODE
096500         GO TO 4000-GATHER-TALLIES-EXIT
096600     END-IF.
096700     PERFORM 1100-READ-PARTSUM
096800         THRU 1100-READ-PARTSUM-EXIT.
096900     PERFORM 4100-ADD-TALLY
097000         THRU 4100-ADD-TALLY-EXIT
097100         UNTIL WS-PARTSUM-EOF.
097200     CLOSE PARTSUM.
097300     IF WS-DISP-COUNT > ZERO
097400         PERFORM 4400-WRITE-SUPPRESSED
097500             THRU 4400-WRITE-SUPPRESSED-EXIT
097600     END-IF.
097614     IF WS-STATS-HELD
097628         MOVE WS-STOP-RECORD TO HL-RECORD
097642         MOVE WS-STOP-PART TO HL-PART
097656         WRITE RPTFILE-REC FROM WS-HELD-LINE
097670         DISPLAY "STRSMRG: " WS-HELD-LINE
097684     END-IF.
097700     CLOSE RPTFILE.
097800 4000-GATHER-TALLIES-EXIT.
097900     EXIT.
098000*****************************************************************
098100* 4100-ADD-TALLY - ONE PARTSUM RECORD OF THE THIRD PASS
098200*****************************************************************
098300 4100-ADD-TALLY.
098400     MOVE PS-PART-NUM TO WS-PART-SUB.
098500     IF WS-MAXHITS-STOPPED
098600             AND WS-PE-FROM(WS-PART-SUB) > WS-STOP-RECORD
098700         GO TO 4100-ADD-TALLY-NEXT
098800     END-IF.
098900     IF PS-DISP-TALLY
099000         PERFORM 4200-ADD-DISPOSITION
099100             THRU 4200-ADD-DISPOSITION-EXIT
099200     END-IF.
099300     IF PS-PAT-TALLY
099400         PERFORM 4300-ADD-PATTERN
099500             THRU 4300-ADD-PATTERN-EXIT
099600     END-IF.
099700 4100-ADD-TALLY-NEXT.
099800     PERFORM 1100-READ-PARTSUM
099900         THRU 1100-READ-PARTSUM-EXIT.
100000 4100-ADD-TALLY-EXIT.
100100     EXIT.
100200*****************************************************************
100300* 4200-ADD-DISPOSITION - ADD A "D" RECORD TO ITS PATTERN/TEXT
100400* ENTRY. EVERY PARTITION LOADS THE SAME DISPFILE, SO THE TABLE
100500* KEEPS THE ORDER STRSCAN LOADED THEM IN.
100600*****************************************************************
100700 4200-ADD-DISPOSITION.
100800     ADD PS-DISP-HITS TO WS-SUPPRESS-COUNT.
100900     MOVE "N" TO WS-ENTRY-FOUND-SW.
101000     PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
101100             UNTIL WS-DISP-IDX > WS-DISP-COUNT
101200             OR WS-ENTRY-FOUND
101300         IF WS-DISP-PAT-ID(WS-DISP-IDX) = PS-DISP-PAT-ID
101400                 AND WS-DISP-TEXT(WS-DISP-IDX) = PS-DISP-TEXT
101500             ADD PS-DISP-HITS TO WS-DISP-HITS(WS-DISP-IDX)
101600             SET WS-ENTRY-FOUND TO TRUE
101700         END-IF
101800     END-PERFORM.
101900     IF WS-ENTRY-FOUND
102000         GO TO 4200-ADD-DISPOSITION-EXIT
102100     END-IF.
102200     IF WS-DISP-COUNT >= WS-DISP-MAX
102300         DISPLAY "STRSMRG: DISPOSITION TABLE FULL, "
102400             PS-DISP-PAT-ID " '" PS-DISP-TEXT
102500             "' LEFT OUT OF THE SUMMARY"
102600         GO TO 4200-ADD-DISPOSITION-EXIT
102700     END-IF.
102800     ADD 1 TO WS-DISP-COUNT.
102900     SET WS-DISP-IDX TO WS-DISP-COUNT.
103000     MOVE PS-DISP-PAT-ID TO WS-DISP-PAT-ID(WS-DISP-IDX).
103100     MOVE PS-DISP-TEXT TO WS-DISP-TEXT(WS-DISP-IDX).
103200     MOVE PS-DISP-USER TO WS-DISP-USER(WS-DISP-IDX).
103300     MOVE PS-DISP-DATE TO WS-DISP-DATE(WS-DISP-IDX).
103400     MOVE PS-DISP-HITS TO WS-DISP-HITS(WS-DISP-IDX).
103500 4200-ADD-DISPOSITION-EXIT.
103600     EXIT.
103700*****************************************************************
103800* 4300-ADD-PATTERN - ADD A "P" RECORD TO ITS PATTERN'S ENTRY.
103833* THE STOP PARTITION'S EXACT, NEAR AND TRIAL COUNTS COVER
103866* RECORDS AFTER THE STOP, SO THEY COME FROM 4350 INSTEAD.
103900*****************************************************************
104000 4300-ADD-PATTERN.
104100     MOVE "N" TO WS-ENTRY-FOUND-SW.
104200     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
104300             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
104400             OR WS-ENTRY-FOUND
104500         IF WS-PATTERN-ID(WS-PATTERN-IDX) = PS-PAT-ID
104600             SET WS-ENTRY-FOUND TO TRUE
104700         END-IF
104800     END-PERFORM.
104900     IF WS-ENTRY-FOUND
105000         SET WS-PATTERN-IDX DOWN BY 1
105100     ELSE
105200         IF WS-PATTERN-COUNT >= WS-PATTERN-MAX
105300             DISPLAY "STRSMRG: PATTERN TABLE FULL, " PS-PAT-ID
105400                 " LEFT OUT OF PATSTATS"
105500             GO TO 4300-ADD-PATTERN-EXIT
105600         END-IF
105700         ADD 1 TO WS-PATTERN-COUNT
105800         SET WS-PATTERN-IDX TO WS-PATTERN-COUNT
105900         MOVE PS-PAT-ID TO WS-PATTERN-ID(WS-PATTERN-IDX)
106000         MOVE PS-PAT-STATUS TO WS-PATTERN-STATUS(WS-PATTERN-IDX)
106100         MOVE PS-PAT-SEV TO WS-PATTERN-SEV(WS-PATTERN-IDX)
106200         MOVE ZERO TO WS-PATTERN-HITS(WS-PATTERN-IDX)
106300             WS-PATTERN-NEARS(WS-PATTERN-IDX)
106400             WS-PATTERN-TRIALS(WS-PATTERN-IDX)
106500             WS-PATTERN-SUPPRESS(WS-PATTERN-IDX)
106600     END-IF.
106616     IF WS-MAXHITS-STOPPED AND WS-PART-SUB = WS-STOP-PART
106632         PERFORM 4350-ADD-KEPT-COUNTS
106648             THRU 4350-ADD-KEPT-COUNTS-EXIT
106664         GO TO 4300-ADD-SUPPRESS
106680     END-IF.
106700     ADD PS-PAT-HITS TO WS-PATTERN-HITS(WS-PATTERN-IDX).
106800     ADD PS-PAT-NEARS TO WS-PATTERN-NEARS(WS-PATTERN-IDX).
106900     ADD PS-PAT-TRIALS TO WS-PATTERN-TRIALS(WS-PATTERN-IDX).
106950 4300-ADD-SUPPRESS.
107000     ADD PS-PAT-SUPPRESS TO WS-PATTERN-SUPPRESS(WS-PATTERN-IDX).
107100 4300-ADD-PATTERN-EXIT.
107200     EXIT.
107203*****************************************************************
107206* 4350-ADD-KEPT-COUNTS - THE STOP PARTITION'S COUNTS FOR THE
107209* PATTERN, FROM THE EXTRACT RECORDS 2300 COUNTED AS KEPT. A
107212* RULE-ONLY PATTERN'S HITS AND SUPPRESSED MATCHES WRITE NO
107215* EXTRACT RECORD, SO WHERE THE PARTITION HAS EITHER THERE IS NO
107218* TELLING HOW MANY FELL BEFORE THE STOP AND THE PATTERN
107221* STATISTICS ARE HELD BACK.
107224*****************************************************************
107227 4350-ADD-KEPT-COUNTS.
107230     IF PS-PAT-SUPPRESS > ZERO
107233             OR (PS-PAT-RULE-ONLY = "Y"
107236                 AND (PS-PAT-HITS > ZERO OR PS-PAT-TRIALS > ZERO))
107239         SET WS-STATS-HELD TO TRUE
107242     END-IF.
107245     PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
107248             UNTIL WS-KEPT-IDX > WS-KEPT-PAT-COUNT
107251         IF WS-KEPT-PAT-ID(WS-KEPT-IDX) = PS-PAT-ID
107254             ADD WS-KEPT-HITS(WS-KEPT-IDX)
107257                 TO WS-PATTERN-HITS(WS-PATTERN-IDX)
107260             ADD WS-KEPT-NEARS(WS-KEPT-IDX)
107263                 TO WS-PATTERN-NEARS(WS-PATTERN-IDX)
107266             ADD WS-KEPT-TRIALS(WS-KEPT-IDX)
107269                 TO WS-PATTERN-TRIALS(WS-PATTERN-IDX)
107272         END-IF
107275     END-PERFORM.
107278 4350-ADD-KEPT-COUNTS-EXIT.
107281     EXIT.
107300*****************************************************************
107400* 4400-WRITE-SUPPRESSED - THE SUPPRESSED-MATCHES SUMMARY, LAID
107500* OUT AS STRSCAN WRITES IT ON A SINGLE RUN
107600*****************************************************************
107700 4400-WRITE-SUPPRESSED.
107800     MOVE "SUPPRESSED-MATCHES SUMMARY (ACCEPTED DISPOSITIONS)"
107900         TO RPTFILE-REC.
108000     WRITE RPTFILE-REC.
108100     PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
108200             UNTIL WS-DISP-IDX > WS-DISP-COUNT
108300         MOVE WS-DISP-PAT-ID(WS-DISP-IDX) TO SP-PATTERN-ID
108400         MOVE WS-DISP-TEXT(WS-DISP-IDX) TO SP-TEXT
108500         MOVE WS-DISP-HITS(WS-DISP-IDX) TO SP-COUNT
108600         MOVE WS-DISP-USER(WS-DISP-IDX) TO SP-USER
108700         MOVE WS-DISP-DATE(WS-DISP-IDX) TO SP-DATE
108800         WRITE RPTFILE-REC FROM WS-SUPP-LINE
108900     END-PERFORM.
109000     MOVE WS-SUPPRESS-COUNT TO ST-COUNT.
109100     WRITE RPTFILE-REC FROM WS-SUPP-TOTAL-LINE.
109200 4400-WRITE-SUPPRESSED-EXIT.
109300     EXIT.
109400*****************************************************************
109500* 5000-MERGE-CLEAN - COPY THE CLEAN COPY. THE PARTITIONS WROTE
109600* ONE LINE PER INFILE RECORD, SO LINE N IS RECORD N AND A
109700* MAXHITS= STOP KEEPS THE LINES UP TO THE STOP RECORD.
109800*****************************************************************
109900 5000-MERGE-CLEAN.
110000     PERFORM 5100-READ-PARTCLN
110100         THRU 5100-READ-PARTCLN-EXIT.
110200     PERFORM 5200-COPY-CLEAN
110300         THRU 5200-COPY-CLEAN-EXIT
110400         UNTIL WS-PARTCLN-EOF OR RETURN-CODE NOT = ZERO.
110500     CLOSE PARTCLN.
110600     CLOSE CLEANFILE.
110700 5000-MERGE-CLEAN-EXIT.
110800     EXIT.
110900*****************************************************************
111000* 5100-READ-PARTCLN - GET THE NEXT CLEAN-COPY LINE
111100*****************************************************************
111200 5100-READ-PARTCLN.
111300     IF NOT WS-PARTCLN-EOF
111400         READ PARTCLN
111500             AT END
111600                 SET WS-PARTCLN-EOF TO TRUE
111700         END-READ
111800     END-IF.
111900     IF NOT WS-PARTCLN-EOF
112000         ADD 1 TO WS-CLN-READ
112100     END-IF.
112200 5100-READ-PARTCLN-EXIT.
112300     EXIT.
112400*****************************************************************
112500* 5200-COPY-CLEAN - ONE CLEAN-COPY LINE
112600*****************************************************************
112700 5200-COPY-CLEAN.
112800     IF WS-MAXHITS-STOPPED AND WS-CLN-READ > WS-STOP-RECORD
112900         GO TO 5200-COPY-NEXT
113000     END-IF.
113100     IF WS-CLEAN-LEN < 1
113200         MOVE 1 TO WS-CLEAN-LEN
113300     END-IF.
113400     WRITE CLEANFILE-REC FROM PARTCLN-REC.
113500     IF NOT CLEANFILE-OK
113600         DISPLAY "STRSMRG: UNABLE TO WRITE CLEANFILE, STATUS "
113700             CLEANFILE-STATUS
113800         MOVE 16 TO RETURN-CODE
113900         GO TO 5200-COPY-CLEAN-EXIT
114000     END-IF.
114100     ADD 1 TO WS-CLN-WRITTEN.
114200 5200-COPY-NEXT.
114300     PERFORM 5100-READ-PARTCLN
114400         THRU 5100-READ-PARTCLN-EXIT.
114500 5200-COPY-CLEAN-EXIT.
114600     EXIT.
114700*****************************************************************
114800* 8000-WRAP-UP - PROVE NOTHING WAS LOST IN THE CONCATENATIONS,
114900* SET THE RETURN CODE AND RECORD THE RUN
115000*****************************************************************
115100 8000-WRAP-UP.
115200     IF WS-RPT-READ NOT = WS-RPT-EXPECT
115300             OR WS-EXT-READ NOT = WS-EXT-EXPECT
115400             OR WS-CTX-READ NOT = WS-CTX-EXPECT
115500             OR WS-CLN-READ NOT = WS-CLN-EXPECT
115600         DISPLAY "STRSMRG: PARTITION OUTPUTS DO NOT MATCH THEIR"
115700             " SUMMARIES - READ/EXPECTED RPT " WS-RPT-READ "/"
115800             WS-RPT-EXPECT " EXT " WS-EXT-READ "/"
115900             WS-EXT-EXPECT " CTX " WS-CTX-READ "/"
116000             WS-CTX-EXPECT " CLEAN " WS-CLN-READ "/"
116100             WS-CLN-EXPECT
116200         MOVE 16 TO RETURN-CODE
116300         GO TO 8000-WRAP-UP-EXIT
116400     END-IF.
116500     IF WS-MAXHITS-STOPPED
116600         MOVE WS-STOP-RECORD TO WS-RECORDS-READ
116700     END-IF.
116800     DISPLAY "STRSMRG: " WS-RECORDS-READ " RECORD(S) SCANNED"
116900         " BY " WS-PART-COUNT " PARTITION(S)".
117000     DISPLAY "STRSMRG: " WS-MATCH-COUNT " MATCH(ES), "
117100         WS-NEAR-COUNT " NEAR-MATCH(ES), " WS-TRIAL-COUNT
117200         " TRIAL HIT(S)".
117300     DISPLAY "STRSMRG: " WS-EXT-WRITTEN " EXTRACT, "
117400         WS-CTX-WRITTEN " CONTEXT AND " WS-CLN-WRITTEN
117500         " CLEAN RECORD(S) WRITTEN".
117600     IF WS-SUPPRESS-COUNT > ZERO
117700         DISPLAY "STRSMRG: " WS-SUPPRESS-COUNT " MATCH(ES)"
117800             " SUPPRESSED BY ACCEPTED DISPOSITIONS"
117900     END-IF.
117933     PERFORM 8100-SET-RETURN-CODE
117966         THRU 8100-SET-RETURN-CODE-EXIT.
118000     IF WS-CTL-MISMATCHES > ZERO
118100         DISPLAY "STRSMRG: " WS-CTL-MISMATCHES
118200             " CONTROL-TOTAL DISCREPANCY(IES) - SEE REPORT"
118300         IF WS-MAX-RC < 8
118400             MOVE 8 TO WS-MAX-RC
118500         END-IF
118600     END-IF.
118700     PERFORM 8200-WRITE-HISTORY
118800         THRU 8200-WRITE-HISTORY-EXIT.
118900     PERFORM 8400-WRITE-PATTERN-STATS
119000         THRU 8400-WRITE-PATTERN-STATS-EXIT.
119100     MOVE WS-MAX-RC TO RETURN-CODE.
119200 8000-WRAP-UP-EXIT.
119300     EXIT.
119302*****************************************************************
119304* 8100-SET-RETURN-CODE - THE HIGHEST PARTITION RETURN CODE. AFTER
119306* A MAXHITS= STOP ONLY THE PARTITIONS BEFORE THE ONE HOLDING THE
119308* STOP WERE KEPT WHOLE AND GIVE THEIR GRADED CODE; THE STOP
119310* PARTITION GIVES ITS CODE BEFORE GRADING, LATER ONES NOTHING,
119312* AND THE SEVnRC= GRADING IS DONE AGAIN ON THE SEVERITIES OF THE
119314* EXACT MATCHES KEPT, AS A SINGLE RUN STOPPING THERE WOULD HAVE
119316* GRADED IT.
119318*****************************************************************
119320 8100-SET-RETURN-CODE.
119322     MOVE ZERO TO WS-MAX-RC.
119324     PERFORM VARYING WS-RC-SUB FROM 1 BY 1
119326             UNTIL WS-RC-SUB > WS-PART-COUNT
119328         EVALUATE TRUE
119330             WHEN NOT WS-MAXHITS-STOPPED
119332                     OR WS-RC-SUB < WS-STOP-PART
119334                 IF WS-PE-RC(WS-RC-SUB) > WS-MAX-RC
119336                     MOVE WS-PE-RC(WS-RC-SUB) TO WS-MAX-RC
119338                 END-IF
119340             WHEN WS-RC-SUB = WS-STOP-PART
119342                 IF WS-PE-BASE-RC(WS-RC-SUB) > WS-MAX-RC
119344                     MOVE WS-PE-BASE-RC(WS-RC-SUB) TO WS-MAX-RC
119346                 END-IF
119348         END-EVALUATE
119350     END-PERFORM.
119352     IF NOT WS-MAXHITS-STOPPED
119354         GO TO 8100-SET-RETURN-CODE-EXIT
119356     END-IF.
119358     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
119360             UNTIL WS-SEV-IDX > 9
119362         IF WS-SEV-COUNT(WS-SEV-IDX) > ZERO
119364                 AND WS-SEV-RC(WS-SEV-IDX) > WS-MAX-RC
119366             MOVE WS-SEV-RC(WS-SEV-IDX) TO WS-MAX-RC
119368         END-IF
119370     END-PERFORM.
119372     DISPLAY "STRSMRG: RETURN CODE " WS-MAX-RC " GRADED ON THE"
119374         " MATCHES KEPT UP TO RECORD " WS-STOP-RECORD.
119376 8100-SET-RETURN-CODE-EXIT.
119378     EXIT.
119400*****************************************************************
119500* 8200-WRITE-HISTORY - THE ONE SCANHIST RECORD OF THE WHOLE RUN,
119600* KEYED ON THE EARLIEST PARTITION START. THE ELAPSED TIME RUNS
119700* FROM THERE TO THE END OF THE MERGE AND, AS IN STRSCAN,
119800* TOLERATES ONE MIDNIGHT. A FAILURE HERE IS REPORTED ON THE
119900* CONSOLE BUT NEVER FAILS THE MERGE.
120000*****************************************************************
120100 8200-WRITE-HISTORY.
120200     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
120300     COMPUTE WS-END-SEC = WS-STAMP-HH * 3600
120400         + WS-STAMP-MM * 60 + WS-STAMP-SS.
120500     MOVE ZERO TO WS-START-SEC.
120600     IF WS-RUN-TIME IS NUMERIC
120700         COMPUTE WS-START-SEC = WS-START-HH * 3600
120800             + WS-START-MM * 60 + WS-START-SS
120900     END-IF.
121000     IF WS-END-SEC < WS-START-SEC
121100         ADD 86400 TO WS-END-SEC
121200     END-IF.
121300     COMPUTE WS-ELAPSED-SEC = WS-END-SEC - WS-START-SEC.
121400     MOVE WS-RUN-DATE TO HS-RUN-DATE.
121500     MOVE WS-RUN-TIME TO HS-RUN-TIME.
121600     MOVE WS-INFILE-ID TO HS-INFILE-ID.
121700     MOVE WS-CTL-HDR-DATE TO HS-FILE-DATE.
121800     MOVE WS-RECORDS-READ TO HS-RECORDS-READ.
121900     MOVE WS-MATCH-COUNT TO HS-MATCH-COUNT.
122000     MOVE WS-NEAR-COUNT TO HS-NEAR-COUNT.
122100     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
122200             UNTIL WS-SEV-IDX > 9
122300         MOVE WS-SEV-COUNT(WS-SEV-IDX)
122400             TO HS-SEV-COUNT(WS-SEV-IDX)
122500     END-PERFORM.
122600     MOVE WS-CTL-MISMATCHES TO HS-CTL-MISMATCHES.
122700     MOVE WS-ELAPSED-SEC TO HS-ELAPSED-SEC.
122800     MOVE WS-SUPPRESS-COUNT TO HS-SUPPRESS-COUNT.
122900     OPEN I-O SCANHIST.
123000     IF SCANHIST-NOT-FOUND
123100         OPEN OUTPUT SCANHIST
123200     END-IF.
123300     IF NOT SCANHIST-OK
123400         DISPLAY "STRSMRG: UNABLE TO OPEN SCANHIST, STATUS "
123500             SCANHIST-STATUS ", RUN NOT RECORDED"
123600         GO TO 8200-WRITE-HISTORY-EXIT
123700     END-IF.
123800     WRITE HIST-REC
123900         INVALID KEY
124000             DISPLAY "STRSMRG: DUPLICATE SCANHIST KEY "
124100                 HS-RUN-KEY ", RUN NOT RECORDED"
124200     END-WRITE.
124300     CLOSE SCANHIST.
124400 8200-WRITE-HISTORY-EXIT.
124500     EXIT.
124600*****************************************************************
124700* 8400-WRITE-PATTERN-STATS - ONE PATSTATS RECORD PER PATTERN,
124800* THE PARTITIONS' COUNTS SUMMED, ON THE SCANHIST RUN KEY. A
124900* REDACT=O RUN WRITES NONE, AS IN STRSCAN, AND NEITHER DOES A
124950* MERGE WHOSE STOP PARTITION'S COUNTS COULD NOT BE CUT (4350).
125000*****************************************************************
125100 8400-WRITE-PATTERN-STATS.
125200     IF WS-REDACT-ONLY OR WS-PATTERN-COUNT = ZERO
125250             OR WS-STATS-HELD
125300         GO TO 8400-WRITE-PATTERN-STATS-EXIT
125400     END-IF.
125500     OPEN I-O PATSTATS.
125600     IF PATSTATS-NOT-FOUND
125700         OPEN OUTPUT PATSTATS
125800     END-IF.
125900     IF NOT PATSTATS-OK
126000         DISPLAY "STRSMRG: UNABLE TO OPEN PATSTATS, STATUS "
126100             PATSTATS-STATUS ", STATISTICS NOT RECORDED"
126200         GO TO 8400-WRITE-PATTERN-STATS-EXIT
126300     END-IF.
126400     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
126500             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
126600         MOVE WS-RUN-DATE TO PT-RUN-DATE
126700         MOVE WS-RUN-TIME TO PT-RUN-TIME
126800         MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO PT-PATTERN-ID
126900         MOVE WS-INFILE-ID TO PT-INFILE-ID
127000         MOVE WS-PATTERN-STATUS(WS-PATTERN-IDX) TO PT-PAT-STATUS
127100         MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO PT-SEVERITY
127200         MOVE WS-PATTERN-HITS(WS-PATTERN-IDX) TO PT-HIT-COUNT
127300         MOVE WS-PATTERN-NEARS(WS-PATTERN-IDX) TO PT-NEAR-COUNT
127400         MOVE WS-PATTERN-TRIALS(WS-PATTERN-IDX)
127500             TO PT-TRIAL-COUNT
127600         MOVE WS-PATTERN-SUPPRESS(WS-PATTERN-IDX)
127700             TO PT-SUPPRESS-COUNT
127800         WRITE PSTAT-REC
127900             INVALID KEY
128000                 DISPLAY "STRSMRG: DUPLICATE PATSTATS KEY "
128100                     PT-KEY ", NOT RECORDED"
128200             NOT INVALID KEY
128300                 ADD 1 TO WS-STAT-WRITE-COUNT
128400         END-WRITE
128500     END-PERFORM.
128600     CLOSE PATSTATS.
128700     DISPLAY "STRSMRG: " WS-STAT-WRITE-COUNT " PATTERN"
128800         " STATISTICS RECORD(S) WRITTEN TO PATSTATS".
128900 8400-WRITE-PATTERN-STATS-EXIT.
129000     EXIT.
