000546*                 NEVER REDACT AND NEVER RAISE THE RETURN
000547*                 CODE, SO A NEW PATTERN SHADOW-RUNS BEFORE
000548*                 IT GOES LIVE
000549* 2026-10-15  MT  PER-PATTERN STATISTICS - AT END OF JOB EVERY
000550*                 LOADED PATTERN'S HIT, NEAR-MATCH, TRIAL AND
000551*                 SUPPRESSED COUNTS FOR THE RUN GO TO THE KEYED
000552*                 PATSTATS DATASET (STRPSTAT.CPY) FOR THE
000553*                 STRPRPT PATTERN-EFFECTIVENESS REPORT
000554* 2026-10-15  MT  COMPOUND RULES - A "C"-TYPE PATFILE ENTRY
000555*                 FIRES AS A MATCH OF ITS OWN WHEN ALL ITS
000556*                 COMPONENT PATTERNS HIT WITHIN ONE RECORD, N
000557*                 BYTES OR N DELIM= FIELDS; RULE-ONLY
000558*                 COMPONENTS NEVER REPORT OR REDACT ALONE
000559* 2026-10-15  MT  BUSINESS KEY AND MATCH CONTEXT - KEYCOL= OR
000560*                 KEYFLD= NAMES THE RECORD'S BUSINESS KEY FOR
000561*                 EVERY REPORT LINE AND EXTRACT RECORD, AND THE
000562*                 NEW CTXFILE KEEPS A MASKED WINDOW OF THE
000563*                 RECORD AROUND EVERY MATCH
000564* 2026-10-15  MT  PARTITIONED SCANNING - PART=, FROMREC= AND
000565*                 TOREC= RUN ONE RECORD RANGE OF INFILE AS ONE
000566*                 OF SEVERAL CONCURRENT STEPS. CONTROL RECORDS,
000567*                 DISPOSITION AND PATTERN COUNTS GO TO THE NEW
000568*                 PARTSUM DATASET (STRPART.CPY) FOR THE STRSMRG
000569*                 MERGE STEP, AND A RESTARTED PARTITION CUTS ITS
000570*                 OUTPUTS BACK TO ITS LAST CHECKPOINT
000571* 2026-10-15  MT  POST-REDACTION VERIFICATION - VERIFY=Y RE-
000572*                 SCANS A CLEANFILE AGAINST ITS ORIGINAL
000573*                 (ORIGFILE), LISTS EVERY RESIDUAL MATCH, CHECKS
000574*                 RECORD COUNTS AND LENGTHS AND FILES A CLEARANCE
000575*                 CERTIFICATE (STRCERT.CPY) UNDER THE RUN'S
000576*                 SCANHIST KEY; RETURN-CODE 12 WHEN NOT CLEAR
000577* 2026-10-15  MT  A PARTITION ADDS A "G" GRADING RECORD (ITS
000578*                 RETURN CODE BEFORE GRADING AND ITS SEVnRC=
000579*                 TABLE) AND FLAGS RULE-ONLY PATTERNS ON ITS "P"
000580*                 RECORDS, SO STRSMRG CAN REGRADE A MAXHITS= CUT
000581* ------------------------------------------------------------
000582*
000583*****************************************************************
000584* BATCH DRIVER FOR THE STRING LIBRARY.
000585*
000586* READS THE ACTIVE PATTERNS FROM THE KEYED PATTERN DATASET INTO
000587* A TABLE, THEN READS EVERY RECORD OF A TARGET DATA FILE AND
000590* RUNS THE PER-PATTERN SEARCH. EVERY RECORD/PATTERN COMBINATION
000600* THAT MATCHES IS WRITTEN TO A SEQUENTIAL EXCEPTION REPORT.
000610*
000650*                      PR-STATUS "A" OR "T" WHOSE EFFECTIVE
000660*                      WINDOW COVERS THE RUN DATE ARE LOADED;
000662*                      "T" ENTRIES ARE TRIAL PATTERNS WHOSE
000664*                      HITS GO ON SHADOW "TRIAL" LINES ONLY.
000665*                      "C"-TYPE ENTRIES ARE COMPOUND RULES,
000666*                      FIRING WHEN ALL THEIR COMPONENT PATTERNS
000667*                      HIT IN ONE RECORD, WITHIN N BYTES OR
000668*                      WITHIN N FIELDS (SEE STRPAT.CPY)
000670*          INFILE    - THE DATA FILE TO BE SCANNED. RECORDS
000671*                      MAY VARY IN LENGTH UP TO 4000 BYTES;
000672*                      EACH RECORD IS SEARCHED, SPLIT, FOLDED
000686*                      SUPPRESSION NEVER CHANGES REDACTION -
000688*                      AN ACCEPTED MATCH IS STILL MASKED WHEN
000690*                      REDACT= IS ON
000691*          ORIGFILE  - VERIFY=Y ONLY: THE ORIGINAL INFILE
000692*                      THAT THE CLEANSED COPY, NOW ON INFILE,
000693*                      WAS MADE FROM
000694*          SCANCTL   - OPTIONAL CONTROL CARDS, ONE PER RECORD:
000696*                      *        COMMENT CARD
000700*                      RESTART=Y    RESUME FROM THE CHKFILE
000710*                                   CHECKPOINT AND APPEND TO THE
001063*                                   FILE (UP TO 16 BYTES),
001064*                                   CARRIED ON THE SCANHIST
001065*                                   RUN-SUMMARY RECORD
001066*                      KEYCOL=SSSS-EEEE  THE RECORD'S BUSINESS
001067*                                   KEY IS IN COLUMNS SSSS TO
001068*                                   EEEE (AT MOST 20 BYTES)
001069*                      KEYFLD=NNN   THE BUSINESS KEY IS DELIM=
001070*                                   FIELD NNN (1-50), FIRST 20
001071*                                   BYTES. THE KEY GOES ON
001072*                                   EVERY MATCH, NEAR AND TRIAL
001073*                                   LINE AND ON EVERY EXTFILE
001074*                                   AND CTXFILE RECORD
001075*                      PART=NN      RUN AS PARTITION NN (1-99)
001076*                                   OF A PARTITIONED SCAN - SEE
001077*                                   PARTITIONED SCANNING BELOW
001078*                      FROMREC=NNNNNNNNN  FIRST INFILE RECORD
001079*                                   OF THE PARTITION (DEFAULT 1)
001080*                      TOREC=NNNNNNNNN  LAST INFILE RECORD OF
001081*                                   THE PARTITION (DEFAULT 0 =
001082*                                   TO END OF FILE)
001083*                      VERIFY=Y     POST-REDACTION
001084*                                   VERIFICATION RUN - SEE
001085*                                   VERIFICATION BELOW
001086*
001087* UPSTREAM CONTROL RECORDS: A RECORD STARTING "HDR" OPENS A
001088* SEGMENT AND CARRIES THE FILE DATE IN COLS 4-11; A RECORD
001089* STARTING "TRL" CLOSES IT AND CARRIES THE SEGMENT'S RECORD
001090* COUNT IN COLS 4-12. CONTROL RECORDS ARE NEVER PATTERN-
001100* SCANNED. EACH TRAILER IS RECONCILED AGAINST THE RECORDS
001110* ACTUALLY READ AND A "CONTROL:" SUMMARY LINE GOES ON THE
001130* AN UNREADABLE COUNT ENDS THE JOB WITH RETURN-CODE 8 SO THE
001140* SCHEDULER CAN HOLD DOWNSTREAM JOBS.
001150* OUTPUT : RPTFILE   - ONE LINE PER RECORD/PATTERN MATCH
001151*                      (150 BYTES WITH THE BUSINESS KEY)
001152*          EXTFILE   - FIXED-LAYOUT EXTRACT, ONE RECORD PER
001154*                      MATCH AND PER NEAR-MATCH (STREXT.CPY),
001156*                      FOR DOWNSTREAM FEEDS. REDACT=O WRITES
001223*          SCANHIST  - KEYED RUN HISTORY (STRHIST.CPY), ONE
001224*                      SUMMARY RECORD APPENDED PER RUN, KEYED
001226*                      ON THE RUN DATE AND TIME
001227*          PATSTATS  - KEYED PER-PATTERN STATISTICS
001228*                      (STRPSTAT.CPY), ONE RECORD PER LOADED
001229*                      PATTERN PER RUN, KEYED ON THE SCANHIST
001230*                      RUN KEY PLUS THE PATTERN ID. NOT WRITTEN
001231*                      ON A REDACT=O RUN, WHICH REPORTS NOTHING
001232*          CTXFILE   - MATCH CONTEXT (STRCTX.CPY), ONE RECORD
001233*                      PER EXTFILE RECORD, IN THE SAME ORDER:
001234*                      UP TO 120 BYTES OF THE RECORD AROUND THE
001235*                      MATCH WITH EVERY PATTERN HIT IN IT
001236*                      MASKED AS REDACTION MASKS IT
001237*          PARTSUM   - PARTITIONED RUNS ONLY: THE PARTITION'S
001238*                      CONTROL RECORDS AND END-OF-JOB COUNTS
001239*                      FOR THE STRSMRG MERGE STEP (STRPART.CPY)
001240*          PARTWORK  - PARTITIONED RESTARTS ONLY: SCRATCH FILE
001241*                      USED TO CUT THE OUTPUTS BACK TO THE
001242*                      CHECKPOINT
001243*          CLEARCRT  - VERIFY=Y ONLY: KEYED CLEARANCE
001244*                      CERTIFICATES (STRCERT.CPY), ONE PER
001245*                      VERIFIED RUN, ON THE SCANHIST RUN KEY
001246*
001247* A RESTART REPLAYS ANY MATCHES WRITTEN AFTER THE LAST
001250* CHECKPOINT WAS TAKEN; THE REPORT AND THE CLEANSED COPY MAY
001260* THEREFORE CARRY A FEW DUPLICATE RECORDS ACROSS THE RESTART
001270* POINT, NEVER A GAP.
001271*
001272* PARTITIONED SCANNING: A FILE TOO LARGE FOR ONE STEP IS SCANNED
001273* BY SEVERAL CONCURRENT STRSCAN STEPS, EACH WITH ITS OWN SCANCTL
001274* (THE USUAL CARDS PLUS PART=, FROMREC= AND TOREC=), CHKFILE AND
001275* OUTPUTS, ALL READING THE SAME INFILE. THE RANGES MUST RUN ON
001276* FROM ONE ANOTHER, PARTITION 1 FROM RECORD 1 AND THE LAST TO
001277* END OF FILE. RECORD NUMBERS STAY INFILE RECORD NUMBERS. A
001278* PARTITION DOES NOT RECONCILE HDR/TRL SEGMENTS, WRITE THE
001279* SUPPRESSED-MATCHES SECTION, SCANHIST OR PATSTATS: IT WRITES
001280* PARTSUM INSTEAD AND STRSMRG PRODUCES ALL OF THEM, ONCE, FOR
001281* THE WHOLE FILE. ITS MAXHITS= LIMIT COUNTS ONLY ITS OWN RANGE;
001282* STRSMRG APPLIES THE LIMIT ACROSS THE WHOLE FILE. A FAILED
001283* PARTITION IS RERUN ON ITS OWN WITH RESTART=Y: ITS RPTFILE,
001284* EXTFILE, CTXFILE, CLEANFILE AND PARTSUM ARE FIRST CUT BACK TO
001285* WHAT THEY HELD AT THE CHECKPOINT (THROUGH PARTWORK), SO A
001286* PARTITION NEVER CARRIES DUPLICATES INTO THE MERGE. IF AN
001287* OUTPUT HOLDS LESS THAN THE CHECKPOINT SAYS, OR THE CHECKPOINT
001288* IS ANOTHER PARTITION'S, THE PARTITION IS SCANNED AGAIN FROM
001289* ITS FROMREC.
001290*
001291* POST-REDACTION VERIFICATION: BEFORE A CLEANSED COPY IS SENT ON,
001292* A SECOND STRSCAN STEP RUNS WITH INFILE ASSIGNED TO THE
001293* CLEANFILE, ORIGFILE TO THE ORIGINAL INFILE, AND THE SAME
001294* PATFILE, FOLDTAB AND SCANCTL AS THE REDACTING RUN PLUS A
001295* VERIFY=Y CARD. EVERY ACTIVE-PATTERN MATCH STILL FOUND IS A
001296* RESIDUAL HIT AND IS LISTED ON RPTFILE AS USUAL. ACCEPTED
001297* DISPOSITIONS DO NOT SUPPRESS, AS REDACTION MASKS THOSE MATCHES
001298* TOO; TRIAL, NEAR AND FAILED-CHECK-DIGIT "R" LINES ARE LISTED
001299* BUT ARE NOT RESIDUAL, AS REDACTION NEVER MASKS THEM. ON A
001300* FOLD=Y RUN A SPELLING VARIANT THAT REDACTION COULD NOT MASK IS
001301* A RESIDUAL HIT. EACH CLEANFILE RECORD IS PAIRED WITH ITS
001302* ORIGFILE RECORD, AND A LENGTH DIFFERENCE GOES ON A "VERIFY:"
001303* LINE (THE FIRST 100 ONLY). THE RUN BEING CLEARED IS THE LATEST
001304* SCANHIST RECORD FOR THE INFILEID= IDENTITY - SO THE
001305* VERIFICATION MUST RUN BEFORE THE NEXT SCAN OF THAT INPUT - AND
001306* IT MUST HAVE READ AS MANY RECORDS AS ORIGFILE HOLDS. A
001307* "VERIFY:" SUMMARY ENDS THE REPORT AND A CLEARANCE CERTIFICATE
001308* GOES TO CLEARCRT UNDER THE SAME KEY AS THAT SCANHIST RECORD (OR
001309* UNDER THIS RUN'S OWN START, UNLINKED, WHEN THERE IS NONE - A
001310* MISSING HISTORY RECORD IS REPORTED BUT DOES NOT FAIL THE FILE).
001311* A RESIDUAL HIT OR ANY COUNT OR LENGTH DIFFERENCE FAILS THE
001312* CLEARANCE AND ENDS THE JOB WITH RETURN-CODE 12 (OR THE HIGHER
001313* SEVnRC= CODE) SO THE SCHEDULER HOLDS THE TRANSMISSION; A
001314* CERTIFICATE THAT CANNOT BE WRITTEN ENDS IT WITH 16. A VERIFY=Y
001315* RUN NEVER REDACTS, CHECKPOINTS, RESTARTS, PARTITIONS OR STOPS
001316* AT MAXHITS=, AND WRITES NO SCANHIST OR PATSTATS RECORD. A
001317* PARTITIONED SCAN IS VERIFIED IN ONE STEP OVER ITS CONCATENATED
001318* CLEANFILES.
001319*****************************************************************
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
007710     SELECT EXTFILE ASSIGN TO "EXTFILE"
007720         ORGANIZATION IS LINE SEQUENTIAL
007730         FILE STATUS IS EXTFILE-STATUS.
007747     SELECT CTXFILE ASSIGN TO "CTXFILE"
007764         ORGANIZATION IS LINE SEQUENTIAL
007781         FILE STATUS IS CTXFILE-STATUS.
007800     SELECT SCANCTL ASSIGN TO "SCANCTL"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS SCANCTL-STATUS.
008630         ACCESS MODE IS DYNAMIC
008640         RECORD KEY IS HS-RUN-KEY
008650         FILE STATUS IS SCANHIST-STATUS.
008656*    RANDOM ADDS ONLY, ONE PER LOADED PATTERN AT END OF JOB
008662*    (8400-WRITE-PATTERN-STATS)
008668     SELECT PATSTATS ASSIGN TO "PATSTATS"
008674         ORGANIZATION IS INDEXED
008680         ACCESS MODE IS DYNAMIC
008686         RECORD KEY IS PT-KEY
008692         FILE STATUS IS PATSTATS-STATUS.
008693     SELECT PARTSUM ASSIGN TO "PARTSUM"
008694         ORGANIZATION IS LINE SEQUENTIAL
008695         FILE STATUS IS PARTSUM-STATUS.
008696     SELECT PARTWORK ASSIGN TO "PARTWORK"
008697         ORGANIZATION IS LINE SEQUENTIAL
008698         FILE STATUS IS PARTWORK-STATUS.
008699     SELECT ORIGFILE ASSIGN TO "ORIGFILE"
008700         ORGANIZATION IS LINE SEQUENTIAL
008701         FILE STATUS IS ORIGFILE-STATUS.
008702     SELECT CLEARCRT ASSIGN TO "CLEARCRT"
008703         ORGANIZATION IS INDEXED
008704         ACCESS MODE IS DYNAMIC
008705         RECORD KEY IS CC-RUN-KEY
008706         FILE STATUS IS CLEARCRT-STATUS.
008707 DATA DIVISION.
008800 FILE SECTION.
008900 FD  PATFILE.
009000 COPY "strpat.cpy".
009300 01  INFILE-REC.
009400     05  INFILE-REC-X               PIC X(4000).
009500 FD  RPTFILE.
009600 01  RPTFILE-REC                    PIC X(150).
009610 FD  EXTFILE.
009620 COPY "strext.cpy".
009646 FD  CTXFILE.
009672 COPY "strctx.cpy".
009700 FD  SCANCTL.
009800 01  SCANCTL-REC                    PIC X(80).
009900 FD  CHKFILE.
010000 01  CHKFILE-REC                    PIC X(120).
010100 FD  CLEANFILE
010110     RECORD IS VARYING IN SIZE FROM 1 TO 4000
010120     DEPENDING ON WS-CLEAN-LEN.
010206 COPY "strdisp.cpy".
010210 FD  SCANHIST.
010220 COPY "strhist.cpy".
010246 FD  PATSTATS.
010272 COPY "strpstat.cpy".
010276 FD  PARTSUM.
010280 COPY "strpart.cpy".
010284 FD  PARTWORK
010288     RECORD IS VARYING IN SIZE FROM 1 TO 4000
010292     DEPENDING ON WS-WORK-LEN.
010296 01  PARTWORK-REC                   PIC X(4000).
010297 FD  ORIGFILE
010298     RECORD IS VARYING IN SIZE FROM 1 TO 4000
010299     DEPENDING ON WS-ORIG-LEN.
010300 01  ORIGFILE-REC                   PIC X(4000).
010301 FD  CLEARCRT.
010302 COPY "strcert.cpy".
010303 WORKING-STORAGE SECTION.
010400 01  FILE-STATUS-VALUES.
010500     05  PATFILE-STATUS             PIC X(02) VALUE "00".
010600         88  PATFILE-OK                        VALUE "00".
011110     05  EXTFILE-STATUS             PIC X(02) VALUE "00".
011120         88  EXTFILE-OK                        VALUE "00".
011130         88  EXTFILE-NOT-FOUND                 VALUE "35".
011147     05  CTXFILE-STATUS             PIC X(02) VALUE "00".
011164         88  CTXFILE-OK                        VALUE "00".
011181         88  CTXFILE-NOT-FOUND                 VALUE "35".
011200     05  SCANCTL-STATUS             PIC X(02) VALUE "00".
011300         88  SCANCTL-OK                        VALUE "00".
011400         88  SCANCTL-NOT-FOUND                 VALUE "35".
012040     05  DISPFILE-STATUS            PIC X(02) VALUE "00".
012050         88  DISPFILE-OK                       VALUE "00".
012060         88  DISPFILE-NOT-FOUND                VALUE "35".
012070     05  PATSTATS-STATUS            PIC X(02) VALUE "00".
012080         88  PATSTATS-OK                       VALUE "00".
012090         88  PATSTATS-NOT-FOUND                VALUE "35".
012091     05  PARTSUM-STATUS             PIC X(02) VALUE "00".
012092         88  PARTSUM-OK                        VALUE "00".
012093         88  PARTSUM-NOT-FOUND                 VALUE "35".
012094     05  PARTWORK-STATUS            PIC X(02) VALUE "00".
012095         88  PARTWORK-OK                       VALUE "00".
012096     05  ORIGFILE-STATUS            PIC X(02) VALUE "00".
012097         88  ORIGFILE-OK                       VALUE "00".
012098     05  CLEARCRT-STATUS            PIC X(02) VALUE "00".
012099         88  CLEARCRT-OK                       VALUE "00".
012100         88  CLEARCRT-NOT-FOUND                VALUE "35".
012101 01  WS-SWITCHES.
012200     05  WS-PATTERNS-EOF-SW         PIC X(01) VALUE "N".
012300         88  WS-PATTERNS-EOF                   VALUE "Y".
012400     05  WS-INFILE-EOF-SW           PIC X(01) VALUE "N".
012500         88  WS-INFILE-EOF                     VALUE "Y".
012510     05  WS-INFILE-AT-END-SW        PIC X(01) VALUE "N".
012520         88  WS-INFILE-AT-END                  VALUE "Y".
012600     05  WS-INFILE-OPEN-SW          PIC X(01) VALUE "N".
012700         88  WS-INFILE-OPEN                    VALUE "Y".
012800     05  WS-RPTFILE-OPEN-SW         PIC X(01) VALUE "N".
012900         88  WS-RPTFILE-OPEN                   VALUE "Y".
012910     05  WS-EXTFILE-OPEN-SW         PIC X(01) VALUE "N".
012920         88  WS-EXTFILE-OPEN                   VALUE "Y".
012946     05  WS-CTXFILE-OPEN-SW         PIC X(01) VALUE "N".
012972         88  WS-CTXFILE-OPEN                   VALUE "Y".
013000     05  WS-SCANCTL-EOF-SW          PIC X(01) VALUE "N".
013100         88  WS-SCANCTL-EOF                    VALUE "Y".
013200     05  WS-RESTART-SW              PIC X(01) VALUE "N".
014092         88  WS-NUM-REDUCED                    VALUE "Y".
014094     05  WS-SNIP-RAW-SW             PIC X(01) VALUE "N".
014096         88  WS-SNIP-RAW                       VALUE "Y".
014097     05  WS-PARTSUM-OPEN-SW         PIC X(01) VALUE "N".
014098         88  WS-PARTSUM-OPEN                   VALUE "Y".
014100 01  WS-PATTERN-TABLE.
014200     05  WS-PATTERN-COUNT           PIC 9(05) USAGE BINARY
014300                                    VALUE ZERO.
014900             88  WS-PATTERN-IS-MASK            VALUE "Y".
014920         10  WS-PATTERN-FTEXT       PIC X(40).
014940         10  WS-PATTERN-FLEN        PIC 9(09) USAGE BINARY.
014950*        THIS RUN'S COUNTS FOR THE PATTERN, FOR PATSTATS. ITS
014960*        SUPPRESSED COUNT IS SUMMED FROM WS-DISP-HITS AT THE END
014970         10  WS-PATTERN-HITS        PIC 9(09) USAGE BINARY.
014980         10  WS-PATTERN-NEARS       PIC 9(09) USAGE BINARY.
014990         10  WS-PATTERN-TRIALS      PIC 9(09) USAGE BINARY.
014991*        RULE-ONLY COMPONENTS NEVER REPORT ALONE; IN-RULE IS SET
014992*        ("B" FOR A BYTE-PROXIMITY RULE) WHEN A RULE USES IT
014993         10  WS-PATTERN-ONLY-SW     PIC X(01).
014994             88  WS-PATTERN-ONLY               VALUE "Y".
014995         10  WS-PATTERN-IN-RULE-SW  PIC X(01).
014996             88  WS-PATTERN-IN-RULE            VALUES "Y" "B".
014997             88  WS-PATTERN-IN-BYTE-RULE       VALUE "B".
015000 01  WS-COUNTERS.
015100     05  WS-RECORD-NUM              PIC 9(09) USAGE BINARY
015200                                    VALUE ZERO.
016300     05  RL-OFFSET                  PIC ZZZZZZZZ9.
016310     05  RL-FLD-TAG                 PIC X(05).
016320     05  RL-FIELD-X                 PIC X(04).
016323     05  RL-KEY-TAG                 PIC X(05) VALUE SPACES.
016326     05  RL-BUS-KEY                 PIC X(20) VALUE SPACES.
016330 01  WS-NEAR-LINE.
016332     05  FILLER                     PIC X(07) VALUE "RECORD ".
016334     05  NR-RECORD-NUM              PIC ZZZZZZZZ9.
016358     05  NR-DIST                    PIC ZZZ9.
016360     05  NR-FLD-TAG                 PIC X(05).
016362     05  NR-FIELD-X                 PIC X(04).
016363     05  NR-KEY-TAG                 PIC X(05) VALUE SPACES.
016364     05  NR-BUS-KEY                 PIC X(20) VALUE SPACES.
016365 01  WS-TRIAL-LINE.
016366     05  FILLER                     PIC X(07) VALUE "RECORD ".
016368     05  TL-RECORD-NUM              PIC ZZZZZZZZ9.
016370     05  FILLER                     PIC X(01) VALUE SPACE.
016388     05  TL-OFFSET                  PIC ZZZZZZZZ9.
016390     05  TL-FLD-TAG                 PIC X(05).
016392     05  TL-FIELD-X                 PIC X(04).
016394     05  TL-KEY-TAG                 PIC X(05) VALUE SPACES.
016396     05  TL-BUS-KEY                 PIC X(20) VALUE SPACES.
016400 77  WS-NEEDLE-LEN                  PIC 9(09) USAGE BINARY.
016500 77  WS-TRIM-IDX                    PIC 9(09) USAGE BINARY.
016600 77  WS-MASK-CHAR-CT                PIC 9(09) USAGE BINARY.
017100 77  WS-SKIP-COUNT                  PIC 9(09) USAGE BINARY
017200                                    VALUE ZERO.
017300 77  WS-CARD-IDX                    PIC 9(04) USAGE BINARY.
017304*----------------------------------------------------------------
017308* BUSINESS KEY. KEYCOL= GIVES A COLUMN AND LENGTH, KEYFLD= A
017312* DELIM= FIELD NUMBER; WS-BUS-KEY IS REFRESHED FOR EVERY DATA
017316* RECORD BY 2060-GET-BUSINESS-KEY.
017320*----------------------------------------------------------------
017324 01  WS-KEY-FIELDS.
017328     05  WS-KEY-MODE                PIC X(01) VALUE SPACE.
017332         88  WS-KEY-SET                        VALUES "C" "F".
017336         88  WS-KEY-BY-COLUMN                  VALUE "C".
017340         88  WS-KEY-BY-FIELD                   VALUE "F".
017344     05  WS-KEY-COL                 PIC 9(09) USAGE BINARY
017348                                    VALUE ZERO.
017352     05  WS-KEY-LEN                 PIC 9(09) USAGE BINARY
017356                                    VALUE ZERO.
017360     05  WS-KEY-FLD                 PIC 9(09) USAGE BINARY
017364                                    VALUE ZERO.
017368 01  WS-BUS-KEY                     PIC X(20) VALUE SPACES.
017372 77  WS-KEY-END                     PIC 9(09) USAGE BINARY.
017376 77  WS-KEY-TAKE                    PIC 9(09) USAGE BINARY.
017380 77  WS-KEY-DASH-COL                PIC 9(04) USAGE BINARY.
017400 01  WS-CARD-NUM                    PIC 9(09) USAGE BINARY.
017500 01  WS-CARD-NUM-OK-SW              PIC X(01) VALUE "N".
017600     88  WS-CARD-NUM-OK                        VALUE "Y".
017975 77  WS-SEV-IDX                     PIC 9(04) USAGE BINARY.
017976 77  WS-GRADE-SEV                   PIC 9(04) USAGE BINARY
017978                                    VALUE ZERO.
017979 77  WS-BASE-RC                     PIC 9(04) USAGE BINARY
017980                                    VALUE ZERO.
017981 01  WS-SEV-DIGIT-X                 PIC X(01).
017982 01  WS-SEV-DIGIT REDEFINES WS-SEV-DIGIT-X
017984                                    PIC 9(01).
017986 77  WS-MAX-HITS                    PIC 9(09) USAGE BINARY
018016         10  WS-DISP-HITS           PIC 9(09) USAGE BINARY.
018019 77  WS-SUPPRESS-COUNT              PIC 9(09) USAGE BINARY
018022                                    VALUE ZERO.
018023 77  WS-STAT-WRITE-COUNT            PIC 9(09) USAGE BINARY
018024                                    VALUE ZERO.
018025 01  WS-SNIP-TEXT                   PIC X(60).
018028 77  WS-SNIP-FULL-LEN               PIC 9(09) USAGE BINARY.
018031 01  WS-INFILE-ID                   PIC X(16) VALUE SPACES.
018100 77  WS-MASK-LEN                    PIC 9(09) USAGE BINARY
018200                                    VALUE 1.
018300 77  WS-MASK-IDX                    PIC 9(09) USAGE BINARY.
018302*----------------------------------------------------------------
018304* MATCH CONTEXT. EVERY EXTRACT RECORD WRITTEN FOR THE CURRENT
018306* RECORD IS QUEUED HERE, AND EVERY PATTERN WITH AN EXACT HIT IN
018308* IT IS NOTED IN THE MASK LIST; ONCE THE RECORD IS FINISHED
018310* 2980-WRITE-CONTEXT MASKS THOSE PATTERNS IN A COPY OF THE
018312* RECORD AND WRITES ONE CTXFILE WINDOW PER QUEUED ENTRY.
018314*----------------------------------------------------------------
018316 01  WS-CTX-TABLE.
018318     05  WS-CTX-COUNT               PIC 9(04) USAGE BINARY
018320                                    VALUE ZERO.
018322     05  WS-CTX-ENTRY               OCCURS 200 TIMES
018324                                    INDEXED BY WS-CTX-IDX.
018326         10  WS-CTX-PAT-ID          PIC X(08).
018328         10  WS-CTX-TYPE            PIC X(01).
018330         10  WS-CTX-OFF             PIC 9(09) USAGE BINARY.
018332 77  WS-CTX-MAX                     PIC 9(04) USAGE BINARY
018334                                    VALUE 200.
018336 01  WS-CTX-MASK-TABLE.
018338     05  WS-CTX-MASK-COUNT          PIC 9(05) USAGE BINARY
018340                                    VALUE ZERO.
018342     05  WS-CTX-MASK-PAT            PIC 9(05) USAGE BINARY
018344                                    OCCURS 500 TIMES.
018346 77  WS-CTX-MASK-MAX                PIC 9(05) USAGE BINARY
018348                                    VALUE 500.
018350 77  WS-CTX-MASK-IDX                PIC 9(05) USAGE BINARY.
018352 77  WS-CTX-LEAD                    PIC 9(09) USAGE BINARY
018354                                    VALUE 40.
018356 77  WS-CTX-START                   PIC 9(09) USAGE BINARY.
018358 77  WS-CTX-LEN                     PIC 9(09) USAGE BINARY.
018360 77  WS-CTX-WRITE-COUNT             PIC 9(09) USAGE BINARY
018362                                    VALUE ZERO.
018364 01  WS-CTX-SWITCHES.
018366     05  WS-CTX-NOTED-SW            PIC X(01).
018368         88  WS-CTX-NOTED                      VALUE "Y".
018370     05  WS-CTX-WARN-SW             PIC X(01) VALUE "N".
018372         88  WS-CTX-WARNED                     VALUE "Y".
018400 01  WS-CLEAN-REC                   PIC X(4000).
018402 01  WS-EFF-SEV                     PIC X(01).
018404 77  WS-LUHN-RESULT                 PIC 9(09) USAGE BINARY.
018600 77  WS-REDACT-SPAN                 PIC 9(09) USAGE BINARY.
018700 77  WS-FILL-IDX                    PIC 9(09) USAGE BINARY.
018800 77  WS-FILL-POS                    PIC 9(09) USAGE BINARY.
018801*----------------------------------------------------------------
018802* COMPOUND RULES. EACH RULE IS HELD HERE WHILE PATFILE LOADS AND
018803* IS THEN APPENDED TO THE PATTERN TABLE AFTER THE SEARCHABLE
018804* PATTERNS (WS-RULE-PAT-IDX), SO THE RECORD LOOP SEARCHES ONLY
018805* THE FIRST WS-SCAN-PAT-COUNT ENTRIES. THE HIT TABLE HOLDS THE
018806* CURRENT RECORD'S COMPONENT HITS FOR 2900-CHECK-RULES.
018807*----------------------------------------------------------------
018808 01  WS-RULE-TABLE.
018809     05  WS-RULE-COUNT              PIC 9(05) USAGE BINARY
018810                                    VALUE ZERO.
018811     05  WS-RULE-ENTRY              OCCURS 100 TIMES
018812                                    INDEXED BY WS-RULE-IDX.
018813         10  WS-RULE-ID             PIC X(08).
018814         10  WS-RULE-SEV            PIC X(01).
018815         10  WS-RULE-CAT            PIC X(08).
018816         10  WS-RULE-TRIAL-SW       PIC X(01).
018817             88  WS-RULE-TRIAL                 VALUE "Y".
018818         10  WS-RULE-PROX           PIC X(01).
018819             88  WS-RULE-BY-BYTES              VALUE "B".
018820             88  WS-RULE-BY-FIELDS             VALUE "F".
018821         10  WS-RULE-DIST           PIC 9(09) USAGE BINARY.
018822         10  WS-RULE-PAT-IDX        PIC 9(05) USAGE BINARY.
018823         10  WS-RULE-COMP-COUNT     PIC 9(04) USAGE BINARY.
018824         10  WS-RULE-COMP           OCCURS 4 TIMES.
018825             15  WS-RULE-COMP-ID    PIC X(08).
018826             15  WS-RULE-COMP-IDX   PIC 9(05) USAGE BINARY.
018827 77  WS-RULE-MAX                    PIC 9(05) USAGE BINARY
018828                                    VALUE 100.
018829 77  WS-SCAN-PAT-COUNT              PIC 9(05) USAGE BINARY
018830                                    VALUE ZERO.
018831 01  WS-RULE-HIT-TABLE.
018832     05  WS-RULE-HIT-COUNT          PIC 9(04) USAGE BINARY
018833                                    VALUE ZERO.
018834     05  WS-RULE-HIT-ENTRY          OCCURS 200 TIMES.
018835         10  WS-RULE-HIT-PAT        PIC 9(05) USAGE BINARY.
018836         10  WS-RULE-HIT-OFF        PIC 9(09) USAGE BINARY.
018837         10  WS-RULE-HIT-END        PIC 9(09) USAGE BINARY.
018838         10  WS-RULE-HIT-FLD        PIC 9(09) USAGE BINARY.
018839 77  WS-RULE-HIT-MAX                PIC 9(04) USAGE BINARY
018840                                    VALUE 200.
018841 77  WS-RULE-HIT-IDX                PIC 9(04) USAGE BINARY.
018842 77  WS-RULE-ANCHOR                 PIC 9(04) USAGE BINARY.
018843 77  WS-COMP-IDX                    PIC 9(04) USAGE BINARY.
018844 77  WS-RULE-PTR                    PIC 9(04) USAGE BINARY.
018845 77  WS-RULE-LO-OFF                 PIC 9(09) USAGE BINARY.
018846 77  WS-RULE-HI-END                 PIC 9(09) USAGE BINARY.
018847 77  WS-RULE-LO-FLD                 PIC 9(09) USAGE BINARY.
018848 77  WS-RULE-NEXT-OFF               PIC 9(09) USAGE BINARY.
018849 77  WS-SLICE-END                   PIC 9(09) USAGE BINARY.
018850 77  WS-SAVE-SRCH-OFF               PIC 9(09) USAGE BINARY.
018851 77  WS-SAVE-SRCH-LEN               PIC 9(09) USAGE BINARY.
018852 77  WS-COMP-SLOT                   PIC 9(04) USAGE BINARY.
018853 77  WS-RULE-HIT-FOUND              PIC 9(04) USAGE BINARY.
018854 77  WS-RULE-KEY                    PIC 9(09) USAGE BINARY.
018855 77  WS-RULE-WIN-LO                 PIC 9(09) USAGE BINARY.
018856 77  WS-RULE-WIN-HI                 PIC 9(09) USAGE BINARY.
018857 77  WS-RULE-LOADED                 PIC 9(05) USAGE BINARY
018858                                    VALUE ZERO.
018859 01  WS-RULE-SWITCHES.
018860     05  WS-RULE-OK-SW              PIC X(01).
018861         88  WS-RULE-OK                        VALUE "Y".
018862     05  WS-RULE-FIRED-SW           PIC X(01).
018863         88  WS-RULE-FIRED                     VALUE "Y".
018864     05  WS-COMP-FOUND-SW           PIC X(01).
018865         88  WS-COMP-FOUND                     VALUE "Y".
018866     05  WS-RULE-MORE-SW            PIC X(01).
018867         88  WS-RULE-MORE-DONE                 VALUE "Y".
018868     05  WS-RULE-HIT-WARN-SW        PIC X(01) VALUE "N".
018869         88  WS-RULE-HIT-WARNED                VALUE "Y".
018900 01  WS-CHECKPOINT-REC.
019000     05  CHK-RECORD-NUM             PIC 9(09).
019100     05  FILLER                     PIC X(01) VALUE SPACE.
019618     05  CHK-HDR-DATE               PIC X(08).
019621     05  FILLER                     PIC X(01) VALUE SPACE.
019624     05  CHK-MISMATCHES             PIC 9(09).
019625*    PARTITIONED RUNS: THE PARTITION AND THE RECORDS ON EACH OF
019626*    ITS OUTPUTS AT THE CHECKPOINT, FOR 1260-PARTITION-RESTART
019627     05  FILLER                     PIC X(01) VALUE SPACE.
019628     05  CHK-PART-NUM               PIC 9(02).
019629     05  FILLER                     PIC X(01) VALUE SPACE.
019630     05  CHK-RPT-LINES              PIC 9(09).
019631     05  FILLER                     PIC X(01) VALUE SPACE.
019632     05  CHK-EXT-LINES              PIC 9(09).
019633     05  FILLER                     PIC X(01) VALUE SPACE.
019634     05  CHK-CTX-LINES              PIC 9(09).
019635     05  FILLER                     PIC X(01) VALUE SPACE.
019636     05  CHK-CLEAN-LINES            PIC 9(09).
019637     05  FILLER                     PIC X(01) VALUE SPACE.
019638     05  CHK-PSUM-LINES             PIC 9(09).
019639 01  WS-CTL-FIELDS.
019640     05  WS-CTL-RECOGNIZE-SW        PIC X(01) VALUE "Y".
019641         88  WS-CTL-RECOGNIZE                  VALUE "Y".
019642     05  WS-IN-SEGMENT-SW           PIC X(01) VALUE "N".
019643         88  WS-IN-SEGMENT                     VALUE "Y".
019644     05  WS-CTL-HDR-DATE            PIC X(08) VALUE SPACES.
019645     05  WS-DATA-COUNT              PIC 9(09) USAGE BINARY
019648                                    VALUE ZERO.
019651     05  WS-CTL-EXPECTED            PIC 9(09)
019775     05  FILLER                     PIC X(27)
019781         VALUE "SUPPRESSED TOTAL THIS RUN: ".
019787     05  ST-COUNT                   PIC ZZZZZZZZ9.
019788*----------------------------------------------------------------
019789* PARTITIONED SCANNING. WS-PART-NUM IS ZERO UNLESS PART= WAS
019790* GIVEN. A PARTITION'S OUTPUT RECORD COUNTS ARE KEPT IN THE
019791* CHECKPOINT AND THE PARTSUM SUMMARY: RPTFILE AND EXTFILE BOTH
019792* HOLD WS-EXTRACT-COUNT (EVERY PER-MATCH REPORT LINE HAS ITS
019793* EXTRACT RECORD AND A PARTITION WRITES NO OTHER REPORT LINES),
019794* CTXFILE HOLDS WS-CTX-WRITE-COUNT, CLEANFILE ONE LINE PER
019795* RECORD SCANNED (WS-CLEAN-COUNT) AND PARTSUM WS-PSUM-COUNT.
019796*----------------------------------------------------------------
019797 01  WS-PART-FIELDS.
019798     05  WS-PART-NUM                PIC 9(02) VALUE ZERO.
019799         88  WS-PART-MODE                      VALUES 1 THRU 99.
019800     05  WS-PART-FROM               PIC 9(09) USAGE BINARY
019801                                    VALUE 1.
019802     05  WS-PART-TO                 PIC 9(09) USAGE BINARY
019803                                    VALUE ZERO.
019804     05  WS-PART-RANGE-SW           PIC X(01) VALUE "N".
019805         88  WS-PART-RANGE-GIVEN               VALUE "Y".
019808 77  WS-CLEAN-COUNT                 PIC 9(09) USAGE BINARY
019809                                    VALUE ZERO.
019810 77  WS-PSUM-COUNT                  PIC 9(09) USAGE BINARY
019811                                    VALUE ZERO.
019812 77  WS-WORK-LEN                    PIC 9(09) USAGE BINARY
019813                                    VALUE 1.
019814 77  WS-TRIM-KEEP                   PIC 9(09) USAGE BINARY.
019815 77  WS-TRIM-COUNT                  PIC 9(09) USAGE BINARY.
019816 01  WS-TRIM-SWITCHES.
019817     05  WS-TRIM-OK-SW              PIC X(01) VALUE "Y".
019818         88  WS-TRIM-OK                        VALUE "Y".
019819     05  WS-TRIM-EOF-SW             PIC X(01) VALUE "N".
019820         88  WS-TRIM-EOF                       VALUE "Y".
019821*----------------------------------------------------------------
019822* POST-REDACTION VERIFICATION (VERIFY=Y). WS-ORIG-COUNT COUNTS THE
019823* ORIGFILE RECORDS READ ALONGSIDE INFILE, WS-VFY-RESIDUAL THE
019824* ACTIVE-PATTERN MATCHES STILL FOUND, AND WS-VFY-SEAL CHAINS
019825* STRSEAL OVER EVERY PATFILE ENTRY LOADED (WS-VFY-SEAL-COUNT).
019826* WS-VFY-HIST-KEY IS THE SCANHIST KEY OF THE RUN BEING CLEARED.
019827*----------------------------------------------------------------
019828 01  WS-VFY-FIELDS.
019829     05  WS-VERIFY-SW               PIC X(01) VALUE "N".
019830         88  WS-VERIFY-RUN                     VALUE "Y".
019831     05  WS-VFY-STARTED-SW          PIC X(01) VALUE "N".
019832         88  WS-VFY-STARTED                    VALUE "Y".
019833     05  WS-ORIGFILE-OPEN-SW        PIC X(01) VALUE "N".
019834         88  WS-ORIGFILE-OPEN                  VALUE "Y".
019835     05  WS-ORIG-EOF-SW             PIC X(01) VALUE "N".
019836         88  WS-ORIG-EOF                       VALUE "Y".
019837     05  WS-VFY-HIST-SW             PIC X(01) VALUE "N".
019838         88  WS-VFY-HIST-LINKED                VALUE "Y".
019839     05  WS-VFY-HIST-EOF-SW         PIC X(01) VALUE "N".
019840         88  WS-VFY-HIST-EOF                   VALUE "Y".
019841     05  WS-VFY-RESULT              PIC X(04) VALUE "FAIL".
019842         88  WS-VFY-PASSED                     VALUE "PASS".
019843     05  WS-VFY-HIST-KEY            PIC X(14) VALUE SPACES.
019844     05  WS-VFY-HIST-RECORDS        PIC 9(09) USAGE BINARY
019845                                    VALUE ZERO.
019846 77  WS-ORIG-LEN                    PIC 9(09) USAGE BINARY
019847                                    VALUE ZERO.
019848 77  WS-ORIG-COUNT                  PIC 9(09) USAGE BINARY
019849                                    VALUE ZERO.
019850 77  WS-VFY-RESIDUAL                PIC 9(09) USAGE BINARY
019851                                    VALUE ZERO.
019852 77  WS-VFY-LEN-MISMATCHES          PIC 9(09) USAGE BINARY
019853                                    VALUE ZERO.
019854 77  WS-VFY-LIST-MAX                PIC 9(09) USAGE BINARY
019855                                    VALUE 100.
019856 77  WS-VFY-SEAL-COUNT              PIC 9(05) USAGE BINARY
019857                                    VALUE ZERO.
019858 77  WS-SEAL-LEN                    PIC 9(09) USAGE BINARY.
019859 01  WS-VFY-SEAL                    PIC 9(18) VALUE ZERO.
019860 01  WS-VFY-LEN-LINE.
019861     05  FILLER                     PIC X(15)
019862         VALUE "VERIFY: RECORD ".
019863     05  VL-RECORD-NUM              PIC ZZZZZZZZ9.
019864     05  FILLER                     PIC X(08) VALUE " LENGTH ".
019865     05  VL-CLEAN-LEN               PIC ZZZZ9.
019866     05  FILLER                     PIC X(18)
019867         VALUE ", ORIGINAL LENGTH ".
019868     05  VL-ORIG-LEN                PIC ZZZZ9.
019869 01  WS-VFY-COUNT-LINE.
019870     05  FILLER                     PIC X(08) VALUE "VERIFY: ".
019871     05  VC-LABEL                   PIC X(24).
019872     05  VC-COUNT                   PIC ZZZZZZZZ9.
019873 01  WS-VFY-SEAL-LINE.
019874     05  FILLER                     PIC X(32)
019875         VALUE "VERIFY: PATTERN SET".
019876     05  VS-COUNT                   PIC ZZZZ9.
019877     05  FILLER                     PIC X(15)
019878         VALUE " ENTRIES, SEAL ".
019879     05  VS-SEAL                    PIC 9(18).
019880 01  WS-VFY-RESULT-LINE.
019881     05  FILLER                     PIC X(18)
019882         VALUE "VERIFY: CLEARANCE ".
019883     05  VR-RESULT                  PIC X(04).
019884     05  FILLER                     PIC X(10) VALUE " INFILEID ".
019885     05  VR-INFILE-ID               PIC X(16).
019886     05  VR-RUN-TAG                 PIC X(14).
019887     05  VR-RUN-KEY                 PIC X(14).
019888 PROCEDURE DIVISION.
019889*****************************************************************
019900* 0000-MAINLINE
020000*****************************************************************
020100 0000-MAINLINE.
020300         THRU 1000-INITIALIZE-EXIT.
020400     PERFORM 2000-PROCESS-INFILE
020500         THRU 2000-PROCESS-INFILE-EXIT
020600         UNTIL WS-INFILE-EOF
020650             OR (WS-PART-TO > ZERO
020675                 AND WS-RECORD-NUM >= WS-PART-TO).
020700     PERFORM 8000-WRAP-UP
020800         THRU 8000-WRAP-UP-EXIT.
020900     GOBACK.
022700             UNTIL WS-SCANCTL-EOF
022800         CLOSE SCANCTL
022900     END-IF.
022902     IF WS-VERIFY-RUN
022904         PERFORM 1300-VERIFY-SETUP
022906             THRU 1300-VERIFY-SETUP-EXIT
022908     END-IF.
022910     IF WS-FOLD-ON AND WS-DELIM-SET
022920         DISPLAY "STRSCAN: FOLD=Y IS NOT SUPPORTED WITH"
022930             " DELIM=, FOLDING IGNORED THIS RUN"
022940         MOVE "N" TO WS-FOLD-SW
022950     END-IF.
022951     IF WS-KEY-BY-FIELD AND NOT WS-DELIM-SET
022952         DISPLAY "STRSCAN: KEYFLD= NEEDS DELIM=, NO BUSINESS"
022953             " KEY THIS RUN"
022954         MOVE SPACE TO WS-KEY-MODE
022955     END-IF.
022956     IF WS-PART-RANGE-GIVEN AND NOT WS-PART-MODE
022957         DISPLAY "STRSCAN: FROMREC=/TOREC= NEED PART=, WHOLE"
022958             " FILE SCANNED THIS RUN"
022959         MOVE 1 TO WS-PART-FROM
022960         MOVE ZERO TO WS-PART-TO
022961     END-IF.
022962     IF WS-PART-MODE AND WS-PART-TO > ZERO
022963             AND WS-PART-TO < WS-PART-FROM
022964         DISPLAY "STRSCAN: PARTITION " WS-PART-NUM " TOREC= IS"
022965             " BEFORE FROMREC=, NOTHING SCANNED"
022966         SET WS-INFILE-EOF TO TRUE
022967         MOVE 16 TO RETURN-CODE
022968         GO TO 1000-INITIALIZE-EXIT
022969     END-IF.
022970     IF WS-PART-MODE
022971         DISPLAY "STRSCAN: PARTITION " WS-PART-NUM " - RECORDS "
022972             WS-PART-FROM " TO " WS-PART-TO " (0 = END OF FILE)"
022973     END-IF.
022974     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
023000     OPEN INPUT PATFILE.
023100     IF NOT PATFILE-OK
023200         DISPLAY "STRSCAN: UNABLE TO OPEN PATFILE, STATUS "
023900         THRU 3000-LOAD-PATTERNS-EXIT
024000         UNTIL WS-PATTERNS-EOF.
024100     CLOSE PATFILE.
024102     PERFORM 3060-RESOLVE-RULES
024104         THRU 3060-RESOLVE-RULES-EXIT.
024107     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
024114             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
024121         MOVE ZERO TO WS-PATTERN-HITS(WS-PATTERN-IDX)
024128         MOVE ZERO TO WS-PATTERN-NEARS(WS-PATTERN-IDX)
024135         MOVE ZERO TO WS-PATTERN-TRIALS(WS-PATTERN-IDX)
024142     END-PERFORM.
024150     DISPLAY "STRSCAN: " WS-PATTERN-COUNT " PATTERN(S) LOADED"
024160         " FROM PATFILE".
024161     IF WS-TRIAL-PAT-COUNT > ZERO
024163             " TRIAL - SHADOW LINES ONLY"
024164     END-IF.
024165
024166*    A VERIFICATION RUN LOADS NO DISPOSITIONS: REDACTION MASKED
024167*    ACCEPTED MATCHES TOO, SO ONE LEFT IN THE CLEANSED COPY IS
024168*    STILL A RESIDUAL HIT.
024169     IF WS-VERIFY-RUN
024170         GO TO 1000-OPEN-INFILE
024171     END-IF.
024172     OPEN INPUT DISPFILE.
024173     IF DISPFILE-NOT-FOUND
024174         SET WS-DISP-EOF TO TRUE
024175     ELSE
024176         IF NOT DISPFILE-OK
024177             DISPLAY "STRSCAN: UNABLE TO OPEN DISPFILE, STATUS "
024178                 DISPFILE-STATUS
024179             SET WS-INFILE-EOF TO TRUE
024180             MOVE 16 TO RETURN-CODE
024182             GO TO 1000-INITIALIZE-EXIT
024184         END-IF
024196             " DISPOSITION(S) LOADED FROM DISPFILE"
024198     END-IF.
024200
024250 1000-OPEN-INFILE.
024300     OPEN INPUT INFILE.
024400     IF NOT INFILE-OK
024500         DISPLAY "STRSCAN: UNABLE TO OPEN INFILE, STATUS "
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF.
025100     SET WS-INFILE-OPEN TO TRUE.
025108     IF WS-VERIFY-RUN
025116         OPEN INPUT ORIGFILE
025124         IF NOT ORIGFILE-OK
025132             DISPLAY "STRSCAN: UNABLE TO OPEN ORIGFILE, STATUS "
025140                 ORIGFILE-STATUS
025148             SET WS-INFILE-EOF TO TRUE
025156             MOVE 16 TO RETURN-CODE
025164             GO TO 1000-INITIALIZE-EXIT
025172         END-IF
025180         SET WS-ORIGFILE-OPEN TO TRUE
025188     END-IF.
025200
025300     IF WS-RESTART-RUN
025400         PERFORM 1200-RESTART-SETUP
025500             THRU 1200-RESTART-SETUP-EXIT
025600     END-IF.
025616     IF WS-PART-MODE AND NOT WS-RESUMED
025632             AND NOT WS-INFILE-EOF
025648         PERFORM 1250-PARTITION-START
025664             THRU 1250-PARTITION-START-EXIT
025680     END-IF.
025700     IF WS-INFILE-EOF AND RETURN-CODE NOT = ZERO
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
027674         END-IF
027678         SET WS-CLEANFILE-OPEN TO TRUE
027682     END-IF.
027683
027684     IF WS-RESUMED
027685         OPEN EXTEND CTXFILE
027686         IF CTXFILE-NOT-FOUND
027687             OPEN OUTPUT CTXFILE
027688         END-IF
027689     ELSE
027690         OPEN OUTPUT CTXFILE
027691     END-IF.
027692     IF NOT CTXFILE-OK
027693         DISPLAY "STRSCAN: UNABLE TO OPEN CTXFILE, STATUS "
027694             CTXFILE-STATUS
027695         SET WS-INFILE-EOF TO TRUE
027696         MOVE 16 TO RETURN-CODE
027697         GO TO 1000-INITIALIZE-EXIT
027698     END-IF.
027699     SET WS-CTXFILE-OPEN TO TRUE.
027700
027701     IF WS-PART-MODE
027702         IF WS-RESUMED
027703             OPEN EXTEND PARTSUM
027704             IF PARTSUM-NOT-FOUND
027705                 OPEN OUTPUT PARTSUM
027706             END-IF
027707         ELSE
027708             OPEN OUTPUT PARTSUM
027709         END-IF
027710         IF NOT PARTSUM-OK
027711             DISPLAY "STRSCAN: UNABLE TO OPEN PARTSUM, STATUS "
027712                 PARTSUM-STATUS
027713             SET WS-INFILE-EOF TO TRUE
027714             MOVE 16 TO RETURN-CODE
027715             GO TO 1000-INITIALIZE-EXIT
027716         END-IF
027717         SET WS-PARTSUM-OPEN TO TRUE
027718     END-IF.
027719     IF WS-VERIFY-RUN
027720         SET WS-VFY-STARTED TO TRUE
027721     END-IF.
027722     PERFORM 2100-READ-INFILE
027800         THRU 2100-READ-INFILE-EXIT.
027900 1000-INITIALIZE-EXIT.
028000     EXIT.
030700                 DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
030800                     SCANCTL-REC
030900             END-IF
030920         WHEN SCANCTL-REC(1:7) = "KEYCOL="
030940                 OR SCANCTL-REC(1:7) = "KEYFLD="
030960             PERFORM 1160-KEY-CARD
030980                 THRU 1160-KEY-CARD-EXIT
030983         WHEN SCANCTL-REC(1:5) = "PART="
030986                 OR SCANCTL-REC(1:8) = "FROMREC="
030989                 OR SCANCTL-REC(1:6) = "TOREC="
030992             PERFORM 1170-PARTITION-CARD
030995                 THRU 1170-PARTITION-CARD-EXIT
030996         WHEN SCANCTL-REC(1:7) = "VERIFY="
030997             EVALUATE SCANCTL-REC(8:1)
030998                 WHEN "Y"
030999                 WHEN "N"
031000                     MOVE SCANCTL-REC(8:1) TO WS-VERIFY-SW
031001                 WHEN OTHER
031002                     DISPLAY "STRSCAN: BAD CONTROL CARD"
031003                         " IGNORED: " SCANCTL-REC
031004             END-EVALUATE
031005         WHEN SCANCTL-REC(1:7) = "REDACT="
031100             EVALUATE SCANCTL-REC(8:1)
031200                 WHEN "Y"
031300                 WHEN "O"
032248             " FROM RECORD 1"
032250         GO TO 1200-RESTART-SETUP-EXIT
032252     END-IF.
032253     IF WS-PART-MODE
032254         PERFORM 1260-PARTITION-RESTART
032255             THRU 1260-PARTITION-RESTART-EXIT
032256         IF NOT WS-TRIM-OK
032257             GO TO 1200-RESTART-SETUP-EXIT
032258         END-IF
032259     END-IF.
032260     MOVE CHK-RECORD-NUM TO WS-RECORD-NUM WS-SKIP-COUNT.
032261     MOVE CHK-MATCH-COUNT TO WS-MATCH-COUNT.
032262     IF CHK-DATA-COUNT IS NUMERIC
032263             AND CHK-MISMATCHES IS NUMERIC
032264         MOVE CHK-DATA-COUNT TO WS-DATA-COUNT
032265         MOVE CHK-SEG-SW TO WS-IN-SEGMENT-SW
032266         MOVE CHK-HDR-DATE TO WS-CTL-HDR-DATE
032268         MOVE CHK-MISMATCHES TO WS-CTL-MISMATCHES
032270     ELSE
032364         PERFORM 2050-SPLIT-RECORD
032366             THRU 2050-SPLIT-RECORD-EXIT
032368     END-IF.
032369     PERFORM 2060-GET-BUSINESS-KEY
032370         THRU 2060-GET-BUSINESS-KEY-EXIT.
032371     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
032372             UNTIL WS-PATTERN-IDX > WS-SCAN-PAT-COUNT
032373             OR WS-MAXHITS-STOPPED
032374         MOVE WS-PATTERN-LEN(WS-PATTERN-IDX) TO WS-NEEDLE-LEN
032376         MOVE "N" TO WS-PATTERN-HIT-SW
032394             IF WS-FOUND-AT > 0
032398                 MOVE WS-FOUND-AT TO WS-REPORT-OFFSET
032400                 MOVE ZERO TO WS-CUR-FIELD
032401                 PERFORM 2550-PATTERN-FOUND
032402                     THRU 2550-PATTERN-FOUND-EXIT
032413             ELSE
032414                 MOVE ZERO TO WS-CUR-FIELD
032415                 PERFORM 2700-TRY-NEAR-MATCH
032428                 THRU 2300-REDACT-PATTERN-EXIT
032430         END-IF
032432     END-PERFORM.
032433     IF WS-RULE-COUNT > ZERO
032434         PERFORM 2900-CHECK-RULES
032435             THRU 2900-CHECK-RULES-EXIT
032436     END-IF.
032437     IF WS-REDACT-ON
032438         PERFORM 2400-WRITE-CLEAN
032439             THRU 2400-WRITE-CLEAN-EXIT
032440     END-IF.
032441     PERFORM 2980-WRITE-CONTEXT
032442         THRU 2980-WRITE-CONTEXT-EXIT.
032443 2000-PROCESS-NEXT.
032444     IF WS-CHKPT-FREQ > ZERO
032446         ADD 1 TO WS-SINCE-CHKPT
032448         IF WS-SINCE-CHKPT >= WS-CHKPT-FREQ
032478     READ INFILE
032480         AT END
032482             SET WS-INFILE-EOF TO TRUE
032483             SET WS-INFILE-AT-END TO TRUE
032484     END-READ.
032485*    SPACE OUT THE BUFFER PAST THE RECORD'S ACTUAL LENGTH SO
032486*    THE COLUMN LOGIC (HDR/TRL STAMPS, CLEAN-COPY MOVE) NEVER
032491             AND WS-INFILE-LEN < LENGTH OF INFILE-REC-X
032492         MOVE SPACES TO INFILE-REC-X(WS-INFILE-LEN + 1:)
032493     END-IF.
032494     IF WS-ORIGFILE-OPEN
032495         PERFORM 2150-READ-ORIGFILE
032496             THRU 2150-READ-ORIGFILE-EXIT
032497     END-IF.
032498 2100-READ-INFILE-EXIT.
032499     EXIT.
032500*****************************************************************
032501* 2200-WRITE-EXCEPTION - LOG A RECORD/PATTERN MATCH
032502*****************************************************************
032503 2200-WRITE-EXCEPTION.
032504     MOVE "N" TO WS-SNIP-RAW-SW.
032505     PERFORM 2210-BUILD-SNIPPET
032506         THRU 2210-BUILD-SNIPPET-EXIT.
032507     PERFORM 2230-CHECK-DISPOSITION
032508         THRU 2230-CHECK-DISPOSITION-EXIT.
032509     IF WS-SUPPRESSED
032510         ADD 1 TO WS-SUPPRESS-COUNT
032511         GO TO 2200-WRITE-EXCEPTION-EXIT
032512     END-IF.
032513*    A TYPE-"R" NUMERIC PATTERN WHOSE CANDIDATE FAILED ITS
032514*    CHECK DIGIT REPORTS ONE SEVERITY MILDER (DIGIT + 1, A
032515*    HIGHER NUMBER BEING LESS SEVERE), NEVER PAST 9.
032516     MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO WS-EFF-SEV.
032517     IF WS-NUM-REDUCED
032518         MOVE WS-EFF-SEV TO WS-SEV-DIGIT-X
032519         IF WS-SEV-DIGIT-X IS NUMERIC AND WS-SEV-DIGIT < 9
032520             COMPUTE WS-SEV-DIGIT = WS-SEV-DIGIT + 1
032521             MOVE WS-SEV-DIGIT-X TO WS-EFF-SEV
032522         END-IF
032523     END-IF.
032524     MOVE WS-RECORD-NUM TO RL-RECORD-NUM.
032525     MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO RL-PATTERN-ID.
032526     MOVE WS-EFF-SEV TO RL-SEVERITY.
032527     MOVE WS-PATTERN-CAT(WS-PATTERN-IDX) TO RL-CATEGORY.
032528     MOVE WS-PATTERN-TEXT(WS-PATTERN-IDX) TO RL-PATTERN.
032529     MOVE WS-REPORT-OFFSET TO RL-OFFSET.
032530     IF WS-CUR-FIELD > ZERO
032531         MOVE " FLD " TO RL-FLD-TAG
032532         MOVE WS-CUR-FIELD TO WS-FIELD-EDIT
032533         MOVE WS-FIELD-EDIT TO RL-FIELD-X
032534     ELSE
032535         MOVE SPACES TO RL-FLD-TAG
032536         MOVE SPACES TO RL-FIELD-X
032537     END-IF.
032538     WRITE RPTFILE-REC FROM WS-REPORT-LINE.
032539     MOVE "M" TO WS-EXT-TYPE.
032540     MOVE ZERO TO WS-EXT-DIST.
032541     PERFORM 2260-WRITE-EXTRACT
032542         THRU 2260-WRITE-EXTRACT-EXIT.
032543     ADD 1 TO WS-MATCH-COUNT WS-PATTERN-HITS(WS-PATTERN-IDX).
032544*    ON A VERIFICATION RUN EVERY MATCH IS A RESIDUAL HIT EXCEPT A
032545*    FAILED-CHECK-DIGIT "R" CANDIDATE, WHICH REDACTION LEAVES.
032546     IF WS-VERIFY-RUN AND NOT WS-NUM-REDUCED
032547         ADD 1 TO WS-VFY-RESIDUAL
032548     END-IF.
032549     MOVE WS-EFF-SEV TO WS-SEV-DIGIT-X.
032550     IF WS-SEV-DIGIT-X IS NUMERIC AND WS-SEV-DIGIT-X NOT = "0"
032551         MOVE "Y" TO WS-SEV-MATCHED-SW(WS-SEV-DIGIT)
032552         ADD 1 TO WS-SEV-COUNT(WS-SEV-DIGIT)
032553     END-IF.
032554     IF WS-MAX-HITS > ZERO
032555             AND WS-MATCH-COUNT >= WS-MAX-HITS
032556             AND NOT WS-MAXHITS-STOPPED
032557         SET WS-MAXHITS-STOPPED TO TRUE
032558         SET WS-INFILE-EOF TO TRUE
032559         DISPLAY "STRSCAN: MAXHITS LIMIT OF " WS-MAX-HITS
032560             " MATCH(ES) REACHED AT RECORD " WS-RECORD-NUM
032561             ", SCAN STOPPED EARLY"
032562     END-IF.
032563 2200-WRITE-EXCEPTION-EXIT.
032564     EXIT.
032565*****************************************************************
032566* 2250-WRITE-NEAR - LOG A NEAR-MATCH ON ITS OWN LINE, WITH THE
032567* EDIT DISTANCE, SO EXACT HITS AND FUZZY HITS CANNOT BE
032568* CONFUSED DOWNSTREAM
032569*****************************************************************
032570 2250-WRITE-NEAR.
032571     MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO WS-EFF-SEV.
032572     MOVE WS-RECORD-NUM TO NR-RECORD-NUM.
032573     MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO NR-PATTERN-ID.
032574     MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO NR-SEVERITY.
032575     MOVE WS-PATTERN-CAT(WS-PATTERN-IDX) TO NR-CATEGORY.
032576     MOVE WS-PATTERN-TEXT(WS-PATTERN-IDX) TO NR-PATTERN.
032577     MOVE WS-REPORT-OFFSET TO NR-OFFSET.
032578     MOVE WS-NEAR-DIST TO NR-DIST.
032579     IF WS-CUR-FIELD > ZERO
032580         MOVE " FLD " TO NR-FLD-TAG
032581         MOVE WS-CUR-FIELD TO WS-FIELD-EDIT
032582         MOVE WS-FIELD-EDIT TO NR-FIELD-X
032583     ELSE
032584         MOVE SPACES TO NR-FLD-TAG
032585         MOVE SPACES TO NR-FIELD-X
032586     END-IF.
032587     WRITE RPTFILE-REC FROM WS-NEAR-LINE.
032588     MOVE "N" TO WS-EXT-TYPE.
032589     MOVE WS-NEAR-DIST TO WS-EXT-DIST.
032590     MOVE WS-NEEDLE-LEN TO WS-MATCH-SPAN.
032591*    STRDIST SCORED THE RAW RECORD, SO THE OFFSET - AND
032592*    THEREFORE THE SNIPPET - MUST COME FROM THE RAW TEXT EVEN
032593*    ON A FOLDED RUN.
032594     SET WS-SNIP-RAW TO TRUE.
032595     PERFORM 2210-BUILD-SNIPPET
032596         THRU 2210-BUILD-SNIPPET-EXIT.
032597     PERFORM 2260-WRITE-EXTRACT
032598         THRU 2260-WRITE-EXTRACT-EXIT.
032599     ADD 1 TO WS-NEAR-COUNT WS-PATTERN-NEARS(WS-PATTERN-IDX).
032600 2250-WRITE-NEAR-EXIT.
032601     EXIT.
032602*****************************************************************
032603* 2210-BUILD-SNIPPET - CUT THE MATCHED BYTES INTO WS-SNIP-TEXT.
032604* WS-MATCH-SPAN CARRIES THE BYTES THE PATTERN CONSUMED (THE
032605* MASK SPAN FOR WILDCARD PATTERNS, THE NEEDLE LENGTH FOR THE
032606* REST). THE SNIPPET IS CUT FROM THE TEXT THE REPORT OFFSET
032607* REFERS TO, SO OFFSET AND SNIPPET ALWAYS AGREE: THE FOLDED
032608* FORM WHEN THIS PATTERN MATCHED FOLDED TEXT, THE RAW RECORD
032609* OTHERWISE - AND THE RAW RECORD UNCONDITIONALLY WHEN THE
032610* CALLER SETS WS-SNIP-RAW, SINCE A NEAR-MATCH IS SCORED
032611* AGAINST THE RAW TEXT EVEN ON A FOLDED RUN. AN OFFSET PAST
032612* THE SOURCE YIELDS AN EMPTY SNIPPET, NEVER AN UNDERFLOWED
032613* LENGTH. WS-SNIP-FULL-LEN IS THE LENGTH BEFORE THE CUT TO
032614* THE SNIPPET FIELD SIZE.
032615*****************************************************************
032616 2210-BUILD-SNIPPET.
032617     IF WS-FOLD-ON AND NOT WS-SNIP-RAW
032618             AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
032619         MOVE WS-FOLD-LEN TO WS-SNIP-SRC-LEN
032620     ELSE
032621         MOVE WS-INFILE-LEN TO WS-SNIP-SRC-LEN
032622     END-IF.
032623     MOVE SPACES TO WS-SNIP-TEXT.
032624     IF WS-REPORT-OFFSET = ZERO
032625             OR WS-REPORT-OFFSET > WS-SNIP-SRC-LEN
032626         MOVE ZERO TO WS-SNIP-LEN
032627         MOVE ZERO TO WS-SNIP-FULL-LEN
032628         GO TO 2210-BUILD-SNIPPET-EXIT
032629     END-IF.
032630     MOVE WS-MATCH-SPAN TO WS-SNIP-LEN.
032631     IF WS-REPORT-OFFSET + WS-SNIP-LEN - 1 > WS-SNIP-SRC-LEN
032632         COMPUTE WS-SNIP-LEN
032633             = WS-SNIP-SRC-LEN - WS-REPORT-OFFSET + 1
032634     END-IF.
032635     MOVE WS-SNIP-LEN TO WS-SNIP-FULL-LEN.
032636     IF WS-SNIP-LEN > LENGTH OF WS-SNIP-TEXT
032637         MOVE LENGTH OF WS-SNIP-TEXT TO WS-SNIP-LEN
032638     END-IF.
032639     IF WS-SNIP-LEN > ZERO
032640         IF WS-FOLD-ON AND NOT WS-SNIP-RAW
032641                 AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
032642             MOVE WS-FOLD-REC(WS-REPORT-OFFSET:WS-SNIP-LEN)
032643                 TO WS-SNIP-TEXT
032644         ELSE
032645             MOVE INFILE-REC-X(WS-REPORT-OFFSET:WS-SNIP-LEN)
032646                 TO WS-SNIP-TEXT
032647         END-IF
032648     END-IF.
032649 2210-BUILD-SNIPPET-EXIT.
032650     EXIT.
032651*****************************************************************
032652* 2230-CHECK-DISPOSITION - SET WS-SUPPRESSED WHEN THE CURRENT
032653* PATTERN/SNIPPET COMBINATION CARRIES AN ACCEPTED DISPOSITION.
032654* THE COMPARISON USES THE FIRST 40 BYTES OF THE SNIPPET, THE
032655* WIDTH OF DS-MATCH-TEXT. EACH SUPPRESSION IS TALLIED AGAINST
032656* ITS DISPOSITION ENTRY FOR THE SUPPRESSED-MATCHES SECTION, SO
032657* NOTHING IS EVER HELD BACK WITHOUT A VISIBLE COUNT.
032658*****************************************************************
032659 2230-CHECK-DISPOSITION.
032660     MOVE "N" TO WS-SUPPRESSED-SW.
032661     PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
032662             UNTIL WS-DISP-IDX > WS-DISP-COUNT
032663             OR WS-SUPPRESSED
032664         IF WS-DISP-PAT-ID(WS-DISP-IDX)
032665                 = WS-PATTERN-ID(WS-PATTERN-IDX)
032666                 AND WS-DISP-TEXT(WS-DISP-IDX)
032667                     = WS-SNIP-TEXT(1:40)
032668             SET WS-SUPPRESSED TO TRUE
032669             ADD 1 TO WS-DISP-HITS(WS-DISP-IDX)
032670         END-IF
032671     END-PERFORM.
032672 2230-CHECK-DISPOSITION-EXIT.
032673     EXIT.
032691*****************************************************************
032692* 2270-WRITE-TRIAL - SHADOW-REPORT A TRIAL-PATTERN HIT ON ITS
032693* OWN "TRIAL" LINE AND AS AN EXTRACT RECORD OF TYPE "T". A
032720     MOVE ZERO TO WS-EXT-DIST.
032721     PERFORM 2260-WRITE-EXTRACT
032722         THRU 2260-WRITE-EXTRACT-EXIT.
032723     ADD 1 TO WS-TRIAL-COUNT WS-PATTERN-TRIALS(WS-PATTERN-IDX).
032724 2270-WRITE-TRIAL-EXIT.
032725     EXIT.
032726*****************************************************************
032880                 COMPUTE WS-REPORT-OFFSET
032881                     = WS-SRCH-OFF + WS-FOUND-AT - 1
032882                 SET WS-CUR-FIELD TO WS-FIELD-IDX
032883                 PERFORM 2550-PATTERN-FOUND
032884                     THRU 2550-PATTERN-FOUND-EXIT
032895             ELSE
032896                 SET WS-CUR-FIELD TO WS-FIELD-IDX
032897                 PERFORM 2700-TRY-NEAR-MATCH
033093* THRESHOLD. MASK PATTERNS ARE SKIPPED - EDIT DISTANCE AGAINST
033094* "?"/"*" BYTES WOULD SCORE THE MASK CHARACTERS THEMSELVES.
033095* TRIAL PATTERNS ARE SKIPPED TOO - SHADOW OUTPUT IS EXACT
033096* HITS ONLY, AND A RULE-ONLY COMPONENT NEVER REPORTS ALONE.
033097* NEAR-MATCHES ARE REPORT-ONLY: THEY ARE NEVER REDACTED, SINCE
033098* MASKING TEXT THAT ONLY RESEMBLES A PATTERN COULD DESTROY
033099* LEGITIMATE DATA.
033102     IF WS-FUZZY-MAX = ZERO
033103             OR WS-PATTERN-IS-MASK(WS-PATTERN-IDX)
033104             OR WS-PATTERN-TRIAL(WS-PATTERN-IDX)
033105             OR WS-REDACT-ONLY OR WS-PATTERN-ONLY(WS-PATTERN-IDX)
033106         GO TO 2700-TRY-NEAR-MATCH-EXIT
033107     END-IF.
033108     CALL "strdist" USING
033144* RECORDS THEMSELVES ARE NEVER PATTERN-SCANNED.
033146*****************************************************************
033148 2800-CONTROL-RECORD.
033149     IF WS-PART-MODE
033150         PERFORM 2850-WRITE-CONTROL-EVENT
033151             THRU 2850-WRITE-CONTROL-EVENT-EXIT
033152         GO TO 2800-CONTROL-RECORD-EXIT
033153     END-IF.
033154     IF INFILE-REC-X(1:3) = "HDR"
033155         IF WS-IN-SEGMENT
033156             MOVE WS-CTL-HDR-DATE TO RC-FILE-DATE
033157             MOVE ZERO TO RC-EXPECTED
033158             MOVE WS-DATA-COUNT TO RC-ACTUAL
033160             MOVE "NO TRAILER" TO RC-VERDICT
033162             PERFORM 2880-WRITE-RECON
033284* THE PATTERN TEXT IS TRIMMED, BY SCANNING BACKWARD FROM THE
033286* END OF THE FIELD - A PATTERN MAY LEGITIMATELY CONTAIN
033288* EMBEDDED OR LEADING SPACES. A RECORD WITH CONTROL FIELDS BUT
033290* NO TEXT IS REPORTED AND SKIPPED. A COMPOUND RULE (PR-TYPE-FLAG
033291* "C") IS HELD IN WS-RULE-TABLE INSTEAD - SEE 3050-LOAD-RULE.
033292*****************************************************************
033294 3000-LOAD-PATTERNS.
033296     READ PATFILE
033348             " IGNORED"
033350         GO TO 3000-LOAD-PATTERNS-EXIT
033352     END-IF.
033353     IF WS-VERIFY-RUN
033354         PERFORM 3080-SEAL-PATTERN
033355             THRU 3080-SEAL-PATTERN-EXIT
033356     END-IF.
033357     IF PR-TYPE-RULE
033358         PERFORM 3050-LOAD-RULE
033359             THRU 3050-LOAD-RULE-EXIT
033360         GO TO 3000-LOAD-PATTERNS-EXIT
033361     END-IF.
033362     IF WS-PATTERN-COUNT >= 500
033363         DISPLAY "STRSCAN: PATTERN TABLE FULL, IGNORING '"
033364             PR-ID "'"
033365         GO TO 3000-LOAD-PATTERNS-EXIT
033366     END-IF.
033367     ADD 1 TO WS-PATTERN-COUNT.
033368     MOVE PR-ID TO WS-PATTERN-ID(WS-PATTERN-COUNT).
033369     MOVE PR-SEVERITY TO WS-PATTERN-SEV(WS-PATTERN-COUNT).
033370     MOVE PR-CATEGORY TO WS-PATTERN-CAT(WS-PATTERN-COUNT).
033372     IF PR-CASE-SENSITIVE
033374         SET WS-PATTERN-CASE-SENS(WS-PATTERN-COUNT) TO TRUE
033408     ELSE
033410         MOVE "N" TO WS-PATTERN-MASK-SW(WS-PATTERN-COUNT)
033412     END-IF.
033413     MOVE PR-RULE-FLAG TO WS-PATTERN-ONLY-SW(WS-PATTERN-COUNT).
033414     MOVE "N" TO WS-PATTERN-IN-RULE-SW(WS-PATTERN-COUNT).
033415     MOVE SPACES TO WS-PATTERN-FTEXT(WS-PATTERN-COUNT).
033416     MOVE ZERO TO WS-PATTERN-FLEN(WS-PATTERN-COUNT).
033418     IF WS-FOLD-ON
033420             AND NOT WS-PATTERN-CASE-SENS(WS-PATTERN-COUNT)
033490     MOVE WS-IN-SEGMENT-SW TO CHK-SEG-SW.
033491     MOVE WS-CTL-HDR-DATE TO CHK-HDR-DATE.
033492     MOVE WS-CTL-MISMATCHES TO CHK-MISMATCHES.
033493     PERFORM 8510-COUNT-CLEAN-LINES
033494         THRU 8510-COUNT-CLEAN-LINES-EXIT.
033495     MOVE WS-PART-NUM TO CHK-PART-NUM.
033496     MOVE WS-EXTRACT-COUNT TO CHK-RPT-LINES CHK-EXT-LINES.
033497     MOVE WS-CTX-WRITE-COUNT TO CHK-CTX-LINES.
033498     MOVE WS-CLEAN-COUNT TO CHK-CLEAN-LINES.
033499     MOVE WS-PSUM-COUNT TO CHK-PSUM-LINES.
033500     OPEN OUTPUT CHKFILE.
033501     IF NOT CHKFILE-OK
033502         DISPLAY "STRSCAN: UNABLE TO WRITE CHKFILE, STATUS "
033503             CHKFILE-STATUS ", CHECKPOINTING DISABLED"
033504         MOVE ZERO TO WS-CHKPT-FREQ
033505         GO TO 7000-TAKE-CHECKPOINT-EXIT
033506     END-IF.
033507     WRITE CHKFILE-REC FROM WS-CHECKPOINT-REC.
033508     CLOSE CHKFILE.
033509 7000-TAKE-CHECKPOINT-EXIT.
033510     EXIT.
033511*****************************************************************
033512* 8000-WRAP-UP - CLOSE FILES AND REPORT A SUMMARY
033513*****************************************************************
033514 8000-WRAP-UP.
033515     IF WS-CTL-RECOGNIZE AND WS-IN-SEGMENT
033516             AND NOT WS-MAXHITS-STOPPED
033517             AND WS-INFILE-EOF AND RETURN-CODE = ZERO
033518         MOVE WS-CTL-HDR-DATE TO RC-FILE-DATE
033519         MOVE ZERO TO RC-EXPECTED
033520         MOVE WS-DATA-COUNT TO RC-ACTUAL
033521         MOVE "NO TRAILER" TO RC-VERDICT
033522         PERFORM 2880-WRITE-RECON
033523             THRU 2880-WRITE-RECON-EXIT
033524         ADD 1 TO WS-CTL-MISMATCHES
033525         MOVE "N" TO WS-IN-SEGMENT-SW
033526     END-IF.
033527     IF WS-INFILE-OPEN
033528         CLOSE INFILE
033529     END-IF.
033530     IF WS-ORIGFILE-OPEN
033531         CLOSE ORIGFILE
033532     END-IF.
033533     IF WS-VFY-STARTED
033534         PERFORM 8600-VERIFY-SUMMARY
033535             THRU 8600-VERIFY-SUMMARY-EXIT
033536     END-IF.
033537     IF WS-DISP-COUNT > ZERO AND WS-RPTFILE-OPEN
033538         PERFORM 8300-WRITE-SUPPRESSED
033539             THRU 8300-WRITE-SUPPRESSED-EXIT
033540     END-IF.
033541     IF WS-RPTFILE-OPEN
033542         CLOSE RPTFILE
033543     END-IF.
033544     IF WS-EXTFILE-OPEN
033545         CLOSE EXTFILE
033546     END-IF.
033547     IF WS-CLEANFILE-OPEN
033548         CLOSE CLEANFILE
033549     END-IF.
033550     IF WS-CHKPT-FREQ > ZERO AND WS-INFILE-OPEN
033551             AND RETURN-CODE = ZERO
033552         SET CHK-COMPLETE TO TRUE
033553         PERFORM 7000-TAKE-CHECKPOINT
033554             THRU 7000-TAKE-CHECKPOINT-EXIT
033555     END-IF.
033556     DISPLAY "STRSCAN: " WS-RECORD-NUM " RECORD(S) SCANNED, "
033557         WS-MATCH-COUNT " MATCH(ES) WRITTEN TO RPTFILE".
033558     DISPLAY "STRSCAN: " WS-EXTRACT-COUNT " EXTRACT RECORD(S)"
033559         " WRITTEN TO EXTFILE".
033560     IF WS-DISP-COUNT > ZERO
033561         DISPLAY "STRSCAN: " WS-SUPPRESS-COUNT " MATCH(ES)"
033562             " SUPPRESSED BY ACCEPTED DISPOSITIONS"
033563     END-IF.
033564     IF WS-TRIAL-PAT-COUNT > ZERO
033565         DISPLAY "STRSCAN: " WS-TRIAL-COUNT " TRIAL HIT(S)"
033566             " SHADOW-REPORTED"
033567     END-IF.
033568     IF WS-FUZZY-MAX > ZERO
033569         DISPLAY "STRSCAN: " WS-NEAR-COUNT " NEAR-MATCH(ES)"
033570             " WITHIN DISTANCE " WS-FUZZY-MAX
033571     END-IF.
033572     IF WS-CTL-MISMATCHES > ZERO
033573         DISPLAY "STRSCAN: " WS-CTL-MISMATCHES " CONTROL"
033574             " MISMATCH(ES) - SEE CONTROL LINES IN RPTFILE"
033575         IF RETURN-CODE = ZERO
033576             MOVE 8 TO RETURN-CODE
033577         END-IF
033578     END-IF.
033579     PERFORM 8100-GRADE-RETURN-CODE
033580         THRU 8100-GRADE-RETURN-CODE-EXIT.
033581     IF WS-CTXFILE-OPEN
033582         CLOSE CTXFILE
033583         DISPLAY "STRSCAN: " WS-CTX-WRITE-COUNT " CONTEXT"
033584             " RECORD(S) WRITTEN TO CTXFILE"
033585     END-IF.
033586     IF WS-VERIFY-RUN
033587         IF WS-VFY-STARTED
033588             PERFORM 8700-WRITE-CERTIFICATE
033589                 THRU 8700-WRITE-CERTIFICATE-EXIT
033590         END-IF
033591         GO TO 8000-WRAP-UP-EXIT
033592     END-IF.
033593     IF WS-PART-MODE
033594         PERFORM 8500-WRITE-PARTITION-SUMMARY
033595             THRU 8500-WRITE-PARTITION-SUMMARY-EXIT
033596         GO TO 8000-WRAP-UP-EXIT
033597     END-IF.
033598     PERFORM 8200-WRITE-HISTORY
033599         THRU 8200-WRITE-HISTORY-EXIT.
033601     PERFORM 8400-WRITE-PATTERN-STATS
033604         THRU 8400-WRITE-PATTERN-STATS-EXIT.
033608 8000-WRAP-UP-EXIT.
033618     EXIT.
033628*****************************************************************
033648* LARGEST SEVnRC= CODE AMONG THE SEVERITIES THAT MATCHED THIS
033658* RUN. THE CODE IS ONLY EVER RAISED, SO AN ERROR CODE OR THE
033668* CONTROL-MISMATCH 8 ALREADY SET CANNOT BE MASKED BY A MILD
033678* SEVERITY MAPPING. THE CODE BEFORE GRADING IS KEPT FOR THE
033683* "G" RECORD OF A PARTITION RUN.
033688*****************************************************************
033698 8100-GRADE-RETURN-CODE.
033703     MOVE RETURN-CODE TO WS-BASE-RC.
033708     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
033718             UNTIL WS-SEV-IDX > 9
033728         IF WS-SEV-MATCHED-SW(WS-SEV-IDX) = "Y"
034388* HIDDEN SILENTLY.
034398*****************************************************************
034408 8300-WRITE-SUPPRESSED.
034410     IF WS-PART-MODE
034412         GO TO 8300-WRITE-SUPPRESSED-EXIT
034414     END-IF.
034418     MOVE "SUPPRESSED-MATCHES SUMMARY (ACCEPTED DISPOSITIONS)"
034428         TO RPTFILE-REC.
034438     WRITE RPTFILE-REC.
034548     WRITE RPTFILE-REC FROM WS-SUPP-TOTAL-LINE.
034558 8300-WRITE-SUPPRESSED-EXIT.
034568     EXIT.
034569*****************************************************************
034570* 8400-WRITE-PATTERN-STATS - ONE PATSTATS RECORD PER LOADED
034571* PATTERN, ZERO COUNTS INCLUDED, KEYED ON THE SAME RUN KEY AS
034572* THE SCANHIST RECORD. THE SUPPRESSED COUNT IS THE SUM OF THE
034573* PATTERN'S DISPOSITION TALLIES. A REDACT=O RUN REPORTS
034574* NOTHING, AND A RUN THAT NEVER OPENED INFILE SCANNED NOTHING,
034575* SO NEITHER WRITES STATISTICS - THEIR ZEROES WOULD MAKE LIVE
034576* PATTERNS LOOK DEAD. LIKE THE HISTORY, A FAILURE HERE IS
034577* REPORTED ON THE CONSOLE BUT NEVER FAILS THE SCAN.
034578*****************************************************************
034579 8400-WRITE-PATTERN-STATS.
034580     IF WS-REDACT-ONLY OR NOT WS-INFILE-OPEN
034581             OR WS-PATTERN-COUNT = ZERO
034582         GO TO 8400-WRITE-PATTERN-STATS-EXIT
034583     END-IF.
034584     OPEN I-O PATSTATS.
034585     IF PATSTATS-NOT-FOUND
034586         OPEN OUTPUT PATSTATS
034587     END-IF.
034588     IF NOT PATSTATS-OK
034589         DISPLAY "STRSCAN: UNABLE TO OPEN PATSTATS, STATUS "
034590             PATSTATS-STATUS ", STATISTICS NOT RECORDED"
034591         GO TO 8400-WRITE-PATTERN-STATS-EXIT
034592     END-IF.
034593     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
034594             UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
034595         MOVE WS-START-DATE TO PT-RUN-DATE
034596         MOVE WS-START-TIME TO PT-RUN-TIME
034597         MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO PT-PATTERN-ID
034598         MOVE WS-INFILE-ID TO PT-INFILE-ID
034599         IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
034600             MOVE "T" TO PT-PAT-STATUS
034601         ELSE
034602             MOVE "A" TO PT-PAT-STATUS
034603         END-IF
034604         MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO PT-SEVERITY
034605         MOVE WS-PATTERN-HITS(WS-PATTERN-IDX) TO PT-HIT-COUNT
034606         MOVE WS-PATTERN-NEARS(WS-PATTERN-IDX) TO PT-NEAR-COUNT
034607         MOVE WS-PATTERN-TRIALS(WS-PATTERN-IDX)
034608             TO PT-TRIAL-COUNT
034609         MOVE ZERO TO PT-SUPPRESS-COUNT
034610         PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
034611                 UNTIL WS-DISP-IDX > WS-DISP-COUNT
034612             IF WS-DISP-PAT-ID(WS-DISP-IDX)
034613                     = WS-PATTERN-ID(WS-PATTERN-IDX)
034614                 ADD WS-DISP-HITS(WS-DISP-IDX)
034615                     TO PT-SUPPRESS-COUNT
034616             END-IF
034617         END-PERFORM
034618         WRITE PSTAT-REC
034619             INVALID KEY
034620                 DISPLAY "STRSCAN: DUPLICATE PATSTATS KEY "
034621                     PT-KEY ", NOT RECORDED"
034622             NOT INVALID KEY
034623                 ADD 1 TO WS-STAT-WRITE-COUNT
034624         END-WRITE
034625     END-PERFORM.
034626     CLOSE PATSTATS.
034627     DISPLAY "STRSCAN: " WS-STAT-WRITE-COUNT " PATTERN"
034628         " STATISTICS RECORD(S) WRITTEN TO PATSTATS".
034629 8400-WRITE-PATTERN-STATS-EXIT.
034630     EXIT.
034640*****************************************************************
034650* 2550-PATTERN-FOUND - ACT ON AN EXACT HIT OF THE CURRENT
034660* PATTERN AT WS-REPORT-OFFSET (FIELD WS-CUR-FIELD). A RULE
034670* COMPONENT'S HIT IS FIRST NOTED FOR 2900-CHECK-RULES. A
034680* RULE-ONLY COMPONENT IS THEN ONLY COUNTED FOR PATSTATS; ANY
034690* OTHER HIT IS REPORTED AS A MATCH OR A TRIAL LINE AND MARKS
034700* THE PATTERN FOR REDACTION. THE SEARCH STOPS AT THE FIRST HIT
034710* IN THE SLICE, SO FOR A BYTE-PROXIMITY COMPONENT THE REST OF
034720* THE SLICE IS SEARCHED FOR FURTHER HITS THAT MAY LIE CLOSER TO
034730* THE OTHER COMPONENTS. THE FOLDED SEARCH ALWAYS COVERS THE
034740* WHOLE RECORD, SO THERE ONLY THE FIRST HIT IS KNOWN.
034750*****************************************************************
034760 2550-PATTERN-FOUND.
034770     IF WS-PATTERN-IN-RULE(WS-PATTERN-IDX)
034780         PERFORM 2960-NOTE-RULE-HIT
034790             THRU 2960-NOTE-RULE-HIT-EXIT
034800     END-IF.
034803     PERFORM 2990-NOTE-CONTEXT-MASK
034806         THRU 2990-NOTE-CONTEXT-MASK-EXIT.
034810     IF WS-PATTERN-ONLY(WS-PATTERN-IDX)
034820         IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
034830             ADD 1 TO WS-PATTERN-TRIALS(WS-PATTERN-IDX)
034840         ELSE
034850             ADD 1 TO WS-PATTERN-HITS(WS-PATTERN-IDX)
034860         END-IF
034870     ELSE
034880         IF NOT WS-PATTERN-TRIAL(WS-PATTERN-IDX)
034890             SET WS-PATTERN-HIT TO TRUE
034900         END-IF
034910         IF NOT WS-REDACT-ONLY
034920             IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
034930                 PERFORM 2270-WRITE-TRIAL
034940                     THRU 2270-WRITE-TRIAL-EXIT
034950             ELSE
034960                 PERFORM 2200-WRITE-EXCEPTION
034970                     THRU 2200-WRITE-EXCEPTION-EXIT
034980             END-IF
034990         END-IF
035000     END-IF.
035010     IF WS-PATTERN-IN-BYTE-RULE(WS-PATTERN-IDX)
035020             AND NOT WS-MAXHITS-STOPPED
035030         IF WS-PATTERN-CASE-SENS(WS-PATTERN-IDX)
035040                 OR NOT WS-FOLD-ON
035050             PERFORM 2970-MORE-RULE-HITS
035060                 THRU 2970-MORE-RULE-HITS-EXIT
035070         END-IF
035080     END-IF.
035090 2550-PATTERN-FOUND-EXIT.
035100     EXIT.
035110*****************************************************************
035120* 2900-CHECK-RULES - ONCE EVERY PATTERN HAS RUN AGAINST THE
035130* RECORD, TEST EACH COMPOUND RULE AGAINST THE COMPONENT HITS
035140* NOTED BY 2960-NOTE-RULE-HIT, THEN CLEAR THE HIT TABLE FOR THE
035150* NEXT RECORD. A RULE FIRES AT MOST ONCE PER RECORD.
035160*****************************************************************
035170 2900-CHECK-RULES.
035180     IF WS-RULE-HIT-COUNT > ZERO
035190         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
035200                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
035210                 OR WS-MAXHITS-STOPPED
035220             PERFORM 2910-TEST-RULE
035230                 THRU 2910-TEST-RULE-EXIT
035240         END-PERFORM
035250     END-IF.
035260     MOVE ZERO TO WS-RULE-HIT-COUNT.
035270 2900-CHECK-RULES-EXIT.
035280     EXIT.
035290*****************************************************************
035300* 2910-TEST-RULE - TRY EACH NOTED HIT OF ONE OF THE RULE'S
035310* COMPONENTS AS THE START OF THE PROXIMITY WINDOW. WHEN EVERY
035320* COMPONENT HAS A HIT INSIDE THE WINDOW THE RULE IS REPORTED AS
035330* A MATCH OF ITS OWN, UNDER ITS OWN ID, SEVERITY AND CATEGORY,
035340* SPANNING FROM THE FIRST COMPONENT BYTE TO THE LAST. ON A
035350* REDACTING RUN EVERY OCCURRENCE OF EVERY COMPONENT IN THE
035360* RECORD IS THEN MASKED - ONCE THE COMBINATION IS PRESENT, EACH
035370* PART OF IT IS A DISCLOSURE. A TRIAL RULE ONLY SHADOW-REPORTS,
035380* AS A TRIAL PATTERN DOES.
035390*****************************************************************
035400 2910-TEST-RULE.
035410     IF WS-RULE-PAT-IDX(WS-RULE-IDX) = ZERO
035420         GO TO 2910-TEST-RULE-EXIT
035430     END-IF.
035440     MOVE "N" TO WS-RULE-FIRED-SW.
035450     PERFORM VARYING WS-RULE-ANCHOR FROM 1 BY 1
035460             UNTIL WS-RULE-ANCHOR > WS-RULE-HIT-COUNT
035470             OR WS-RULE-FIRED
035480         PERFORM 2920-TRY-ANCHOR
035490             THRU 2920-TRY-ANCHOR-EXIT
035500     END-PERFORM.
035510     IF NOT WS-RULE-FIRED
035520         GO TO 2910-TEST-RULE-EXIT
035530     END-IF.
035540     SET WS-PATTERN-IDX TO WS-RULE-PAT-IDX(WS-RULE-IDX).
035550     MOVE WS-RULE-LO-OFF TO WS-REPORT-OFFSET.
035560     MOVE WS-RULE-LO-FLD TO WS-CUR-FIELD.
035570     COMPUTE WS-MATCH-SPAN = WS-RULE-HI-END - WS-RULE-LO-OFF + 1.
035580     MOVE "N" TO WS-NUM-REDUCED-SW.
035590     IF NOT WS-REDACT-ONLY
035600         IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
035610             PERFORM 2270-WRITE-TRIAL
035620                 THRU 2270-WRITE-TRIAL-EXIT
035630         ELSE
035640             PERFORM 2200-WRITE-EXCEPTION
035650                 THRU 2200-WRITE-EXCEPTION-EXIT
035660         END-IF
035670     END-IF.
035680     IF WS-REDACT-ON AND NOT WS-PATTERN-TRIAL(WS-PATTERN-IDX)
035690         PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
035700                 UNTIL WS-COMP-IDX
035705                     > WS-RULE-COMP-COUNT(WS-RULE-IDX)
035710             SET WS-PATTERN-IDX
035720                 TO WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
035730             MOVE WS-PATTERN-LEN(WS-PATTERN-IDX) TO WS-NEEDLE-LEN
035740             PERFORM 2300-REDACT-PATTERN
035750                 THRU 2300-REDACT-PATTERN-EXIT
035760         END-PERFORM
035770     END-IF.
035780 2910-TEST-RULE-EXIT.
035790     EXIT.
035800*****************************************************************
035810* 2920-TRY-ANCHOR - TAKE HIT WS-RULE-ANCHOR, IF IT IS A HIT OF
035820* ONE OF THE RULE'S COMPONENTS, AS THE LOW END OF THE WINDOW
035830* AND LOOK FOR A HIT OF EVERY COMPONENT INSIDE IT. THE WINDOW
035840* RUNS WS-RULE-DIST START OFFSETS (PROXIMITY "B") OR FIELD
035850* NUMBERS ("F") ABOVE THE ANCHOR'S, OR COVERS THE WHOLE RECORD
035860* ("R"). WITHOUT DELIM= EVERY HIT IS IN FIELD 0, SO AN "F" RULE
035870* THEN BEHAVES AS A SAME-RECORD RULE.
035880*****************************************************************
035890 2920-TRY-ANCHOR.
035900     MOVE "N" TO WS-COMP-FOUND-SW.
035910     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
035920             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
035930             OR WS-COMP-FOUND
035940         IF WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
035950                 = WS-RULE-HIT-PAT(WS-RULE-ANCHOR)
035960             SET WS-COMP-FOUND TO TRUE
035970         END-IF
035980     END-PERFORM.
035990     IF NOT WS-COMP-FOUND
036000         GO TO 2920-TRY-ANCHOR-EXIT
036010     END-IF.
036020     MOVE WS-RULE-ANCHOR TO WS-RULE-HIT-IDX.
036030     PERFORM 2940-RULE-HIT-KEY
036040         THRU 2940-RULE-HIT-KEY-EXIT.
036050     MOVE WS-RULE-KEY TO WS-RULE-WIN-LO.
036060     IF WS-RULE-BY-BYTES(WS-RULE-IDX)
036070             OR WS-RULE-BY-FIELDS(WS-RULE-IDX)
036080         COMPUTE WS-RULE-WIN-HI
036090             = WS-RULE-WIN-LO + WS-RULE-DIST(WS-RULE-IDX)
036100     ELSE
036110         MOVE WS-RULE-KEY TO WS-RULE-WIN-HI
036120     END-IF.
036130     MOVE WS-RULE-HIT-OFF(WS-RULE-ANCHOR) TO WS-RULE-LO-OFF.
036140     MOVE WS-RULE-HIT-END(WS-RULE-ANCHOR) TO WS-RULE-HI-END.
036150     MOVE WS-RULE-HIT-FLD(WS-RULE-ANCHOR) TO WS-RULE-LO-FLD.
036160     SET WS-RULE-FIRED TO TRUE.
036170     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
036180             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
036190             OR NOT WS-RULE-FIRED
036200         PERFORM 2930-FIND-COMPONENT
036210             THRU 2930-FIND-COMPONENT-EXIT
036220     END-PERFORM.
036230 2920-TRY-ANCHOR-EXIT.
036240     EXIT.
036250*****************************************************************
036260* 2930-FIND-COMPONENT - FIND A NOTED HIT OF COMPONENT
036270* WS-COMP-IDX INSIDE THE WINDOW, WIDENING THE REPORTED SPAN TO
036280* TAKE IT IN. NO SUCH HIT MEANS THE WINDOW DOES NOT FIRE.
036290*****************************************************************
036300 2930-FIND-COMPONENT.
036310     MOVE "N" TO WS-COMP-FOUND-SW.
036320     PERFORM VARYING WS-RULE-HIT-IDX FROM 1 BY 1
036330             UNTIL WS-RULE-HIT-IDX > WS-RULE-HIT-COUNT
036340             OR WS-COMP-FOUND
036350         IF WS-RULE-HIT-PAT(WS-RULE-HIT-IDX)
036360                 = WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
036370             PERFORM 2940-RULE-HIT-KEY
036380                 THRU 2940-RULE-HIT-KEY-EXIT
036390             IF WS-RULE-KEY >= WS-RULE-WIN-LO
036400                     AND WS-RULE-KEY <= WS-RULE-WIN-HI
036410                 SET WS-COMP-FOUND TO TRUE
036420                 MOVE WS-RULE-HIT-IDX TO WS-RULE-HIT-FOUND
036430             END-IF
036440         END-IF
036450     END-PERFORM.
036460     IF NOT WS-COMP-FOUND
036470         MOVE "N" TO WS-RULE-FIRED-SW
036480         GO TO 2930-FIND-COMPONENT-EXIT
036490     END-IF.
036500     IF WS-RULE-HIT-OFF(WS-RULE-HIT-FOUND) < WS-RULE-LO-OFF
036510         MOVE WS-RULE-HIT-OFF(WS-RULE-HIT-FOUND)
036520             TO WS-RULE-LO-OFF
036530         MOVE WS-RULE-HIT-FLD(WS-RULE-HIT-FOUND)
036540             TO WS-RULE-LO-FLD
036550     END-IF.
036560     IF WS-RULE-HIT-END(WS-RULE-HIT-FOUND) > WS-RULE-HI-END
036570         MOVE WS-RULE-HIT-END(WS-RULE-HIT-FOUND)
036580             TO WS-RULE-HI-END
036590     END-IF.
036600 2930-FIND-COMPONENT-EXIT.
036610     EXIT.
036620*****************************************************************
036630* 2940-RULE-HIT-KEY - THE POSITION OF HIT WS-RULE-HIT-IDX THAT
036640* THE CURRENT RULE MEASURES ITS PROXIMITY IN: THE START OFFSET
036650* FOR "B", THE FIELD NUMBER FOR "F", AND ZERO FOR "R" SO THAT
036660* EVERY HIT IN THE RECORD FALLS INSIDE THE WINDOW.
036670*****************************************************************
036680 2940-RULE-HIT-KEY.
036690     EVALUATE TRUE
036700         WHEN WS-RULE-BY-BYTES(WS-RULE-IDX)
036710             MOVE WS-RULE-HIT-OFF(WS-RULE-HIT-IDX) TO WS-RULE-KEY
036720         WHEN WS-RULE-BY-FIELDS(WS-RULE-IDX)
036730             MOVE WS-RULE-HIT-FLD(WS-RULE-HIT-IDX) TO WS-RULE-KEY
036740         WHEN OTHER
036750             MOVE ZERO TO WS-RULE-KEY
036760     END-EVALUATE.
036770 2940-RULE-HIT-KEY-EXIT.
036780     EXIT.
036790*****************************************************************
036800* 2960-NOTE-RULE-HIT - ADD THE CURRENT PATTERN'S HIT AT
036810* WS-REPORT-OFFSET TO THE RECORD'S RULE HIT TABLE. HITS BEYOND
036820* THE TABLE'S SIZE ARE DROPPED, REPORTED ON THE CONSOLE ONCE PER
036830* RUN; THE RULES ARE STILL TESTED AGAINST THE HITS HELD.
036840*****************************************************************
036850 2960-NOTE-RULE-HIT.
036860     IF WS-RULE-HIT-COUNT >= WS-RULE-HIT-MAX
036870         IF NOT WS-RULE-HIT-WARNED
036880             DISPLAY "STRSCAN: RECORD " WS-RECORD-NUM
036890                 " HAS MORE RULE COMPONENT HITS THAN "
036900                 WS-RULE-HIT-MAX ", EXTRAS NOT TESTED"
036910                 " (REPORTED ONCE)"
036920             SET WS-RULE-HIT-WARNED TO TRUE
036930         END-IF
036940         GO TO 2960-NOTE-RULE-HIT-EXIT
036950     END-IF.
036960     ADD 1 TO WS-RULE-HIT-COUNT.
036970     SET WS-RULE-HIT-PAT(WS-RULE-HIT-COUNT) TO WS-PATTERN-IDX.
036980     MOVE WS-REPORT-OFFSET TO WS-RULE-HIT-OFF(WS-RULE-HIT-COUNT).
036990     MOVE WS-REPORT-OFFSET TO WS-RULE-HIT-END(WS-RULE-HIT-COUNT).
037000     IF WS-MATCH-SPAN > 1
037010         COMPUTE WS-RULE-HIT-END(WS-RULE-HIT-COUNT)
037020             = WS-REPORT-OFFSET + WS-MATCH-SPAN - 1
037030     END-IF.
037040     MOVE WS-CUR-FIELD TO WS-RULE-HIT-FLD(WS-RULE-HIT-COUNT).
037050 2960-NOTE-RULE-HIT-EXIT.
037060     EXIT.
037070*****************************************************************
037080* 2970-MORE-RULE-HITS - NOTE EVERY FURTHER HIT OF THE CURRENT
037090* BYTE-PROXIMITY COMPONENT IN THE REST OF THE SLICE, RESUMING
037100* ONE BYTE PAST EACH HIT. THE EXTRA HITS ONLY FEED THE RULES -
037110* THE PATTERN ITSELF STILL REPORTS ONCE PER SLICE. THE SLICE
037120* IS RESTORED FOR THE CALLER.
037130*****************************************************************
037140 2970-MORE-RULE-HITS.
037150     MOVE WS-SRCH-OFF TO WS-SAVE-SRCH-OFF.
037160     MOVE WS-SRCH-LEN TO WS-SAVE-SRCH-LEN.
037170     COMPUTE WS-SLICE-END = WS-SRCH-OFF + WS-SRCH-LEN - 1.
037180     MOVE WS-REPORT-OFFSET TO WS-RULE-NEXT-OFF.
037190     MOVE "N" TO WS-RULE-MORE-SW.
037200     PERFORM UNTIL WS-RULE-MORE-DONE
037210         COMPUTE WS-SRCH-OFF = WS-RULE-NEXT-OFF + 1
037220         IF WS-SRCH-OFF > WS-SLICE-END
037230                 OR WS-RULE-HIT-COUNT >= WS-RULE-HIT-MAX
037240             SET WS-RULE-MORE-DONE TO TRUE
037250         ELSE
037260             COMPUTE WS-SRCH-LEN = WS-SLICE-END - WS-SRCH-OFF + 1
037270             PERFORM 2600-RUN-SEARCH
037280                 THRU 2600-RUN-SEARCH-EXIT
037290             IF WS-FOUND-AT = ZERO
037300                 SET WS-RULE-MORE-DONE TO TRUE
037310             ELSE
037320                 COMPUTE WS-RULE-NEXT-OFF
037330                     = WS-SRCH-OFF + WS-FOUND-AT - 1
037340                 MOVE WS-RULE-NEXT-OFF TO WS-REPORT-OFFSET
037350                 PERFORM 2960-NOTE-RULE-HIT
037360                     THRU 2960-NOTE-RULE-HIT-EXIT
037370             END-IF
037380         END-IF
037390     END-PERFORM.
037400     MOVE WS-SAVE-SRCH-OFF TO WS-SRCH-OFF.
037410     MOVE WS-SAVE-SRCH-LEN TO WS-SRCH-LEN.
037420 2970-MORE-RULE-HITS-EXIT.
037430     EXIT.
037440*****************************************************************
037450* 3050-LOAD-RULE - HOLD A COMPOUND RULE (PR-TYPE-FLAG "C") IN
037460* WS-RULE-TABLE. ITS COMPONENT IDS ARE RESOLVED ONLY ONCE
037470* PATFILE HAS BEEN READ, SINCE A RULE MAY SORT AHEAD OF THE
037480* PATTERNS IT NAMES. A DEFINITION WITHOUT A KNOWN PROXIMITY, A
037490* NUMERIC DISTANCE (NOT NEEDED FOR "R") AND TWO COMPONENTS IS
037500* REPORTED AND SKIPPED.
037510*****************************************************************
037520 3050-LOAD-RULE.
037530     IF NOT PR-PROX-RECORD AND NOT PR-PROX-BYTES
037540             AND NOT PR-PROX-FIELDS
037550             OR NOT PR-PROX-RECORD
037560             AND PR-RULE-DISTANCE NOT NUMERIC
037570             OR PR-RULE-PATTERN-ID(1) = SPACES
037580             OR PR-RULE-PATTERN-ID(2) = SPACES
037590         DISPLAY "STRSCAN: RULE '" PR-ID "' HAS AN INVALID"
037600             " DEFINITION, IGNORED"
037610         GO TO 3050-LOAD-RULE-EXIT
037620     END-IF.
037630     IF WS-RULE-COUNT >= WS-RULE-MAX
037640         DISPLAY "STRSCAN: RULE TABLE FULL, IGNORING '"
037650             PR-ID "'"
037660         GO TO 3050-LOAD-RULE-EXIT
037670     END-IF.
037680     ADD 1 TO WS-RULE-COUNT.
037690     SET WS-RULE-IDX TO WS-RULE-COUNT.
037700     MOVE PR-ID TO WS-RULE-ID(WS-RULE-IDX).
037710     MOVE PR-SEVERITY TO WS-RULE-SEV(WS-RULE-IDX).
037720     MOVE PR-CATEGORY TO WS-RULE-CAT(WS-RULE-IDX).
037730     IF PR-TRIAL
037740         SET WS-RULE-TRIAL(WS-RULE-IDX) TO TRUE
037750     ELSE
037760         MOVE "N" TO WS-RULE-TRIAL-SW(WS-RULE-IDX)
037770     END-IF.
037780     MOVE PR-RULE-PROXIMITY TO WS-RULE-PROX(WS-RULE-IDX).
037790     IF PR-PROX-RECORD
037800         MOVE ZERO TO WS-RULE-DIST(WS-RULE-IDX)
037810     ELSE
037820         MOVE PR-RULE-DISTANCE TO WS-RULE-DIST(WS-RULE-IDX)
037830     END-IF.
037840     MOVE ZERO TO WS-RULE-PAT-IDX(WS-RULE-IDX).
037850     MOVE ZERO TO WS-RULE-COMP-COUNT(WS-RULE-IDX).
037860     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
037870             UNTIL WS-COMP-IDX > 4
037880         IF PR-RULE-PATTERN-ID(WS-COMP-IDX) NOT = SPACES
037890             ADD 1 TO WS-RULE-COMP-COUNT(WS-RULE-IDX)
037900             MOVE WS-RULE-COMP-COUNT(WS-RULE-IDX) TO WS-COMP-SLOT
037910             MOVE PR-RULE-PATTERN-ID(WS-COMP-IDX)
037920                 TO WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-SLOT)
037930         END-IF
037940     END-PERFORM.
037950 3050-LOAD-RULE-EXIT.
037960     EXIT.
037970*****************************************************************
037980* 3060-RESOLVE-RULES - ONCE PATFILE IS LOADED, RESOLVE EVERY
037990* HELD RULE AGAINST THE SEARCHABLE PATTERNS AND APPEND IT TO
038000* THE PATTERN TABLE BEHIND THEM (3070). A RULE-ONLY PATTERN
038010* THAT NO LOADED RULE USES IS REPORTED, SINCE IT CAN FIND
038020* NOTHING ALL RUN.
038030*****************************************************************
038040 3060-RESOLVE-RULES.
038050     MOVE WS-PATTERN-COUNT TO WS-SCAN-PAT-COUNT.
038060     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
038070             UNTIL WS-RULE-IDX > WS-RULE-COUNT
038080         PERFORM 3070-RESOLVE-RULE
038090             THRU 3070-RESOLVE-RULE-EXIT
038100     END-PERFORM.
038110     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
038120             UNTIL WS-PATTERN-IDX > WS-SCAN-PAT-COUNT
038130         IF WS-PATTERN-ONLY(WS-PATTERN-IDX)
038140                 AND NOT WS-PATTERN-IN-RULE(WS-PATTERN-IDX)
038150             DISPLAY "STRSCAN: RULE-ONLY PATTERN '"
038160                 WS-PATTERN-ID(WS-PATTERN-IDX)
038170                 "' IS IN NO LOADED RULE, NEVER REPORTED"
038180         END-IF
038190     END-PERFORM.
038200     IF WS-RULE-LOADED > ZERO
038210         DISPLAY "STRSCAN: " WS-RULE-LOADED " COMPOUND RULE(S)"
038220             " LOADED FROM PATFILE"
038230     END-IF.
038240 3060-RESOLVE-RULES-EXIT.
038250     EXIT.
038260*****************************************************************
038270* 3070-RESOLVE-RULE - LOOK UP EACH COMPONENT ID OF RULE
038280* WS-RULE-IDX AMONG THE SEARCHABLE PATTERNS. A RULE NAMING A
038290* PATTERN THAT IS NOT LOADED (INACTIVE, EXPIRED, MISSING OR
038300* ITSELF A RULE) IS REPORTED AND DROPPED. A RESOLVED RULE
038310* BECOMES A PATTERN TABLE ENTRY, SO IT REPORTS, GRADES,
038320* SUPPRESSES AND GATHERS STATISTICS EXACTLY AS A PATTERN DOES,
038330* WHILE THE RECORD LOOP NEVER SEARCHES FOR IT. ITS PATTERN TEXT
038340* IS THE COMPONENT IDS JOINED BY "+". IT TAKES ITS CASE FLAG
038350* FROM ITS FIRST COMPONENT, SO ON A FOLD=Y RUN ITS OFFSET AND
038360* SNIPPET COME FROM THE SAME TEXT AS THAT COMPONENT'S. A RULE
038370* WITH A TRIAL COMPONENT RUNS ON TRIAL ITSELF.
038380*****************************************************************
038390 3070-RESOLVE-RULE.
038400     MOVE "Y" TO WS-RULE-OK-SW.
038410     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
038420             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
038430         MOVE ZERO TO WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
038440         PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
038450                 UNTIL WS-PATTERN-IDX > WS-SCAN-PAT-COUNT
038460                 OR WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
038470                     > ZERO
038480             IF WS-PATTERN-ID(WS-PATTERN-IDX)
038490                     = WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-IDX)
038500                 SET WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
038510                     TO WS-PATTERN-IDX
038520             END-IF
038530         END-PERFORM
038540         IF WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX) = ZERO
038550             DISPLAY "STRSCAN: RULE '" WS-RULE-ID(WS-RULE-IDX)
038560                 "' NAMES PATTERN '"
038570                 WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-IDX)
038580                 "', NOT LOADED - RULE IGNORED"
038590             MOVE "N" TO WS-RULE-OK-SW
038600         END-IF
038610     END-PERFORM.
038620     IF NOT WS-RULE-OK
038630         GO TO 3070-RESOLVE-RULE-EXIT
038640     END-IF.
038650     IF WS-PATTERN-COUNT >= 500
038660         DISPLAY "STRSCAN: PATTERN TABLE FULL, IGNORING RULE '"
038670             WS-RULE-ID(WS-RULE-IDX) "'"
038680         GO TO 3070-RESOLVE-RULE-EXIT
038690     END-IF.
038700     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
038710             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
038720         SET WS-PATTERN-IDX
038730             TO WS-RULE-COMP-IDX(WS-RULE-IDX, WS-COMP-IDX)
038740         IF WS-RULE-BY-BYTES(WS-RULE-IDX)
038750             SET WS-PATTERN-IN-BYTE-RULE(WS-PATTERN-IDX) TO TRUE
038760         ELSE
038770             IF NOT WS-PATTERN-IN-RULE(WS-PATTERN-IDX)
038780                 MOVE "Y" TO WS-PATTERN-IN-RULE-SW(WS-PATTERN-IDX)
038790             END-IF
038800         END-IF
038810         IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
038820                 AND NOT WS-RULE-TRIAL(WS-RULE-IDX)
038830             DISPLAY "STRSCAN: RULE '" WS-RULE-ID(WS-RULE-IDX)
038840                 "' USES TRIAL PATTERN '"
038850                 WS-PATTERN-ID(WS-PATTERN-IDX)
038860                 "', RULE RUNS ON TRIAL"
038870             SET WS-RULE-TRIAL(WS-RULE-IDX) TO TRUE
038880         END-IF
038890     END-PERFORM.
038900     SET WS-PATTERN-IDX TO WS-RULE-COMP-IDX(WS-RULE-IDX, 1).
038910     ADD 1 TO WS-PATTERN-COUNT.
038920     MOVE WS-PATTERN-COUNT TO WS-RULE-PAT-IDX(WS-RULE-IDX).
038930     MOVE WS-RULE-ID(WS-RULE-IDX)
038940         TO WS-PATTERN-ID(WS-PATTERN-COUNT).
038950     MOVE WS-RULE-SEV(WS-RULE-IDX)
038960         TO WS-PATTERN-SEV(WS-PATTERN-COUNT).
038970     MOVE WS-RULE-CAT(WS-RULE-IDX)
038980         TO WS-PATTERN-CAT(WS-PATTERN-COUNT).
038990     MOVE WS-PATTERN-CASE-SW(WS-PATTERN-IDX)
039000         TO WS-PATTERN-CASE-SW(WS-PATTERN-COUNT).
039010     MOVE WS-RULE-TRIAL-SW(WS-RULE-IDX)
039020         TO WS-PATTERN-TRIAL-SW(WS-PATTERN-COUNT).
039030     IF WS-RULE-TRIAL(WS-RULE-IDX)
039040         ADD 1 TO WS-TRIAL-PAT-COUNT
039050     END-IF.
039060     MOVE "N" TO WS-PATTERN-NUM-SW(WS-PATTERN-COUNT)
039070                 WS-PATTERN-MASK-SW(WS-PATTERN-COUNT)
039080                 WS-PATTERN-ONLY-SW(WS-PATTERN-COUNT)
039090                 WS-PATTERN-IN-RULE-SW(WS-PATTERN-COUNT).
039100     MOVE SPACES TO WS-PATTERN-TEXT(WS-PATTERN-COUNT)
039110                    WS-PATTERN-FTEXT(WS-PATTERN-COUNT).
039120     MOVE ZERO TO WS-PATTERN-FLEN(WS-PATTERN-COUNT).
039130     MOVE 1 TO WS-RULE-PTR.
039140     PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
039150             UNTIL WS-COMP-IDX > WS-RULE-COMP-COUNT(WS-RULE-IDX)
039160         IF WS-COMP-IDX > 1
039170             STRING "+" DELIMITED BY SIZE
039180                 INTO WS-PATTERN-TEXT(WS-PATTERN-COUNT)
039190                 WITH POINTER WS-RULE-PTR
039200             END-STRING
039210         END-IF
039220         STRING WS-RULE-COMP-ID(WS-RULE-IDX, WS-COMP-IDX)
039230                 DELIMITED BY SPACE
039240             INTO WS-PATTERN-TEXT(WS-PATTERN-COUNT)
039250             WITH POINTER WS-RULE-PTR
039260         END-STRING
039270     END-PERFORM.
039280     COMPUTE WS-PATTERN-LEN(WS-PATTERN-COUNT) = WS-RULE-PTR - 1.
039290     ADD 1 TO WS-RULE-LOADED.
039300 3070-RESOLVE-RULE-EXIT.
039310     EXIT.
039320*****************************************************************
039330* 1160-KEY-CARD - APPLY A KEYCOL=SSSS-EEEE OR KEYFLD=NNN CARD.
039340* THE COLUMN RANGE MUST LIE WITHIN THE 4000-BYTE RECORD AND
039350* SPAN AT MOST THE 20 BYTES OF WS-BUS-KEY; THE FIELD NUMBER
039360* MUST BE ONE THE SPLIT CAN RETURN. A LATER KEY CARD REPLACES
039370* AN EARLIER ONE. THE DASH IS BLANKED WHILE THE START COLUMN
039380* IS PARSED SO 1150 STOPS THERE, AND PUT BACK AFTERWARDS.
039390*****************************************************************
039400 1160-KEY-CARD.
039410     IF SCANCTL-REC(1:7) = "KEYFLD="
039420         MOVE 8 TO WS-CARD-VAL-COL
039430         PERFORM 1150-PARSE-CARD-NUMBER
039440             THRU 1150-PARSE-CARD-NUMBER-EXIT
039450         IF WS-CARD-NUM-OK AND WS-CARD-NUM > ZERO
039460                 AND WS-CARD-NUM <= WS-FIELD-MAX
039470             MOVE WS-CARD-NUM TO WS-KEY-FLD
039480             SET WS-KEY-BY-FIELD TO TRUE
039490         ELSE
039500             DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
039510                 SCANCTL-REC
039520         END-IF
039530         GO TO 1160-KEY-CARD-EXIT
039540     END-IF.
039550     MOVE ZERO TO WS-KEY-DASH-COL.
039560     PERFORM VARYING WS-CARD-IDX FROM 8 BY 1
039570             UNTIL WS-CARD-IDX > LENGTH OF SCANCTL-REC
039580             OR SCANCTL-REC(WS-CARD-IDX:1) = SPACE
039590             OR WS-KEY-DASH-COL > ZERO
039600         IF SCANCTL-REC(WS-CARD-IDX:1) = "-"
039610             MOVE WS-CARD-IDX TO WS-KEY-DASH-COL
039620         END-IF
039630     END-PERFORM.
039640     IF WS-KEY-DASH-COL = ZERO
039650         DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
039660             SCANCTL-REC
039670         GO TO 1160-KEY-CARD-EXIT
039680     END-IF.
039690     COMPUTE WS-CARD-VAL-COL = WS-KEY-DASH-COL + 1.
039700     PERFORM 1150-PARSE-CARD-NUMBER
039710         THRU 1150-PARSE-CARD-NUMBER-EXIT.
039720     IF NOT WS-CARD-NUM-OK
039730         DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
039740             SCANCTL-REC
039750         GO TO 1160-KEY-CARD-EXIT
039760     END-IF.
039770     MOVE WS-CARD-NUM TO WS-KEY-END.
039780     MOVE SPACE TO SCANCTL-REC(WS-KEY-DASH-COL:1).
039790     MOVE 8 TO WS-CARD-VAL-COL.
039800     PERFORM 1150-PARSE-CARD-NUMBER
039810         THRU 1150-PARSE-CARD-NUMBER-EXIT.
039820     MOVE "-" TO SCANCTL-REC(WS-KEY-DASH-COL:1).
039830     IF NOT WS-CARD-NUM-OK OR WS-CARD-NUM = ZERO
039840             OR WS-CARD-NUM > WS-KEY-END
039850             OR WS-KEY-END > LENGTH OF INFILE-REC-X
039860             OR WS-KEY-END - WS-CARD-NUM + 1
039870                > LENGTH OF WS-BUS-KEY
039880         DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
039890             SCANCTL-REC
039900         GO TO 1160-KEY-CARD-EXIT
039910     END-IF.
039920     MOVE WS-CARD-NUM TO WS-KEY-COL.
039930     COMPUTE WS-KEY-LEN = WS-KEY-END - WS-KEY-COL + 1.
039940     SET WS-KEY-BY-COLUMN TO TRUE.
039950 1160-KEY-CARD-EXIT.
039960     EXIT.
039970*****************************************************************
039980* 2060-GET-BUSINESS-KEY - CUT THE CURRENT RECORD'S BUSINESS KEY
039990* INTO WS-BUS-KEY AND ONTO THE THREE REPORT LINE LAYOUTS. THE
040000* BUFFER IS SPACED PAST THE RECORD'S LENGTH (2100), SO A SHORT
040010* RECORD SIMPLY GIVES A SHORT KEY. A KEY FIELD THE RECORD DOES
040020* NOT HAVE GIVES A BLANK KEY; A LONGER ONE IS CUT TO 20 BYTES.
040030*****************************************************************
040040 2060-GET-BUSINESS-KEY.
040050     IF NOT WS-KEY-SET
040060         GO TO 2060-GET-BUSINESS-KEY-EXIT
040070     END-IF.
040080     MOVE SPACES TO WS-BUS-KEY.
040090     IF WS-KEY-BY-COLUMN
040100         MOVE INFILE-REC-X(WS-KEY-COL:WS-KEY-LEN) TO WS-BUS-KEY
040110     ELSE
040120         IF WS-KEY-FLD <= WS-FIELD-COUNT
040130                 AND WS-FIELD-LEN(WS-KEY-FLD) > ZERO
040140             MOVE WS-FIELD-LEN(WS-KEY-FLD) TO WS-KEY-TAKE
040150             IF WS-KEY-TAKE > LENGTH OF WS-BUS-KEY
040160                 MOVE LENGTH OF WS-BUS-KEY TO WS-KEY-TAKE
040170             END-IF
040180             MOVE INFILE-REC-X(WS-FIELD-OFF(WS-KEY-FLD):
040190                 WS-KEY-TAKE) TO WS-BUS-KEY
040200         END-IF
040210     END-IF.
040220     MOVE " KEY " TO RL-KEY-TAG NR-KEY-TAG TL-KEY-TAG.
040230     MOVE WS-BUS-KEY TO RL-BUS-KEY NR-BUS-KEY TL-BUS-KEY.
040240 2060-GET-BUSINESS-KEY-EXIT.
040250     EXIT.
040260*****************************************************************
040270* 2260-WRITE-EXTRACT - ONE FIXED-LAYOUT EXTFILE RECORD FOR THE
040280* MATCH JUST REPORTED, FROM THE SNIPPET PREPARED BY 2210. THE
040290* CALLER SETS WS-EXT-TYPE AND WS-EXT-DIST. THE RECORD CARRIES
040300* THE BUSINESS KEY AND IS QUEUED FOR ITS CTXFILE WINDOW, WHICH
040310* 2980-WRITE-CONTEXT WRITES ONCE THE WHOLE RECORD HAS BEEN
040320* SCANNED AND EVERY HIT IN IT IS KNOWN. A RECORD WITH MORE
040330* EXTRACT RECORDS THAN THE QUEUE HOLDS KEEPS CONTEXT FOR THE
040340* FIRST 200 ONLY, REPORTED ONCE PER RUN.
040350*****************************************************************
040360 2260-WRITE-EXTRACT.
040370     MOVE WS-RECORD-NUM TO EX-RECORD-NUM.
040380     MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO EX-PATTERN-ID.
040390     MOVE WS-EFF-SEV TO EX-SEVERITY.
040400     MOVE WS-PATTERN-CAT(WS-PATTERN-IDX) TO EX-CATEGORY.
040410     MOVE WS-EXT-TYPE TO EX-MATCH-TYPE.
040420     MOVE WS-REPORT-OFFSET TO EX-OFFSET.
040430     MOVE WS-CUR-FIELD TO EX-FIELD-NUM.
040440     MOVE WS-EXT-DIST TO EX-DISTANCE.
040450     MOVE WS-SNIP-FULL-LEN TO EX-TEXT-LEN.
040460     MOVE WS-SNIP-TEXT TO EX-TEXT.
040470     MOVE WS-BUS-KEY TO EX-BUS-KEY.
040480     WRITE EXTRACT-REC.
040490     IF NOT EXTFILE-OK
040500         DISPLAY "STRSCAN: UNABLE TO WRITE EXTFILE, STATUS "
040510             EXTFILE-STATUS
040520         SET WS-INFILE-EOF TO TRUE
040530         MOVE 16 TO RETURN-CODE
040540     END-IF.
040550     ADD 1 TO WS-EXTRACT-COUNT.
040560     IF WS-CTX-COUNT < WS-CTX-MAX
040570         ADD 1 TO WS-CTX-COUNT
040580         SET WS-CTX-IDX TO WS-CTX-COUNT
040590         MOVE WS-PATTERN-ID(WS-PATTERN-IDX)
040600             TO WS-CTX-PAT-ID(WS-CTX-IDX)
040610         MOVE WS-EXT-TYPE TO WS-CTX-TYPE(WS-CTX-IDX)
040620         MOVE WS-REPORT-OFFSET TO WS-CTX-OFF(WS-CTX-IDX)
040630     ELSE
040640         IF NOT WS-CTX-WARNED
040650             DISPLAY "STRSCAN: RECORD " WS-RECORD-NUM " HAS"
040660                 " MORE THAN " WS-CTX-MAX " EXTRACT RECORDS,"
040670                 " CONTEXT KEPT FOR THE FIRST " WS-CTX-MAX
040680                 " (REPORTED ONCE)"
040690             SET WS-CTX-WARNED TO TRUE
040700         END-IF
040710     END-IF.
040720 2260-WRITE-EXTRACT-EXIT.
040730     EXIT.
040740*****************************************************************
040750* 2980-WRITE-CONTEXT - AT THE END OF EVERY RECORD, WRITE THE
040760* CTXFILE WINDOWS QUEUED BY 2260. A FRESH COPY OF THE RECORD IS
040770* MASKED IN WS-CLEAN-REC BY 2300-REDACT-PATTERN FOR EVERY
040780* PATTERN NOTED BY 2990 - EXACTLY AS REDACTION MASKS IT, BUT
040790* FOR TRIAL AND RULE-ONLY HITS AS WELL, SINCE THE CONTEXT MUST
040800* NEVER SHOW A HIT IN CLEAR. CLEANFILE HAS ALREADY BEEN WRITTEN
040810* (2400), SO THE BUFFER IS FREE TO REUSE. THE QUEUE AND THE
040820* MASK LIST ARE CLEARED FOR THE NEXT RECORD EITHER WAY.
040830*****************************************************************
040840 2980-WRITE-CONTEXT.
040850     IF WS-CTX-COUNT = ZERO
040860         GO TO 2980-WRITE-CONTEXT-RESET
040870     END-IF.
040880     MOVE INFILE-REC-X TO WS-CLEAN-REC.
040890     PERFORM VARYING WS-CTX-MASK-IDX FROM 1 BY 1
040900             UNTIL WS-CTX-MASK-IDX > WS-CTX-MASK-COUNT
040910         SET WS-PATTERN-IDX TO WS-CTX-MASK-PAT(WS-CTX-MASK-IDX)
040920         MOVE WS-PATTERN-LEN(WS-PATTERN-IDX) TO WS-NEEDLE-LEN
040930         PERFORM 2300-REDACT-PATTERN
040940             THRU 2300-REDACT-PATTERN-EXIT
040950     END-PERFORM.
040960     PERFORM VARYING WS-CTX-IDX FROM 1 BY 1
040970             UNTIL WS-CTX-IDX > WS-CTX-COUNT
040980         PERFORM 2985-WRITE-WINDOW
040990             THRU 2985-WRITE-WINDOW-EXIT
041000     END-PERFORM.
041010 2980-WRITE-CONTEXT-RESET.
041020     MOVE ZERO TO WS-CTX-COUNT.
041030     MOVE ZERO TO WS-CTX-MASK-COUNT.
041040 2980-WRITE-CONTEXT-EXIT.
041050     EXIT.
041060*****************************************************************
041070* 2985-WRITE-WINDOW - ONE CTXFILE RECORD FOR QUEUE ENTRY
041080* WS-CTX-IDX: UP TO 120 BYTES OF THE MASKED RECORD STARTING
041090* WS-CTX-LEAD BYTES AHEAD OF THE MATCH. A FOLDED OFFSET PAST
041100* THE END OF THE RAW RECORD TAKES THE RECORD'S LAST 120 BYTES.
041110*****************************************************************
041120 2985-WRITE-WINDOW.
041130     MOVE SPACES TO CONTEXT-REC.
041140     MOVE WS-RECORD-NUM TO CX-RECORD-NUM.
041150     MOVE WS-CTX-PAT-ID(WS-CTX-IDX) TO CX-PATTERN-ID.
041160     MOVE WS-CTX-TYPE(WS-CTX-IDX) TO CX-MATCH-TYPE.
041170     MOVE WS-CTX-OFF(WS-CTX-IDX) TO CX-OFFSET.
041180     MOVE WS-BUS-KEY TO CX-BUS-KEY.
041190     IF WS-CTX-OFF(WS-CTX-IDX) > WS-CTX-LEAD
041200         COMPUTE WS-CTX-START
041210             = WS-CTX-OFF(WS-CTX-IDX) - WS-CTX-LEAD
041220     ELSE
041230         MOVE 1 TO WS-CTX-START
041240     END-IF.
041250     IF WS-CTX-START > WS-INFILE-LEN
041260         IF WS-INFILE-LEN > LENGTH OF CX-TEXT
041270             COMPUTE WS-CTX-START
041280                 = WS-INFILE-LEN - LENGTH OF CX-TEXT + 1
041290         ELSE
041300             MOVE 1 TO WS-CTX-START
041310         END-IF
041320     END-IF.
041330     COMPUTE WS-CTX-LEN = WS-INFILE-LEN - WS-CTX-START + 1.
041340     IF WS-CTX-LEN > LENGTH OF CX-TEXT
041350         MOVE LENGTH OF CX-TEXT TO WS-CTX-LEN
041360     END-IF.
041370     MOVE WS-CTX-START TO CX-WIN-COL.
041380     MOVE WS-CTX-LEN TO CX-WIN-LEN.
041390     MOVE WS-CLEAN-REC(WS-CTX-START:WS-CTX-LEN) TO CX-TEXT.
041400     WRITE CONTEXT-REC.
041410     IF NOT CTXFILE-OK
041420         DISPLAY "STRSCAN: UNABLE TO WRITE CTXFILE, STATUS "
041430             CTXFILE-STATUS
041440         SET WS-INFILE-EOF TO TRUE
041450         MOVE 16 TO RETURN-CODE
041455         GO TO 2985-WRITE-WINDOW-EXIT
041460     END-IF.
041470     ADD 1 TO WS-CTX-WRITE-COUNT.
041480 2985-WRITE-WINDOW-EXIT.
041490     EXIT.
041500*****************************************************************
041510* 2990-NOTE-CONTEXT-MASK - ADD THE CURRENT PATTERN, WHICH HAS
041520* JUST HIT THE RECORD EXACTLY, TO THE CONTEXT MASK LIST ONCE.
041530* A REDACT=O RUN WRITES NO EXTRACT AND SO NO CONTEXT.
041540*****************************************************************
041550 2990-NOTE-CONTEXT-MASK.
041560     IF WS-REDACT-ONLY
041570         GO TO 2990-NOTE-CONTEXT-MASK-EXIT
041580     END-IF.
041590     MOVE "N" TO WS-CTX-NOTED-SW.
041600     PERFORM VARYING WS-CTX-MASK-IDX FROM 1 BY 1
041610             UNTIL WS-CTX-MASK-IDX > WS-CTX-MASK-COUNT
041620             OR WS-CTX-NOTED
041630         IF WS-CTX-MASK-PAT(WS-CTX-MASK-IDX) = WS-PATTERN-IDX
041640             SET WS-CTX-NOTED TO TRUE
041650         END-IF
041660     END-PERFORM.
041670     IF NOT WS-CTX-NOTED
041680             AND WS-CTX-MASK-COUNT < WS-CTX-MASK-MAX
041690         ADD 1 TO WS-CTX-MASK-COUNT
041700         SET WS-CTX-MASK-PAT(WS-CTX-MASK-COUNT)
041710             TO WS-PATTERN-IDX
041720     END-IF.
041730 2990-NOTE-CONTEXT-MASK-EXIT.
041740     EXIT.
041750*****************************************************************
041760* 1170-PARTITION-CARD - APPLY A PART=NN, FROMREC=N OR TOREC=N
041770* CARD. THE PARTITION NUMBER RUNS 1-99 AND FROMREC= MUST BE AT
041780* LEAST 1; TOREC=0 (OR NO TOREC= CARD) MEANS TO END OF FILE.
041790* 1000-INITIALIZE CHECKS THE CARDS AGAINST EACH OTHER.
041800*****************************************************************
041810 1170-PARTITION-CARD.
041820     IF SCANCTL-REC(1:5) = "PART="
041830         MOVE 6 TO WS-CARD-VAL-COL
041840         PERFORM 1150-PARSE-CARD-NUMBER
041850             THRU 1150-PARSE-CARD-NUMBER-EXIT
041860         IF WS-CARD-NUM-OK AND WS-CARD-NUM > ZERO
041870                 AND WS-CARD-NUM <= 99
041880             MOVE WS-CARD-NUM TO WS-PART-NUM
041890         ELSE
041900             DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
041910                 SCANCTL-REC
041920         END-IF
041930         GO TO 1170-PARTITION-CARD-EXIT
041940     END-IF.
041950     IF SCANCTL-REC(1:8) = "FROMREC="
041960         MOVE 9 TO WS-CARD-VAL-COL
041970         PERFORM 1150-PARSE-CARD-NUMBER
041980             THRU 1150-PARSE-CARD-NUMBER-EXIT
041990         IF WS-CARD-NUM-OK AND WS-CARD-NUM > ZERO
042000             MOVE WS-CARD-NUM TO WS-PART-FROM
042010             SET WS-PART-RANGE-GIVEN TO TRUE
042020         ELSE
042030             DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
042040                 SCANCTL-REC
042050         END-IF
042060         GO TO 1170-PARTITION-CARD-EXIT
042070     END-IF.
042080     MOVE 7 TO WS-CARD-VAL-COL.
042090     PERFORM 1150-PARSE-CARD-NUMBER
042100         THRU 1150-PARSE-CARD-NUMBER-EXIT.
042110     IF WS-CARD-NUM-OK
042120         MOVE WS-CARD-NUM TO WS-PART-TO
042130         SET WS-PART-RANGE-GIVEN TO TRUE
042140     ELSE
042150         DISPLAY "STRSCAN: BAD CONTROL CARD IGNORED: "
042160             SCANCTL-REC
042170     END-IF.
042180 1170-PARTITION-CARD-EXIT.
042190     EXIT.
042200*****************************************************************
042210* 1250-PARTITION-START - READ PAST THE RECORDS AHEAD OF THE
042220* PARTITION'S RANGE. THEY ARE COUNTED BUT NOT SCANNED, SO
042230* RECORD NUMBERS ON EVERY OUTPUT ARE THOSE OF THE WHOLE INFILE.
042240*****************************************************************
042250 1250-PARTITION-START.
042260     COMPUTE WS-SKIP-COUNT = WS-PART-FROM - 1.
042270     PERFORM UNTIL WS-SKIP-COUNT = ZERO OR WS-INFILE-EOF
042280         READ INFILE
042290             AT END
042300                 SET WS-INFILE-EOF TO TRUE
042310         END-READ
042320         IF NOT WS-INFILE-EOF
042330             ADD 1 TO WS-RECORD-NUM
042340             SUBTRACT 1 FROM WS-SKIP-COUNT
042350         END-IF
042360     END-PERFORM.
042370     IF WS-INFILE-EOF
042380         DISPLAY "STRSCAN: INFILE HAS ONLY " WS-RECORD-NUM
042390             " RECORD(S), PARTITION " WS-PART-NUM
042400             " HAS NOTHING TO SCAN"
042410     END-IF.
042420 1250-PARTITION-START-EXIT.
042430     EXIT.
042440*****************************************************************
042450* 1260-PARTITION-RESTART - A PARTITION'S OUTPUTS ARE HANDED TO
042460* STRSMRG WHOLE, SO ON A RESTART EACH IS CUT BACK TO THE RECORD
042470* COUNT IN THE CHECKPOINT BEFORE IT IS EXTENDED: ANYTHING THE
042480* FAILED RUN WROTE AFTER ITS LAST CHECKPOINT WOULD OTHERWISE BE
042490* WRITTEN TWICE. THE CUT IS A COPY THROUGH PARTWORK AND BACK.
042500* THE CHECKPOINT MUST BE THIS PARTITION'S AND LIE WITHIN ITS
042510* RANGE; IF IT IS NOT, OR AN OUTPUT HOLDS FEWER RECORDS THAN THE
042520* CHECKPOINT SAYS, WS-TRIM-OK IS CLEARED AND THE PARTITION IS
042530* SCANNED AGAIN FROM FROMREC= WITH FRESH OUTPUTS.
042540*****************************************************************
042550 1260-PARTITION-RESTART.
042560     MOVE "N" TO WS-TRIM-OK-SW.
042570     IF CHK-PART-NUM IS NOT NUMERIC
042580             OR CHK-PART-NUM NOT = WS-PART-NUM
042590         DISPLAY "STRSCAN: CHECKPOINT IS NOT FOR PARTITION "
042600             WS-PART-NUM ", SCANNING FROM RECORD " WS-PART-FROM
042610         GO TO 1260-PARTITION-RESTART-EXIT
042620     END-IF.
042630     IF CHK-RPT-LINES IS NOT NUMERIC
042640             OR CHK-EXT-LINES IS NOT NUMERIC
042650             OR CHK-CTX-LINES IS NOT NUMERIC
042660             OR CHK-CLEAN-LINES IS NOT NUMERIC
042670             OR CHK-PSUM-LINES IS NOT NUMERIC
042680             OR CHK-RECORD-NUM < WS-PART-FROM - 1
042690             OR (WS-PART-TO > ZERO
042700                 AND CHK-RECORD-NUM > WS-PART-TO)
042710         DISPLAY "STRSCAN: CHECKPOINT DOES NOT FIT PARTITION "
042720             WS-PART-NUM ", SCANNING FROM RECORD " WS-PART-FROM
042730         GO TO 1260-PARTITION-RESTART-EXIT
042740     END-IF.
042750     SET WS-TRIM-OK TO TRUE.
042760     PERFORM 1270-TRIM-RPTFILE
042770         THRU 1270-TRIM-RPTFILE-EXIT.
042780     IF WS-TRIM-OK
042790         PERFORM 1272-TRIM-EXTFILE
042800             THRU 1272-TRIM-EXTFILE-EXIT
042810     END-IF.
042820     IF WS-TRIM-OK
042830         PERFORM 1274-TRIM-CTXFILE
042840             THRU 1274-TRIM-CTXFILE-EXIT
042850     END-IF.
042860     IF WS-TRIM-OK AND WS-REDACT-ON
042870         PERFORM 1276-TRIM-CLEANFILE
042880             THRU 1276-TRIM-CLEANFILE-EXIT
042890     END-IF.
042900     IF WS-TRIM-OK
042910         PERFORM 1278-TRIM-PARTSUM
042920             THRU 1278-TRIM-PARTSUM-EXIT
042930     END-IF.
042940     IF NOT WS-TRIM-OK
042950         DISPLAY "STRSCAN: PARTITION OUTPUTS DO NOT MATCH THE"
042960             " CHECKPOINT, SCANNING FROM RECORD " WS-PART-FROM
042970         GO TO 1260-PARTITION-RESTART-EXIT
042980     END-IF.
042990     MOVE CHK-EXT-LINES TO WS-EXTRACT-COUNT.
043000     MOVE CHK-CTX-LINES TO WS-CTX-WRITE-COUNT.
043010     MOVE CHK-PSUM-LINES TO WS-PSUM-COUNT.
043020     DISPLAY "STRSCAN: PARTITION " WS-PART-NUM
043030         " OUTPUTS CUT BACK TO THE CHECKPOINT".
043040 1260-PARTITION-RESTART-EXIT.
043050     EXIT.
043060*****************************************************************
043070* 1270-1278 - CUT ONE PARTITION OUTPUT BACK TO WS-TRIM-KEEP
043080* RECORDS. A MISSING FILE IS ONLY ACCEPTABLE WHEN NOTHING IS TO
043090* BE KEPT. WS-TRIM-OK IS CLEARED ON ANY SHORTFALL OR FILE ERROR.
043100*****************************************************************
043110 1270-TRIM-RPTFILE.
043120     MOVE CHK-RPT-LINES TO WS-TRIM-KEEP.
043130     MOVE ZERO TO WS-TRIM-COUNT.
043140     MOVE "N" TO WS-TRIM-EOF-SW.
043150     OPEN INPUT RPTFILE.
043160     IF RPTFILE-NOT-FOUND AND WS-TRIM-KEEP = ZERO
043170         GO TO 1270-TRIM-RPTFILE-EXIT
043180     END-IF.
043190     IF NOT RPTFILE-OK
043200         MOVE "N" TO WS-TRIM-OK-SW
043210         GO TO 1270-TRIM-RPTFILE-EXIT
043220     END-IF.
043230     OPEN OUTPUT PARTWORK.
043240     IF NOT PARTWORK-OK
043250         DISPLAY "STRSCAN: UNABLE TO OPEN PARTWORK, STATUS "
043260             PARTWORK-STATUS
043270         CLOSE RPTFILE
043280         MOVE "N" TO WS-TRIM-OK-SW
043290         GO TO 1270-TRIM-RPTFILE-EXIT
043300     END-IF.
043310     MOVE LENGTH OF RPTFILE-REC TO WS-WORK-LEN.
043320     PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP OR WS-TRIM-EOF
043330         READ RPTFILE
043340             AT END
043350                 SET WS-TRIM-EOF TO TRUE
043360             NOT AT END
043370                 WRITE PARTWORK-REC FROM RPTFILE-REC
043380                 ADD 1 TO WS-TRIM-COUNT
043390         END-READ
043400     END-PERFORM.
043410     CLOSE RPTFILE PARTWORK.
043420     IF WS-TRIM-COUNT < WS-TRIM-KEEP
043430         MOVE "N" TO WS-TRIM-OK-SW
043440         GO TO 1270-TRIM-RPTFILE-EXIT
043450     END-IF.
043460     OPEN INPUT PARTWORK.
043470     OPEN OUTPUT RPTFILE.
043480     MOVE "N" TO WS-TRIM-EOF-SW.
043490     PERFORM UNTIL WS-TRIM-EOF
043500         READ PARTWORK
043510             AT END
043520                 SET WS-TRIM-EOF TO TRUE
043530             NOT AT END
043540                 MOVE PARTWORK-REC(1:WS-WORK-LEN) TO RPTFILE-REC
043550                 WRITE RPTFILE-REC
043560         END-READ
043570     END-PERFORM.
043580     CLOSE PARTWORK RPTFILE.
043590 1270-TRIM-RPTFILE-EXIT.
043600     EXIT.
043610 1272-TRIM-EXTFILE.
043620     MOVE CHK-EXT-LINES TO WS-TRIM-KEEP.
043630     MOVE ZERO TO WS-TRIM-COUNT.
043640     MOVE "N" TO WS-TRIM-EOF-SW.
043650     OPEN INPUT EXTFILE.
043660     IF EXTFILE-NOT-FOUND AND WS-TRIM-KEEP = ZERO
043670         GO TO 1272-TRIM-EXTFILE-EXIT
043680     END-IF.
043690     IF NOT EXTFILE-OK
043700         MOVE "N" TO WS-TRIM-OK-SW
043710         GO TO 1272-TRIM-EXTFILE-EXIT
043720     END-IF.
043730     OPEN OUTPUT PARTWORK.
043740     IF NOT PARTWORK-OK
043750         DISPLAY "STRSCAN: UNABLE TO OPEN PARTWORK, STATUS "
043760             PARTWORK-STATUS
043770         CLOSE EXTFILE
043780         MOVE "N" TO WS-TRIM-OK-SW
043790         GO TO 1272-TRIM-EXTFILE-EXIT
043800     END-IF.
043810     MOVE LENGTH OF EXTRACT-REC TO WS-WORK-LEN.
043820     PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP OR WS-TRIM-EOF
043830         READ EXTFILE
043840             AT END
043850                 SET WS-TRIM-EOF TO TRUE
043860             NOT AT END
043870                 WRITE PARTWORK-REC FROM EXTRACT-REC
043880                 ADD 1 TO WS-TRIM-COUNT
043890         END-READ
043900     END-PERFORM.
043910     CLOSE EXTFILE PARTWORK.
043920     IF WS-TRIM-COUNT < WS-TRIM-KEEP
043930         MOVE "N" TO WS-TRIM-OK-SW
043940         GO TO 1272-TRIM-EXTFILE-EXIT
043950     END-IF.
043960     OPEN INPUT PARTWORK.
043970     OPEN OUTPUT EXTFILE.
043980     MOVE "N" TO WS-TRIM-EOF-SW.
043990     PERFORM UNTIL WS-TRIM-EOF
044000         READ PARTWORK
044010             AT END
044020                 SET WS-TRIM-EOF TO TRUE
044030             NOT AT END
044040                 MOVE PARTWORK-REC(1:WS-WORK-LEN) TO EXTRACT-REC
044050                 WRITE EXTRACT-REC
044060         END-READ
044070     END-PERFORM.
044080     CLOSE PARTWORK EXTFILE.
044090 1272-TRIM-EXTFILE-EXIT.
044100     EXIT.
044110 1274-TRIM-CTXFILE.
044120     MOVE CHK-CTX-LINES TO WS-TRIM-KEEP.
044130     MOVE ZERO TO WS-TRIM-COUNT.
044140     MOVE "N" TO WS-TRIM-EOF-SW.
044150     OPEN INPUT CTXFILE.
044160     IF CTXFILE-NOT-FOUND AND WS-TRIM-KEEP = ZERO
044170         GO TO 1274-TRIM-CTXFILE-EXIT
044180     END-IF.
044190     IF NOT CTXFILE-OK
044200         MOVE "N" TO WS-TRIM-OK-SW
044210         GO TO 1274-TRIM-CTXFILE-EXIT
044220     END-IF.
044230     OPEN OUTPUT PARTWORK.
044240     IF NOT PARTWORK-OK
044250         DISPLAY "STRSCAN: UNABLE TO OPEN PARTWORK, STATUS "
044260             PARTWORK-STATUS
044270         CLOSE CTXFILE
044280         MOVE "N" TO WS-TRIM-OK-SW
044290         GO TO 1274-TRIM-CTXFILE-EXIT
044300     END-IF.
044310     MOVE LENGTH OF CONTEXT-REC TO WS-WORK-LEN.
044320     PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP OR WS-TRIM-EOF
044330         READ CTXFILE
044340             AT END
044350                 SET WS-TRIM-EOF TO TRUE
044360             NOT AT END
044370                 WRITE PARTWORK-REC FROM CONTEXT-REC
044380                 ADD 1 TO WS-TRIM-COUNT
044390         END-READ
044400     END-PERFORM.
044410     CLOSE CTXFILE PARTWORK.
044420     IF WS-TRIM-COUNT < WS-TRIM-KEEP
044430         MOVE "N" TO WS-TRIM-OK-SW
044440         GO TO 1274-TRIM-CTXFILE-EXIT
044450     END-IF.
044460     OPEN INPUT PARTWORK.
044470     OPEN OUTPUT CTXFILE.
044480     MOVE "N" TO WS-TRIM-EOF-SW.
044490     PERFORM UNTIL WS-TRIM-EOF
044500         READ PARTWORK
044510             AT END
044520                 SET WS-TRIM-EOF TO TRUE
044530             NOT AT END
044540                 MOVE PARTWORK-REC(1:WS-WORK-LEN) TO CONTEXT-REC
044550                 WRITE CONTEXT-REC
044560         END-READ
044570     END-PERFORM.
044580     CLOSE PARTWORK CTXFILE.
044590 1274-TRIM-CTXFILE-EXIT.
044600     EXIT.
044610 1276-TRIM-CLEANFILE.
044620     MOVE CHK-CLEAN-LINES TO WS-TRIM-KEEP.
044630     MOVE ZERO TO WS-TRIM-COUNT.
044640     MOVE "N" TO WS-TRIM-EOF-SW.
044650     OPEN INPUT CLEANFILE.
044660     IF CLEANFILE-NOT-FOUND AND WS-TRIM-KEEP = ZERO
044670         GO TO 1276-TRIM-CLEANFILE-EXIT
044680     END-IF.
044690     IF NOT CLEANFILE-OK
044700         MOVE "N" TO WS-TRIM-OK-SW
044710         GO TO 1276-TRIM-CLEANFILE-EXIT
044720     END-IF.
044730     OPEN OUTPUT PARTWORK.
044740     IF NOT PARTWORK-OK
044750         DISPLAY "STRSCAN: UNABLE TO OPEN PARTWORK, STATUS "
044760             PARTWORK-STATUS
044770         CLOSE CLEANFILE
044780         MOVE "N" TO WS-TRIM-OK-SW
044790         GO TO 1276-TRIM-CLEANFILE-EXIT
044800     END-IF.
044810     PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP OR WS-TRIM-EOF
044820         READ CLEANFILE
044830             AT END
044840                 SET WS-TRIM-EOF TO TRUE
044850             NOT AT END
044860                 MOVE WS-CLEAN-LEN TO WS-WORK-LEN
044870                 IF WS-WORK-LEN < 1
044880                     MOVE 1 TO WS-WORK-LEN
044890                 END-IF
044900                 WRITE PARTWORK-REC FROM CLEANFILE-REC
044910                 ADD 1 TO WS-TRIM-COUNT
044920         END-READ
044930     END-PERFORM.
044940     CLOSE CLEANFILE PARTWORK.
044950     IF WS-TRIM-COUNT < WS-TRIM-KEEP
044960         MOVE "N" TO WS-TRIM-OK-SW
044970         GO TO 1276-TRIM-CLEANFILE-EXIT
044980     END-IF.
044990     OPEN INPUT PARTWORK.
045000     OPEN OUTPUT CLEANFILE.
045010     MOVE "N" TO WS-TRIM-EOF-SW.
045020     PERFORM UNTIL WS-TRIM-EOF
045030         READ PARTWORK
045040             AT END
045050                 SET WS-TRIM-EOF TO TRUE
045060             NOT AT END
045070                 MOVE WS-WORK-LEN TO WS-CLEAN-LEN
045080                 MOVE PARTWORK-REC TO CLEANFILE-REC
045090                 WRITE CLEANFILE-REC
045100         END-READ
045110     END-PERFORM.
045120     CLOSE PARTWORK CLEANFILE.
045130 1276-TRIM-CLEANFILE-EXIT.
045140     EXIT.
045150 1278-TRIM-PARTSUM.
045160     MOVE CHK-PSUM-LINES TO WS-TRIM-KEEP.
045170     MOVE ZERO TO WS-TRIM-COUNT.
045180     MOVE "N" TO WS-TRIM-EOF-SW.
045190     OPEN INPUT PARTSUM.
045200     IF PARTSUM-NOT-FOUND AND WS-TRIM-KEEP = ZERO
045210         GO TO 1278-TRIM-PARTSUM-EXIT
045220     END-IF.
045230     IF NOT PARTSUM-OK
045240         MOVE "N" TO WS-TRIM-OK-SW
045250         GO TO 1278-TRIM-PARTSUM-EXIT
045260     END-IF.
045270     OPEN OUTPUT PARTWORK.
045280     IF NOT PARTWORK-OK
045290         DISPLAY "STRSCAN: UNABLE TO OPEN PARTWORK, STATUS "
045300             PARTWORK-STATUS
045310         CLOSE PARTSUM
045320         MOVE "N" TO WS-TRIM-OK-SW
045330         GO TO 1278-TRIM-PARTSUM-EXIT
045340     END-IF.
045350     MOVE LENGTH OF PART-SUM-REC TO WS-WORK-LEN.
045360     PERFORM UNTIL WS-TRIM-COUNT >= WS-TRIM-KEEP OR WS-TRIM-EOF
045370         READ PARTSUM
045380             AT END
045390                 SET WS-TRIM-EOF TO TRUE
045400             NOT AT END
045410                 WRITE PARTWORK-REC FROM PART-SUM-REC
045420                 ADD 1 TO WS-TRIM-COUNT
045430         END-READ
045440     END-PERFORM.
045450     CLOSE PARTSUM PARTWORK.
045460     IF WS-TRIM-COUNT < WS-TRIM-KEEP
045470         MOVE "N" TO WS-TRIM-OK-SW
045480         GO TO 1278-TRIM-PARTSUM-EXIT
045490     END-IF.
045500     OPEN INPUT PARTWORK.
045510     OPEN OUTPUT PARTSUM.
045520     MOVE "N" TO WS-TRIM-EOF-SW.
045530     PERFORM UNTIL WS-TRIM-EOF
045540         READ PARTWORK
045550             AT END
045560                 SET WS-TRIM-EOF TO TRUE
045570             NOT AT END
045580                 MOVE PARTWORK-REC(1:WS-WORK-LEN) TO PART-SUM-REC
045590                 WRITE PART-SUM-REC
045600         END-READ
045610     END-PERFORM.
045620     CLOSE PARTWORK PARTSUM.
045630 1278-TRIM-PARTSUM-EXIT.
045640     EXIT.
045650*****************************************************************
045660* 2850-WRITE-CONTROL-EVENT - A PARTITION PASSES EACH HDR/TRL
045670* RECORD TO STRSMRG AS A "C" RECORD ON PARTSUM, WITH THE DATA
045680* RECORDS READ SINCE ITS PREVIOUS CONTROL RECORD, INSTEAD OF
045690* RECONCILING IT HERE (2800). THE MERGE STEP REPLAYS THE
045700* CONTROL RECORDS OF ALL PARTITIONS IN INFILE ORDER.
045710*****************************************************************
045720 2850-WRITE-CONTROL-EVENT.
045730     MOVE SPACES TO PART-SUM-REC.
045740     MOVE WS-PART-NUM TO PS-PART-NUM.
045750     SET PS-CONTROL-EVENT TO TRUE.
045760     MOVE WS-RECORD-NUM TO PS-RECORD-NUM.
045770     MOVE INFILE-REC-X(1:12) TO PS-CTL-TEXT.
045780     MOVE WS-DATA-COUNT TO PS-CTL-DATA-COUNT.
045790     PERFORM 8520-WRITE-PARTSUM
045800         THRU 8520-WRITE-PARTSUM-EXIT.
045810     MOVE ZERO TO WS-DATA-COUNT.
045820 2850-WRITE-CONTROL-EVENT-EXIT.
045830     EXIT.
045840*****************************************************************
045850* 8500-WRITE-PARTITION-SUMMARY - END OF JOB FOR A PARTITION.
045860* IN PLACE OF THE SCANHIST AND PATSTATS RECORDS, WHICH STRSMRG
045870* WRITES ONCE FOR THE WHOLE FILE, APPEND THE DISPOSITION ("D")
045880* AND PATTERN ("P") TALLIES, THE "G" GRADING RECORD AND THE "S"
045890* SUMMARY TO PARTSUM. THE SUMMARY CARRIES THE GRADED RETURN
045900* CODE, HOW THE PARTITION ENDED, AND THE RECORD COUNT OF EACH
045903* OUTPUT; THE GRADING RECORD WHAT THE MERGE NEEDS TO GRADE
045906* AGAIN WHEN ITS MAXHITS= STOP FALLS INSIDE THE PARTITION.
045910*****************************************************************
045920 8500-WRITE-PARTITION-SUMMARY.
045930     IF NOT WS-PARTSUM-OPEN
045940         GO TO 8500-WRITE-PARTITION-SUMMARY-EXIT
045950     END-IF.
045960     PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
045970             UNTIL WS-DISP-IDX > WS-DISP-COUNT
045980         MOVE SPACES TO PART-SUM-REC
045990         MOVE WS-PART-NUM TO PS-PART-NUM
046000         SET PS-DISP-TALLY TO TRUE
046010         MOVE ZERO TO PS-RECORD-NUM
046020         MOVE WS-DISP-PAT-ID(WS-DISP-IDX) TO PS-DISP-PAT-ID
046030         MOVE WS-DISP-TEXT(WS-DISP-IDX) TO PS-DISP-TEXT
046040         MOVE WS-DISP-USER(WS-DISP-IDX) TO PS-DISP-USER
046050         MOVE WS-DISP-DATE(WS-DISP-IDX) TO PS-DISP-DATE
046060         MOVE WS-DISP-HITS(WS-DISP-IDX) TO PS-DISP-HITS
046070         PERFORM 8520-WRITE-PARTSUM
046080             THRU 8520-WRITE-PARTSUM-EXIT
046090     END-PERFORM.
046100     IF NOT WS-REDACT-ONLY
046110         PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
046120                 UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
046130             MOVE SPACES TO PART-SUM-REC
046140             MOVE WS-PART-NUM TO PS-PART-NUM
046150             SET PS-PAT-TALLY TO TRUE
046160             MOVE ZERO TO PS-RECORD-NUM
046170             MOVE WS-PATTERN-ID(WS-PATTERN-IDX) TO PS-PAT-ID
046180             IF WS-PATTERN-TRIAL(WS-PATTERN-IDX)
046190                 MOVE "T" TO PS-PAT-STATUS
046200             ELSE
046210                 MOVE "A" TO PS-PAT-STATUS
046220             END-IF
046230             MOVE WS-PATTERN-SEV(WS-PATTERN-IDX) TO PS-PAT-SEV
046240             MOVE WS-PATTERN-HITS(WS-PATTERN-IDX) TO PS-PAT-HITS
046250             MOVE WS-PATTERN-NEARS(WS-PATTERN-IDX)
046260                 TO PS-PAT-NEARS
046270             MOVE WS-PATTERN-TRIALS(WS-PATTERN-IDX)
046280                 TO PS-PAT-TRIALS
046290             MOVE ZERO TO PS-PAT-SUPPRESS
046291             IF WS-PATTERN-ONLY(WS-PATTERN-IDX)
046292                 MOVE "Y" TO PS-PAT-RULE-ONLY
046293             ELSE
046294                 MOVE "N" TO PS-PAT-RULE-ONLY
046295             END-IF
046300             PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
046310                     UNTIL WS-DISP-IDX > WS-DISP-COUNT
046320                 IF WS-DISP-PAT-ID(WS-DISP-IDX)
046330                         = WS-PATTERN-ID(WS-PATTERN-IDX)
046340                     ADD WS-DISP-HITS(WS-DISP-IDX)
046350                         TO PS-PAT-SUPPRESS
046360                 END-IF
046370             END-PERFORM
046380             PERFORM 8520-WRITE-PARTSUM
046390                 THRU 8520-WRITE-PARTSUM-EXIT
046400         END-PERFORM
046410     END-IF.
046411     MOVE SPACES TO PART-SUM-REC.
046412     MOVE WS-PART-NUM TO PS-PART-NUM.
046413     SET PS-GRADING TO TRUE.
046414     MOVE ZERO TO PS-RECORD-NUM.
046415     MOVE WS-BASE-RC TO PS-BASE-RC.
046416     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
046417             UNTIL WS-SEV-IDX > 9
046418         MOVE WS-SEV-RC(WS-SEV-IDX) TO PS-GRADE-RC(WS-SEV-IDX)
046419     END-PERFORM.
046420     PERFORM 8520-WRITE-PARTSUM
046421         THRU 8520-WRITE-PARTSUM-EXIT.
046422     PERFORM 8510-COUNT-CLEAN-LINES
046430         THRU 8510-COUNT-CLEAN-LINES-EXIT.
046440     MOVE SPACES TO PART-SUM-REC.
046450     MOVE WS-PART-NUM TO PS-PART-NUM.
046460     SET PS-SUMMARY TO TRUE.
046470     MOVE WS-RECORD-NUM TO PS-RECORD-NUM.
046480     MOVE WS-PART-FROM TO PS-FROM-REC.
046490     MOVE WS-PART-TO TO PS-TO-REC.
046500     IF WS-MAXHITS-STOPPED
046510         SET PS-END-MAXHITS TO TRUE
046520     ELSE
046530         IF WS-INFILE-EOF
046540             SET PS-END-OF-FILE TO TRUE
046550         ELSE
046560             SET PS-END-OF-RANGE TO TRUE
046570         END-IF
046580     END-IF.
046590     MOVE RETURN-CODE TO PS-RC.
046600     MOVE WS-INFILE-ID TO PS-INFILE-ID.
046610     MOVE WS-START-DATE TO PS-START-DATE.
046620     MOVE WS-START-TIME TO PS-START-TIME.
046630     MOVE WS-DATA-COUNT TO PS-TRAIL-COUNT.
046640     MOVE WS-MAX-HITS TO PS-MAX-HITS.
046650     MOVE WS-CTL-RECOGNIZE-SW TO PS-CTL-SW.
046660     MOVE WS-REDACT-SW TO PS-REDACT-SW.
046670     MOVE WS-EXTRACT-COUNT TO PS-RPT-LINES PS-EXT-LINES.
046680     MOVE WS-CTX-WRITE-COUNT TO PS-CTX-LINES.
046690     MOVE WS-CLEAN-COUNT TO PS-CLEAN-LINES.
046700     PERFORM 8520-WRITE-PARTSUM
046710         THRU 8520-WRITE-PARTSUM-EXIT.
046720     CLOSE PARTSUM.
046730     DISPLAY "STRSCAN: " WS-PSUM-COUNT " RECORD(S) WRITTEN TO"
046740         " PARTSUM FOR PARTITION " WS-PART-NUM.
046750 8500-WRITE-PARTITION-SUMMARY-EXIT.
046760     EXIT.
046770*****************************************************************
046780* 8510-COUNT-CLEAN-LINES - A REDACTING PARTITION WRITES ONE
046790* CLEANFILE LINE FOR EVERY RECORD OF ITS RANGE IT HAS READ.
046800*****************************************************************
046810 8510-COUNT-CLEAN-LINES.
046820     MOVE ZERO TO WS-CLEAN-COUNT.
046830     IF WS-REDACT-ON AND WS-RECORD-NUM >= WS-PART-FROM
046840         COMPUTE WS-CLEAN-COUNT =
046850             WS-RECORD-NUM - WS-PART-FROM + 1
046860     END-IF.
046870 8510-COUNT-CLEAN-LINES-EXIT.
046880     EXIT.
046890*****************************************************************
046900* 8520-WRITE-PARTSUM - WRITE ONE PARTSUM RECORD. A FAILED WRITE
046910* ENDS THE PARTITION WITH RETURN CODE 16: THE MERGE CANNOT
046920* REBUILD THE WHOLE-FILE RESULTS WITHOUT IT.
046930*****************************************************************
046940 8520-WRITE-PARTSUM.
046950     WRITE PART-SUM-REC.
046960     IF NOT PARTSUM-OK
046970         DISPLAY "STRSCAN: UNABLE TO WRITE PARTSUM, STATUS "
046980             PARTSUM-STATUS
046990         SET WS-INFILE-EOF TO TRUE
047000         MOVE 16 TO RETURN-CODE
047010         GO TO 8520-WRITE-PARTSUM-EXIT
047020     END-IF.
047030     ADD 1 TO WS-PSUM-COUNT.
047040 8520-WRITE-PARTSUM-EXIT.
047050     EXIT.
047060*****************************************************************
047070* 1300-VERIFY-SETUP - A VERIFY=Y RUN RE-SCANS A CLEANSED COPY
047080* WITH THE REDACTING RUN'S OWN SCANCTL, SO THE CARDS THAT ONLY
047090* MAKE SENSE FOR THAT RUN ARE SET ASIDE HERE RATHER THAN
047100* REJECTED: IT MUST NOT REDACT, AND IT MUST READ EVERY RECORD OF
047110* THE FILE FROM THE FIRST SO THE COUNTS ON THE CERTIFICATE COVER
047120* THE WHOLE OF IT.
047130*****************************************************************
047140 1300-VERIFY-SETUP.
047150     DISPLAY "STRSCAN: VERIFICATION RUN - INFILE IS THE CLEANSED"
047160         " COPY, ORIGFILE THE ORIGINAL".
047170     MOVE "N" TO WS-REDACT-SW.
047180     MOVE "N" TO WS-RESTART-SW.
047190     MOVE ZERO TO WS-CHKPT-FREQ.
047200     MOVE ZERO TO WS-MAX-HITS.
047210     IF WS-PART-MODE OR WS-PART-RANGE-GIVEN
047220         DISPLAY "STRSCAN: PART=/FROMREC=/TOREC= IGNORED ON A"
047230             " VERIFICATION RUN, WHOLE FILE VERIFIED"
047240     END-IF.
047250     MOVE ZERO TO WS-PART-NUM.
047260     MOVE 1 TO WS-PART-FROM.
047270     MOVE ZERO TO WS-PART-TO.
047280     MOVE "N" TO WS-PART-RANGE-SW.
047290 1300-VERIFY-SETUP-EXIT.
047300     EXIT.
047310*****************************************************************
047320* 2150-READ-ORIGFILE - READ THE ORIGINAL RECORD THAT PAIRS WITH
047330* THE CLEANSED RECORD JUST READ AND LIST IT WHEN THE LENGTHS
047340* DIFFER. ONCE INFILE IS EXHAUSTED THE REST OF ORIGFILE IS ONLY
047350* COUNTED, SO A CLEANSED COPY THAT IS SHORT BY ANY NUMBER OF
047360* RECORDS SHOWS IN THE COUNTS.
047370*****************************************************************
047380 2150-READ-ORIGFILE.
047390     IF WS-ORIG-EOF
047400         GO TO 2150-READ-ORIGFILE-EXIT
047410     END-IF.
047420     IF WS-INFILE-EOF
047430         PERFORM UNTIL WS-ORIG-EOF
047440             READ ORIGFILE
047450                 AT END
047460                     SET WS-ORIG-EOF TO TRUE
047470             END-READ
047480             IF NOT WS-ORIG-EOF
047490                 ADD 1 TO WS-ORIG-COUNT
047500             END-IF
047510         END-PERFORM
047520         GO TO 2150-READ-ORIGFILE-EXIT
047530     END-IF.
047540     READ ORIGFILE
047550         AT END
047560             SET WS-ORIG-EOF TO TRUE
047570             GO TO 2150-READ-ORIGFILE-EXIT
047580     END-READ.
047590     ADD 1 TO WS-ORIG-COUNT.
047600     IF WS-ORIG-LEN NOT = WS-INFILE-LEN
047610         ADD 1 TO WS-VFY-LEN-MISMATCHES
047620         IF WS-VFY-LEN-MISMATCHES <= WS-VFY-LIST-MAX
047630             MOVE WS-ORIG-COUNT TO VL-RECORD-NUM
047640             MOVE WS-INFILE-LEN TO VL-CLEAN-LEN
047650             MOVE WS-ORIG-LEN TO VL-ORIG-LEN
047660             WRITE RPTFILE-REC FROM WS-VFY-LEN-LINE
047670         END-IF
047680     END-IF.
047690 2150-READ-ORIGFILE-EXIT.
047700     EXIT.
047710*****************************************************************
047720* 3080-SEAL-PATTERN - CHAIN THE PATFILE RECORD JUST ACCEPTED FOR
047730* THIS RUN INTO THE PATTERN-SET SEAL CARRIED ON THE CLEARANCE
047740* CERTIFICATE. PATFILE IS READ IN KEY ORDER, SO THE SAME SET
047750* ALWAYS GIVES THE SAME SEAL AND ANY ADDED, DROPPED OR CHANGED
047760* ENTRY GIVES ANOTHER.
047770*****************************************************************
047780 3080-SEAL-PATTERN.
047790     MOVE LENGTH OF PATTERN-REC TO WS-SEAL-LEN.
047800     CALL "strseal" USING
047810         BY CONTENT WS-VFY-SEAL
047820         BY REFERENCE PATTERN-REC
047830         BY CONTENT WS-SEAL-LEN
047840         BY REFERENCE WS-VFY-SEAL.
047850     ADD 1 TO WS-VFY-SEAL-COUNT.
047860 3080-SEAL-PATTERN-EXIT.
047870     EXIT.
047880*****************************************************************
047890* 8600-VERIFY-SUMMARY - FIND THE SCAN RUN BEING CLEARED, DECIDE
047900* THE CLEARANCE AND CLOSE THE REPORT WITH THE "VERIFY:" SUMMARY.
047910* THE CLEANSED COPY PASSES ONLY WITH NO RESIDUAL HIT, AS MANY
047920* RECORDS AS THE ORIGINAL - AND AS THE SCAN RUN READ, WHEN IT IS
047930* ON SCANHIST - AND EVERY RECORD AT ITS ORIGINAL LENGTH. A RUN
047932* STOPPED BY AN ERROR BEFORE BOTH FILES WERE READ TO THEIR END
047934* HAS NOT CHECKED THE WHOLE COPY AND NEVER PASSES IT.
047940*****************************************************************
047950 8600-VERIFY-SUMMARY.
047960     PERFORM 8610-FIND-SCAN-RUN
047970         THRU 8610-FIND-SCAN-RUN-EXIT.
047980     MOVE "PASS" TO WS-VFY-RESULT.
047990     IF WS-VFY-RESIDUAL > ZERO
048000             OR WS-VFY-LEN-MISMATCHES > ZERO
048010             OR WS-ORIG-COUNT NOT = WS-RECORD-NUM
048012             OR RETURN-CODE >= 16
048014             OR NOT WS-INFILE-AT-END
048016             OR NOT WS-ORIG-EOF
048020         MOVE "FAIL" TO WS-VFY-RESULT
048030     END-IF.
048040     IF WS-VFY-HIST-LINKED
048050             AND WS-VFY-HIST-RECORDS NOT = WS-ORIG-COUNT
048060         MOVE "FAIL" TO WS-VFY-RESULT
048070     END-IF.
048080     MOVE "ORIGINAL RECORDS" TO VC-LABEL.
048090     MOVE WS-ORIG-COUNT TO VC-COUNT.
048100     WRITE RPTFILE-REC FROM WS-VFY-COUNT-LINE.
048110     MOVE "CLEANSED RECORDS" TO VC-LABEL.
048120     MOVE WS-RECORD-NUM TO VC-COUNT.
048130     WRITE RPTFILE-REC FROM WS-VFY-COUNT-LINE.
048140     IF WS-VFY-HIST-LINKED
048150         MOVE "SCAN RUN RECORDS" TO VC-LABEL
048160         MOVE WS-VFY-HIST-RECORDS TO VC-COUNT
048170         WRITE RPTFILE-REC FROM WS-VFY-COUNT-LINE
048180     END-IF.
048190     MOVE "LENGTH DIFFERENCES" TO VC-LABEL.
048200     MOVE WS-VFY-LEN-MISMATCHES TO VC-COUNT.
048210     WRITE RPTFILE-REC FROM WS-VFY-COUNT-LINE.
048220     MOVE "RESIDUAL HITS" TO VC-LABEL.
048230     MOVE WS-VFY-RESIDUAL TO VC-COUNT.
048240     WRITE RPTFILE-REC FROM WS-VFY-COUNT-LINE.
048250     MOVE WS-VFY-SEAL-COUNT TO VS-COUNT.
048260     MOVE WS-VFY-SEAL TO VS-SEAL.
048270     WRITE RPTFILE-REC FROM WS-VFY-SEAL-LINE.
048280     MOVE WS-VFY-RESULT TO VR-RESULT.
048290     MOVE WS-INFILE-ID TO VR-INFILE-ID.
048300     IF WS-VFY-HIST-LINKED
048310         MOVE " SCAN RUN " TO VR-RUN-TAG
048320         MOVE WS-VFY-HIST-KEY TO VR-RUN-KEY
048330     ELSE
048340         MOVE " NO SCANHIST" TO VR-RUN-TAG
048350         MOVE SPACES TO VR-RUN-KEY
048360     END-IF.
048370     WRITE RPTFILE-REC FROM WS-VFY-RESULT-LINE.
048380     DISPLAY "STRSCAN: " WS-VFY-RESIDUAL " RESIDUAL HIT(S), "
048390         WS-VFY-LEN-MISMATCHES " LENGTH DIFFERENCE(S), "
048400         WS-ORIG-COUNT " ORIGINAL RECORD(S)".
048410 8600-VERIFY-SUMMARY-EXIT.
048420     EXIT.
048430*****************************************************************
048440* 8610-FIND-SCAN-RUN - THE RUN BEING CLEARED IS THE LATEST
048450* SCANHIST RECORD FOR THIS INFILEID=. SCANHIST IS KEYED ON THE
048460* RUN DATE AND TIME, SO THAT IS THE LAST ONE READ. A HISTORY
048470* THAT CANNOT BE READ LEAVES THE CERTIFICATE UNLINKED, AS A
048480* HISTORY THAT CANNOT BE WRITTEN NEVER FAILS THE SCAN.
048490*****************************************************************
048500 8610-FIND-SCAN-RUN.
048510     MOVE "N" TO WS-VFY-HIST-SW.
048520     OPEN INPUT SCANHIST.
048530     IF NOT SCANHIST-OK
048540         DISPLAY "STRSCAN: UNABLE TO OPEN SCANHIST, STATUS "
048550             SCANHIST-STATUS ", CERTIFICATE NOT LINKED TO A RUN"
048560         GO TO 8610-FIND-SCAN-RUN-EXIT
048570     END-IF.
048580     MOVE "N" TO WS-VFY-HIST-EOF-SW.
048590     PERFORM 8620-READ-HISTORY
048600         THRU 8620-READ-HISTORY-EXIT
048610         UNTIL WS-VFY-HIST-EOF.
048620     CLOSE SCANHIST.
048630     IF NOT WS-VFY-HIST-LINKED
048640         DISPLAY "STRSCAN: NO SCANHIST RECORD FOR INFILEID '"
048650             WS-INFILE-ID "', CERTIFICATE NOT LINKED TO A RUN"
048660     END-IF.
048670 8610-FIND-SCAN-RUN-EXIT.
048680     EXIT.
048690*****************************************************************
048700* 8620-READ-HISTORY - NOTE ONE SCANHIST RECORD IF IT IS FOR THIS
048710* INPUT
048720*****************************************************************
048730 8620-READ-HISTORY.
048740     READ SCANHIST NEXT RECORD
048750         AT END
048760             SET WS-VFY-HIST-EOF TO TRUE
048770             GO TO 8620-READ-HISTORY-EXIT
048780     END-READ.
048790     IF NOT SCANHIST-OK
048800         DISPLAY "STRSCAN: ERROR READING SCANHIST, STATUS "
048810             SCANHIST-STATUS
048820         SET WS-VFY-HIST-EOF TO TRUE
048830         GO TO 8620-READ-HISTORY-EXIT
048840     END-IF.
048850     IF HS-INFILE-ID = WS-INFILE-ID
048860         SET WS-VFY-HIST-LINKED TO TRUE
048870         MOVE HS-RUN-KEY TO WS-VFY-HIST-KEY
048880         MOVE HS-RECORDS-READ TO WS-VFY-HIST-RECORDS
048890     END-IF.
048900 8620-READ-HISTORY-EXIT.
048910     EXIT.
048920*****************************************************************
048930* 8700-WRITE-CERTIFICATE - FILE THE CLEARANCE CERTIFICATE UNDER
048940* THE SCAN RUN'S SCANHIST KEY AND SET THE COMPLETION CODE THAT
048950* HOLDS THE TRANSMISSION. VERIFYING THE SAME RUN AGAIN REPLACES
048960* ITS CERTIFICATE. UNLIKE THE RUN HISTORY, THE CERTIFICATE IS
048970* WHAT THIS RUN IS FOR: ONE THAT CANNOT BE WRITTEN ENDS THE JOB
048980* WITH RETURN-CODE 16.
048990*****************************************************************
049000 8700-WRITE-CERTIFICATE.
049010     IF NOT WS-VFY-PASSED AND RETURN-CODE < 12
049020         MOVE 12 TO RETURN-CODE
049030     END-IF.
049040     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
049050     MOVE SPACES TO CERT-REC.
049060     IF WS-VFY-HIST-LINKED
049070         MOVE WS-VFY-HIST-KEY TO CC-RUN-KEY
049080         MOVE "Y" TO CC-HIST-SW
049090     ELSE
049100         MOVE WS-START-DATE TO CC-RUN-DATE
049110         MOVE WS-START-TIME TO CC-RUN-TIME
049120         MOVE "N" TO CC-HIST-SW
049130     END-IF.
049140     MOVE WS-INFILE-ID TO CC-INFILE-ID.
049150     MOVE WS-CTL-HDR-DATE TO CC-FILE-DATE.
049160     MOVE WS-ORIG-COUNT TO CC-ORIG-RECORDS.
049170     MOVE WS-RECORD-NUM TO CC-CLEAN-RECORDS.
049180     MOVE WS-VFY-HIST-RECORDS TO CC-HIST-RECORDS.
049190     MOVE WS-VFY-LEN-MISMATCHES TO CC-LEN-MISMATCHES.
049200     MOVE WS-VFY-RESIDUAL TO CC-RESIDUAL-HITS.
049210     MOVE WS-VFY-SEAL-COUNT TO CC-PATTERN-COUNT.
049220     MOVE WS-VFY-SEAL TO CC-PATTERN-SEAL.
049230     MOVE WS-FOLD-SW TO CC-FOLD-SW.
049240     MOVE WS-VFY-RESULT TO CC-RESULT.
049250     MOVE WS-STAMP-DATE TO CC-VERIFY-DATE.
049260     MOVE WS-STAMP(9:6) TO CC-VERIFY-TIME.
049270     OPEN I-O CLEARCRT.
049280     IF CLEARCRT-NOT-FOUND
049290         OPEN OUTPUT CLEARCRT
049300     END-IF.
049310     IF NOT CLEARCRT-OK
049320         DISPLAY "STRSCAN: UNABLE TO OPEN CLEARCRT, STATUS "
049330             CLEARCRT-STATUS ", NO CLEARANCE CERTIFICATE"
049340         MOVE 16 TO RETURN-CODE
049350         GO TO 8700-WRITE-CERTIFICATE-EXIT
049360     END-IF.
049370     WRITE CERT-REC
049380         INVALID KEY
049390             DISPLAY "STRSCAN: REPLACING THE CERTIFICATE FOR RUN "
049400                 CC-RUN-KEY
049410             REWRITE CERT-REC
049420                 INVALID KEY
049430                     DISPLAY "STRSCAN: UNABLE TO WRITE CLEARCRT,"
049440                         " STATUS " CLEARCRT-STATUS
049450                     MOVE 16 TO RETURN-CODE
049460             END-REWRITE
049470     END-WRITE.
049480     CLOSE CLEARCRT.
049490     DISPLAY "STRSCAN: CLEARANCE " CC-RESULT " FOR RUN "
049495         CC-RUN-KEY
049500         ", RETURN-CODE " RETURN-CODE.
049510 8700-WRITE-CERTIFICATE-EXIT.
049520     EXIT.
049530 END PROGRAM STRSCAN.
