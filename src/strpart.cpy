000100*****************************************************************
000200* PARTITION SUMMARY RECORD - THE PARTSUM DATASET WRITTEN BY A
000300* STRSCAN STEP RUNNING ONE PARTITION (PART= SCANCTL CARD) OF A
000400* PARTITIONED SCAN, AND READ BY THE STRSMRG MERGE STEP WITH
000500* EVERY PARTITION'S PARTSUM CONCATENATED IN PARTITION ORDER.
000600*
000700* A PARTITION CANNOT RECONCILE THE HDR/TRL CONTROL RECORDS OF
000800* ITS RANGE ITSELF - A SEGMENT MAY START IN ONE PARTITION AND
000900* END IN ANOTHER - SO EVERY CONTROL RECORD IT READS GOES HERE
001000* AS A "C" RECORD, WITH THE COUNT OF DATA RECORDS THE
001100* PARTITION READ SINCE ITS PREVIOUS CONTROL RECORD (OR SINCE
001200* THE START OF ITS RANGE), AND STRSMRG REPLAYS THEM ACROSS THE
001300* WHOLE FILE. AT END OF JOB THE PARTITION ADDS ONE "D" RECORD
001400* PER LOADED DISPOSITION WITH ITS SUPPRESSED COUNT, ONE "P"
001500* RECORD PER LOADED PATTERN WITH ITS COUNTS (NOT ON A REDACT=O
001600* RUN, AS FOR PATSTATS), ONE "G" GRADING RECORD AND LAST ONE
001666* "S" SUMMARY RECORD. A PARTITION WITHOUT ITS "S" RECORD DID
001732* NOT FINISH.
001800*
001801* THE "G" RECORD CARRIES THE RETURN CODE THE PARTITION HAD
001802* BEFORE ITS SEVERITY GRADING (PS-BASE-RC) AND ITS SEVnRC=
001803* TABLE, SO THE MERGE CAN GRADE AGAIN WHEN MAXHITS= CUTS A
001804* PARTITION SHORT. PS-PAT-RULE-ONLY IS "Y" ON A PATTERN THAT
001805* ONLY FEEDS COMPOUND RULES: ITS HITS ARE COUNTED BUT NEVER
001806* WRITTEN TO EXTFILE.
001807*
001900* PS-RECORD-NUM IS THE INFILE RECORD NUMBER OF A CONTROL
002000* RECORD ("C") OR THE LAST INFILE RECORD THE PARTITION READ
002100* ("S"); ZERO ON "D", "P" AND "G". ON THE SUMMARY, PS-END-STATE
002200* SAYS WHY THE PARTITION STOPPED - END OF INFILE ("E"), END
002300* OF ITS RANGE WITH RECORDS STILL FOLLOWING ("R") OR ITS OWN
002400* MAXHITS= LIMIT ("M") - AND PS-TRAIL-COUNT IS THE DATA
002500* RECORDS READ AFTER ITS LAST CONTROL RECORD. PS-RPT-LINES TO
002600* PS-CLEAN-LINES ARE THE RECORDS THE PARTITION LEFT ON EACH OF
002700* ITS OUTPUTS, SO THE MERGE CAN PROVE NOTHING WAS LOST IN THE
002800* CONCATENATION. NUMERIC FIELDS ARE UNSIGNED ZONED DECIMAL.
002900*****************************************************************
003000 01  PART-SUM-REC.
003100     05  PS-PART-NUM                PIC 9(02).
003200     05  PS-REC-TYPE                PIC X(01).
003300         88  PS-CONTROL-EVENT                  VALUE "C".
003400         88  PS-DISP-TALLY                     VALUE "D".
003500         88  PS-PAT-TALLY                      VALUE "P".
003550         88  PS-GRADING                        VALUE "G".
003600         88  PS-SUMMARY                        VALUE "S".
003700     05  PS-RECORD-NUM              PIC 9(09).
003800     05  PS-DETAIL                  PIC X(118).
003900     05  PS-CONTROL-DETAIL REDEFINES PS-DETAIL.
004000         10  PS-CTL-TEXT            PIC X(12).
004100         10  PS-CTL-DATA-COUNT      PIC 9(09).
004200         10  FILLER                 PIC X(97).
004300     05  PS-DISP-DETAIL REDEFINES PS-DETAIL.
004400         10  PS-DISP-PAT-ID         PIC X(08).
004500         10  PS-DISP-TEXT           PIC X(40).
004600         10  PS-DISP-USER           PIC X(08).
004700         10  PS-DISP-DATE           PIC X(08).
004800         10  PS-DISP-HITS           PIC 9(09).
004900         10  FILLER                 PIC X(45).
005000     05  PS-PAT-DETAIL REDEFINES PS-DETAIL.
005100         10  PS-PAT-ID              PIC X(08).
005200         10  PS-PAT-STATUS          PIC X(01).
005300         10  PS-PAT-SEV             PIC X(01).
005400         10  PS-PAT-HITS            PIC 9(09).
005500         10  PS-PAT-NEARS           PIC 9(09).
005600         10  PS-PAT-TRIALS          PIC 9(09).
005700         10  PS-PAT-SUPPRESS        PIC 9(09).
005725         10  PS-PAT-RULE-ONLY       PIC X(01).
005750         10  FILLER                 PIC X(71).
005775     05  PS-GRADE-DETAIL REDEFINES PS-DETAIL.
005800         10  PS-BASE-RC             PIC 9(04).
005825         10  PS-GRADE-TABLE.
005850             15  PS-GRADE-RC        PIC 9(04) OCCURS 9 TIMES.
005875         10  FILLER                 PIC X(78).
005900     05  PS-SUM-DETAIL REDEFINES PS-DETAIL.
006000         10  PS-FROM-REC            PIC 9(09).
006100         10  PS-TO-REC              PIC 9(09).
006200         10  PS-END-STATE           PIC X(01).
006300             88  PS-END-OF-FILE                VALUE "E".
006400             88  PS-END-OF-RANGE               VALUE "R".
006500             88  PS-END-MAXHITS                VALUE "M".
006600         10  PS-RC                  PIC 9(04).
006700         10  PS-INFILE-ID           PIC X(16).
006800         10  PS-START-DATE          PIC X(08).
006900         10  PS-START-TIME          PIC X(06).
007000         10  PS-TRAIL-COUNT         PIC 9(09).
007100         10  PS-MAX-HITS            PIC 9(09).
007200         10  PS-CTL-SW              PIC X(01).
007300         10  PS-REDACT-SW           PIC X(01).
007400         10  PS-RPT-LINES           PIC 9(09).
007500         10  PS-EXT-LINES           PIC 9(09).
007600         10  PS-CTX-LINES           PIC 9(09).
007700         10  PS-CLEAN-LINES         PIC 9(09).
007800         10  FILLER                 PIC X(09).
