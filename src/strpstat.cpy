000100*****************************************************************
000200* PER-PATTERN RUN STATISTICS RECORD - THE PATSTATS DATASET,
000300* KEYED ON PT-KEY (THE STRSCAN RUN DATE AND TIME, AS IN
000400* HS-RUN-KEY OF STRHIST.CPY, PLUS THE PATTERN ID). STRSCAN
000500* WRITES ONE RECORD AT END OF JOB FOR EVERY PATTERN IT LOADED,
000600* ZERO COUNTS INCLUDED, SO A SEQUENTIAL READ GIVES EACH RUN'S
000700* PATTERNS TOGETHER AND A PATTERN THAT FOUND NOTHING IS STILL
000800* VISIBLE AS HAVING TAKEN PART. READ BY THE STRPRPT PATTERN-
000900* EFFECTIVENESS REPORT.
001000*
001100* PT-HIT-COUNT COUNTS THE EXACT MATCHES REPORTED FOR THE
001200* PATTERN, PT-NEAR-COUNT ITS FUZZY NEAR-MATCHES, PT-TRIAL-COUNT
001300* ITS SHADOW HITS WHILE ON TRIAL (PT-PAT-STATUS "T") AND
001400* PT-SUPPRESS-COUNT THE EXACT MATCHES HELD BACK BY AN ACCEPTED
001500* DISPOSITION. A SUPPRESSED MATCH IS NOT ALSO IN PT-HIT-COUNT.
001600* A REDACT=O RUN REPORTS NOTHING AND WRITES NO STATISTICS.
001700* A RESTARTED RUN COUNTS ONLY THE RECORDS IT SCANNED ITSELF.
001710* A COMPOUND RULE'S COUNTS ARE ITS OWN FIRINGS; A RULE-ONLY
001720* COMPONENT'S HIT (OR TRIAL) COUNT IS THE HITS THAT FED RULES
001730* WITHOUT BEING REPORTED THEMSELVES.
001740* A PARTITIONED SCAN'S RECORDS ARE WRITTEN BY THE STRSMRG MERGE
001750* STEP, EACH PATTERN'S COUNTS SUMMED OVER THE PARTITIONS.
001800*****************************************************************
001900 01  PSTAT-REC.
002000     05  PT-KEY.
002050         10  PT-RUN-KEY.
002100             15  PT-RUN-DATE        PIC X(08).
002200             15  PT-RUN-TIME        PIC X(06).
002300         10  PT-PATTERN-ID          PIC X(08).
002400     05  PT-INFILE-ID               PIC X(16).
002500     05  PT-PAT-STATUS              PIC X(01).
002600     05  PT-SEVERITY                PIC X(01).
002700     05  PT-HIT-COUNT               PIC 9(09).
002800     05  PT-NEAR-COUNT              PIC 9(09).
002900     05  PT-TRIAL-COUNT             PIC 9(09).
003000     05  PT-SUPPRESS-COUNT          PIC 9(09).
003100     05  FILLER                     PIC X(14).
