000100*****************************************************************
000200* MATCH CONTEXT RECORD - WRITTEN BY STRSCAN TO CTXFILE, ONE
000300* RECORD PER EXTFILE RECORD AND IN THE SAME ORDER, SO TRIAGE
000400* CAN JUDGE A MATCH LONG AFTER INFILE HAS BEEN ROLLED OFF.
000500* ONLY THE FIRST 200 EXTRACT RECORDS OF ANY ONE SCANNED RECORD
000600* ARE GIVEN CONTEXT; STRSCAN SAYS SO ON THE CONSOLE.
000700* STRRLOAD CARRIES IT ONTO THE RSLTFILE BROWSE COPY FOR THE
000800* STRRSLT DETAIL SCREEN.
000900*
001000* CX-TEXT IS A WINDOW OF UP TO 120 BYTES OF THE SCANNED RECORD
001100* STARTING 40 BYTES AHEAD OF THE MATCH OFFSET (OR AT COLUMN 1),
001200* CUT FROM A COPY OF THE RECORD IN WHICH EVERY EXACT PATTERN
001300* HIT OF THAT RECORD - TRIAL AND RULE-ONLY PATTERNS INCLUDED -
001400* HAS BEEN OVERWRITTEN WITH THE MASK= STRING BY THE SAME
001500* ROUTINE REDACTION USES. THE MATCH ITSELF IS THEREFORE MASKED
001600* TOO; ITS BYTES ARE IN EX-TEXT. NEAR-MATCHES ARE NEVER MASKED,
001700* AS IN REDACTION. CX-WIN-COL IS THE RECORD COLUMN OF THE FIRST
001800* WINDOW BYTE AND CX-WIN-LEN THE WINDOW LENGTH. ON A FOLDED RUN
001900* THE OFFSET IS A FOLDED-TEXT POSITION, SO THE WINDOW MAY SIT
002000* A FEW BYTES AWAY FROM THE RAW COLUMN OF THE MATCH.
002100*
002200* CX-RECORD-NUM, CX-PATTERN-ID, CX-MATCH-TYPE AND CX-OFFSET
002300* REPEAT THE EXTRACT RECORD'S FIELDS SO A READER CAN PAIR THE
002400* TWO FILES AND NOTICE WHEN THEY DISAGREE. NUMERIC FIELDS ARE
002500* UNSIGNED ZONED DECIMAL, ZERO-FILLED, AS IN STREXT.CPY.
002600*****************************************************************
002700 01  CONTEXT-REC.
002800     05  CX-RECORD-NUM              PIC 9(09).
002900     05  CX-PATTERN-ID              PIC X(08).
003000     05  CX-MATCH-TYPE              PIC X(01).
003100     05  CX-OFFSET                  PIC 9(09).
003200     05  CX-BUS-KEY                 PIC X(20).
003300     05  CX-WIN-COL                 PIC 9(09).
003400     05  CX-WIN-LEN                 PIC 9(04).
003500     05  CX-TEXT                    PIC X(120).
003600     05  FILLER                     PIC X(10).
