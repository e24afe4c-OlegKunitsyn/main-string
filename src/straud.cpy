000100*****************************************************************
000200* STRING-LIBRARY AUDIT LOG RECORD - ONE LINE OF STRAUDIT AS
000300* APPENDED BY STRLOG (STRING.CBL), AND OF EVERY ARCHFILE
000400* GENERATION STRAHKP CUTS FROM IT. USED BY STRAHKP AND STRAVFY.
000500*
000600* AD-SEQ-X NUMBERS THE RECORDS OF THE LOG FROM 1 WITHOUT A GAP,
000700* ACROSS ARCHIVE GENERATIONS. AD-CHECK-X IS THE STRSEAL CHECK
000800* VALUE OF COLUMNS 1-101 OF THE RECORD, CHAINED FROM THE CHECK
000900* VALUE OF THE RECORD BEFORE IT (ZERO BEFORE SEQUENCE 1), SO A
001000* RECORD CANNOT BE ALTERED, REMOVED OR INSERTED WITHOUT BREAKING
001100* EVERY CHECK VALUE AFTER IT. RECORDS WRITTEN BEFORE THE LOG WAS
001200* SEALED CARRY SPACES IN BOTH FIELDS.
001300*
001400* AD-CHAIN-ANCHOR ("*CHAIN*" IN THE CALLER COLUMN) MARKS THE
001500* RECORD STRAHKP WRITES AT THE TOP OF THE KEPT LOG WHEN IT
001600* ARCHIVES THE FRONT OF IT. IT RECORDS NO SEARCH: IT REPEATS
001700* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST RECORD
001800* ARCHIVED, IS NOT ITSELF CHAINED, AND LETS STRLOG AND STRAVFY
001900* CARRY THE CHAIN ON FROM IT. AD-TIMESTAMP IS THE TIME OF THE
002000* HOUSEKEEPING RUN AND AD-NEEDLE SAYS WHERE THE CHAIN CAME FROM.
002100*****************************************************************
002200 01  AUDIT-REC.
002300     05  AD-SEALED-PART.
002400         10  AD-TIMESTAMP           PIC X(21).
002500         10  FILLER                 PIC X(01).
002600         10  AD-CALLER              PIC X(08).
002700             88  AD-CHAIN-ANCHOR               VALUE "*CHAIN*".
002800         10  FILLER                 PIC X(01).
002900         10  AD-H-LEN-X             PIC X(09).
003000         10  FILLER                 PIC X(01).
003100         10  AD-NEEDLE              PIC X(40).
003200         10  FILLER                 PIC X(01).
003300         10  AD-RESULT-X            PIC X(09).
003400         10  FILLER                 PIC X(01).
003500         10  AD-SEQ-X               PIC X(09).
003600         10  AD-SEQ REDEFINES AD-SEQ-X
003700                                    PIC 9(09).
003800     05  FILLER                     PIC X(01).
003900     05  AD-CHECK-X                 PIC X(18).
004000     05  AD-CHECK REDEFINES AD-CHECK-X
004100                                    PIC 9(18).
