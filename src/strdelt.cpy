000100*****************************************************************
000200* RUN-TO-RUN MATCH DELTA RECORD - WRITTEN BY STRDELTA TO
000300* DELTAEXT, ONE RECORD PER DISTINCT PATTERN ID AND MATCHED
000400* TEXT (EX-PATTERN-ID PLUS EX-TEXT) SEEN IN TONIGHT'S EXTRACT
000500* OR IN THE EXTRACT KEPT FROM THE PREVIOUS RUN OF THE SAME
000600* INFILEID. THE FILE IS IN THREE SECTIONS, IN THIS ORDER:
000700*     N - NEW: IN TONIGHT'S EXTRACT ONLY
000800*     P - PERSISTING: IN BOTH EXTRACTS
000900*     R - RESOLVED: IN THE PREVIOUS EXTRACT ONLY
001000* AND IN PATTERN ID / TEXT ORDER WITHIN EACH SECTION.
001100*
001200* DT-EXTRACT IS THE FIRST EXTRACT RECORD (STREXT.CPY LAYOUT)
001300* OF THE PATTERN/TEXT - TONIGHT'S FOR N AND P, THE PREVIOUS
001400* RUN'S FOR R - SO A FEED CAN CUT THE SAME COLUMNS IT CUTS
001500* FROM EXTFILE. THE COUNTS ARE THE NUMBER OF EXTRACT RECORDS
001600* CARRYING THE PATTERN/TEXT IN EACH RUN. NUMERIC FIELDS ARE
001700* UNSIGNED ZONED DECIMAL, ZERO-FILLED, AS IN STREXT.CPY.
001800*****************************************************************
001900 01  DELTA-REC.
002000     05  DT-SECTION                 PIC X(01).
002100         88  DT-NEW                            VALUE "N".
002200         88  DT-PERSISTING                     VALUE "P".
002300         88  DT-RESOLVED                       VALUE "R".
002400     05  DT-PREV-COUNT              PIC 9(09).
002500     05  DT-CURR-COUNT              PIC 9(09).
002600     05  DT-EXTRACT                 PIC X(140).
002700     05  FILLER                     PIC X(11).
