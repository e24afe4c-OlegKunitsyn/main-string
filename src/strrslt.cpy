000800* THE KEY ORDERS MATCHES BY PATTERN, THEN RECORD NUMBER;
000900* SR-SEQ MAKES MULTIPLE MATCHES OF ONE PATTERN IN ONE RECORD
001000* UNIQUE. THE REMAINING FIELDS MIRROR STREXT.CPY.
001020* SR-CTX-TEXT IS THE MASKED CONTEXT WINDOW STRRLOAD TAKES FROM
001040* THE MATCHING CTXFILE RECORD (STRCTX.CPY), SR-CTX-COL THE
001060* RECORD COLUMN OF ITS FIRST BYTE AND SR-CTX-LEN ITS LENGTH;
001080* ZERO LENGTH WHEN NO CONTEXT WAS KEPT FOR THE MATCH.
001100*****************************************************************
001200 01  RESULT-REC.
001300     05  SR-KEY.
002200     05  SR-DISTANCE                PIC 9(04).
002300     05  SR-TEXT-LEN                PIC 9(04).
002400     05  SR-TEXT                    PIC X(60).
002420     05  SR-BUS-KEY                 PIC X(20).
002440     05  SR-CTX-COL                 PIC 9(09).
002460     05  SR-CTX-LEN                 PIC 9(04).
002480     05  SR-CTX-TEXT                PIC X(120).
002500     05  FILLER                     PIC X(08).
