001300* SEARCHED TEXT (THE FOLDED FORM WHEN THE RUN FOLDED, MATCHING
001400* THE OFFSET CONVENTION OF THE REPORT), CUT TO THE FIELD SIZE;
001500* EX-TEXT-LEN IS THE LENGTH BEFORE ANY CUT.
001514* EX-BUS-KEY IS THE BUSINESS KEY OF THE SCANNED RECORD, TAKEN
001528* FROM THE COLUMNS OR DELIM= FIELD NAMED BY THE KEYCOL= OR
001542* KEYFLD= SCANCTL CARD (SPACES WHEN THE RUN NAMES NO KEY), SO
001556* A MATCH CAN BE TRACED AFTER INFILE ITSELF IS GONE. CTXFILE
001570* (STRCTX.CPY) CARRIES A RECORD PER EXTRACT RECORD, IN THE
001584* SAME ORDER, WITH THE MASKED RECORD TEXT AROUND THE MATCH.
001600*****************************************************************
001700 01  EXTRACT-REC.
001800     05  EX-RECORD-NUM              PIC 9(09).
002700     05  EX-DISTANCE                PIC 9(04).
002800     05  EX-TEXT-LEN                PIC 9(04).
002900     05  EX-TEXT                    PIC X(60).
002950     05  EX-BUS-KEY                 PIC X(20).
003000     05  FILLER                     PIC X(12).
