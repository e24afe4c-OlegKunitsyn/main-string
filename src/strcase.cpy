000100*****************************************************************
000200* MATCH CASE RECORD - THE CASEFILE DATASET, KEYED ON CS-KEY
000300* (PATTERN ID PLUS THE MATCHED TEXT, SPACE-PADDED), THE SAME
000400* KEY SHAPE AS DS-KEY IN STRDISP.CPY. STRCASE OPENS A CASE FOR
000500* THE FIRST EXACT MATCH (EX-EXACT-MATCH) OF A PATTERN/TEXT
000600* COMBINATION AND ATTACHES EVERY LATER ONE TO IT; TRIAGE
000700* ASSIGNS AN OWNER AND MOVES THE STATUS ON THROUGH STRRSLT;
000800* STRCRPT AGES WHAT IS STILL OPEN.
000900*
001000* CS-MATCH-TEXT IS THE FIRST 40 BYTES OF EX-TEXT, EXACTLY AS
001100* DS-MATCH-TEXT IS, SO A CASE AND A DISPOSITION FOR THE SAME
001200* MATCH CARRY THE SAME KEY. CS-SEVERITY IS THE MOST SEVERE
001300* (LOWEST DIGIT) SEVERITY ANY ATTACHED MATCH HAS REPORTED.
001400* ALL DATES ARE YYYYMMDD; CS-CLOSE-DATE IS SPACES UNTIL THE
001500* CASE IS CLOSED. A MATCH ARRIVING ON A CLOSED CASE REOPENS
001600* IT: THE STATUS GOES BACK TO "O", CS-OPEN-DATE RESTARTS AND
001700* CS-REOPEN-COUNT IS STEPPED, SO THE AGING CLOCK MEASURES THE
001800* CURRENT EXPOSURE, NOT THE FIRST ONE.
001900*****************************************************************
002000 01  CASE-REC.
002100     05  CS-KEY.
002200         10  CS-PATTERN-ID          PIC X(08).
002300         10  CS-MATCH-TEXT          PIC X(40).
002400     05  CS-STATUS                  PIC X(01).
002500         88  CS-OPEN                           VALUE "O".
002600         88  CS-INVESTIGATING                  VALUE "I".
002700         88  CS-ESCALATED                      VALUE "E".
002800         88  CS-CLOSED-TRUE-POS                VALUE "T".
002900         88  CS-CLOSED-BENIGN                  VALUE "B".
003000         88  CS-STILL-OPEN                     VALUE "O" "I"
003100                                                     "E".
003200         88  CS-CLOSED                         VALUE "T" "B".
003300         88  CS-VALID-STATUS                   VALUE "O" "I"
003400                                               "E" "T" "B".
003500     05  CS-SEVERITY                PIC X(01).
003600     05  CS-CATEGORY                PIC X(08).
003700     05  CS-OWNER                   PIC X(08).
003800     05  CS-OPEN-DATE               PIC X(08).
003900     05  CS-STATUS-DATE             PIC X(08).
004000     05  CS-CLOSE-DATE              PIC X(08).
004100     05  CS-LAST-SEEN-DATE          PIC X(08).
004200     05  CS-HIT-COUNT               PIC 9(09).
004300     05  CS-LAST-RECORD-NUM         PIC 9(09).
004400     05  CS-REOPEN-COUNT            PIC 9(04).
004500     05  CS-UPD-USER                PIC X(08).
004600     05  CS-UPD-DATE                PIC X(08).
004700     05  CS-UPD-TIME                PIC X(06).
004800     05  CS-NOTE                    PIC X(40).
004900     05  FILLER                     PIC X(20).
