000100*****************************************************************
000200* PENDING PATTERN CHANGE RECORD - THE PATPEND DATASET, KEYED ON
000300* PN-KEY (PATTERN ID PLUS THE DATE AND TIME THE CHANGE WAS
000400* REQUESTED). STRPATM AND STRPATIO MODE=IMPORT NO LONGER WRITE
000500* PATFILE THEMSELVES: EVERY ADD, UPDATE, DEACTIVATE, TRIAL,
000600* PROMOTE AND EXPIRE IS HELD HERE AS A PENDING CHANGE ("P")
000700* CARRYING THE ENTRY AS IT STOOD (PN-BEFORE-IMAGE, SPACES FOR
000800* AN ADD) AND AS IT IS TO BECOME (PN-AFTER-IMAGE), BOTH IN THE
000900* STRPAT.CPY LAYOUT. ONLY THE STRPAPR APPROVAL TRANSACTION,
001000* SIGNED ON AS A USER OTHER THAN THE MAKER, PUTS THE AFTER
001100* IMAGE ON PATFILE, SO STRSCAN ONLY EVER LOADS APPROVED
001200* ENTRIES.
001300*
001400* AN ENTRY HAS AT MOST ONE PENDING CHANGE AT A TIME; A SECOND IS
001500* REFUSED UNTIL THE FIRST IS DECIDED. A DECIDED CHANGE STAYS ON
001600* FILE AS APPROVED ("A") OR REJECTED ("R") WITH THE CHECKER AND
001700* THE DATE AND TIME OF THE DECISION, FOR THE STRPNRPT REPORT.
001800* APPROVAL IS REFUSED IF PATFILE NO LONGER HOLDS THE BEFORE
001900* IMAGE - THE CHANGE WOULD OVERWRITE SOMETHING THE MAKER NEVER
002000* SAW - AND THE CHANGE MUST THEN BE REJECTED AND MADE AGAIN.
002100*
002200* PN-ACTION IS THE CHANGE AS THE MAKER'S PROGRAM CLASSIFIED IT
002300* (ADD, UPDATE, DEACTIVATE, TRIAL, PROMOTE, EXPIRE) AND
002400* PN-SOURCE THE PROGRAM THAT HELD IT. PN-NOTE IS THE CHECKER'S
002500* REASON, REQUIRED ON A REJECT.
002600*****************************************************************
002700 01  PENDING-REC.
002800     05  PN-KEY.
002900         10  PN-PAT-ID              PIC X(08).
003000         10  PN-REQ-DATE            PIC X(08).
003100         10  PN-REQ-TIME            PIC X(06).
003200     05  PN-STATUS                  PIC X(01).
003300         88  PN-PENDING                        VALUE "P".
003400         88  PN-APPROVED                       VALUE "A".
003500         88  PN-REJECTED                       VALUE "R".
003600     05  PN-ACTION                  PIC X(10).
003700     05  PN-SOURCE                  PIC X(08).
003800     05  PN-MAKER-USER              PIC X(08).
003900     05  PN-CHECKER-USER            PIC X(08).
004000     05  PN-CHECK-DATE              PIC X(08).
004100     05  PN-CHECK-TIME              PIC X(06).
004200     05  PN-NOTE                    PIC X(40).
004300     05  PN-BEFORE-SW               PIC X(01).
004400         88  PN-HAS-BEFORE                     VALUE "Y".
004500     05  PN-BEFORE-IMAGE            PIC X(100).
004600     05  PN-AFTER-IMAGE             PIC X(100).
004700     05  FILLER                     PIC X(16).
