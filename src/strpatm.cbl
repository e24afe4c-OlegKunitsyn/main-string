001190*                 FIELD MAINTAINS PR-TYPE-FLAG, THE LUHN
001191*                 CHECK-DIGIT SETTING STRSCAN APPLIES TO
001192*                 NUMERIC-FORMAT PATTERNS
001193* 2026-10-15  MT  COMPOUND RULES - TYPE "C" MAKES THE ENTRY A
001194*                 RULE WHOSE DEFINITION IS CHECKED ON ADD AND
001195*                 UPDATE; NEW RULE-ONLY Y/N FIELD MAINTAINS
001196*                 PR-RULE-FLAG
001197* 2026-10-15  MT  DUAL CONTROL - CHANGES ARE NO LONGER WRITTEN
001198*                 TO PATFILE BUT HELD ON PATPEND WITH BEFORE AND
001199*                 AFTER IMAGES FOR A SECOND USER TO APPROVE OR
001200*                 REJECT UNDER STRPAPR
001201* ------------------------------------------------------------
001300*
001400*****************************************************************
001500* ONLINE MAINTENANCE TRANSACTION FOR THE SCAN PATTERN LIST.
002630*         COUNT, NO REDACTION, NO RETURN-CODE EFFECT)
002640*     P - PROMOTE A TRIAL ENTRY TO ACTIVE ONCE ITS SHADOW
002650*         OUTPUT HAS BEEN REVIEWED
002660*
002670* TYPE "C" MAKES THE ENTRY A COMPOUND RULE: THE PATTERN FIELD
002680* THEN HOLDS PROXIMITY R/B/F, A 3-DIGIT DISTANCE AND TWO TO
002690* FOUR 8-BYTE COMPONENT PATTERN IDS (SEE STRPAT.CPY). RULE-ONLY
002691* "Y" KEEPS A PATTERN'S OWN HITS OFF THE REPORT SO THEY ONLY
002692* FEED THE RULES THAT NAME IT.
002700*
002800* EVERY CHANGE IS STAMPED WITH THE SIGNED-ON USER AND THE DATE
002900* AND TIME IN THE RECORD ITSELF (PR-UPD-*), AND A ONE-LINE
003200* ACCESS IS CONTROLLED BY TRANSACTION SECURITY ON THE STRP
003300* TRANSACTION ID - ONLY USERS AUTHORIZED TO IT REACH THIS CODE.
003400*
003411* NO FUNCTION CHANGES PATFILE DIRECTLY. EACH CHANGE IS HELD ON
003422* PATPEND (STRPEND.CPY) AS A PENDING CHANGE WITH THE ENTRY'S
003433* BEFORE AND AFTER IMAGES, AND REACHES PATFILE ONLY WHEN A
003444* SECOND USER APPROVES IT UNDER STRPAPR (TRANSACTION STRK). AN
003455* ENTRY WITH A CHANGE AWAITING APPROVAL TAKES NO OTHER CHANGE.
003466* THE STRP LINE OF A HELD CHANGE SAYS HELD; STRPAPR WRITES THE
003477* APPROVED OR REJECTED LINE TO THE SAME QUEUE.
003488*
003500* THE SCAN PICKS UP A CHANGE ON ITS FIRST RUN AFTER APPROVAL -
003600* SAME-DAY ACTIVATION NEEDS NO FILE EDIT AND NO BATCH CYCLE WAIT.
003700*****************************************************************
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004300 01  WS-COMMAREA.
004400     05  WS-CA-BROWSE-KEY           PIC X(08).
004500 COPY "strpat.cpy".
004550 COPY "strpend.cpy".
004600 COPY "strpatms.cpy".
004700 01  WS-AUDIT-LINE.
004800     05  AU-DATE                    PIC X(08).
005600     05  AU-PAT-ID                  PIC X(08).
005700     05  FILLER                     PIC X(01) VALUE SPACE.
005800     05  AU-TEXT                    PIC X(40).
005833     05  FILLER                     PIC X(01) VALUE SPACE.
005866     05  AU-STAGE                   PIC X(08).
005900 01  WS-AUDIT-LEN                   PIC S9(04) USAGE BINARY
006000                                    VALUE 94.
006010 01  WS-BYE-MSG                     PIC X(14)
006020                                    VALUE "STRPATM ENDED ".
006030 01  WS-BYE-LEN                     PIC S9(04) USAGE BINARY
006040                                    VALUE 14.
006050 01  WS-RULE-MSG                    PIC X(40).
006053 01  WS-BEFORE-IMAGE                PIC X(100).
006056 01  WS-AFTER-IMAGE                 PIC X(100).
006059 01  WS-HOLD-SWITCHES.
006062     05  WS-BEFORE-SW               PIC X(01) VALUE "N".
006065         88  WS-HAS-BEFORE                     VALUE "Y".
006068     05  WS-CHANGE-HELD-SW          PIC X(01) VALUE "N".
006071         88  WS-CHANGE-HELD                    VALUE "Y".
006074     05  WS-PEND-FOUND-SW           PIC X(01) VALUE "N".
006077         88  WS-PEND-FOUND                     VALUE "Y".
006080     05  WS-PEND-FAILED-SW          PIC X(01) VALUE "N".
006083         88  WS-PEND-FAILED                    VALUE "Y".
006086     05  WS-PEND-DONE-SW            PIC X(01) VALUE "N".
006089         88  WS-PEND-DONE                      VALUE "Y".
006100 LINKAGE SECTION.
006200 01  DFHCOMMAREA.
006300     05  CA-BROWSE-KEY              PIC X(08).
024400 3300-READ-NEXT-EXIT.
024500     EXIT.
024600*****************************************************************
024700* 4000-ADD - HOLD A NEW ACTIVE ENTRY FROM THE SCREEN FIELDS FOR
024750* APPROVAL. THE ID MUST NOT ALREADY BE ON PATFILE.
024800*****************************************************************
024900 4000-ADD.
025000     IF TEXTI = SPACES OR TEXTI = LOW-VALUES
027810     EVALUATE NUMFI
027820         WHEN "L"
027830         WHEN "R"
027835         WHEN "C"
027840             MOVE NUMFI TO PR-TYPE-FLAG
027850         WHEN "N"
027860         WHEN SPACE
027870         WHEN LOW-VALUE
027880             MOVE "N" TO PR-TYPE-FLAG
027890         WHEN OTHER
027891             MOVE "TYPE MUST BE N, L, R, C OR BLANK" TO MSGO
027892             PERFORM 9000-SEND-MAP
027893                 THRU 9000-SEND-MAP-EXIT
027894             GO TO 4000-ADD-EXIT
027895     END-EVALUATE.
027896     MOVE "N" TO PR-RULE-FLAG.
027897     IF RONLYI = "Y"
027898         MOVE "Y" TO PR-RULE-FLAG
027899     END-IF.
027900     MOVE "A" TO PR-STATUS.
028000     MOVE FUNCTION CURRENT-DATE(1:8) TO PR-EFF-DATE.
028100     IF EFFDTI NOT = SPACES AND EFFDTI NOT = LOW-VALUES
028600         MOVE EXPDTI TO PR-EXP-DATE
028700     END-IF.
028800     MOVE TEXTI TO PR-TEXT.
028810     IF PR-TYPE-RULE
028820         PERFORM 4100-CHECK-RULE
028830             THRU 4100-CHECK-RULE-EXIT
028840         IF WS-RULE-MSG NOT = SPACES
028850             MOVE WS-RULE-MSG TO MSGO
028860             PERFORM 9000-SEND-MAP
028870                 THRU 9000-SEND-MAP-EXIT
028880             GO TO 4000-ADD-EXIT
028890         END-IF
028895     END-IF.
028900     PERFORM 8000-STAMP-RECORD
029000         THRU 8000-STAMP-RECORD-EXIT.
029080     MOVE PATTERN-REC TO WS-AFTER-IMAGE.
029160     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
029240         RIDFLD(PR-ID) RESP(WS-RESP)
029320         END-EXEC.
029400     IF WS-RESP = DFHRESP(NORMAL)
029480         MOVE "PATTERN ID ALREADY EXISTS - USE U TO CHANGE"
029560             TO MSGO
029640         PERFORM 9000-SEND-MAP
029720             THRU 9000-SEND-MAP-EXIT
029800         GO TO 4000-ADD-EXIT
029880     END-IF.
029960     IF WS-RESP NOT = DFHRESP(NOTFND)
030040         MOVE "UNABLE TO ADD - FILE ERROR" TO MSGO
030120         PERFORM 9000-SEND-MAP
030200             THRU 9000-SEND-MAP-EXIT
030280         GO TO 4000-ADD-EXIT
030360     END-IF.
030440     MOVE WS-AFTER-IMAGE TO PATTERN-REC.
030520     MOVE SPACES TO WS-BEFORE-IMAGE.
030600     MOVE "N" TO WS-BEFORE-SW.
030680     MOVE "ADD" TO AU-ACTION.
030760     PERFORM 8200-HOLD-CHANGE
030840         THRU 8200-HOLD-CHANGE-EXIT.
030920     IF WS-CHANGE-HELD
031000         PERFORM 9300-SHOW-RECORD
031080             THRU 9300-SHOW-RECORD-EXIT
031160         MOVE "ADD HELD FOR APPROVAL BY A SECOND USER" TO MSGO
031240     END-IF.
031320     PERFORM 9000-SEND-MAP
031400         THRU 9000-SEND-MAP-EXIT.
031500 4000-ADD-EXIT.
031600     EXIT.
031602*****************************************************************
031604* 4100-CHECK-RULE - CHECK THE RULE DEFINITION OF A TYPE "C"
031606* ENTRY IN PATTERN-REC THE WAY STRPATIO DOES: PROXIMITY R, B
031608* OR F, A NUMERIC DISTANCE FOR B AND F, AT LEAST TWO COMPONENT
031610* IDS FILLED FROM THE FIRST SLOT, NONE THE RULE'S OWN, AND NO
031612* RULE-ONLY FLAG ON THE RULE ITSELF. WS-RULE-MSG COMES BACK
031614* BLANK OR WITH THE REASON TO SHOW.
031616*****************************************************************
031618 4100-CHECK-RULE.
031620     MOVE SPACES TO WS-RULE-MSG.
031622     IF NOT PR-PROX-RECORD AND NOT PR-PROX-BYTES
031624             AND NOT PR-PROX-FIELDS
031626         MOVE "RULE PROXIMITY MUST BE R, B OR F"
031628             TO WS-RULE-MSG
031630         GO TO 4100-CHECK-RULE-EXIT
031632     END-IF.
031634     IF NOT PR-PROX-RECORD
031636             AND PR-RULE-DISTANCE IS NOT NUMERIC
031638         MOVE "RULE DISTANCE MUST BE 000-999" TO WS-RULE-MSG
031640         GO TO 4100-CHECK-RULE-EXIT
031642     END-IF.
031644     IF PR-RULE-PATTERN-ID(1) = SPACES
031646             OR PR-RULE-PATTERN-ID(2) = SPACES
031648             OR PR-RULE-PATTERN-ID(3) = SPACES
031650             AND PR-RULE-PATTERN-ID(4) NOT = SPACES
031652         MOVE "RULE PATTERN IDS MUST FILL SLOTS 1 UP"
031654             TO WS-RULE-MSG
031656         GO TO 4100-CHECK-RULE-EXIT
031658     END-IF.
031660     IF PR-RULE-PATTERN-ID(1) = PR-ID
031662             OR PR-RULE-PATTERN-ID(2) = PR-ID
031664             OR PR-RULE-PATTERN-ID(3) = PR-ID
031666             OR PR-RULE-PATTERN-ID(4) = PR-ID
031668         MOVE "A RULE CANNOT NAME ITSELF" TO WS-RULE-MSG
031670         GO TO 4100-CHECK-RULE-EXIT
031672     END-IF.
031674     IF PR-RULE-ONLY
031676         MOVE "A RULE CANNOT ITSELF BE RULE-ONLY" TO WS-RULE-MSG
031678     END-IF.
031680 4100-CHECK-RULE-EXIT.
031682     EXIT.
031700*****************************************************************
031800* 5000-UPDATE - CHANGE SEVERITY/CATEGORY/CASE/DATES/TEXT OF
031900* AN EXISTING ENTRY, HELD FOR APPROVAL. BLANK SCREEN FIELDS
032000* LEAVE THE RECORDED VALUE UNCHANGED.
032100*****************************************************************
032200 5000-UPDATE.
032300     MOVE PATIDI TO PR-ID.
032400     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
032500         RIDFLD(PR-ID) RESP(WS-RESP)
032600         END-EXEC.
032700     IF WS-RESP = DFHRESP(NOTFND)
032800         MOVE "NO PATTERN WITH THAT ID" TO MSGO
033600             THRU 9000-SEND-MAP-EXIT
033700         GO TO 5000-UPDATE-EXIT
033800     END-IF.
033833     MOVE PATTERN-REC TO WS-BEFORE-IMAGE.
033866     SET WS-HAS-BEFORE TO TRUE.
033900     IF SEVI NOT = SPACES AND SEVI NOT = LOW-VALUES
034000         MOVE SEVI TO PR-SEVERITY
034100     END-IF.
034500     IF CASEFI = "Y" OR CASEFI = "N"
034600         MOVE CASEFI TO PR-CASE-FLAG
034700     END-IF.
034710     IF NUMFI = "N" OR NUMFI = "L" OR NUMFI = "R" OR NUMFI = "C"
034720         MOVE NUMFI TO PR-TYPE-FLAG
034730     END-IF.
034740     IF RONLYI = "Y" OR RONLYI = "N"
034750         MOVE RONLYI TO PR-RULE-FLAG
034760     END-IF.
034800     IF EFFDTI NOT = SPACES AND EFFDTI NOT = LOW-VALUES
034900         IF EFFDTI IS NUMERIC
035000             MOVE EFFDTI TO PR-EFF-DATE
036800     IF TEXTI NOT = SPACES AND TEXTI NOT = LOW-VALUES
036900         MOVE TEXTI TO PR-TEXT
037000     END-IF.
037010     IF PR-TYPE-RULE
037020         PERFORM 4100-CHECK-RULE
037030             THRU 4100-CHECK-RULE-EXIT
037040         IF WS-RULE-MSG NOT = SPACES
037050             MOVE WS-RULE-MSG TO MSGO
037060             PERFORM 9000-SEND-MAP
037070                 THRU 9000-SEND-MAP-EXIT
037080             GO TO 5000-UPDATE-EXIT
037090         END-IF
037095     END-IF.
037100     PERFORM 8000-STAMP-RECORD
037200         THRU 8000-STAMP-RECORD-EXIT.
037340     MOVE "UPDATE" TO AU-ACTION.
037480     PERFORM 8200-HOLD-CHANGE
037620         THRU 8200-HOLD-CHANGE-EXIT.
037760     IF WS-CHANGE-HELD
037900         PERFORM 9300-SHOW-RECORD
038040             THRU 9300-SHOW-RECORD-EXIT
038180         MOVE "UPDATE HELD FOR APPROVAL BY A SECOND USER"
038320             TO MSGO
038460     END-IF.
038600     PERFORM 9000-SEND-MAP
038700         THRU 9000-SEND-MAP-EXIT.
038800 5000-UPDATE-EXIT.
038900     EXIT.
039000*****************************************************************
039100* 6000-DEACTIVATE - SET PR-STATUS TO "D", HELD FOR APPROVAL
039200*****************************************************************
039300 6000-DEACTIVATE.
039400     MOVE PATIDI TO PR-ID.
039500     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
039600         RIDFLD(PR-ID) RESP(WS-RESP)
039700         END-EXEC.
039800     IF WS-RESP NOT = DFHRESP(NORMAL)
039900         MOVE "NO PATTERN WITH THAT ID" TO MSGO
040100             THRU 9000-SEND-MAP-EXIT
040200         GO TO 6000-DEACTIVATE-EXIT
040300     END-IF.
040333     MOVE PATTERN-REC TO WS-BEFORE-IMAGE.
040366     SET WS-HAS-BEFORE TO TRUE.
040400     MOVE "D" TO PR-STATUS.
040500     PERFORM 8000-STAMP-RECORD
040600         THRU 8000-STAMP-RECORD-EXIT.
040750     MOVE "DEACTIVATE" TO AU-ACTION.
040900     PERFORM 8200-HOLD-CHANGE
041050         THRU 8200-HOLD-CHANGE-EXIT.
041200     IF WS-CHANGE-HELD
041350         PERFORM 9300-SHOW-RECORD
041500             THRU 9300-SHOW-RECORD-EXIT
041650         MOVE "DEACTIVATION HELD FOR APPROVAL BY A SECOND USER"
041800             TO MSGO
041950     END-IF.
042100     PERFORM 9000-SEND-MAP
042200         THRU 9000-SEND-MAP-EXIT.
042300 6000-DEACTIVATE-EXIT.
042400     EXIT.
042410*****************************************************************
042411* 6500-MARK-TRIAL - SET PR-STATUS TO "T" SO STRSCAN SHADOW-
042412* RUNS THE PATTERN WITHOUT COUNTING, REDACTING OR GRADING,
042413* HELD FOR APPROVAL
042414*****************************************************************
042415 6500-MARK-TRIAL.
042416     MOVE PATIDI TO PR-ID.
042417     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
042418         RIDFLD(PR-ID) RESP(WS-RESP)
042419         END-EXEC.
042420     IF WS-RESP NOT = DFHRESP(NORMAL)
042421         MOVE "NO PATTERN WITH THAT ID" TO MSGO
042422         PERFORM 9000-SEND-MAP
042423             THRU 9000-SEND-MAP-EXIT
042424         GO TO 6500-MARK-TRIAL-EXIT
042425     END-IF.
042426     MOVE PATTERN-REC TO WS-BEFORE-IMAGE.
042427     SET WS-HAS-BEFORE TO TRUE.
042428     MOVE "T" TO PR-STATUS.
042429     PERFORM 8000-STAMP-RECORD
042430         THRU 8000-STAMP-RECORD-EXIT.
042431     MOVE "TRIAL" TO AU-ACTION.
042432     PERFORM 8200-HOLD-CHANGE
042433         THRU 8200-HOLD-CHANGE-EXIT.
042434     IF WS-CHANGE-HELD
042435         PERFORM 9300-SHOW-RECORD
042436             THRU 9300-SHOW-RECORD-EXIT
042437         MOVE "TRIAL HELD FOR APPROVAL BY A SECOND USER"
042438             TO MSGO
042439     END-IF.
042442     PERFORM 9000-SEND-MAP
042443         THRU 9000-SEND-MAP-EXIT.
042444 6500-MARK-TRIAL-EXIT.
042446*****************************************************************
042447* 6600-PROMOTE - SET PR-STATUS TO "A". NORMALLY USED TO TAKE A
042448* PATTERN OFF TRIAL AFTER ITS SHADOW OUTPUT CHECKS OUT, BUT IT
042449* EQUALLY REACTIVATES A DEACTIVATED ENTRY. HELD FOR APPROVAL.
042450*****************************************************************
042451 6600-PROMOTE.
042452     MOVE PATIDI TO PR-ID.
042453     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
042454         RIDFLD(PR-ID) RESP(WS-RESP)
042455         END-EXEC.
042456     IF WS-RESP NOT = DFHRESP(NORMAL)
042457         MOVE "NO PATTERN WITH THAT ID" TO MSGO
042459             THRU 9000-SEND-MAP-EXIT
042460         GO TO 6600-PROMOTE-EXIT
042461     END-IF.
042462     MOVE PATTERN-REC TO WS-BEFORE-IMAGE.
042463     SET WS-HAS-BEFORE TO TRUE.
042464     MOVE "A" TO PR-STATUS.
042465     PERFORM 8000-STAMP-RECORD
042466         THRU 8000-STAMP-RECORD-EXIT.
042467     MOVE "PROMOTE" TO AU-ACTION.
042468     PERFORM 8200-HOLD-CHANGE
042469         THRU 8200-HOLD-CHANGE-EXIT.
042470     IF WS-CHANGE-HELD
042471         PERFORM 9300-SHOW-RECORD
042472             THRU 9300-SHOW-RECORD-EXIT
042473         MOVE "PROMOTION HELD FOR APPROVAL BY A SECOND USER"
042474             TO MSGO
042475     END-IF.
042479     PERFORM 9000-SEND-MAP
042480         THRU 9000-SEND-MAP-EXIT.
042481 6600-PROMOTE-EXIT.
042482     EXIT.
042500*****************************************************************
042600* 7000-EXPIRE - SET PR-EXP-DATE FROM THE SCREEN, HELD FOR
042650* APPROVAL
042700*****************************************************************
042800 7000-EXPIRE.
042900     IF EXPDTI = SPACES OR EXPDTI = LOW-VALUES
043500     END-IF.
043600     MOVE PATIDI TO PR-ID.
043700     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
043800         RIDFLD(PR-ID) RESP(WS-RESP)
043900         END-EXEC.
044000     IF WS-RESP NOT = DFHRESP(NORMAL)
044100         MOVE "NO PATTERN WITH THAT ID" TO MSGO
044300             THRU 9000-SEND-MAP-EXIT
044400         GO TO 7000-EXPIRE-EXIT
044500     END-IF.
044533     MOVE PATTERN-REC TO WS-BEFORE-IMAGE.
044566     SET WS-HAS-BEFORE TO TRUE.
044600     MOVE EXPDTI TO PR-EXP-DATE.
044700     PERFORM 8000-STAMP-RECORD
044800         THRU 8000-STAMP-RECORD-EXIT.
044950     MOVE "EXPIRE" TO AU-ACTION.
045100     PERFORM 8200-HOLD-CHANGE
045250         THRU 8200-HOLD-CHANGE-EXIT.
045400     IF WS-CHANGE-HELD
045550         PERFORM 9300-SHOW-RECORD
045700             THRU 9300-SHOW-RECORD-EXIT
045850         MOVE "EXPIRY HELD FOR APPROVAL BY A SECOND USER"
046000             TO MSGO
046150     END-IF.
046300     PERFORM 9000-SEND-MAP
046400         THRU 9000-SEND-MAP-EXIT.
046500 7000-EXPIRE-EXIT.
048600     MOVE PR-UPD-USER TO AU-USER.
048700     MOVE PR-ID TO AU-PAT-ID.
048800     MOVE PR-TEXT TO AU-TEXT.
048850     MOVE "HELD" TO AU-STAGE.
048900     EXEC CICS WRITEQ TD QUEUE('STRP')
049000         FROM(WS-AUDIT-LINE) LENGTH(WS-AUDIT-LEN)
049100         RESP(WS-RESP)
049200         END-EXEC.
049300 8100-LOG-CHANGE-EXIT.
049400     EXIT.
049401*****************************************************************
049402* 8200-HOLD-CHANGE - WRITE THE CHANGE NOW IN PATTERN-REC TO
049403* PATPEND AS A PENDING CHANGE, WITH WS-BEFORE-IMAGE AS IT STOOD
049404* AND AU-ACTION AS THE KIND OF CHANGE, AND LOG IT. THE KEY IS
049405* THE ENTRY ID AND THE STAMP 8000 JUST PUT ON IT. REFUSED WHEN
049406* THE ENTRY ALREADY HAS A CHANGE AWAITING APPROVAL OR WHEN IT
049407* WOULD CHANGE NOTHING; WS-CHANGE-HELD TELLS THE CALLER, AND
049408* MSGO CARRIES THE REASON WHEN IT IS NOT SET.
049409*****************************************************************
049410 8200-HOLD-CHANGE.
049411     MOVE "N" TO WS-CHANGE-HELD-SW.
049412*    BYTES 1-76 ARE EVERYTHING UP TO THE PATTERN TEXT AND 99 THE
049413*    RULE-ONLY FLAG - THE REST IS THE CHANGE STAMP
049414     IF WS-HAS-BEFORE
049415             AND PATTERN-REC(1:76) = WS-BEFORE-IMAGE(1:76)
049416             AND PATTERN-REC(99:1) = WS-BEFORE-IMAGE(99:1)
049417         MOVE "NOTHING TO CHANGE - ENTRY ALREADY LOOKS LIKE THAT"
049418             TO MSGO
049419         GO TO 8200-HOLD-CHANGE-EXIT
049420     END-IF.
049421     PERFORM 8300-FIND-PENDING
049422         THRU 8300-FIND-PENDING-EXIT.
049423     IF WS-PEND-FAILED
049424         MOVE "UNABLE TO READ PENDING CHANGES - FILE ERROR"
049425             TO MSGO
049426         GO TO 8200-HOLD-CHANGE-EXIT
049427     END-IF.
049428     IF WS-PEND-FOUND
049429         MOVE "ENTRY ALREADY HAS A CHANGE AWAITING APPROVAL"
049430             TO MSGO
049431         GO TO 8200-HOLD-CHANGE-EXIT
049432     END-IF.
049433     MOVE SPACES TO PENDING-REC.
049434     MOVE PR-ID TO PN-PAT-ID.
049435     MOVE PR-UPD-DATE TO PN-REQ-DATE.
049436     MOVE PR-UPD-TIME TO PN-REQ-TIME.
049437     SET PN-PENDING TO TRUE.
049438     MOVE AU-ACTION TO PN-ACTION.
049439     MOVE "STRPATM" TO PN-SOURCE.
049440     MOVE PR-UPD-USER TO PN-MAKER-USER.
049441     MOVE WS-BEFORE-SW TO PN-BEFORE-SW.
049442     MOVE WS-BEFORE-IMAGE TO PN-BEFORE-IMAGE.
049443     MOVE PATTERN-REC TO PN-AFTER-IMAGE.
049444     EXEC CICS WRITE FILE('PATPEND') FROM(PENDING-REC)
049445         RIDFLD(PN-KEY) RESP(WS-RESP)
049446         END-EXEC.
049447     EVALUATE WS-RESP
049448         WHEN DFHRESP(NORMAL)
049449             PERFORM 8100-LOG-CHANGE
049450                 THRU 8100-LOG-CHANGE-EXIT
049451             SET WS-CHANGE-HELD TO TRUE
049452         WHEN DFHRESP(DUPREC)
049453             MOVE "A CHANGE WAS HELD THIS SECOND - ENTER AGAIN"
049454                 TO MSGO
049455         WHEN OTHER
049456             MOVE "UNABLE TO HOLD THE CHANGE - FILE ERROR"
049457                 TO MSGO
049458     END-EVALUATE.
049459 8200-HOLD-CHANGE-EXIT.
049460     EXIT.
049461*****************************************************************
049462* 8300-FIND-PENDING - LOOK THROUGH THE PATPEND CHANGES OF ENTRY
049463* PR-ID FOR ONE STILL AWAITING A DECISION
049464*****************************************************************
049465 8300-FIND-PENDING.
049466     MOVE "N" TO WS-PEND-FOUND-SW.
049467     MOVE "N" TO WS-PEND-FAILED-SW.
049468     MOVE "N" TO WS-PEND-DONE-SW.
049469     MOVE PR-ID TO PN-PAT-ID.
049470     MOVE LOW-VALUES TO PN-REQ-DATE.
049471     MOVE LOW-VALUES TO PN-REQ-TIME.
049472     EXEC CICS STARTBR FILE('PATPEND') RIDFLD(PN-KEY)
049473         GTEQ RESP(WS-RESP)
049474         END-EXEC.
049475     IF WS-RESP = DFHRESP(NOTFND)
049476         GO TO 8300-FIND-PENDING-EXIT
049477     END-IF.
049478     IF WS-RESP NOT = DFHRESP(NORMAL)
049479         SET WS-PEND-FAILED TO TRUE
049480         GO TO 8300-FIND-PENDING-EXIT
049481     END-IF.
049482     PERFORM UNTIL WS-PEND-FOUND OR WS-PEND-DONE
049483         EXEC CICS READNEXT FILE('PATPEND') INTO(PENDING-REC)
049484             RIDFLD(PN-KEY) RESP(WS-RESP)
049485             END-EXEC
049486         IF WS-RESP NOT = DFHRESP(NORMAL)
049487                 OR PN-PAT-ID NOT = PR-ID
049488             SET WS-PEND-DONE TO TRUE
049489         ELSE
049490             IF PN-PENDING
049491                 SET WS-PEND-FOUND TO TRUE
049492             END-IF
049493         END-IF
049494     END-PERFORM.
049495     EXEC CICS ENDBR FILE('PATPEND')
049496         END-EXEC.
049497 8300-FIND-PENDING-EXIT.
049498     EXIT.
049500*****************************************************************
049600* 9000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT MSGO
049700*****************************************************************
053100     MOVE PR-CATEGORY TO CATEGO.
053200     MOVE PR-CASE-FLAG TO CASEFO.
053210     MOVE PR-TYPE-FLAG TO NUMFO.
053220     MOVE PR-RULE-FLAG TO RONLYO.
053300     MOVE PR-STATUS TO STATO.
053400     MOVE PR-EFF-DATE TO EFFDTO.
053500     MOVE PR-EXP-DATE TO EXPDTO.
