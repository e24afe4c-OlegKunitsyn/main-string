000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPAPR.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - SECOND-USER APPROVAL OF THE
001100*                 PATTERN CHANGES HELD ON PATPEND BY STRPATM
001200*                 AND STRPATIO IMPORT
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
001600* ONLINE APPROVAL OF PENDING PATTERN LIST CHANGES.
001700*
001800* PSEUDO-CONVERSATIONAL, IN THE STYLE OF STRPATM. SENDS MAP
001900* STRPAPR (MAPSET STRPAPRS, SEE STRPAPR.BMS) AND ON EACH ENTER
002000* DISPATCHES ON THE FUNCTION CODE:
002100*     B - BROWSE THE CHANGES STILL AWAITING A DECISION ON
002200*         PATPEND (STRPEND.CPY) FROM THE GIVEN PATTERN ID
002300*         ONWARD, ONE PER SCREEN WITH THE ENTRY'S BEFORE AND
002400*         AFTER IMAGES SIDE BY SIDE; PF8 PAGES TO THE NEXT
002500*     A - APPROVE THE CHANGE ON THE SCREEN: THE AFTER IMAGE IS
002600*         WRITTEN TO PATFILE AND THE CHANGE MARKED APPROVED
002700*         WITH THE SIGNED-ON USER, DATE, TIME AND ANY REASON
002800*     R - REJECT THE CHANGE ON THE SCREEN: PATFILE IS LEFT AS
002900*         IT IS AND THE CHANGE MARKED REJECTED. THE REASON IS
003000*         REQUIRED
003100*
003200* THE USER WHO MADE A CHANGE (PN-MAKER-USER) CAN NEITHER
003300* APPROVE NOR REJECT IT - IT NEEDS A SECOND USER. A CHANGE IS
003400* APPROVED ONLY WHILE PATFILE STILL HOLDS ITS BEFORE IMAGE (AN
003500* ADD ONLY WHILE THE ENTRY IS STILL ABSENT); OTHERWISE IT MUST
003600* BE REJECTED AND MADE AGAIN FROM THE ENTRY AS IT NOW STANDS.
003700* PATFILE AND PATPEND ARE RECOVERABLE, SO A FAILED UPDATE OF
003800* THE SECOND FILE BACKS OUT THE FIRST.
003900*
004000* EACH DECISION WRITES A ONE-LINE CHANGE RECORD TO THE STRP
004100* TRANSIENT DATA QUEUE, IN THE STRPATM LAYOUT, STAGE APPROVED
004200* OR REJECTED. ACCESS IS CONTROLLED BY TRANSACTION SECURITY ON
004300* THE STRK TRANSACTION ID.
004400*****************************************************************
004500 DATA DIVISION.
004600 WORKING-STORAGE SECTION.
004700 COPY DFHAID.
004800 01  WS-RESP                        PIC S9(08) USAGE BINARY.
004900 01  WS-USERID                      PIC X(08).
005000 01  WS-NOW                         PIC X(21).
005100 01  WS-COMMAREA.
005200     05  WS-CA-BROWSE-KEY           PIC X(22).
005300 COPY "strpat.cpy".
005400 COPY "strpend.cpy".
005500 COPY "strpaprs.cpy".
005600 01  WS-AUDIT-LINE.
005700     05  AU-DATE                    PIC X(08).
005800     05  FILLER                     PIC X(01) VALUE "-".
005900     05  AU-TIME                    PIC X(06).
006000     05  FILLER                     PIC X(01) VALUE SPACE.
006100     05  AU-USER                    PIC X(08).
006200     05  FILLER                     PIC X(01) VALUE SPACE.
006300     05  AU-ACTION                  PIC X(10).
006400     05  FILLER                     PIC X(01) VALUE SPACE.
006500     05  AU-PAT-ID                  PIC X(08).
006600     05  FILLER                     PIC X(01) VALUE SPACE.
006700     05  AU-TEXT                    PIC X(40).
006800     05  FILLER                     PIC X(01) VALUE SPACE.
006900     05  AU-STAGE                   PIC X(08).
007000 01  WS-AUDIT-LEN                   PIC S9(04) USAGE BINARY
007100                                    VALUE 94.
007200 01  WS-REQ-STAMP.
007300     05  WS-REQ-DATE                PIC X(08).
007400     05  FILLER                     PIC X(01) VALUE "-".
007500     05  WS-REQ-TIME                PIC X(06).
007600 01  WS-FETCH-SWITCHES.
007700     05  WS-FOUND-SW                PIC X(01) VALUE "N".
007800         88  WS-FOUND                          VALUE "Y".
007900     05  WS-DONE-SW                 PIC X(01) VALUE "N".
008000         88  WS-DONE                           VALUE "Y".
008100     05  WS-SKIP-FIRST-SW           PIC X(01) VALUE "N".
008200         88  WS-SKIP-FIRST                     VALUE "Y".
008300     05  WS-APPLY-FAILED-SW         PIC X(01) VALUE "N".
008400         88  WS-APPLY-FAILED                   VALUE "Y".
008500 01  WS-FAIL-MSG                    PIC X(78).
008600 01  WS-BYE-MSG                     PIC X(14)
008700                                    VALUE "STRPAPR ENDED ".
008800 01  WS-BYE-LEN                     PIC S9(04) USAGE BINARY
008900                                    VALUE 14.
009000 LINKAGE SECTION.
009100 01  DFHCOMMAREA.
009200     05  CA-BROWSE-KEY              PIC X(22).
009300 PROCEDURE DIVISION.
009400*****************************************************************
009500* 0000-MAINLINE
009600*****************************************************************
009700 0000-MAINLINE.
009800     IF EIBCALEN < LENGTH OF DFHCOMMAREA
009900         PERFORM 1000-FIRST-TIME
010000             THRU 1000-FIRST-TIME-EXIT
010100         GO TO 0000-MAINLINE-EXIT
010200     END-IF.
010300     MOVE DFHCOMMAREA TO WS-COMMAREA.
010400     EVALUATE EIBAID
010500         WHEN DFHPF3
010600             PERFORM 9200-EXIT-TRAN
010700                 THRU 9200-EXIT-TRAN-EXIT
010800         WHEN DFHPF8
010900             PERFORM 3100-BROWSE-NEXT
011000                 THRU 3100-BROWSE-NEXT-EXIT
011100         WHEN DFHENTER
011200             PERFORM 2000-PROCESS-INPUT
011300                 THRU 2000-PROCESS-INPUT-EXIT
011400         WHEN OTHER
011500             MOVE LOW-VALUES TO STRPAPRO
011600             MOVE "UNSUPPORTED KEY - USE ENTER, PF3 OR PF8"
011700                 TO MSGO
011800             PERFORM 9000-SEND-MAP
011900                 THRU 9000-SEND-MAP-EXIT
012000     END-EVALUATE.
012100 0000-MAINLINE-EXIT.
012200     PERFORM 9100-RETURN-TRAN
012300         THRU 9100-RETURN-TRAN-EXIT.
012400*****************************************************************
012500* 1000-FIRST-TIME - FRESH SCREEN
012600*****************************************************************
012700 1000-FIRST-TIME.
012800     MOVE LOW-VALUES TO STRPAPRO.
012900     MOVE "ENTER B, WITH A PATTERN ID TO START FROM IF WANTED"
013000         TO MSGO.
013100     MOVE SPACES TO WS-COMMAREA.
013200     EXEC CICS SEND MAP('STRPAPR') MAPSET('STRPAPRS')
013300         FROM(STRPAPRO) ERASE
013400         END-EXEC.
013500 1000-FIRST-TIME-EXIT.
013600     EXIT.
013700*****************************************************************
013800* 2000-PROCESS-INPUT - RECEIVE THE MAP AND DISPATCH ON THE
013900* FUNCTION CODE
014000*****************************************************************
014100 2000-PROCESS-INPUT.
014200     EXEC CICS RECEIVE MAP('STRPAPR') MAPSET('STRPAPRS')
014300         INTO(STRPAPRI) RESP(WS-RESP)
014400         END-EXEC.
014500     IF WS-RESP NOT = DFHRESP(NORMAL)
014600         MOVE LOW-VALUES TO STRPAPRO
014700         MOVE "NO INPUT RECEIVED - ENTER A FUNCTION" TO MSGO
014800         PERFORM 9000-SEND-MAP
014900             THRU 9000-SEND-MAP-EXIT
015000         GO TO 2000-PROCESS-INPUT-EXIT
015100     END-IF.
015200     EVALUATE FUNCI
015300         WHEN "B"
015400             PERFORM 3000-BROWSE
015500                 THRU 3000-BROWSE-EXIT
015600         WHEN "A"
015700             PERFORM 4000-APPROVE
015800                 THRU 4000-APPROVE-EXIT
015900         WHEN "R"
016000             PERFORM 5000-REJECT
016100                 THRU 5000-REJECT-EXIT
016200         WHEN OTHER
016300             MOVE "FUNCTION MUST BE B, A OR R" TO MSGO
016400             PERFORM 9000-SEND-MAP
016500                 THRU 9000-SEND-MAP-EXIT
016600     END-EVALUATE.
016700 2000-PROCESS-INPUT-EXIT.
016800     EXIT.
016900*****************************************************************
017000* 3000-BROWSE - START A FRESH BROWSE AT THE GIVEN PATTERN ID,
017100* OR AT THE FIRST PENDING CHANGE IF NONE IS GIVEN
017200*****************************************************************
017300 3000-BROWSE.
017400     MOVE LOW-VALUES TO PN-KEY.
017500     IF PATIDI NOT = SPACES AND PATIDI NOT = LOW-VALUES
017600         MOVE PATIDI TO PN-PAT-ID
017700     END-IF.
017800     MOVE SPACES TO WS-CA-BROWSE-KEY.
017900     MOVE "N" TO WS-SKIP-FIRST-SW.
018000     PERFORM 3400-FETCH-CHANGE
018100         THRU 3400-FETCH-CHANGE-EXIT.
018200 3000-BROWSE-EXIT.
018300     EXIT.
018400*****************************************************************
018500* 3100-BROWSE-NEXT - PF8: CONTINUE PAST THE CHANGE LAST SHOWN
018600*****************************************************************
018700 3100-BROWSE-NEXT.
018800     IF WS-CA-BROWSE-KEY = SPACES
018900         MOVE LOW-VALUES TO STRPAPRO
019000         MOVE "NOTHING TO CONTINUE - BROWSE FIRST" TO MSGO
019100         PERFORM 9000-SEND-MAP
019200             THRU 9000-SEND-MAP-EXIT
019300         GO TO 3100-BROWSE-NEXT-EXIT
019400     END-IF.
019500     MOVE WS-CA-BROWSE-KEY TO PN-KEY.
019600     SET WS-SKIP-FIRST TO TRUE.
019700     PERFORM 3400-FETCH-CHANGE
019800         THRU 3400-FETCH-CHANGE-EXIT.
019900 3100-BROWSE-NEXT-EXIT.
020000     EXIT.
020100*****************************************************************
020200* 3400-FETCH-CHANGE - STARTBR AT PN-KEY AND READ FORWARD TO THE
020300* NEXT CHANGE STILL PENDING. DECIDED CHANGES STAY ON PATPEND
020400* FOR THE REPORT AND ARE SKIPPED HERE. WHEN CONTINUING, THE
020500* CHANGE ALREADY SHOWN IS SKIPPED.
020600*****************************************************************
020700 3400-FETCH-CHANGE.
020800     EXEC CICS STARTBR FILE('PATPEND') RIDFLD(PN-KEY)
020900         GTEQ RESP(WS-RESP)
021000         END-EXEC.
021100     IF WS-RESP NOT = DFHRESP(NORMAL)
021200         MOVE LOW-VALUES TO STRPAPRO
021300         MOVE "NO PENDING CHANGE AT OR AFTER THAT PATTERN ID"
021400             TO MSGO
021500         PERFORM 9000-SEND-MAP
021600             THRU 9000-SEND-MAP-EXIT
021700         GO TO 3400-FETCH-CHANGE-EXIT
021800     END-IF.
021900     MOVE "N" TO WS-FOUND-SW.
022000     MOVE "N" TO WS-DONE-SW.
022100     PERFORM UNTIL WS-FOUND OR WS-DONE
022200         EXEC CICS READNEXT FILE('PATPEND') INTO(PENDING-REC)
022300             RIDFLD(PN-KEY) RESP(WS-RESP)
022400             END-EXEC
022500         IF WS-RESP NOT = DFHRESP(NORMAL)
022600             SET WS-DONE TO TRUE
022700         ELSE
022800             IF WS-SKIP-FIRST AND PN-KEY = WS-CA-BROWSE-KEY
022900                 CONTINUE
023000             ELSE
023100                 IF PN-PENDING
023200                     SET WS-FOUND TO TRUE
023300                 END-IF
023400             END-IF
023500         END-IF
023600     END-PERFORM.
023700     EXEC CICS ENDBR FILE('PATPEND')
023800         END-EXEC.
023900     IF WS-FOUND
024000         MOVE PN-KEY TO WS-CA-BROWSE-KEY
024100         PERFORM 9300-SHOW-CHANGE
024200             THRU 9300-SHOW-CHANGE-EXIT
024300         EXEC CICS ASSIGN USERID(WS-USERID)
024400             END-EXEC
024500         IF PN-MAKER-USER = WS-USERID
024600             MOVE "YOUR OWN CHANGE - ANOTHER USER MUST DECIDE IT"
024700                 TO MSGO
024800         ELSE
024900             MOVE "PF8 FOR NEXT, A TO APPROVE, R TO REJECT"
025000                 TO MSGO
025100         END-IF
025200     ELSE
025300         MOVE LOW-VALUES TO STRPAPRO
025400         MOVE "NO MORE CHANGES AWAITING APPROVAL" TO MSGO
025500     END-IF.
025600     PERFORM 9000-SEND-MAP
025700         THRU 9000-SEND-MAP-EXIT.
025800 3400-FETCH-CHANGE-EXIT.
025900     EXIT.
026000*****************************************************************
026100* 4000-APPROVE - PUT THE AFTER IMAGE OF THE CHANGE ON THE
026200* SCREEN ON PATFILE AND MARK THE CHANGE APPROVED. THE REASON
026300* IS OPTIONAL HERE AND KEPT AS THE CHECKER'S NOTE.
026400*****************************************************************
026500 4000-APPROVE.
026600     PERFORM 4500-READ-FOR-DECISION
026700         THRU 4500-READ-FOR-DECISION-EXIT.
026800     IF WS-APPLY-FAILED
026900         GO TO 4000-APPROVE-EXIT
027000     END-IF.
027100     PERFORM 4100-APPLY-CHANGE
027200         THRU 4100-APPLY-CHANGE-EXIT.
027300     IF WS-APPLY-FAILED
027400         EXEC CICS UNLOCK FILE('PATPEND')
027500             END-EXEC
027600         PERFORM 9300-SHOW-CHANGE
027700             THRU 9300-SHOW-CHANGE-EXIT
027800         MOVE WS-FAIL-MSG TO MSGO
027900         PERFORM 9000-SEND-MAP
028000             THRU 9000-SEND-MAP-EXIT
028100         GO TO 4000-APPROVE-EXIT
028200     END-IF.
028300     SET PN-APPROVED TO TRUE.
028400     PERFORM 4600-RECORD-DECISION
028500         THRU 4600-RECORD-DECISION-EXIT.
028600     IF WS-APPLY-FAILED
028700         GO TO 4000-APPROVE-EXIT
028800     END-IF.
028900     MOVE "APPROVED" TO AU-STAGE.
029000     PERFORM 8100-LOG-DECISION
029100         THRU 8100-LOG-DECISION-EXIT.
029200     PERFORM 9300-SHOW-CHANGE
029300         THRU 9300-SHOW-CHANGE-EXIT.
029400     MOVE "APPROVED - PATFILE UPDATED FOR THE NEXT SCAN" TO MSGO.
029500     PERFORM 9000-SEND-MAP
029600         THRU 9000-SEND-MAP-EXIT.
029700 4000-APPROVE-EXIT.
029800     EXIT.
029900*****************************************************************
030000* 4100-APPLY-CHANGE - WRITE THE AFTER IMAGE TO PATFILE. AN ADD
030100* NEEDS THE ENTRY STILL ABSENT; ANY OTHER CHANGE NEEDS THE
030200* ENTRY STILL EXACTLY AS THE BEFORE IMAGE, STAMP INCLUDED.
030300* SETS WS-APPLY-FAILED AND WS-FAIL-MSG WHEN IT CANNOT.
030400*****************************************************************
030500 4100-APPLY-CHANGE.
030600     MOVE "N" TO WS-APPLY-FAILED-SW.
030700     IF NOT PN-HAS-BEFORE
030800         MOVE PN-AFTER-IMAGE TO PATTERN-REC
030900         EXEC CICS WRITE FILE('PATFILE') FROM(PATTERN-REC)
031000             RIDFLD(PR-ID) RESP(WS-RESP)
031100             END-EXEC
031200         EVALUATE WS-RESP
031300             WHEN DFHRESP(NORMAL)
031400                 CONTINUE
031500             WHEN DFHRESP(DUPREC)
031600                 SET WS-APPLY-FAILED TO TRUE
031700                 MOVE "ENTRY WAS ADDED SINCE - REJECT THIS CHANGE"
031800                     TO WS-FAIL-MSG
031900             WHEN OTHER
032000                 SET WS-APPLY-FAILED TO TRUE
032100                 MOVE "UNABLE TO UPDATE PATFILE - FILE ERROR"
032200                     TO WS-FAIL-MSG
032300         END-EVALUATE
032400         GO TO 4100-APPLY-CHANGE-EXIT
032500     END-IF.
032600     MOVE PN-PAT-ID TO PR-ID.
032700     EXEC CICS READ FILE('PATFILE') INTO(PATTERN-REC)
032800         RIDFLD(PR-ID) UPDATE RESP(WS-RESP)
032900         END-EXEC.
033000     EVALUATE WS-RESP
033100         WHEN DFHRESP(NORMAL)
033200             CONTINUE
033300         WHEN DFHRESP(NOTFND)
033400             SET WS-APPLY-FAILED TO TRUE
033500             MOVE "ENTRY NO LONGER ON FILE - REJECT THIS CHANGE"
033600                 TO WS-FAIL-MSG
033700             GO TO 4100-APPLY-CHANGE-EXIT
033800         WHEN OTHER
033900             SET WS-APPLY-FAILED TO TRUE
034000             MOVE "UNABLE TO READ PATFILE - FILE ERROR"
034100                 TO WS-FAIL-MSG
034200             GO TO 4100-APPLY-CHANGE-EXIT
034300     END-EVALUATE.
034400     IF PATTERN-REC NOT = PN-BEFORE-IMAGE
034500         EXEC CICS UNLOCK FILE('PATFILE')
034600             END-EXEC
034700         SET WS-APPLY-FAILED TO TRUE
034800         MOVE "ENTRY HAS CHANGED SINCE - REJECT THIS CHANGE"
034900             TO WS-FAIL-MSG
035000         GO TO 4100-APPLY-CHANGE-EXIT
035100     END-IF.
035200     MOVE PN-AFTER-IMAGE TO PATTERN-REC.
035300     EXEC CICS REWRITE FILE('PATFILE') FROM(PATTERN-REC)
035400         RESP(WS-RESP)
035500         END-EXEC.
035600     IF WS-RESP NOT = DFHRESP(NORMAL)
035700         SET WS-APPLY-FAILED TO TRUE
035800         MOVE "UNABLE TO UPDATE PATFILE - FILE ERROR"
035900             TO WS-FAIL-MSG
036000     END-IF.
036100 4100-APPLY-CHANGE-EXIT.
036200     EXIT.
036300*****************************************************************
036400* 4500-READ-FOR-DECISION - READ THE CHANGE ON THE SCREEN FOR
036500* UPDATE AND CHECK IT IS STILL PENDING AND NOT THE SIGNED-ON
036600* USER'S OWN. ON ANY REFUSAL THE SCREEN HAS BEEN SENT AND
036700* WS-APPLY-FAILED IS SET.
036800*****************************************************************
036900 4500-READ-FOR-DECISION.
037000     SET WS-APPLY-FAILED TO TRUE.
037100     IF WS-CA-BROWSE-KEY = SPACES
037200         MOVE "BROWSE TO A PENDING CHANGE FIRST" TO MSGO
037300         PERFORM 9000-SEND-MAP
037400             THRU 9000-SEND-MAP-EXIT
037500         GO TO 4500-READ-FOR-DECISION-EXIT
037600     END-IF.
037700     MOVE WS-CA-BROWSE-KEY TO PN-KEY.
037800     EXEC CICS READ FILE('PATPEND') INTO(PENDING-REC)
037900         RIDFLD(PN-KEY) UPDATE RESP(WS-RESP)
038000         END-EXEC.
038100     IF WS-RESP NOT = DFHRESP(NORMAL)
038200         MOVE "SHOWN CHANGE NO LONGER ON FILE - BROWSE AGAIN"
038300             TO MSGO
038400         PERFORM 9000-SEND-MAP
038500             THRU 9000-SEND-MAP-EXIT
038600         GO TO 4500-READ-FOR-DECISION-EXIT
038700     END-IF.
038800     PERFORM 9300-SHOW-CHANGE
038900         THRU 9300-SHOW-CHANGE-EXIT.
039000     IF NOT PN-PENDING
039100         EXEC CICS UNLOCK FILE('PATPEND')
039200             END-EXEC
039300         MOVE "CHANGE ALREADY DECIDED - BROWSE AGAIN" TO MSGO
039400         PERFORM 9000-SEND-MAP
039500             THRU 9000-SEND-MAP-EXIT
039600         GO TO 4500-READ-FOR-DECISION-EXIT
039700     END-IF.
039800     EXEC CICS ASSIGN USERID(WS-USERID)
039900         END-EXEC.
040000     IF PN-MAKER-USER = WS-USERID
040100         EXEC CICS UNLOCK FILE('PATPEND')
040200             END-EXEC
040300         MOVE "YOU MADE THIS CHANGE - ANOTHER USER MUST DECIDE IT"
040400             TO MSGO
040500         PERFORM 9000-SEND-MAP
040600             THRU 9000-SEND-MAP-EXIT
040700         GO TO 4500-READ-FOR-DECISION-EXIT
040800     END-IF.
040900     MOVE "N" TO WS-APPLY-FAILED-SW.
041000 4500-READ-FOR-DECISION-EXIT.
041100     EXIT.
041200*****************************************************************
041300* 4600-RECORD-DECISION - STAMP THE CHECKER, DATE, TIME AND NOTE
041400* ON THE CHANGE READ FOR UPDATE (PN-STATUS ALREADY SET) AND
041500* REWRITE IT. IF THAT FAILS THE WHOLE DECISION IS BACKED OUT,
041600* PATFILE INCLUDED, THE SCREEN IS SENT AND WS-APPLY-FAILED SET.
041700*****************************************************************
041800 4600-RECORD-DECISION.
041900     MOVE "N" TO WS-APPLY-FAILED-SW.
042000     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
042100     MOVE WS-USERID TO PN-CHECKER-USER.
042200     MOVE WS-NOW(1:8) TO PN-CHECK-DATE.
042300     MOVE WS-NOW(9:6) TO PN-CHECK-TIME.
042400     IF REASONI NOT = SPACES AND REASONI NOT = LOW-VALUES
042500         MOVE REASONI TO PN-NOTE
042600     END-IF.
042700     EXEC CICS REWRITE FILE('PATPEND') FROM(PENDING-REC)
042800         RESP(WS-RESP)
042900         END-EXEC.
043000     IF WS-RESP NOT = DFHRESP(NORMAL)
043100         EXEC CICS SYNCPOINT ROLLBACK
043200             END-EXEC
043300         SET WS-APPLY-FAILED TO TRUE
043400         MOVE "UNABLE TO RECORD THE DECISION - NOTHING CHANGED"
043500             TO MSGO
043600         PERFORM 9000-SEND-MAP
043700             THRU 9000-SEND-MAP-EXIT
043800     END-IF.
043900 4600-RECORD-DECISION-EXIT.
044000     EXIT.
044100*****************************************************************
044200* 5000-REJECT - MARK THE CHANGE ON THE SCREEN REJECTED. PATFILE
044300* IS NOT TOUCHED. THE REASON IS REQUIRED - THE MAKER NEEDS TO
044400* KNOW WHY.
044500*****************************************************************
044600 5000-REJECT.
044700     IF REASONI = SPACES OR REASONI = LOW-VALUES
044800         MOVE "REASON IS REQUIRED TO REJECT" TO MSGO
044900         PERFORM 9000-SEND-MAP
045000             THRU 9000-SEND-MAP-EXIT
045100         GO TO 5000-REJECT-EXIT
045200     END-IF.
045300     PERFORM 4500-READ-FOR-DECISION
045400         THRU 4500-READ-FOR-DECISION-EXIT.
045500     IF WS-APPLY-FAILED
045600         GO TO 5000-REJECT-EXIT
045700     END-IF.
045800     SET PN-REJECTED TO TRUE.
045900     PERFORM 4600-RECORD-DECISION
046000         THRU 4600-RECORD-DECISION-EXIT.
046100     IF WS-APPLY-FAILED
046200         GO TO 5000-REJECT-EXIT
046300     END-IF.
046400     MOVE "REJECTED" TO AU-STAGE.
046500     PERFORM 8100-LOG-DECISION
046600         THRU 8100-LOG-DECISION-EXIT.
046700     PERFORM 9300-SHOW-CHANGE
046800         THRU 9300-SHOW-CHANGE-EXIT.
046900     MOVE "REJECTED - PATFILE LEFT AS IT WAS" TO MSGO.
047000     PERFORM 9000-SEND-MAP
047100         THRU 9000-SEND-MAP-EXIT.
047200 5000-REJECT-EXIT.
047300     EXIT.
047400*****************************************************************
047500* 8100-LOG-DECISION - WRITE THE ONE-LINE CHANGE RECORD FOR THE
047600* DECISION TO THE STRP QUEUE, AS STRPATM DOES FOR THE CHANGE
047700* ITSELF. AU-STAGE IS SET BY THE CALLER.
047800*****************************************************************
047900 8100-LOG-DECISION.
048000     MOVE PN-AFTER-IMAGE TO PATTERN-REC.
048100     MOVE PN-CHECK-DATE TO AU-DATE.
048200     MOVE PN-CHECK-TIME TO AU-TIME.
048300     MOVE PN-CHECKER-USER TO AU-USER.
048400     MOVE PN-ACTION TO AU-ACTION.
048500     MOVE PN-PAT-ID TO AU-PAT-ID.
048600     MOVE PR-TEXT TO AU-TEXT.
048700     EXEC CICS WRITEQ TD QUEUE('STRP')
048800         FROM(WS-AUDIT-LINE) LENGTH(WS-AUDIT-LEN)
048900         RESP(WS-RESP)
049000         END-EXEC.
049100 8100-LOG-DECISION-EXIT.
049200     EXIT.
049300*****************************************************************
049400* 9000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT MSGO
049500*****************************************************************
049600 9000-SEND-MAP.
049700     EXEC CICS SEND MAP('STRPAPR') MAPSET('STRPAPRS')
049800         FROM(STRPAPRO) ERASE
049900         END-EXEC.
050000 9000-SEND-MAP-EXIT.
050100     EXIT.
050200*****************************************************************
050300* 9100-RETURN-TRAN - PSEUDO-CONVERSATIONAL RETURN
050400*****************************************************************
050500 9100-RETURN-TRAN.
050600     EXEC CICS RETURN TRANSID('STRK')
050700         COMMAREA(WS-COMMAREA)
050800         END-EXEC.
050900 9100-RETURN-TRAN-EXIT.
051000     EXIT.
051100*****************************************************************
051200* 9200-EXIT-TRAN - PF3: LEAVE THE TRANSACTION
051300*****************************************************************
051400 9200-EXIT-TRAN.
051500     EXEC CICS SEND TEXT FROM(WS-BYE-MSG) LENGTH(WS-BYE-LEN)
051600         ERASE FREEKB
051700         END-EXEC.
051800     EXEC CICS RETURN
051900         END-EXEC.
052000 9200-EXIT-TRAN-EXIT.
052100     EXIT.
052200*****************************************************************
052300* 9300-SHOW-CHANGE - FILL THE OUTPUT MAP FROM PENDING-REC: THE
052400* BEFORE IMAGE (NONE FOR AN ADD) ON THE LEFT, THE AFTER IMAGE
052500* ON THE RIGHT, AND THE CHECKER'S NOTE ONCE DECIDED
052600*****************************************************************
052700 9300-SHOW-CHANGE.
052800     MOVE LOW-VALUES TO STRPAPRO.
052900     MOVE PN-PAT-ID TO PATIDO.
053000     MOVE PN-ACTION TO DACTO.
053100     MOVE PN-SOURCE TO DSRCO.
053200     MOVE PN-MAKER-USER TO DMKRO.
053300     MOVE PN-REQ-DATE TO WS-REQ-DATE.
053400     MOVE PN-REQ-TIME TO WS-REQ-TIME.
053500     MOVE WS-REQ-STAMP TO DREQO.
053600     IF PN-HAS-BEFORE
053700         MOVE PN-BEFORE-IMAGE TO PATTERN-REC
053800         MOVE PR-SEVERITY TO BSEVO
053900         MOVE PR-CATEGORY TO BCATO
054000         MOVE PR-CASE-FLAG TO BCASEO
054100         MOVE PR-TYPE-FLAG TO BTYPO
054200         MOVE PR-RULE-FLAG TO BRONO
054300         MOVE PR-STATUS TO BSTATO
054400         MOVE PR-EFF-DATE TO BEFFO
054500         MOVE PR-EXP-DATE TO BEXPO
054600         MOVE PR-TEXT TO BTXTO
054700     ELSE
054800         MOVE "NONE - THIS CHANGE ADDS THE ENTRY" TO BTXTO
054900     END-IF.
055000     MOVE PN-AFTER-IMAGE TO PATTERN-REC.
055100     MOVE PR-SEVERITY TO ASEVO.
055200     MOVE PR-CATEGORY TO ACATO.
055300     MOVE PR-CASE-FLAG TO ACASEO.
055400     MOVE PR-TYPE-FLAG TO ATYPO.
055500     MOVE PR-RULE-FLAG TO ARONO.
055600     MOVE PR-STATUS TO ASTATO.
055700     MOVE PR-EFF-DATE TO AEFFO.
055800     MOVE PR-EXP-DATE TO AEXPO.
055900     MOVE PR-TEXT TO ATXTO.
056000     IF NOT PN-PENDING
056100         MOVE PN-NOTE TO REASONO
056200     END-IF.
056300 9300-SHOW-CHANGE-EXIT.
056400     EXIT.
056500 END PROGRAM STRPAPR.
