001000* 2026-09-02  MT  INITIAL VERSION - ONLINE BROWSE OF THE KEYED
001100*                 SCAN RESULT COPY, WITH ACCEPT-DISPOSITION
001200*                 MARKING STRAIGHT FROM THE SCREEN
001225* 2026-10-15  MT  SHOW THE CASEFILE CASE OF THE MATCH ON THE
001250*                 SCREEN; FUNCTION C SETS ITS STATUS, OWNER
001275*                 AND NOTE
001283* 2026-10-15  MT  SHOW THE BUSINESS KEY OF THE MATCHED RECORD
001291*                 AND THE MASKED RECORD CONTEXT AROUND THE MATCH
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
002800*         AND MATCHED TEXT TO DISPFILE, STAMPED WITH THE
002900*         SIGNED-ON USER, DATE, TIME AND THE REASON FIELD, SO
003000*         THE NEXT STRSCAN RUN SUPPRESSES IT
003014*     C - UPDATE THE CASE (STRCASE.CPY) OF THE MATCH ON THE
003028*         SCREEN FROM THE CASE STATUS AND OWNER FIELDS; A
003042*         NON-BLANK REASON BECOMES THE CASE NOTE. BLANK
003056*         FIELDS ARE LEFT AS THEY ARE. CLOSING A CASE (T OR
003070*         B) NEEDS A REASON. ONLY EXACT MATCHES HAVE CASES -
003084*         STRCASE OPENS THEM AFTER EACH SCAN
003100*
003200* THE KEY OF THE MATCH SHOWN AND THE ACTIVE FILTERS RIDE IN
003300* THE COMMAREA SO PF8 CAN CONTINUE THE BROWSE. ACCESS IS
003400* CONTROLLED BY TRANSACTION SECURITY ON THE STRR TRANSACTION.
003425* THE CASE STATUS, OWNER, OPEN DATE AND HIT COUNT OF EVERY
003450* MATCH SHOWN ARE READ FROM CASEFILE; A MATCH WITH NO CASE
003475* SHOWS THEM BLANK.
003481* THE BUSINESS KEY AND THE MASKED CONTEXT WINDOW COME WITH THE
003487* MATCH FROM RSLTFILE; A MATCH LOADED WITHOUT CONTEXT SHOWS THE
003493* CONTEXT LINES BLANK.
003500*****************************************************************
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
004700                                    PIC 9(09).
004800 COPY "strrslt.cpy".
004900 COPY "strdisp.cpy".
004950 COPY "strcase.cpy".
005000 COPY "strrslts.cpy".
005100 01  WS-FETCH-SWITCHES.
005200     05  WS-FOUND-SW                PIC X(01) VALUE "N".
005700         88  WS-SKIP-FIRST                     VALUE "Y".
005800     05  WS-RECNO-OK-SW             PIC X(01) VALUE "N".
005900         88  WS-RECNO-OK                       VALUE "Y".
005916 01  WS-CASE-INPUT.
005932     05  WS-NEW-STATUS              PIC X(01).
005948     05  WS-OLD-STATUS              PIC X(01).
005956         88  WS-OLD-CLOSED                     VALUE "T" "B".
005964     05  WS-NEW-OWNER               PIC X(08).
005980     05  WS-NEW-NOTE                PIC X(40).
006000 77  WS-RECNO-NUM                   PIC 9(09) USAGE BINARY.
006100 77  WS-PARSE-IDX                   PIC 9(04) USAGE BINARY.
006200 01  WS-PARSE-DIGIT-X               PIC X(01).
013700         WHEN "A"
013800             PERFORM 4000-ACCEPT
013900                 THRU 4000-ACCEPT-EXIT
013925         WHEN "C"
013950             PERFORM 5000-UPDATE-CASE
013975                 THRU 5000-UPDATE-CASE-EXIT
014000         WHEN OTHER
014100             MOVE "FUNCTION MUST BE B, A OR C" TO MSGO
014200             PERFORM 9000-SEND-MAP
014300                 THRU 9000-SEND-MAP-EXIT
014400     END-EVALUATE.
026900         MOVE SR-KEY TO WS-CA-BROWSE-KEY
027000         PERFORM 9300-SHOW-MATCH
027100             THRU 9300-SHOW-MATCH-EXIT
027200         MOVE "PF8 FOR NEXT, A TO ACCEPT, C TO UPDATE THE CASE"
027300             TO MSGO
027400     ELSE
027500         MOVE LOW-VALUES TO STRRSLTO
034200     END-EVALUATE.
034300 4000-ACCEPT-EXIT.
034400     EXIT.
034401*****************************************************************
034402* 5000-UPDATE-CASE - APPLY THE CASE STATUS, OWNER AND REASON
034403* FIELDS TO THE CASE OF THE MATCH ON THE SCREEN. A STATUS
034404* CHANGE RESTAMPS THE STATUS DATE; MOVING TO T OR B SETS THE
034405* CLOSE DATE AND MOVING BACK TO O, I OR E CLEARS IT.
034406*****************************************************************
034407 5000-UPDATE-CASE.
034408     IF WS-CA-BROWSE-KEY = SPACES
034409         MOVE "BROWSE TO A MATCH BEFORE UPDATING ITS CASE"
034410             TO MSGO
034411         PERFORM 9000-SEND-MAP
034412             THRU 9000-SEND-MAP-EXIT
034413         GO TO 5000-UPDATE-CASE-EXIT
034414     END-IF.
034415     MOVE SPACES TO WS-CASE-INPUT.
034416     IF CSTATI NOT = SPACE AND CSTATI NOT = LOW-VALUE
034417         MOVE CSTATI TO WS-NEW-STATUS
034418     END-IF.
034419     IF OWNERI NOT = SPACES AND OWNERI NOT = LOW-VALUES
034420         MOVE OWNERI TO WS-NEW-OWNER
034421     END-IF.
034422     IF REASONI NOT = SPACES AND REASONI NOT = LOW-VALUES
034423         MOVE REASONI TO WS-NEW-NOTE
034424     END-IF.
034425     MOVE WS-CA-BROWSE-KEY TO SR-KEY.
034426     EXEC CICS READ FILE('RSLTFILE') INTO(RESULT-REC)
034427         RIDFLD(SR-KEY) RESP(WS-RESP)
034428         END-EXEC.
034429     IF WS-RESP NOT = DFHRESP(NORMAL)
034430         MOVE "SHOWN MATCH NO LONGER ON FILE - BROWSE AGAIN"
034431             TO MSGO
034432         PERFORM 9000-SEND-MAP
034433             THRU 9000-SEND-MAP-EXIT
034434         GO TO 5000-UPDATE-CASE-EXIT
034435     END-IF.
034436     MOVE SR-PATTERN-ID TO CS-PATTERN-ID.
034437     MOVE SR-TEXT(1:40) TO CS-MATCH-TEXT.
034438     EXEC CICS READ FILE('CASEFILE') INTO(CASE-REC)
034439         RIDFLD(CS-KEY) UPDATE RESP(WS-RESP)
034440         END-EXEC.
034441     EVALUATE WS-RESP
034442         WHEN DFHRESP(NORMAL)
034443             CONTINUE
034444         WHEN DFHRESP(NOTFND)
034445             MOVE "NO CASE - ONLY EXACT MATCHES HAVE CASES"
034446                 TO MSGO
034447             PERFORM 9000-SEND-MAP
034448                 THRU 9000-SEND-MAP-EXIT
034449             GO TO 5000-UPDATE-CASE-EXIT
034450         WHEN OTHER
034451             MOVE "UNABLE TO READ CASE - FILE ERROR" TO MSGO
034452             PERFORM 9000-SEND-MAP
034453                 THRU 9000-SEND-MAP-EXIT
034454             GO TO 5000-UPDATE-CASE-EXIT
034455     END-EVALUATE.
034456     MOVE CS-STATUS TO WS-OLD-STATUS.
034457     IF WS-NEW-STATUS = SPACE
034458         MOVE WS-OLD-STATUS TO WS-NEW-STATUS
034459     END-IF.
034460     MOVE WS-NEW-STATUS TO CS-STATUS.
034461     IF NOT CS-VALID-STATUS
034462         EXEC CICS UNLOCK FILE('CASEFILE')
034463             END-EXEC
034464         MOVE "CASE STATUS MUST BE O, I, E, T OR B" TO MSGO
034465         PERFORM 9000-SEND-MAP
034466             THRU 9000-SEND-MAP-EXIT
034467         GO TO 5000-UPDATE-CASE-EXIT
034468     END-IF.
034469     IF WS-NEW-STATUS = WS-OLD-STATUS
034470             AND WS-NEW-OWNER = SPACES
034471             AND WS-NEW-NOTE = SPACES
034472         EXEC CICS UNLOCK FILE('CASEFILE')
034473             END-EXEC
034474         MOVE "NOTHING TO CHANGE - ENTER STATUS, OWNER OR REASON"
034475             TO MSGO
034476         PERFORM 9000-SEND-MAP
034477             THRU 9000-SEND-MAP-EXIT
034478         GO TO 5000-UPDATE-CASE-EXIT
034479     END-IF.
034480     IF CS-CLOSED AND WS-NEW-STATUS NOT = WS-OLD-STATUS
034481             AND WS-NEW-NOTE = SPACES
034482         EXEC CICS UNLOCK FILE('CASEFILE')
034483             END-EXEC
034484         MOVE "REASON IS REQUIRED TO CLOSE A CASE" TO MSGO
034485         PERFORM 9000-SEND-MAP
034486             THRU 9000-SEND-MAP-EXIT
034487         GO TO 5000-UPDATE-CASE-EXIT
034488     END-IF.
034489     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
034490     IF WS-NEW-STATUS NOT = WS-OLD-STATUS
034491         MOVE WS-NOW(1:8) TO CS-STATUS-DATE
034492         IF CS-CLOSED AND NOT WS-OLD-CLOSED
034493             MOVE WS-NOW(1:8) TO CS-CLOSE-DATE
034494         END-IF
034495         IF CS-STILL-OPEN AND WS-OLD-CLOSED
034496             MOVE SPACES TO CS-CLOSE-DATE
034497         END-IF
034498     END-IF.
034499     IF WS-NEW-OWNER NOT = SPACES
034500         MOVE WS-NEW-OWNER TO CS-OWNER
034501     END-IF.
034502     IF WS-NEW-NOTE NOT = SPACES
034503         MOVE WS-NEW-NOTE TO CS-NOTE
034504     END-IF.
034505     EXEC CICS ASSIGN USERID(WS-USERID)
034506         END-EXEC.
034507     MOVE WS-USERID TO CS-UPD-USER.
034508     MOVE WS-NOW(1:8) TO CS-UPD-DATE.
034509     MOVE WS-NOW(9:6) TO CS-UPD-TIME.
034510     EXEC CICS REWRITE FILE('CASEFILE') FROM(CASE-REC)
034511         RESP(WS-RESP)
034512         END-EXEC.
034513     IF WS-RESP = DFHRESP(NORMAL)
034514         PERFORM 9300-SHOW-MATCH
034515             THRU 9300-SHOW-MATCH-EXIT
034516         MOVE "CASE UPDATED" TO MSGO
034517     ELSE
034518         MOVE "UNABLE TO UPDATE CASE - FILE ERROR" TO MSGO
034519     END-IF.
034520     PERFORM 9000-SEND-MAP
034521         THRU 9000-SEND-MAP-EXIT.
034522 5000-UPDATE-CASE-EXIT.
034523     EXIT.
034524*****************************************************************
034600* 9000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT MSGO
034700*****************************************************************
034800 9000-SEND-MAP.
037300     EXIT.
037400*****************************************************************
037500* 9300-SHOW-MATCH - FILL THE OUTPUT MAP FROM RESULT-REC,
037600* CARRYING THE ACTIVE FILTERS BACK ONTO THE SCREEN. THE 120
037650* BYTES OF CONTEXT ARE SHOWN AS TWO 60-BYTE LINES
037700*****************************************************************
037800 9300-SHOW-MATCH.
037900     MOVE LOW-VALUES TO STRRSLTO.
038900     MOVE SR-FIELD-NUM TO DFLDO.
039000     MOVE SR-DISTANCE TO DDSTO.
039100     MOVE SR-TEXT TO DTXTO.
039104     MOVE SR-BUS-KEY TO DKEYO.
039108     IF SR-CTX-LEN > ZERO
039112         MOVE SR-CTX-COL TO DCCOLO
039116         MOVE SR-CTX-TEXT(1:60) TO DCTX1O
039120         MOVE SR-CTX-TEXT(61:60) TO DCTX2O
039124     END-IF.
039133     PERFORM 9400-SHOW-CASE
039166         THRU 9400-SHOW-CASE-EXIT.
039200 9300-SHOW-MATCH-EXIT.
039300     EXIT.
039305*****************************************************************
039310* 9400-SHOW-CASE - FILL THE CASE FIELDS OF THE OUTPUT MAP FROM
039315* THE CASE OF THE MATCH IN RESULT-REC, IF IT HAS ONE
039320*****************************************************************
039325 9400-SHOW-CASE.
039330     MOVE SR-PATTERN-ID TO CS-PATTERN-ID.
039335     MOVE SR-TEXT(1:40) TO CS-MATCH-TEXT.
039340     EXEC CICS READ FILE('CASEFILE') INTO(CASE-REC)
039345         RIDFLD(CS-KEY) RESP(WS-RESP)
039350         END-EXEC.
039355     IF WS-RESP = DFHRESP(NORMAL)
039360         MOVE CS-STATUS TO CSTATO
039365         MOVE CS-OWNER TO OWNERO
039370         MOVE CS-OPEN-DATE TO DOPNO
039375         MOVE CS-HIT-COUNT TO DHITO
039380     END-IF.
039385 9400-SHOW-CASE-EXIT.
039390     EXIT.
039400 END PROGRAM STRRSLT.
