000900* ------------------------------------------------------------
001000* 2026-09-02  MT  INITIAL VERSION - LOAD THE KEYED RSLTFILE
001100*                 BROWSE COPY FROM THE EXTFILE MATCH EXTRACT
001133* 2026-10-15  MT  CARRY THE BUSINESS KEY AND THE MASKED MATCH
001166*                 CONTEXT FROM CTXFILE ONTO THE BROWSE COPY
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
001900* REPEATED MATCHES UNIQUE. RSLTFILE IS REPLACED WHOLE EACH
002000* RUN - IT IS A BROWSE COPY, NEVER THE RECORD OF TRUTH.
002100* A RECORD THAT DOES NOT PARSE IS COUNTED AND SKIPPED.
002120* EACH MATCH IS GIVEN ITS CONTEXT WINDOW FROM CTXFILE, WHICH
002140* STRSCAN WRITES IN EXTRACT ORDER; A MATCH WITH NO AGREEING
002160* CONTEXT RECORD IS LOADED WITHOUT ONE AND COUNTED. WITHOUT A
002180* CTXFILE (SCANS BEFORE CONTEXT WAS KEPT) NOTHING HAS CONTEXT.
002200*
002300* INPUT  : EXTFILE   - MATCH EXTRACT WRITTEN BY STRSCAN
002350*          CTXFILE   - MASKED MATCH CONTEXT WRITTEN BY STRSCAN
002400* OUTPUT : RSLTFILE  - KEYED BROWSE COPY FOR STRRSLT
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002900     SELECT EXTFILE ASSIGN TO "EXTFILE"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS EXTFILE-STATUS.
003125     SELECT CTXFILE ASSIGN TO "CTXFILE"
003150         ORGANIZATION IS LINE SEQUENTIAL
003175         FILE STATUS IS CTXFILE-STATUS.
003200     SELECT RSLTFILE ASSIGN TO "RSLTFILE"
003300         ORGANIZATION IS INDEXED
003400*        DYNAMIC - THE EXTRACT ARRIVES IN RECORD ORDER, NOT
003800 FILE SECTION.
003900 FD  EXTFILE.
004000 COPY "strext.cpy".
004033 FD  CTXFILE.
004066 COPY "strctx.cpy".
004100 FD  RSLTFILE.
004200 COPY "strrslt.cpy".
004300 WORKING-STORAGE SECTION.
004500     05  EXTFILE-STATUS             PIC X(02) VALUE "00".
004600         88  EXTFILE-OK                        VALUE "00".
004700         88  EXTFILE-NOT-FOUND                 VALUE "35".
004725     05  CTXFILE-STATUS             PIC X(02) VALUE "00".
004750         88  CTXFILE-OK                        VALUE "00".
004775         88  CTXFILE-NOT-FOUND                 VALUE "35".
004800     05  RSLTFILE-STATUS            PIC X(02) VALUE "00".
004900         88  RSLTFILE-OK                       VALUE "00".
005000 01  WS-SWITCHES.
005100     05  WS-EXTFILE-EOF-SW          PIC X(01) VALUE "N".
005200         88  WS-EXTFILE-EOF                    VALUE "Y".
005220     05  WS-CTXFILE-OPEN-SW         PIC X(01) VALUE "N".
005240         88  WS-CTXFILE-OPEN                   VALUE "Y".
005260     05  WS-CTXFILE-EOF-SW          PIC X(01) VALUE "N".
005280         88  WS-CTXFILE-EOF                    VALUE "Y".
005300 01  WS-COUNTERS.
005400     05  WS-READ-COUNT              PIC 9(09) USAGE BINARY
005500                                    VALUE ZERO.
005700                                    VALUE ZERO.
005800     05  WS-BAD-COUNT               PIC 9(09) USAGE BINARY
005900                                    VALUE ZERO.
005914     05  WS-CTX-COUNT               PIC 9(09) USAGE BINARY
005928                                    VALUE ZERO.
005942     05  WS-CTX-MISS-COUNT          PIC 9(09) USAGE BINARY
005956                                    VALUE ZERO.
005970     05  WS-CTX-BAD-COUNT           PIC 9(09) USAGE BINARY
005984                                    VALUE ZERO.
006000 01  WS-LAST-PAIR.
006100     05  WS-LAST-PATTERN            PIC X(08) VALUE SPACES.
006200     05  WS-LAST-RECORD             PIC 9(09) VALUE ZERO.
007600         THRU 2000-LOAD-MATCH-EXIT
007700         UNTIL WS-EXTFILE-EOF.
007800     CLOSE EXTFILE.
007825     IF WS-CTXFILE-OPEN
007850         CLOSE CTXFILE
007875     END-IF.
007900     CLOSE RSLTFILE.
008000     DISPLAY "STRRLOAD: " WS-READ-COUNT " EXTRACT RECORD(S)"
008100         " READ, " WS-LOAD-COUNT " LOADED, " WS-BAD-COUNT
008200         " BAD".
008216     IF WS-CTXFILE-OPEN
008232         DISPLAY "STRRLOAD: " WS-CTX-COUNT " WITH CONTEXT, "
008248             WS-CTX-MISS-COUNT " WITHOUT, " WS-CTX-BAD-COUNT
008264             " BAD CTXFILE RECORD(S)"
008280     END-IF.
008300 0000-MAINLINE-GOBACK.
008400     GOBACK.
008500*****************************************************************
008600* 1000-INITIALIZE - OPEN THE EXTRACT AND THE FRESH BROWSE COPY
008650* AND, WHEN THE SCAN KEPT ONE, THE CONTEXT FILE
008700*****************************************************************
008800 1000-INITIALIZE.
008900     OPEN INPUT EXTFILE.
010500         MOVE 16 TO RETURN-CODE
010600         GO TO 1000-INITIALIZE-EXIT
010700     END-IF.
010706     OPEN INPUT CTXFILE.
010712     IF CTXFILE-NOT-FOUND
010718         DISPLAY "STRRLOAD: CTXFILE NOT FOUND, MATCHES LOADED"
010724             " WITHOUT CONTEXT"
010730     ELSE
010736         IF NOT CTXFILE-OK
010742             DISPLAY "STRRLOAD: UNABLE TO OPEN CTXFILE, STATUS "
010748                 CTXFILE-STATUS
010754             MOVE 16 TO RETURN-CODE
010760             GO TO 1000-INITIALIZE-EXIT
010766         END-IF
010772         SET WS-CTXFILE-OPEN TO TRUE
010778         PERFORM 2300-READ-CTXFILE
010784             THRU 2300-READ-CTXFILE-EXIT
010790     END-IF.
010800     PERFORM 2100-READ-EXTFILE
010900         THRU 2100-READ-EXTFILE-EXIT.
011000 1000-INITIALIZE-EXIT.
014700     MOVE EX-DISTANCE TO SR-DISTANCE.
014800     MOVE EX-TEXT-LEN TO SR-TEXT-LEN.
014900     MOVE EX-TEXT TO SR-TEXT.
014925     MOVE EX-BUS-KEY TO SR-BUS-KEY.
014950     PERFORM 2200-FIND-CONTEXT
014975         THRU 2200-FIND-CONTEXT-EXIT.
015000     WRITE RESULT-REC
015100         INVALID KEY
015200             DISPLAY "STRRLOAD: DUPLICATE OR OUT-OF-ORDER KEY "
017000     END-READ.
017100 2100-READ-EXTFILE-EXIT.
017200     EXIT.
017201*****************************************************************
017202* 2200-FIND-CONTEXT - PUT THE CONTEXT WINDOW OF THE CURRENT
017203* EXTRACT RECORD ON THE BROWSE RECORD. CTXFILE FOLLOWS THE
017204* EXTRACT'S ORDER, SO CONTEXT RECORDS ARE PASSED OVER UNTIL ONE
017205* AGREES WITH THE MATCH ON RECORD NUMBER, PATTERN, MATCH TYPE
017206* AND OFFSET, OR BELONGS TO A LATER RECORD. PASSED-OVER RECORDS
017207* ARE THOSE OF SKIPPED EXTRACT LINES; A LATER RECORD'S CONTEXT
017208* IS LEFT FOR ITS OWN MATCHES.
017209*****************************************************************
017210 2200-FIND-CONTEXT.
017211     MOVE ZERO TO SR-CTX-COL.
017212     MOVE ZERO TO SR-CTX-LEN.
017213     MOVE SPACES TO SR-CTX-TEXT.
017214     IF NOT WS-CTXFILE-OPEN
017215         GO TO 2200-FIND-CONTEXT-EXIT
017216     END-IF.
017217     PERFORM 2300-READ-CTXFILE
017218         THRU 2300-READ-CTXFILE-EXIT
017219         UNTIL WS-CTXFILE-EOF
017220         OR CX-RECORD-NUM > EX-RECORD-NUM
017221         OR (CX-RECORD-NUM = EX-RECORD-NUM
017222             AND CX-PATTERN-ID = EX-PATTERN-ID
017223             AND CX-MATCH-TYPE = EX-MATCH-TYPE
017224             AND CX-OFFSET = EX-OFFSET).
017225     IF WS-CTXFILE-EOF
017226             OR CX-RECORD-NUM > EX-RECORD-NUM
017227         ADD 1 TO WS-CTX-MISS-COUNT
017228         GO TO 2200-FIND-CONTEXT-EXIT
017229     END-IF.
017230     MOVE CX-WIN-COL TO SR-CTX-COL.
017231     MOVE CX-WIN-LEN TO SR-CTX-LEN.
017232     MOVE CX-TEXT TO SR-CTX-TEXT.
017233     ADD 1 TO WS-CTX-COUNT.
017234     PERFORM 2300-READ-CTXFILE
017235         THRU 2300-READ-CTXFILE-EXIT.
017236 2200-FIND-CONTEXT-EXIT.
017237     EXIT.
017238*****************************************************************
017239* 2300-READ-CTXFILE - GET THE NEXT CONTEXT RECORD, PASSING OVER
017240* (AND COUNTING) ANY WHOSE NUMBERS DO NOT PARSE
017241*****************************************************************
017242 2300-READ-CTXFILE.
017243     READ CTXFILE
017244         AT END
017245             SET WS-CTXFILE-EOF TO TRUE
017246             GO TO 2300-READ-CTXFILE-EXIT
017247     END-READ.
017248     IF CX-RECORD-NUM IS NOT NUMERIC
017249             OR CX-OFFSET IS NOT NUMERIC
017250             OR CX-WIN-COL IS NOT NUMERIC
017251             OR CX-WIN-LEN IS NOT NUMERIC
017252         ADD 1 TO WS-CTX-BAD-COUNT
017253         GO TO 2300-READ-CTXFILE
017254     END-IF.
017255 2300-READ-CTXFILE-EXIT.
017256     EXIT.
017300 END PROGRAM STRRLOAD.
