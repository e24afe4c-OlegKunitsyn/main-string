000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRCASE.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - OPEN OR ATTACH A CASE ON
001100*                 THE KEYED CASEFILE FOR EVERY EXACT MATCH IN
001200*                 THE EXTFILE MATCH EXTRACT
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
001600* CASE INTAKE FOR THE NIGHT'S EXACT MATCHES. RUN AFTER STRSCAN,
001700* ALONGSIDE STRRLOAD: READS THE EXTFILE MATCH EXTRACT
001800* (STREXT.CPY) AND, FOR EVERY EXACT MATCH, READS THE CASE FOR
001900* ITS PATTERN ID AND MATCHED TEXT ON CASEFILE (STRCASE.CPY).
002000*     NO CASE YET   - A NEW CASE IS WRITTEN WITH STATUS "O"
002100*                     (OPEN), NO OWNER, OPENED TODAY
002200*     CASE STILL    - THE MATCH IS ATTACHED: HIT COUNT, LAST
002300*     OPEN            SEEN DATE AND LAST RECORD NUMBER MOVE ON
002400*     CASE CLOSED   - THE MATCH REOPENS IT (STATUS "O", OPEN
002500*                     DATE RESTARTS, REOPEN COUNT STEPPED)
002600* A CASE KEEPS THE MOST SEVERE SEVERITY ANY OF ITS MATCHES HAS
002700* REPORTED. NEAR-MATCHES AND TRIAL SHADOW HITS ARE NOT CASES
002800* AND ARE SKIPPED; SUPPRESSED MATCHES NEVER REACH THE EXTRACT.
002900* UNLIKE RSLTFILE, CASEFILE IS THE RECORD OF TRUTH AND IS
003000* NEVER REPLACED - A MISSING CASEFILE IS CREATED ON THE FIRST
003100* RUN. A RECORD THAT DOES NOT PARSE IS COUNTED AND SKIPPED.
003200*
003300* INPUT  : EXTFILE   - MATCH EXTRACT WRITTEN BY STRSCAN
003400* IN/OUT : CASEFILE  - KEYED CASE DATASET
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EXTFILE ASSIGN TO "EXTFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS EXTFILE-STATUS.
004200     SELECT CASEFILE ASSIGN TO "CASEFILE"
004300         ORGANIZATION IS INDEXED
004400*        DYNAMIC - THE EXTRACT ARRIVES IN RECORD ORDER, NOT
004500*        KEY ORDER, SO EVERY CASE LOOKUP IS RANDOM
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CS-KEY
004800         FILE STATUS IS CASEFILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EXTFILE.
005200 COPY "strext.cpy".
005300 FD  CASEFILE.
005400 COPY "strcase.cpy".
005500 WORKING-STORAGE SECTION.
005600 01  FILE-STATUS-VALUES.
005700     05  EXTFILE-STATUS             PIC X(02) VALUE "00".
005800         88  EXTFILE-OK                        VALUE "00".
005900         88  EXTFILE-NOT-FOUND                 VALUE "35".
006000     05  CASEFILE-STATUS            PIC X(02) VALUE "00".
006100         88  CASEFILE-OK                       VALUE "00".
006200         88  CASEFILE-NOT-FOUND                VALUE "35".
006300 01  WS-SWITCHES.
006400     05  WS-EXTFILE-EOF-SW          PIC X(01) VALUE "N".
006500         88  WS-EXTFILE-EOF                    VALUE "Y".
006600     05  WS-CASE-FOUND-SW           PIC X(01) VALUE "N".
006700         88  WS-CASE-FOUND                     VALUE "Y".
006800 01  WS-COUNTERS.
006900     05  WS-READ-COUNT              PIC 9(09) USAGE BINARY
007000                                    VALUE ZERO.
007100     05  WS-EXACT-COUNT             PIC 9(09) USAGE BINARY
007200                                    VALUE ZERO.
007300     05  WS-OPENED-COUNT            PIC 9(09) USAGE BINARY
007400                                    VALUE ZERO.
007500     05  WS-ATTACH-COUNT            PIC 9(09) USAGE BINARY
007600                                    VALUE ZERO.
007700     05  WS-REOPEN-COUNT            PIC 9(09) USAGE BINARY
007800                                    VALUE ZERO.
007900     05  WS-SKIP-COUNT              PIC 9(09) USAGE BINARY
008000                                    VALUE ZERO.
008100     05  WS-BAD-COUNT               PIC 9(09) USAGE BINARY
008200                                    VALUE ZERO.
008300 01  WS-NOW                         PIC X(21).
008400 01  WS-TODAY                       PIC X(08).
008500 PROCEDURE DIVISION.
008600*****************************************************************
008700* 0000-MAINLINE
008800*****************************************************************
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
009100         THRU 1000-INITIALIZE-EXIT.
009200     IF RETURN-CODE NOT = ZERO
009300         GO TO 0000-MAINLINE-GOBACK
009400     END-IF.
009500     PERFORM 2000-CASE-MATCH
009600         THRU 2000-CASE-MATCH-EXIT
009700         UNTIL WS-EXTFILE-EOF.
009800     CLOSE EXTFILE.
009900     CLOSE CASEFILE.
010000     DISPLAY "STRCASE: " WS-READ-COUNT " EXTRACT RECORD(S)"
010100         " READ, " WS-EXACT-COUNT " EXACT, " WS-SKIP-COUNT
010200         " NOT CASED, " WS-BAD-COUNT " BAD".
010300     DISPLAY "STRCASE: " WS-OPENED-COUNT " CASE(S) OPENED, "
010400         WS-ATTACH-COUNT " ATTACHED, " WS-REOPEN-COUNT
010500         " REOPENED".
010600 0000-MAINLINE-GOBACK.
010700     GOBACK.
010800*****************************************************************
010900* 1000-INITIALIZE - OPEN THE EXTRACT AND THE CASE DATASET,
011000* CREATING CASEFILE ON THE VERY FIRST RUN
011100*****************************************************************
011200 1000-INITIALIZE.
011300     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
011400     MOVE WS-NOW(1:8) TO WS-TODAY.
011500     OPEN INPUT EXTFILE.
011600     IF EXTFILE-NOT-FOUND
011700         DISPLAY "STRCASE: EXTFILE NOT FOUND, NOTHING TO CASE"
011800         MOVE 16 TO RETURN-CODE
011900         GO TO 1000-INITIALIZE-EXIT
012000     END-IF.
012100     IF NOT EXTFILE-OK
012200         DISPLAY "STRCASE: UNABLE TO OPEN EXTFILE, STATUS "
012300             EXTFILE-STATUS
012400         MOVE 16 TO RETURN-CODE
012500         GO TO 1000-INITIALIZE-EXIT
012600     END-IF.
012700     OPEN I-O CASEFILE.
012800     IF CASEFILE-NOT-FOUND
012900         OPEN OUTPUT CASEFILE
013000         IF CASEFILE-OK
013100             CLOSE CASEFILE
013200             OPEN I-O CASEFILE
013300         END-IF
013400     END-IF.
013500     IF NOT CASEFILE-OK
013600         DISPLAY "STRCASE: UNABLE TO OPEN CASEFILE, STATUS "
013700             CASEFILE-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF.
014100     PERFORM 2100-READ-EXTFILE
014200         THRU 2100-READ-EXTFILE-EXIT.
014300 1000-INITIALIZE-EXIT.
014400     EXIT.
014500*****************************************************************
014600* 2000-CASE-MATCH - ONE EXTRACT RECORD. ONLY EXACT MATCHES
014700* OPEN OR ATTACH TO A CASE.
014800*****************************************************************
014900 2000-CASE-MATCH.
015000     ADD 1 TO WS-READ-COUNT.
015100     IF NOT EX-EXACT-MATCH
015200         ADD 1 TO WS-SKIP-COUNT
015300         GO TO 2000-CASE-MATCH-NEXT
015400     END-IF.
015500     IF EX-RECORD-NUM IS NOT NUMERIC
015600             OR EX-PATTERN-ID = SPACES
015700             OR EX-SEVERITY IS NOT NUMERIC
015800         ADD 1 TO WS-BAD-COUNT
015900         GO TO 2000-CASE-MATCH-NEXT
016000     END-IF.
016100     ADD 1 TO WS-EXACT-COUNT.
016200     MOVE EX-PATTERN-ID TO CS-PATTERN-ID.
016300     MOVE EX-TEXT(1:40) TO CS-MATCH-TEXT.
016400     SET WS-CASE-FOUND TO TRUE.
016500     READ CASEFILE
016600         INVALID KEY
016700             MOVE "N" TO WS-CASE-FOUND-SW
016800     END-READ.
016900     IF WS-CASE-FOUND
017000         PERFORM 2300-ATTACH-CASE
017100             THRU 2300-ATTACH-CASE-EXIT
017200     ELSE
017300         PERFORM 2200-OPEN-CASE
017400             THRU 2200-OPEN-CASE-EXIT
017500     END-IF.
017600 2000-CASE-MATCH-NEXT.
017700     PERFORM 2100-READ-EXTFILE
017800         THRU 2100-READ-EXTFILE-EXIT.
017900 2000-CASE-MATCH-EXIT.
018000     EXIT.
018100*****************************************************************
018200* 2100-READ-EXTFILE - GET THE NEXT EXTRACT RECORD
018300*****************************************************************
018400 2100-READ-EXTFILE.
018500     READ EXTFILE
018600         AT END
018700             SET WS-EXTFILE-EOF TO TRUE
018800     END-READ.
018900 2100-READ-EXTFILE-EXIT.
019000     EXIT.
019100*****************************************************************
019200* 2200-OPEN-CASE - FIRST SIGHTING OF THIS PATTERN/TEXT: A NEW
019300* OPEN CASE WITH NO OWNER. CS-KEY IS ALREADY SET.
019400*****************************************************************
019500 2200-OPEN-CASE.
019600     MOVE SPACES TO CS-STATUS CS-OWNER CS-CLOSE-DATE CS-NOTE.
019700     SET CS-OPEN TO TRUE.
019800     MOVE EX-SEVERITY TO CS-SEVERITY.
019900     MOVE EX-CATEGORY TO CS-CATEGORY.
020000     MOVE WS-TODAY TO CS-OPEN-DATE.
020100     MOVE WS-TODAY TO CS-STATUS-DATE.
020200     MOVE WS-TODAY TO CS-LAST-SEEN-DATE.
020300     MOVE 1 TO CS-HIT-COUNT.
020400     MOVE EX-RECORD-NUM TO CS-LAST-RECORD-NUM.
020500     MOVE ZERO TO CS-REOPEN-COUNT.
020600     PERFORM 2400-STAMP-CASE
020700         THRU 2400-STAMP-CASE-EXIT.
020800     WRITE CASE-REC
020900         INVALID KEY
021000             DISPLAY "STRCASE: UNABLE TO OPEN CASE " CS-KEY
021100                 ", STATUS " CASEFILE-STATUS
021200             ADD 1 TO WS-BAD-COUNT
021300             GO TO 2200-OPEN-CASE-EXIT
021400     END-WRITE.
021500     ADD 1 TO WS-OPENED-COUNT.
021600 2200-OPEN-CASE-EXIT.
021700     EXIT.
021800*****************************************************************
021900* 2300-ATTACH-CASE - A REPEAT SIGHTING. A CLOSED CASE IS
022000* REOPENED SO THE EXPOSURE IS SEEN AGAIN; AN OPEN ONE JUST
022100* COUNTS THE HIT. THE OWNER IS KEPT EITHER WAY.
022200*****************************************************************
022300 2300-ATTACH-CASE.
022400     IF CS-CLOSED
022500         SET CS-OPEN TO TRUE
022600         MOVE WS-TODAY TO CS-OPEN-DATE
022700         MOVE WS-TODAY TO CS-STATUS-DATE
022800         MOVE SPACES TO CS-CLOSE-DATE
022900         ADD 1 TO CS-REOPEN-COUNT
023000         ADD 1 TO WS-REOPEN-COUNT
023100     ELSE
023200         ADD 1 TO WS-ATTACH-COUNT
023300     END-IF.
023400     IF EX-SEVERITY < CS-SEVERITY
023500         MOVE EX-SEVERITY TO CS-SEVERITY
023600     END-IF.
023700     ADD 1 TO CS-HIT-COUNT.
023800     MOVE WS-TODAY TO CS-LAST-SEEN-DATE.
023900     MOVE EX-RECORD-NUM TO CS-LAST-RECORD-NUM.
024000     PERFORM 2400-STAMP-CASE
024100         THRU 2400-STAMP-CASE-EXIT.
024200     REWRITE CASE-REC
024300         INVALID KEY
024400             DISPLAY "STRCASE: UNABLE TO UPDATE CASE " CS-KEY
024500                 ", STATUS " CASEFILE-STATUS
024600             ADD 1 TO WS-BAD-COUNT
024700     END-REWRITE.
024800 2300-ATTACH-CASE-EXIT.
024900     EXIT.
025000*****************************************************************
025100* 2400-STAMP-CASE - LAST-UPDATE FIELDS FOR A BATCH CHANGE
025200*****************************************************************
025300 2400-STAMP-CASE.
025400     MOVE "STRCASE" TO CS-UPD-USER.
025500     MOVE WS-NOW(1:8) TO CS-UPD-DATE.
025600     MOVE WS-NOW(9:6) TO CS-UPD-TIME.
025700 2400-STAMP-CASE-EXIT.
025800     EXIT.
025900 END PROGRAM STRCASE.
