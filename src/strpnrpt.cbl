000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPNRPT.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - PENDING PATTERN CHANGES AND
001100*                 SELF-APPROVED CHANGES FROM PATPEND
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
001500* PATTERN CHANGE CONTROL REPORT FOR THE STRING LIBRARY.
001600*
001700* READS THE PATPEND DATASET (STRPEND.CPY) IN KEY ORDER, TWICE,
001800* AND PRINTS
001900*   - EVERY CHANGE STILL AWAITING APPROVAL, WITH ITS MAKER,
002000*     WHEN IT WAS HELD AND HOW MANY DAYS IT HAS WAITED
002100*   - EVERY APPROVED CHANGE WHOSE CHECKER IS ALSO ITS MAKER.
002200*     STRPAPR REFUSES THESE, SO ANY LINE HERE MEANS THE
002300*     CONTROL WAS GOT ROUND - A CHANGE APPROVED UNDER A SHARED
002400*     OR BORROWED USER ID, OR A BATCH IMPORT WHOSE USER= CARD
002500*     NAMED THE CHECKER
002600*   - TOTALS OF CHANGES PENDING, APPROVED AND REJECTED
002700* DAYS WAITING RUN FROM PN-REQ-DATE TO TODAY.
002800*
002900* RETURN CODE 4 IF ANY SELF-APPROVED CHANGE IS LISTED, 16 IF
003000* PATPEND OR THE REPORT CANNOT BE OPENED.
003100*
003200* INPUT  : PATPEND   - KEYED PENDING CHANGE DATASET
003300* OUTPUT : PNDRPT    - 132-COLUMN PRINTABLE REPORT
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PATPEND ASSIGN TO "PATPEND"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS PN-KEY
004200         FILE STATUS IS PATPEND-STATUS.
004300     SELECT PNDRPT ASSIGN TO "PNDRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PNDRPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PATPEND.
004900 COPY "strpend.cpy".
005000 FD  PNDRPT.
005100 01  PNDRPT-REC                     PIC X(132).
005200 WORKING-STORAGE SECTION.
005300 COPY "strpat.cpy".
005400 01  FILE-STATUS-VALUES.
005500     05  PATPEND-STATUS             PIC X(02) VALUE "00".
005600         88  PATPEND-OK                        VALUE "00".
005700         88  PATPEND-NOT-FOUND                 VALUE "35".
005800     05  PNDRPT-STATUS              PIC X(02) VALUE "00".
005900         88  PNDRPT-OK                         VALUE "00".
006000 01  WS-SWITCHES.
006100     05  WS-PATPEND-EOF-SW          PIC X(01) VALUE "N".
006200         88  WS-PATPEND-EOF                    VALUE "Y".
006300 01  WS-COUNTERS.
006400     05  WS-READ-COUNT              PIC 9(09) USAGE BINARY
006500                                    VALUE ZERO.
006600     05  WS-PENDING-COUNT           PIC 9(09) USAGE BINARY
006700                                    VALUE ZERO.
006800     05  WS-APPROVED-COUNT          PIC 9(09) USAGE BINARY
006900                                    VALUE ZERO.
007000     05  WS-REJECTED-COUNT          PIC 9(09) USAGE BINARY
007100                                    VALUE ZERO.
007200     05  WS-SELF-COUNT              PIC 9(09) USAGE BINARY
007300                                    VALUE ZERO.
007400 77  WS-TODAY                       PIC 9(08) VALUE ZERO.
007500 77  WS-TODAY-INT                   PIC 9(09) USAGE BINARY
007600                                    VALUE ZERO.
007700 77  WS-WAIT-DAYS                   PIC 9(09) USAGE BINARY.
007800 01  WS-DATE-X                      PIC X(08).
007900 01  WS-DATE-9 REDEFINES WS-DATE-X  PIC 9(08).
008000 01  WS-LINE-COUNT                  PIC 9(03) USAGE BINARY
008100                                    VALUE 99.
008200 01  WS-PAGE-NUM                    PIC 9(05) USAGE BINARY
008300                                    VALUE ZERO.
008400 01  WS-LINES-PER-PAGE              PIC 9(03) USAGE BINARY
008500                                    VALUE 58.
008600 01  WS-PRINT-LINE                  PIC X(132).
008700 01  WS-HEAD-LINE.
008800     05  FILLER                     PIC X(08) VALUE "STRPNRPT".
008900     05  FILLER                     PIC X(30) VALUE SPACES.
009000     05  FILLER                     PIC X(34)
009100         VALUE "PATTERN CHANGE CONTROL REPORT     ".
009200     05  FILLER                     PIC X(26) VALUE SPACES.
009300     05  FILLER                     PIC X(09) VALUE "AS OF    ".
009400     05  HL-DATE                    PIC X(10).
009500     05  FILLER                     PIC X(06) VALUE "  PAGE".
009600     05  HL-PAGE                    PIC ZZZZ9.
009700 01  WS-PEND-HEAD-1.
009800     05  FILLER                     PIC X(132)
009900         VALUE "CHANGES AWAITING APPROVAL, IN PATTERN ORDER".
010000 01  WS-PEND-HEAD-2.
010100     05  FILLER                     PIC X(02) VALUE SPACES.
010200     05  FILLER                     PIC X(08) VALUE "PATTERN".
010300     05  FILLER                     PIC X(02) VALUE SPACES.
010400     05  FILLER                     PIC X(10) VALUE "ACTION".
010500     05  FILLER                     PIC X(02) VALUE SPACES.
010600     05  FILLER                     PIC X(08) VALUE "SOURCE".
010700     05  FILLER                     PIC X(02) VALUE SPACES.
010800     05  FILLER                     PIC X(08) VALUE "MADE BY".
010900     05  FILLER                     PIC X(02) VALUE SPACES.
011000     05  FILLER                     PIC X(15) VALUE "HELD".
011100     05  FILLER                     PIC X(02) VALUE SPACES.
011200     05  FILLER                     PIC X(06) VALUE "  DAYS".
011300     05  FILLER                     PIC X(02) VALUE SPACES.
011400     05  FILLER                     PIC X(40)
011500         VALUE "PATTERN TEXT AFTER THE CHANGE".
011600 01  WS-PEND-LINE.
011700     05  FILLER                     PIC X(02) VALUE SPACES.
011800     05  PL-PATTERN                 PIC X(08).
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  PL-ACTION                  PIC X(10).
012100     05  FILLER                     PIC X(02) VALUE SPACES.
012200     05  PL-SOURCE                  PIC X(08).
012300     05  FILLER                     PIC X(02) VALUE SPACES.
012400     05  PL-MAKER                   PIC X(08).
012500     05  FILLER                     PIC X(02) VALUE SPACES.
012600     05  PL-HELD-DATE               PIC X(08).
012700     05  FILLER                     PIC X(01) VALUE "-".
012800     05  PL-HELD-TIME               PIC X(06).
012900     05  FILLER                     PIC X(02) VALUE SPACES.
013000     05  PL-DAYS                    PIC ZZZZZ9.
013100     05  FILLER                     PIC X(02) VALUE SPACES.
013200     05  PL-TEXT                    PIC X(40).
013300 01  WS-SELF-HEAD-1.
013400     05  FILLER                     PIC X(132)
013500         VALUE "CHANGES APPROVED BY THE USER WHO MADE THEM".
013600 01  WS-SELF-HEAD-2.
013700     05  FILLER                     PIC X(02) VALUE SPACES.
013800     05  FILLER                     PIC X(08) VALUE "PATTERN".
013900     05  FILLER                     PIC X(02) VALUE SPACES.
014000     05  FILLER                     PIC X(10) VALUE "ACTION".
014100     05  FILLER                     PIC X(02) VALUE SPACES.
014200     05  FILLER                     PIC X(08) VALUE "SOURCE".
014300     05  FILLER                     PIC X(02) VALUE SPACES.
014400     05  FILLER                     PIC X(08) VALUE "USER".
014500     05  FILLER                     PIC X(02) VALUE SPACES.
014600     05  FILLER                     PIC X(15) VALUE "HELD".
014700     05  FILLER                     PIC X(02) VALUE SPACES.
014800     05  FILLER                     PIC X(15) VALUE "APPROVED".
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  FILLER                     PIC X(40) VALUE "NOTE".
015100 01  WS-SELF-LINE.
015200     05  FILLER                     PIC X(02) VALUE SPACES.
015300     05  XL-PATTERN                 PIC X(08).
015400     05  FILLER                     PIC X(02) VALUE SPACES.
015500     05  XL-ACTION                  PIC X(10).
015600     05  FILLER                     PIC X(02) VALUE SPACES.
015700     05  XL-SOURCE                  PIC X(08).
015800     05  FILLER                     PIC X(02) VALUE SPACES.
015900     05  XL-USER                    PIC X(08).
016000     05  FILLER                     PIC X(02) VALUE SPACES.
016100     05  XL-HELD-DATE               PIC X(08).
016200     05  FILLER                     PIC X(01) VALUE "-".
016300     05  XL-HELD-TIME               PIC X(06).
016400     05  FILLER                     PIC X(02) VALUE SPACES.
016500     05  XL-CHECK-DATE              PIC X(08).
016600     05  FILLER                     PIC X(01) VALUE "-".
016700     05  XL-CHECK-TIME              PIC X(06).
016800     05  FILLER                     PIC X(02) VALUE SPACES.
016900     05  XL-NOTE                    PIC X(40).
017000 01  WS-NONE-LINE.
017100     05  FILLER                     PIC X(02) VALUE SPACES.
017200     05  FILLER                     PIC X(130) VALUE "NONE".
017300 01  WS-SUMMARY-LINE.
017400     05  FILLER                     PIC X(02) VALUE SPACES.
017500     05  SL-TEXT                    PIC X(40).
017600     05  SL-COUNT                   PIC ZZZZZZZZ9.
017700 PROCEDURE DIVISION.
017800*****************************************************************
017900* 0000-MAINLINE
018000*****************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-INITIALIZE-EXIT.
018400     IF RETURN-CODE NOT = ZERO
018500         GO TO 0000-MAINLINE-GOBACK
018600     END-IF.
018700     MOVE WS-PEND-HEAD-1 TO WS-PRINT-LINE.
018800     PERFORM 9000-PRINT-LINE
018900         THRU 9000-PRINT-LINE-EXIT.
019000     MOVE WS-PEND-HEAD-2 TO WS-PRINT-LINE.
019100     PERFORM 9000-PRINT-LINE
019200         THRU 9000-PRINT-LINE-EXIT.
019300     PERFORM 2000-LIST-PENDING
019400         THRU 2000-LIST-PENDING-EXIT
019500         UNTIL WS-PATPEND-EOF.
019600     CLOSE PATPEND.
019700     IF WS-PENDING-COUNT = ZERO
019800         MOVE WS-NONE-LINE TO WS-PRINT-LINE
019900         PERFORM 9000-PRINT-LINE
020000             THRU 9000-PRINT-LINE-EXIT
020100     END-IF.
020200     MOVE SPACES TO WS-PRINT-LINE.
020300     PERFORM 9000-PRINT-LINE
020400         THRU 9000-PRINT-LINE-EXIT.
020500     MOVE WS-SELF-HEAD-1 TO WS-PRINT-LINE.
020600     PERFORM 9000-PRINT-LINE
020700         THRU 9000-PRINT-LINE-EXIT.
020800     MOVE WS-SELF-HEAD-2 TO WS-PRINT-LINE.
020900     PERFORM 9000-PRINT-LINE
021000         THRU 9000-PRINT-LINE-EXIT.
021100     MOVE "N" TO WS-PATPEND-EOF-SW.
021200     OPEN INPUT PATPEND.
021300     IF NOT PATPEND-OK
021400         DISPLAY "STRPNRPT: UNABLE TO REOPEN PATPEND, STATUS "
021500             PATPEND-STATUS
021600         MOVE 16 TO RETURN-CODE
021700         CLOSE PNDRPT
021800         GO TO 0000-MAINLINE-GOBACK
021900     END-IF.
022000     PERFORM 2100-READ-PENDING
022100         THRU 2100-READ-PENDING-EXIT.
022200     PERFORM 3000-LIST-SELF-APPROVED
022300         THRU 3000-LIST-SELF-APPROVED-EXIT
022400         UNTIL WS-PATPEND-EOF.
022500     CLOSE PATPEND.
022600     IF WS-SELF-COUNT = ZERO
022700         MOVE WS-NONE-LINE TO WS-PRINT-LINE
022800         PERFORM 9000-PRINT-LINE
022900             THRU 9000-PRINT-LINE-EXIT
023000     END-IF.
023100     MOVE SPACES TO WS-PRINT-LINE.
023200     PERFORM 9000-PRINT-LINE
023300         THRU 9000-PRINT-LINE-EXIT.
023400     PERFORM 8000-WRAP-UP
023500         THRU 8000-WRAP-UP-EXIT.
023600 0000-MAINLINE-GOBACK.
023700     GOBACK.
023800*****************************************************************
023900* 1000-INITIALIZE - OPEN PATPEND AND THE REPORT AND PRIME THE
024000* FIRST CHANGE. A MISSING PATPEND MEANS NO CHANGE HAS EVER
024100* BEEN HELD, WHICH IS AN ERROR FOR A JOB THAT RUNS AFTER THEM.
024200*****************************************************************
024300 1000-INITIALIZE.
024400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
024500     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
024600     OPEN INPUT PATPEND.
024700     IF PATPEND-NOT-FOUND
024800         DISPLAY "STRPNRPT: PATPEND NOT FOUND, NOTHING TO"
024900             " REPORT"
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 1000-INITIALIZE-EXIT
025200     END-IF.
025300     IF NOT PATPEND-OK
025400         DISPLAY "STRPNRPT: UNABLE TO OPEN PATPEND, STATUS "
025500             PATPEND-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     OPEN OUTPUT PNDRPT.
026000     IF NOT PNDRPT-OK
026100         DISPLAY "STRPNRPT: UNABLE TO OPEN PNDRPT, STATUS "
026200             PNDRPT-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     MOVE WS-TODAY TO WS-DATE-9.
026700     MOVE WS-DATE-X(1:4) TO HL-DATE(1:4).
026800     MOVE "-" TO HL-DATE(5:1).
026900     MOVE WS-DATE-X(5:2) TO HL-DATE(6:2).
027000     MOVE "-" TO HL-DATE(8:1).
027100     MOVE WS-DATE-X(7:2) TO HL-DATE(9:2).
027200     PERFORM 2100-READ-PENDING
027300         THRU 2100-READ-PENDING-EXIT.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600*****************************************************************
027700* 2000-LIST-PENDING - FIRST PASS: COUNT THE CHANGE IN HAND BY
027800* STATUS AND LIST IT IF IT IS STILL PENDING
027900*****************************************************************
028000 2000-LIST-PENDING.
028100     ADD 1 TO WS-READ-COUNT.
028200     EVALUATE TRUE
028300         WHEN PN-APPROVED
028400             ADD 1 TO WS-APPROVED-COUNT
028500         WHEN PN-REJECTED
028600             ADD 1 TO WS-REJECTED-COUNT
028700     END-EVALUATE.
028800     IF NOT PN-PENDING
028900         GO TO 2000-LIST-PENDING-NEXT
029000     END-IF.
029100     ADD 1 TO WS-PENDING-COUNT.
029200     MOVE PN-PAT-ID TO PL-PATTERN.
029300     MOVE PN-ACTION TO PL-ACTION.
029400     MOVE PN-SOURCE TO PL-SOURCE.
029500     MOVE PN-MAKER-USER TO PL-MAKER.
029600     MOVE PN-REQ-DATE TO PL-HELD-DATE.
029700     MOVE PN-REQ-TIME TO PL-HELD-TIME.
029800     MOVE ZERO TO WS-WAIT-DAYS.
029900     MOVE PN-REQ-DATE TO WS-DATE-X.
030000     IF WS-DATE-X IS NUMERIC
030100         IF WS-DATE-9 >= 19000101 AND WS-DATE-9 <= WS-TODAY
030200                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9)
030300                     = ZERO
030400             COMPUTE WS-WAIT-DAYS = WS-TODAY-INT
030500                 - FUNCTION INTEGER-OF-DATE(WS-DATE-9)
030600         END-IF
030700     END-IF.
030800     MOVE WS-WAIT-DAYS TO PL-DAYS.
030900     MOVE PN-AFTER-IMAGE TO PATTERN-REC.
031000     MOVE PR-TEXT TO PL-TEXT.
031100     MOVE WS-PEND-LINE TO WS-PRINT-LINE.
031200     PERFORM 9000-PRINT-LINE
031300         THRU 9000-PRINT-LINE-EXIT.
031400 2000-LIST-PENDING-NEXT.
031500     PERFORM 2100-READ-PENDING
031600         THRU 2100-READ-PENDING-EXIT.
031700 2000-LIST-PENDING-EXIT.
031800     EXIT.
031900*****************************************************************
032000* 2100-READ-PENDING - NEXT PATPEND RECORD IN KEY ORDER
032100*****************************************************************
032200 2100-READ-PENDING.
032300     READ PATPEND NEXT
032400         AT END
032500             SET WS-PATPEND-EOF TO TRUE
032600     END-READ.
032700 2100-READ-PENDING-EXIT.
032800     EXIT.
032900*****************************************************************
033000* 3000-LIST-SELF-APPROVED - SECOND PASS: LIST THE CHANGE IN HAND
033100* IF IT WAS APPROVED BY ITS OWN MAKER
033200*****************************************************************
033300 3000-LIST-SELF-APPROVED.
033400     IF PN-APPROVED AND PN-CHECKER-USER = PN-MAKER-USER
033500         ADD 1 TO WS-SELF-COUNT
033600         MOVE PN-PAT-ID TO XL-PATTERN
033700         MOVE PN-ACTION TO XL-ACTION
033800         MOVE PN-SOURCE TO XL-SOURCE
033900         MOVE PN-MAKER-USER TO XL-USER
034000         MOVE PN-REQ-DATE TO XL-HELD-DATE
034100         MOVE PN-REQ-TIME TO XL-HELD-TIME
034200         MOVE PN-CHECK-DATE TO XL-CHECK-DATE
034300         MOVE PN-CHECK-TIME TO XL-CHECK-TIME
034400         MOVE PN-NOTE TO XL-NOTE
034500         MOVE WS-SELF-LINE TO WS-PRINT-LINE
034600         PERFORM 9000-PRINT-LINE
034700             THRU 9000-PRINT-LINE-EXIT
034800     END-IF.
034900     PERFORM 2100-READ-PENDING
035000         THRU 2100-READ-PENDING-EXIT.
035100 3000-LIST-SELF-APPROVED-EXIT.
035200     EXIT.
035300*****************************************************************
035400* 8000-WRAP-UP - TOTALS, CLOSE THE REPORT, SET THE RETURN CODE
035500*****************************************************************
035600 8000-WRAP-UP.
035700     MOVE "CHANGES READ" TO SL-TEXT.
035800     MOVE WS-READ-COUNT TO SL-COUNT.
035900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
036000     PERFORM 9000-PRINT-LINE
036100         THRU 9000-PRINT-LINE-EXIT.
036200     MOVE "CHANGES AWAITING APPROVAL" TO SL-TEXT.
036300     MOVE WS-PENDING-COUNT TO SL-COUNT.
036400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
036500     PERFORM 9000-PRINT-LINE
036600         THRU 9000-PRINT-LINE-EXIT.
036700     MOVE "CHANGES APPROVED" TO SL-TEXT.
036800     MOVE WS-APPROVED-COUNT TO SL-COUNT.
036900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
037000     PERFORM 9000-PRINT-LINE
037100         THRU 9000-PRINT-LINE-EXIT.
037200     MOVE "CHANGES REJECTED" TO SL-TEXT.
037300     MOVE WS-REJECTED-COUNT TO SL-COUNT.
037400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
037500     PERFORM 9000-PRINT-LINE
037600         THRU 9000-PRINT-LINE-EXIT.
037700     MOVE "CHANGES APPROVED BY THEIR MAKER" TO SL-TEXT.
037800     MOVE WS-SELF-COUNT TO SL-COUNT.
037900     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
038000     PERFORM 9000-PRINT-LINE
038100         THRU 9000-PRINT-LINE-EXIT.
038200     CLOSE PNDRPT.
038300     DISPLAY "STRPNRPT: " WS-READ-COUNT " CHANGE(S) READ, "
038400         WS-PENDING-COUNT " PENDING, " WS-SELF-COUNT
038500         " SELF-APPROVED".
038600     IF WS-SELF-COUNT > ZERO
038700         MOVE 4 TO RETURN-CODE
038800     END-IF.
038900 8000-WRAP-UP-EXIT.
039000     EXIT.
039100*****************************************************************
039200* 9000-PRINT-LINE - WRITE WS-PRINT-LINE WITH PAGE CONTROL
039300*****************************************************************
039400 9000-PRINT-LINE.
039500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039600         ADD 1 TO WS-PAGE-NUM
039700         MOVE WS-PAGE-NUM TO HL-PAGE
039800         WRITE PNDRPT-REC FROM WS-HEAD-LINE AFTER PAGE
039900         MOVE SPACES TO PNDRPT-REC
040000         WRITE PNDRPT-REC
040100         MOVE 2 TO WS-LINE-COUNT
040200     END-IF.
040300     WRITE PNDRPT-REC FROM WS-PRINT-LINE.
040400     ADD 1 TO WS-LINE-COUNT.
040500     MOVE SPACES TO WS-PRINT-LINE.
040600 9000-PRINT-LINE-EXIT.
040700     EXIT.
040800 END PROGRAM STRPNRPT.
