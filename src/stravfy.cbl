000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRAVFY.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - INTEGRITY CHECK OF THE
001100*                 SEALED STRAUDIT CHAIN AND ITS ARCHIVES
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
001500* AUDIT LOG INTEGRITY VERIFICATION FOR THE STRING LIBRARY.
001600*
001700* STRLOG SEALS EVERY STRAUDIT RECORD WITH A SEQUENCE NUMBER AND
001800* A CHECK VALUE CHAINED FROM THE RECORD BEFORE IT (STRAUD.CPY).
001900* THIS JOB WALKS THE ARCHIVED GENERATIONS CUT BY STRAHKP, OLDEST
002000* FIRST, AND THEN THE LIVE LOG, AS ONE CHAIN, RECOMPUTES EVERY
002100* CHECK VALUE WITH STRSEAL, AND LISTS ON VFYRPT
002200*   GAP     - SEQUENCE NUMBERS MISSING: RECORDS REMOVED, OR AN
002300*             ARCHIVE GENERATION LEFT OUT OF THE CONCATENATION
002400*   BREAK   - A SEQUENCE NUMBER OUT OF ORDER OR REPEATED, AN
002500*             UNSEALED RECORD INSIDE THE CHAIN, OR A CHAIN
002600*             ANCHOR THAT DOES NOT MATCH THE RECORD BEFORE IT
002700*   ALTERED - THE CHECK VALUE DOES NOT MATCH THE RECORD: IT,
002800*             OR (IF IT WAS RESEALED) THE RECORD BEFORE IT,
002900*             HAS BEEN CHANGED SINCE STRLOG WROTE IT
003000* AFTER EACH FINDING THE WALK PICKS THE CHAIN UP AGAIN FROM THE
003100* RECORD IN HAND, SO ONE EDIT IS REPORTED ONCE, NOT ONCE FOR
003200* EVERY RECORD AFTER IT.
003300*
003400* RECORDS WRITTEN BEFORE THE LOG WAS SEALED ARE ACCEPTED AND
003500* COUNTED ONLY AHEAD OF THE FIRST SEALED RECORD. A CHAIN ANCHOR
003600* LEFT BY STRAHKP STARTS THE CHAIN WHEN NOTHING CAME BEFORE IT
003700* IN THE LIVE LOG VERIFIED ON ITS OWN, AND OTHERWISE MUST REPEAT
003800* THE SEQUENCE NUMBER AND CHECK VALUE OF THE RECORD BEFORE IT.
003900* WHEN ARCHFILE IS SUPPLIED THE CHAIN MUST START AT SEQUENCE 1:
004000* AN ANCHOR AT THE FRONT OF IT MEANS THE OLDER GENERATIONS WERE
004100* LEFT OUT, AND IS A GAP UNLESS FROMANCHOR=Y SAYS THEY HAVE GONE
004200* FOR GOOD UNDER THE RETENTION RULES.
004300* THE LAST SEQUENCE NUMBER AND CHECK VALUE ARE PRINTED SO THEY
004400* CAN BE COMPARED WITH THE NEXT RUN - RECORDS CUT FROM THE END
004500* OF THE LOG LEAVE NO OTHER TRACE.
004600*
004700* RETURN CODE 8 IF ANY FINDING IS LISTED, 16 IF STRAUDIT OR THE
004800* REPORT CANNOT BE OPENED OR A FILE CANNOT BE READ.
004900*
005000* INPUT  : ARCHFILE  - OPTIONAL: THE ARCHFILE GENERATIONS
005100*                      WRITTEN BY STRAHKP, CONCATENATED OLDEST
005200*                      FIRST. LEAVE IT OUT TO VERIFY THE LIVE
005300*                      LOG FROM ITS CHAIN ANCHOR ONWARD
005400*          STRAUDIT  - THE LIVE AUDIT LOG
005500*          VFYCTL    - OPTIONAL CONTROL CARDS, ONE PER RECORD:
005600*                      *        COMMENT CARD
005700*                      FROMANCHOR=Y  LET THE ARCHFILE CHAIN
005800*                                   START AT A CHAIN ANCHOR
005900* OUTPUT : VFYRPT    - 132-COLUMN PRINTABLE REPORT
006000*****************************************************************
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT ARCHFILE ASSIGN TO "ARCHFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS ARCHFILE-STATUS.
006700     SELECT AUDLOG ASSIGN TO "STRAUDIT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS AUDLOG-STATUS.
007000     SELECT VFYCTL ASSIGN TO "VFYCTL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS VFYCTL-STATUS.
007300     SELECT VFYRPT ASSIGN TO "VFYRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS VFYRPT-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  ARCHFILE.
007900 01  ARCHFILE-REC                   PIC X(120).
008000 FD  AUDLOG.
008100 01  AUDLOG-REC                     PIC X(120).
008200 FD  VFYCTL.
008300 01  VFYCTL-REC                     PIC X(80).
008400 FD  VFYRPT.
008500 01  VFYRPT-REC                     PIC X(132).
008600 WORKING-STORAGE SECTION.
008700 COPY "straud.cpy".
008800 01  FILE-STATUS-VALUES.
008900     05  ARCHFILE-STATUS            PIC X(02) VALUE "00".
009000         88  ARCHFILE-OK                       VALUE "00".
009100         88  ARCHFILE-EOF-STATUS               VALUE "10".
009200         88  ARCHFILE-NOT-FOUND                VALUE "35".
009300     05  AUDLOG-STATUS              PIC X(02) VALUE "00".
009400         88  AUDLOG-OK                         VALUE "00".
009500         88  AUDLOG-EOF-STATUS                 VALUE "10".
009600         88  AUDLOG-NOT-FOUND                  VALUE "35".
009700     05  VFYCTL-STATUS              PIC X(02) VALUE "00".
009800         88  VFYCTL-OK                         VALUE "00".
009900         88  VFYCTL-NOT-FOUND                  VALUE "35".
010000     05  VFYRPT-STATUS              PIC X(02) VALUE "00".
010100         88  VFYRPT-OK                         VALUE "00".
010200 01  WS-SWITCHES.
010300     05  WS-ARCHFILE-EOF-SW         PIC X(01) VALUE "N".
010400         88  WS-ARCHFILE-EOF                   VALUE "Y".
010500     05  WS-AUDLOG-EOF-SW           PIC X(01) VALUE "N".
010600         88  WS-AUDLOG-EOF                     VALUE "Y".
010700     05  WS-ARCHIVE-SW              PIC X(01) VALUE "N".
010800         88  WS-ARCHIVE-PRESENT                VALUE "Y".
010900     05  WS-CHAIN-SW                PIC X(01) VALUE "N".
011000         88  WS-CHAIN-STARTED                  VALUE "Y".
011100     05  WS-VFYCTL-EOF-SW           PIC X(01) VALUE "N".
011200         88  WS-VFYCTL-EOF                     VALUE "Y".
011300     05  WS-FROM-ANCHOR-SW          PIC X(01) VALUE "N".
011400         88  WS-FROM-ANCHOR-OK                 VALUE "Y".
011500 01  WS-CHAIN-STATE.
011600     05  WS-PREV-SEQ                PIC 9(09) VALUE ZERO.
011700     05  WS-PREV-CHECK              PIC 9(18) VALUE ZERO.
011800     05  WS-NEXT-SEQ                PIC 9(09) VALUE ZERO.
011900     05  WS-CALC-CHECK              PIC 9(18) VALUE ZERO.
012000 01  WS-SEAL-LEN                    PIC 9(09) USAGE BINARY
012100                                    VALUE 101.
012200 01  WS-SOURCE                      PIC X(08) VALUE SPACES.
012300 01  WS-COUNTERS.
012400     05  WS-ARCH-READ               PIC 9(09) USAGE BINARY
012500                                    VALUE ZERO.
012600     05  WS-LIVE-READ               PIC 9(09) USAGE BINARY
012700                                    VALUE ZERO.
012800     05  WS-FILE-REC-NUM            PIC 9(09) USAGE BINARY
012900                                    VALUE ZERO.
013000     05  WS-LEGACY-COUNT            PIC 9(09) USAGE BINARY
013100                                    VALUE ZERO.
013200     05  WS-ANCHOR-COUNT            PIC 9(09) USAGE BINARY
013300                                    VALUE ZERO.
013400     05  WS-SEALED-COUNT            PIC 9(09) USAGE BINARY
013500                                    VALUE ZERO.
013600     05  WS-GAP-COUNT               PIC 9(09) USAGE BINARY
013700                                    VALUE ZERO.
013800     05  WS-BREAK-COUNT             PIC 9(09) USAGE BINARY
013900                                    VALUE ZERO.
014000     05  WS-ALTERED-COUNT           PIC 9(09) USAGE BINARY
014100                                    VALUE ZERO.
014200     05  WS-FINDING-COUNT           PIC 9(09) USAGE BINARY
014300                                    VALUE ZERO.
014400 01  WS-LINE-COUNT                  PIC 9(03) USAGE BINARY
014500                                    VALUE 99.
014600 01  WS-PAGE-NUM                    PIC 9(05) USAGE BINARY
014700                                    VALUE ZERO.
014800 01  WS-LINES-PER-PAGE              PIC 9(03) USAGE BINARY
014900                                    VALUE 58.
015000 01  WS-PRINT-LINE                  PIC X(132).
015100 01  WS-HEAD-LINE.
015200     05  FILLER                     PIC X(08) VALUE "STRAVFY ".
015300     05  FILLER                     PIC X(30) VALUE SPACES.
015400     05  FILLER                     PIC X(34)
015500         VALUE "AUDIT LOG INTEGRITY VERIFICATION  ".
015600     05  FILLER                     PIC X(26) VALUE SPACES.
015700     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
015800     05  HL-DATE                    PIC X(10).
015900     05  FILLER                     PIC X(06) VALUE "  PAGE".
016000     05  HL-PAGE                    PIC ZZZZ9.
016100 01  WS-FIND-HEAD-1.
016200     05  FILLER                     PIC X(132)
016300         VALUE "FINDINGS, IN CHAIN ORDER".
016400 01  WS-FIND-HEAD-2.
016500     05  FILLER                     PIC X(02) VALUE SPACES.
016600     05  FILLER                     PIC X(08) VALUE "FINDING".
016700     05  FILLER                     PIC X(02) VALUE SPACES.
016800     05  FILLER                     PIC X(08) VALUE "FILE".
016900     05  FILLER                     PIC X(02) VALUE SPACES.
017000     05  FILLER                     PIC X(09) VALUE "   RECORD".
017100     05  FILLER                     PIC X(02) VALUE SPACES.
017200     05  FILLER                     PIC X(09) VALUE "SEQUENCE".
017300     05  FILLER                     PIC X(02) VALUE SPACES.
017400     05  FILLER                     PIC X(09) VALUE "EXPECTED".
017500     05  FILLER                     PIC X(02) VALUE SPACES.
017600     05  FILLER                     PIC X(21) VALUE "TIMESTAMP".
017700     05  FILLER                     PIC X(02) VALUE SPACES.
017800     05  FILLER                     PIC X(44) VALUE "DETAIL".
017900 01  WS-FIND-LINE.
018000     05  FILLER                     PIC X(02) VALUE SPACES.
018100     05  FL-FINDING                 PIC X(08).
018200     05  FILLER                     PIC X(02) VALUE SPACES.
018300     05  FL-SOURCE                  PIC X(08).
018400     05  FILLER                     PIC X(02) VALUE SPACES.
018500     05  FL-RECORD                  PIC ZZZZZZZZ9.
018600     05  FILLER                     PIC X(02) VALUE SPACES.
018700     05  FL-SEQ                     PIC X(09).
018800     05  FILLER                     PIC X(02) VALUE SPACES.
018900     05  FL-EXPECTED                PIC 9(09).
019000     05  FILLER                     PIC X(02) VALUE SPACES.
019100     05  FL-TIMESTAMP               PIC X(21).
019200     05  FILLER                     PIC X(02) VALUE SPACES.
019300     05  FL-DETAIL                  PIC X(44).
019400 01  WS-NONE-LINE.
019500     05  FILLER                     PIC X(02) VALUE SPACES.
019600     05  FILLER                     PIC X(130) VALUE "NONE".
019700 01  WS-SUMMARY-LINE.
019800     05  FILLER                     PIC X(02) VALUE SPACES.
019900     05  SL-TEXT                    PIC X(40).
020000     05  SL-COUNT                   PIC ZZZZZZZZ9.
020100 01  WS-CHECK-LINE.
020200     05  FILLER                     PIC X(02) VALUE SPACES.
020300     05  FILLER                     PIC X(40)
020400         VALUE "LAST CHECK VALUE".
020500     05  CK-CHECK                   PIC 9(18).
020600 01  WS-VERDICT-LINE.
020700     05  FILLER                     PIC X(02) VALUE SPACES.
020800     05  FILLER                     PIC X(40)
020900         VALUE "VERDICT".
021000     05  VL-VERDICT                 PIC X(40).
021100 PROCEDURE DIVISION.
021200*****************************************************************
021300* 0000-MAINLINE
021400*****************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE
021700         THRU 1000-INITIALIZE-EXIT.
021800     IF RETURN-CODE NOT = ZERO
021900         GO TO 0000-MAINLINE-GOBACK
022000     END-IF.
022100     MOVE WS-FIND-HEAD-1 TO WS-PRINT-LINE.
022200     PERFORM 9000-PRINT-LINE
022300         THRU 9000-PRINT-LINE-EXIT.
022400     MOVE WS-FIND-HEAD-2 TO WS-PRINT-LINE.
022500     PERFORM 9000-PRINT-LINE
022600         THRU 9000-PRINT-LINE-EXIT.
022700     IF WS-ARCHIVE-PRESENT
022800         MOVE "ARCHFILE" TO WS-SOURCE
022900         MOVE ZERO TO WS-FILE-REC-NUM
023000         PERFORM 2100-READ-ARCHIVE
023100             THRU 2100-READ-ARCHIVE-EXIT
023200         PERFORM 2000-CHECK-ARCHIVE
023300             THRU 2000-CHECK-ARCHIVE-EXIT
023400             UNTIL WS-ARCHFILE-EOF
023500         CLOSE ARCHFILE
023600     END-IF.
023700     IF RETURN-CODE = ZERO
023800         MOVE "STRAUDIT" TO WS-SOURCE
023900         MOVE ZERO TO WS-FILE-REC-NUM
024000         PERFORM 2300-READ-LIVE
024100             THRU 2300-READ-LIVE-EXIT
024200         PERFORM 2200-CHECK-LIVE
024300             THRU 2200-CHECK-LIVE-EXIT
024400             UNTIL WS-AUDLOG-EOF
024500     END-IF.
024600     CLOSE AUDLOG.
024700     IF WS-FINDING-COUNT = ZERO
024800         MOVE WS-NONE-LINE TO WS-PRINT-LINE
024900         PERFORM 9000-PRINT-LINE
025000             THRU 9000-PRINT-LINE-EXIT
025100     END-IF.
025200     MOVE SPACES TO WS-PRINT-LINE.
025300     PERFORM 9000-PRINT-LINE
025400         THRU 9000-PRINT-LINE-EXIT.
025500     PERFORM 8000-WRAP-UP
025600         THRU 8000-WRAP-UP-EXIT.
025700 0000-MAINLINE-GOBACK.
025800     GOBACK.
025900*****************************************************************
026000* 1000-INITIALIZE - READ THE CONTROL CARDS AND OPEN THE FILES.
026100* A MISSING VFYCTL IS NO CARDS. A MISSING ARCHFILE MEANS
026200* THE LIVE LOG IS VERIFIED ON ITS OWN; A MISSING STRAUDIT IS AN
026300* ERROR - THERE IS NOTHING TO VOUCH FOR.
026400*****************************************************************
026500 1000-INITIALIZE.
026600     MOVE FUNCTION CURRENT-DATE(1:4) TO HL-DATE(1:4).
026700     MOVE "-" TO HL-DATE(5:1).
026800     MOVE FUNCTION CURRENT-DATE(5:2) TO HL-DATE(6:2).
026900     MOVE "-" TO HL-DATE(8:1).
027000     MOVE FUNCTION CURRENT-DATE(7:2) TO HL-DATE(9:2).
027100     OPEN INPUT VFYCTL.
027200     IF VFYCTL-NOT-FOUND
027300         SET WS-VFYCTL-EOF TO TRUE
027400     ELSE
027500         IF NOT VFYCTL-OK
027600             DISPLAY "STRAVFY: UNABLE TO OPEN VFYCTL, STATUS "
027700                 VFYCTL-STATUS
027800             MOVE 16 TO RETURN-CODE
027900             GO TO 1000-INITIALIZE-EXIT
028000         END-IF
028100         PERFORM 1100-READ-CONTROL
028200             THRU 1100-READ-CONTROL-EXIT
028300             UNTIL WS-VFYCTL-EOF
028400         CLOSE VFYCTL
028500     END-IF.
028600     OPEN INPUT AUDLOG.
028700     IF AUDLOG-NOT-FOUND
028800         DISPLAY "STRAVFY: STRAUDIT NOT FOUND, NOTHING TO"
028900             " VERIFY"
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 1000-INITIALIZE-EXIT
029200     END-IF.
029300     IF NOT AUDLOG-OK
029400         DISPLAY "STRAVFY: UNABLE TO OPEN STRAUDIT, STATUS "
029500             AUDLOG-STATUS
029600         MOVE 16 TO RETURN-CODE
029700         GO TO 1000-INITIALIZE-EXIT
029800     END-IF.
029900     OPEN INPUT ARCHFILE.
030000     IF ARCHFILE-NOT-FOUND
030100         DISPLAY "STRAVFY: NO ARCHFILE, VERIFYING STRAUDIT"
030200             " ON ITS OWN"
030300     ELSE
030400         IF NOT ARCHFILE-OK
030500             DISPLAY "STRAVFY: UNABLE TO OPEN ARCHFILE, STATUS "
030600                 ARCHFILE-STATUS
030700             MOVE 16 TO RETURN-CODE
030800             CLOSE AUDLOG
030900             GO TO 1000-INITIALIZE-EXIT
031000         END-IF
031100         SET WS-ARCHIVE-PRESENT TO TRUE
031200     END-IF.
031300     OPEN OUTPUT VFYRPT.
031400     IF NOT VFYRPT-OK
031500         DISPLAY "STRAVFY: UNABLE TO OPEN VFYRPT, STATUS "
031600             VFYRPT-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         CLOSE AUDLOG
031900         IF WS-ARCHIVE-PRESENT
032000             CLOSE ARCHFILE
032100         END-IF
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600*****************************************************************
032700* 1100-READ-CONTROL - APPLY ONE VFYCTL CONTROL CARD. BLANK
032800* CARDS AND CARDS STARTING "*" ARE COMMENTS. AN UNRECOGNIZED
032900* CARD IS REPORTED AND IGNORED.
033000*****************************************************************
033100 1100-READ-CONTROL.
033200     READ VFYCTL
033300         AT END
033400             SET WS-VFYCTL-EOF TO TRUE
033500             GO TO 1100-READ-CONTROL-EXIT
033600     END-READ.
033700     IF VFYCTL-REC = SPACES OR VFYCTL-REC(1:1) = "*"
033800         GO TO 1100-READ-CONTROL-EXIT
033900     END-IF.
034000     EVALUATE TRUE
034100         WHEN VFYCTL-REC(1:12) = "FROMANCHOR=Y"
034200             SET WS-FROM-ANCHOR-OK TO TRUE
034300         WHEN VFYCTL-REC(1:12) = "FROMANCHOR=N"
034400             MOVE "N" TO WS-FROM-ANCHOR-SW
034500         WHEN OTHER
034600             DISPLAY "STRAVFY: UNKNOWN CONTROL CARD IGNORED: "
034700                 VFYCTL-REC
034800     END-EVALUATE.
034900 1100-READ-CONTROL-EXIT.
035000     EXIT.
035100*****************************************************************
035200* 2000-CHECK-ARCHIVE - VERIFY ONE ARCHIVED RECORD AND READ THE
035300* NEXT
035400*****************************************************************
035500 2000-CHECK-ARCHIVE.
035600     ADD 1 TO WS-ARCH-READ.
035700     ADD 1 TO WS-FILE-REC-NUM.
035800     MOVE ARCHFILE-REC TO AUDIT-REC.
035900     PERFORM 3000-CHECK-RECORD
036000         THRU 3000-CHECK-RECORD-EXIT.
036100     PERFORM 2100-READ-ARCHIVE
036200         THRU 2100-READ-ARCHIVE-EXIT.
036300 2000-CHECK-ARCHIVE-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 2100-READ-ARCHIVE - GET THE NEXT ARCHIVED RECORD. A READ
036700* ERROR ENDS THE RUN 16 - A CHAIN WALKED ONLY IN PART PROVES
036800* NOTHING.
036900*****************************************************************
037000 2100-READ-ARCHIVE.
037100     READ ARCHFILE
037200         AT END
037300             SET WS-ARCHFILE-EOF TO TRUE
037400             GO TO 2100-READ-ARCHIVE-EXIT
037500     END-READ.
037600     IF NOT ARCHFILE-OK
037700         DISPLAY "STRAVFY: UNABLE TO READ ARCHFILE, STATUS "
037800             ARCHFILE-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         SET WS-ARCHFILE-EOF TO TRUE
038100     END-IF.
038200 2100-READ-ARCHIVE-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 2200-CHECK-LIVE - VERIFY ONE LIVE LOG RECORD AND READ THE
038600* NEXT
038700*****************************************************************
038800 2200-CHECK-LIVE.
038900     ADD 1 TO WS-LIVE-READ.
039000     ADD 1 TO WS-FILE-REC-NUM.
039100     MOVE AUDLOG-REC TO AUDIT-REC.
039200     PERFORM 3000-CHECK-RECORD
039300         THRU 3000-CHECK-RECORD-EXIT.
039400     PERFORM 2300-READ-LIVE
039500         THRU 2300-READ-LIVE-EXIT.
039600 2200-CHECK-LIVE-EXIT.
039700     EXIT.
039800*****************************************************************
039900* 2300-READ-LIVE - GET THE NEXT LIVE LOG RECORD
040000*****************************************************************
040100 2300-READ-LIVE.
040200     READ AUDLOG
040300         AT END
040400             SET WS-AUDLOG-EOF TO TRUE
040500             GO TO 2300-READ-LIVE-EXIT
040600     END-READ.
040700     IF NOT AUDLOG-OK
040800         DISPLAY "STRAVFY: UNABLE TO READ STRAUDIT, STATUS "
040900             AUDLOG-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         SET WS-AUDLOG-EOF TO TRUE
041200     END-IF.
041300 2300-READ-LIVE-EXIT.
041400     EXIT.
041500*****************************************************************
041600* 3000-CHECK-RECORD - VERIFY AUDIT-REC AGAINST THE CHAIN SO FAR.
041700* WS-PREV-SEQ AND WS-PREV-CHECK ARE THE SEQUENCE NUMBER AND
041800* CHECK VALUE OF THE LAST SEALED RECORD (ZERO BEFORE THE FIRST);
041900* WHATEVER IS FOUND, THEY ARE RESET FROM THE RECORD IN HAND SO
042000* THE WALK CARRIES ON FROM IT.
042100*****************************************************************
042200 3000-CHECK-RECORD.
042300     COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1.
042400     IF AD-SEQ-X IS NOT NUMERIC OR AD-CHECK-X IS NOT NUMERIC
042500         PERFORM 3100-CHECK-UNSEALED
042600             THRU 3100-CHECK-UNSEALED-EXIT
042700         GO TO 3000-CHECK-RECORD-EXIT
042800     END-IF.
042900     IF AD-CHAIN-ANCHOR
043000         PERFORM 3200-CHECK-ANCHOR
043100             THRU 3200-CHECK-ANCHOR-EXIT
043200         GO TO 3000-CHECK-RECORD-EXIT
043300     END-IF.
043400     ADD 1 TO WS-SEALED-COUNT.
043500     EVALUATE TRUE
043600         WHEN AD-SEQ > WS-NEXT-SEQ
043700             MOVE "GAP" TO FL-FINDING
043800             MOVE "SEQUENCE NUMBERS MISSING BEFORE THIS RECORD"
043900                 TO FL-DETAIL
044000             PERFORM 3900-REPORT-FINDING
044100                 THRU 3900-REPORT-FINDING-EXIT
044200         WHEN AD-SEQ < WS-NEXT-SEQ
044300             MOVE "BREAK" TO FL-FINDING
044400             MOVE "SEQUENCE NUMBER OUT OF ORDER OR REPEATED"
044500                 TO FL-DETAIL
044600             PERFORM 3900-REPORT-FINDING
044700                 THRU 3900-REPORT-FINDING-EXIT
044800         WHEN OTHER
044900             CALL "strseal" USING
045000                 BY CONTENT WS-PREV-CHECK
045100                 BY REFERENCE AD-SEALED-PART
045200                 BY CONTENT WS-SEAL-LEN
045300                 BY REFERENCE WS-CALC-CHECK
045400             IF WS-CALC-CHECK NOT = AD-CHECK
045500                 MOVE "ALTERED" TO FL-FINDING
045600                 MOVE "CHECK VALUE DOES NOT MATCH THE RECORD"
045700                     TO FL-DETAIL
045800                 PERFORM 3900-REPORT-FINDING
045900                     THRU 3900-REPORT-FINDING-EXIT
046000             END-IF
046100     END-EVALUATE.
046200     SET WS-CHAIN-STARTED TO TRUE.
046300     MOVE AD-SEQ TO WS-PREV-SEQ.
046400     MOVE AD-CHECK TO WS-PREV-CHECK.
046500 3000-CHECK-RECORD-EXIT.
046600     EXIT.
046700*****************************************************************
046800* 3100-CHECK-UNSEALED - A RECORD WITHOUT A SEQUENCE NUMBER OR
046900* CHECK VALUE. AHEAD OF THE CHAIN IT IS A RECORD FROM BEFORE
047000* THE LOG WAS SEALED; INSIDE THE CHAIN IT CANNOT BE VOUCHED
047100* FOR AND IS A BREAK. AN ANCHOR WITHOUT THEM IS ALWAYS A BREAK.
047200*****************************************************************
047300 3100-CHECK-UNSEALED.
047400     IF NOT WS-CHAIN-STARTED AND NOT AD-CHAIN-ANCHOR
047500         ADD 1 TO WS-LEGACY-COUNT
047600         GO TO 3100-CHECK-UNSEALED-EXIT
047700     END-IF.
047800     MOVE "BREAK" TO FL-FINDING.
047900     IF AD-CHAIN-ANCHOR
048000         MOVE "CHAIN ANCHOR WITHOUT SEQUENCE OR CHECK VALUE"
048100             TO FL-DETAIL
048200     ELSE
048300         MOVE "UNSEALED RECORD INSIDE THE CHAIN" TO FL-DETAIL
048400     END-IF.
048500     PERFORM 3900-REPORT-FINDING
048600         THRU 3900-REPORT-FINDING-EXIT.
048700 3100-CHECK-UNSEALED-EXIT.
048800     EXIT.
048900*****************************************************************
049000* 3200-CHECK-ANCHOR - A CHAIN ANCHOR LEFT BY STRAHKP. AHEAD OF
049100* THE CHAIN IT STARTS IT - AT THE FRONT OF ARCHFILE ONLY WHEN
049200* FROMANCHOR=Y ALLOWS; INSIDE THE CHAIN IT MUST REPEAT THE
049300* RECORD BEFORE IT EXACTLY.
049400*****************************************************************
049500 3200-CHECK-ANCHOR.
049600     ADD 1 TO WS-ANCHOR-COUNT.
049700     IF NOT WS-CHAIN-STARTED
049800         IF WS-SOURCE = "ARCHFILE" AND NOT WS-FROM-ANCHOR-OK
049900             MOVE "GAP" TO FL-FINDING
050000             MOVE "OLDER ARCHIVE GENERATIONS ARE MISSING"
050100                 TO FL-DETAIL
050200             PERFORM 3900-REPORT-FINDING
050300                 THRU 3900-REPORT-FINDING-EXIT
050400         END-IF
050500         GO TO 3200-CHECK-ANCHOR-NEXT
050600     END-IF.
050700     MOVE WS-PREV-SEQ TO WS-NEXT-SEQ.
050800     EVALUATE TRUE
050900         WHEN AD-SEQ = WS-PREV-SEQ
051000                 AND AD-CHECK = WS-PREV-CHECK
051100             CONTINUE
051200         WHEN AD-SEQ > WS-PREV-SEQ
051300             MOVE "GAP" TO FL-FINDING
051400             MOVE "CHAIN ANCHOR SKIPS PAST THE RECORD BEFORE IT"
051500                 TO FL-DETAIL
051600             PERFORM 3900-REPORT-FINDING
051700                 THRU 3900-REPORT-FINDING-EXIT
051800         WHEN OTHER
051900             MOVE "BREAK" TO FL-FINDING
052000             MOVE "CHAIN ANCHOR DOES NOT MATCH PRIOR RECORD"
052100                 TO FL-DETAIL
052200             PERFORM 3900-REPORT-FINDING
052300                 THRU 3900-REPORT-FINDING-EXIT
052400     END-EVALUATE.
052500 3200-CHECK-ANCHOR-NEXT.
052600     SET WS-CHAIN-STARTED TO TRUE.
052700     MOVE AD-SEQ TO WS-PREV-SEQ.
052800     MOVE AD-CHECK TO WS-PREV-CHECK.
052900 3200-CHECK-ANCHOR-EXIT.
053000     EXIT.
053100*****************************************************************
053200* 3900-REPORT-FINDING - PRINT ONE FINDING FOR THE RECORD IN
053300* HAND. THE CALLER HAS SET FL-FINDING AND FL-DETAIL.
053400*****************************************************************
053500 3900-REPORT-FINDING.
053600     ADD 1 TO WS-FINDING-COUNT.
053700     EVALUATE FL-FINDING
053800         WHEN "GAP"
053900             ADD 1 TO WS-GAP-COUNT
054000         WHEN "BREAK"
054100             ADD 1 TO WS-BREAK-COUNT
054200         WHEN OTHER
054300             ADD 1 TO WS-ALTERED-COUNT
054400     END-EVALUATE.
054500     MOVE WS-SOURCE TO FL-SOURCE.
054600     MOVE WS-FILE-REC-NUM TO FL-RECORD.
054700     MOVE AD-SEQ-X TO FL-SEQ.
054800     MOVE WS-NEXT-SEQ TO FL-EXPECTED.
054900     MOVE AD-TIMESTAMP TO FL-TIMESTAMP.
055000     MOVE WS-FIND-LINE TO WS-PRINT-LINE.
055100     PERFORM 9000-PRINT-LINE
055200         THRU 9000-PRINT-LINE-EXIT.
055300 3900-REPORT-FINDING-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 8000-WRAP-UP - TOTALS, WHERE THE CHAIN ENDS, THE VERDICT, AND
055700* THE RETURN CODE
055800*****************************************************************
055900 8000-WRAP-UP.
056000     MOVE "ARCHIVED RECORDS READ" TO SL-TEXT.
056100     MOVE WS-ARCH-READ TO SL-COUNT.
056200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
056300     PERFORM 9000-PRINT-LINE
056400         THRU 9000-PRINT-LINE-EXIT.
056500     MOVE "LIVE LOG RECORDS READ" TO SL-TEXT.
056600     MOVE WS-LIVE-READ TO SL-COUNT.
056700     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
056800     PERFORM 9000-PRINT-LINE
056900         THRU 9000-PRINT-LINE-EXIT.
057000     MOVE "RECORDS FROM BEFORE SEALING" TO SL-TEXT.
057100     MOVE WS-LEGACY-COUNT TO SL-COUNT.
057200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
057300     PERFORM 9000-PRINT-LINE
057400         THRU 9000-PRINT-LINE-EXIT.
057500     MOVE "CHAIN ANCHORS" TO SL-TEXT.
057600     MOVE WS-ANCHOR-COUNT TO SL-COUNT.
057700     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
057800     PERFORM 9000-PRINT-LINE
057900         THRU 9000-PRINT-LINE-EXIT.
058000     MOVE "SEALED RECORDS CHECKED" TO SL-TEXT.
058100     MOVE WS-SEALED-COUNT TO SL-COUNT.
058200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
058300     PERFORM 9000-PRINT-LINE
058400         THRU 9000-PRINT-LINE-EXIT.
058500     MOVE "GAPS" TO SL-TEXT.
058600     MOVE WS-GAP-COUNT TO SL-COUNT.
058700     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
058800     PERFORM 9000-PRINT-LINE
058900         THRU 9000-PRINT-LINE-EXIT.
059000     MOVE "BREAKS" TO SL-TEXT.
059100     MOVE WS-BREAK-COUNT TO SL-COUNT.
059200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
059300     PERFORM 9000-PRINT-LINE
059400         THRU 9000-PRINT-LINE-EXIT.
059500     MOVE "ALTERED RECORDS" TO SL-TEXT.
059600     MOVE WS-ALTERED-COUNT TO SL-COUNT.
059700     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
059800     PERFORM 9000-PRINT-LINE
059900         THRU 9000-PRINT-LINE-EXIT.
060000     MOVE "LAST SEQUENCE NUMBER" TO SL-TEXT.
060100     MOVE WS-PREV-SEQ TO SL-COUNT.
060200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
060300     PERFORM 9000-PRINT-LINE
060400         THRU 9000-PRINT-LINE-EXIT.
060500     MOVE WS-PREV-CHECK TO CK-CHECK.
060600     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
060700     PERFORM 9000-PRINT-LINE
060800         THRU 9000-PRINT-LINE-EXIT.
060900     EVALUATE TRUE
061000         WHEN RETURN-CODE NOT = ZERO
061100             MOVE "NOT VERIFIED - FILE ERROR" TO VL-VERDICT
061200         WHEN WS-FINDING-COUNT > ZERO
061300             MOVE "CHAIN BROKEN" TO VL-VERDICT
061400             MOVE 8 TO RETURN-CODE
061500         WHEN OTHER
061600             MOVE "CHAIN INTACT" TO VL-VERDICT
061700     END-EVALUATE.
061800     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
061900     PERFORM 9000-PRINT-LINE
062000         THRU 9000-PRINT-LINE-EXIT.
062100     CLOSE VFYRPT.
062200     DISPLAY "STRAVFY: " WS-ARCH-READ " ARCHIVED AND "
062300         WS-LIVE-READ " LIVE RECORD(S) READ, "
062400         WS-FINDING-COUNT " FINDING(S) - " VL-VERDICT.
062500 8000-WRAP-UP-EXIT.
062600     EXIT.
062700*****************************************************************
062800* 9000-PRINT-LINE - WRITE WS-PRINT-LINE WITH PAGE CONTROL
062900*****************************************************************
063000 9000-PRINT-LINE.
063100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
063200         ADD 1 TO WS-PAGE-NUM
063300         MOVE WS-PAGE-NUM TO HL-PAGE
063400         WRITE VFYRPT-REC FROM WS-HEAD-LINE AFTER PAGE
063500         MOVE SPACES TO VFYRPT-REC
063600         WRITE VFYRPT-REC
063700         MOVE 2 TO WS-LINE-COUNT
063800     END-IF.
063900     WRITE VFYRPT-REC FROM WS-PRINT-LINE.
064000     ADD 1 TO WS-LINE-COUNT.
064100     MOVE SPACES TO WS-PRINT-LINE.
064200 9000-PRINT-LINE-EXIT.
064300     EXIT.
064400 END PROGRAM STRAVFY.
