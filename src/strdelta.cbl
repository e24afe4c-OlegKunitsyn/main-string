000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRDELTA.
000300 AUTHOR. MAINT-TEAM.
000400 INSTALLATION. STRING-LIBRARY.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800* MODIFICATION HISTORY
000900* ------------------------------------------------------------
001000* 2026-10-15  MT  INITIAL VERSION - NEW / PERSISTING / RESOLVED
001100*                 MATCHES BETWEEN TONIGHT'S EXTFILE AND THE
001200*                 EXTRACT KEPT FROM THE PREVIOUS RUN
001225* 2026-10-15  MT  EXTRACT RECORDS WIDENED TO 140 BYTES FOR THE
001250*                 BUSINESS KEY; A PREVIOUS EXTRACT WRITTEN
001275*                 BEFORE THEN READS WITH A BLANK KEY
001300* ------------------------------------------------------------
001400*
001500*****************************************************************
001600* RUN-TO-RUN MATCH DELTA FOR ONE INPUT IDENTITY.
001700*
001800* RUN AFTER STRSCAN. COMPARES TONIGHT'S MATCH EXTRACT WITH THE
001900* EXTRACT KEPT FROM THE PREVIOUS RUN OF THE SAME INFILEID
002000* (THE JOB KEEPS EACH NIGHT'S EXTFILE AS THE NEXT NIGHT'S
002100* PREVEXT FOR THAT INPUT), MATCHING ON PATTERN ID PLUS EX-TEXT.
002200* EACH DISTINCT PATTERN/TEXT FALLS INTO ONE OF THREE SECTIONS:
002300*     NEW        - IN TONIGHT'S EXTRACT ONLY. THE MORNING
002400*                  REVIEW STARTS HERE
002500*     PERSISTING - IN BOTH EXTRACTS
002600*     RESOLVED   - IN THE PREVIOUS EXTRACT ONLY - EVIDENCE
002700*                  THAT UPSTREAM CLEANED WHAT THEY SAID THEY
002800*                  FIXED
002900* EXACT MATCHES AND NEAR-MATCHES TAKE PART; TRIAL-PATTERN
003000* SHADOW HITS DO NOT. BOTH EXTRACTS ARE FIRST GATHERED ON THE
003100* KEYED WORK DATASET DELTAWK (ONE RECORD PER PATTERN/TEXT WITH
003200* ITS COUNT IN EACH RUN), WHICH IS THEN READ ONCE PER SECTION,
003300* SO EVERY SECTION COMES OUT IN PATTERN ID / TEXT ORDER. A
003400* MISSING PREVEXT (THE FIRST RUN OF AN INPUT) MAKES EVERY
003500* MATCH NEW. A RECORD THAT DOES NOT PARSE IS COUNTED AND
003600* SKIPPED.
003700*
003800* INPUT  : EXTFILE   - TONIGHT'S MATCH EXTRACT (STREXT.CPY)
003900*          PREVEXT   - THE MATCH EXTRACT OF THE PREVIOUS RUN OF
004000*                      THE SAME INFILEID (STREXT.CPY)
004100*          DLTCTL    - OPTIONAL CONTROL CARDS, ONE PER RECORD:
004200*                      *        COMMENT CARD
004300*                      INFILEID=XXXXXXXXXXXXXXXX  INPUT
004400*                               IDENTITY PRINTED IN THE
004500*                               REPORT HEADING
004600* WORK   : DELTAWK   - KEYED SCRATCH DATASET, REBUILT EACH RUN
004700* OUTPUT : DELTARPT  - 132-COLUMN PRINTABLE DELTA REPORT
004800*          DELTAEXT  - DELTA EXTRACT (STRDELT.CPY)
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT EXTFILE ASSIGN TO "EXTFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS EXTFILE-STATUS.
005600     SELECT PREVEXT ASSIGN TO "PREVEXT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PREVEXT-STATUS.
005900     SELECT DLTCTL ASSIGN TO "DLTCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS DLTCTL-STATUS.
006200     SELECT DELTAWK ASSIGN TO "DELTAWK"
006300         ORGANIZATION IS INDEXED
006400*        DYNAMIC - RANDOM WHILE GATHERING, SEQUENTIAL WHILE
006500*        PRINTING THE SECTIONS
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS DW-KEY
006800         FILE STATUS IS DELTAWK-STATUS.
006900     SELECT DELTARPT ASSIGN TO "DELTARPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS DELTARPT-STATUS.
007200     SELECT DELTAEXT ASSIGN TO "DELTAEXT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS DELTAEXT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  EXTFILE.
007800 01  EXTFILE-REC                    PIC X(140).
007900 FD  PREVEXT.
008000 01  PREVEXT-REC                    PIC X(140).
008100 FD  DLTCTL.
008200 01  DLTCTL-REC                     PIC X(80).
008300 FD  DELTAWK.
008400 01  DW-REC.
008500     05  DW-KEY.
008600         10  DW-PATTERN-ID          PIC X(08).
008700         10  DW-TEXT                PIC X(60).
008800     05  DW-PREV-COUNT              PIC 9(09).
008900     05  DW-CURR-COUNT              PIC 9(09).
009000     05  DW-PREV-EXTRACT            PIC X(140).
009100     05  DW-CURR-EXTRACT            PIC X(140).
009200 FD  DELTARPT.
009300 01  DELTARPT-REC                   PIC X(132).
009400 FD  DELTAEXT.
009500 COPY "strdelt.cpy".
009600 WORKING-STORAGE SECTION.
009700 01  FILE-STATUS-VALUES.
009800     05  EXTFILE-STATUS             PIC X(02) VALUE "00".
009900         88  EXTFILE-OK                        VALUE "00".
010000         88  EXTFILE-NOT-FOUND                 VALUE "35".
010100     05  PREVEXT-STATUS             PIC X(02) VALUE "00".
010200         88  PREVEXT-OK                        VALUE "00".
010300         88  PREVEXT-NOT-FOUND                 VALUE "35".
010400     05  DLTCTL-STATUS              PIC X(02) VALUE "00".
010500         88  DLTCTL-OK                         VALUE "00".
010600         88  DLTCTL-NOT-FOUND                  VALUE "35".
010700     05  DELTAWK-STATUS             PIC X(02) VALUE "00".
010800         88  DELTAWK-OK                        VALUE "00".
010900     05  DELTARPT-STATUS            PIC X(02) VALUE "00".
011000         88  DELTARPT-OK                       VALUE "00".
011100     05  DELTAEXT-STATUS            PIC X(02) VALUE "00".
011200         88  DELTAEXT-OK                       VALUE "00".
011300 COPY "strext.cpy".
011400 01  WS-SWITCHES.
011500     05  WS-EXTFILE-EOF-SW          PIC X(01) VALUE "N".
011600         88  WS-EXTFILE-EOF                    VALUE "Y".
011700     05  WS-PREVEXT-EOF-SW          PIC X(01) VALUE "N".
011800         88  WS-PREVEXT-EOF                    VALUE "Y".
011900     05  WS-DLTCTL-EOF-SW           PIC X(01) VALUE "N".
012000         88  WS-DLTCTL-EOF                     VALUE "Y".
012100     05  WS-DELTAWK-EOF-SW          PIC X(01) VALUE "N".
012200         88  WS-DELTAWK-EOF                    VALUE "Y".
012300     05  WS-NO-PREVIOUS-SW          PIC X(01) VALUE "N".
012400         88  WS-NO-PREVIOUS                    VALUE "Y".
012500     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
012600         88  WS-ENTRY-FOUND                    VALUE "Y".
012700*    WHICH EXTRACT IS BEING GATHERED, AND WHICH SECTION PRINTED
012800 01  WS-GATHER-SIDE                 PIC X(01).
012900     88  WS-GATHER-PREVIOUS                    VALUE "P".
013000     88  WS-GATHER-TONIGHT                     VALUE "T".
013100 01  WS-SECTION                     PIC X(01).
013200 01  WS-INFILE-ID                   PIC X(16) VALUE SPACES.
013300 01  WS-COUNTERS.
013400     05  WS-PREV-READ-COUNT         PIC 9(09) USAGE BINARY
013500                                    VALUE ZERO.
013600     05  WS-CURR-READ-COUNT         PIC 9(09) USAGE BINARY
013700                                    VALUE ZERO.
013800     05  WS-TRIAL-COUNT             PIC 9(09) USAGE BINARY
013900                                    VALUE ZERO.
014000     05  WS-BAD-COUNT               PIC 9(09) USAGE BINARY
014100                                    VALUE ZERO.
014200     05  WS-NEW-COUNT               PIC 9(09) USAGE BINARY
014300                                    VALUE ZERO.
014400     05  WS-PERSIST-COUNT           PIC 9(09) USAGE BINARY
014500                                    VALUE ZERO.
014600     05  WS-RESOLVED-COUNT          PIC 9(09) USAGE BINARY
014700                                    VALUE ZERO.
014800     05  WS-SECTION-COUNT           PIC 9(09) USAGE BINARY
014900                                    VALUE ZERO.
015000 01  WS-LINE-COUNT                  PIC 9(03) USAGE BINARY
015100                                    VALUE 99.
015200 01  WS-PAGE-NUM                    PIC 9(05) USAGE BINARY
015300                                    VALUE ZERO.
015400 01  WS-LINES-PER-PAGE              PIC 9(03) USAGE BINARY
015500                                    VALUE 58.
015600 01  WS-PRINT-LINE                  PIC X(132).
015700 01  WS-HEAD-LINE.
015800     05  FILLER                     PIC X(09) VALUE "STRDELTA ".
015900     05  FILLER                     PIC X(10) VALUE "INFILEID ".
016000     05  HL-INFILE-ID               PIC X(16).
016100     05  FILLER                     PIC X(03) VALUE SPACES.
016200     05  FILLER                     PIC X(34)
016300         VALUE "RUN-TO-RUN MATCH DELTA REPORT     ".
016400     05  FILLER                     PIC X(25) VALUE SPACES.
016500     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
016600     05  HL-DATE                    PIC X(10).
016700     05  FILLER                     PIC X(06) VALUE "  PAGE".
016800     05  HL-PAGE                    PIC ZZZZ9.
016900 01  WS-SECTION-HEAD.
017000     05  SH-TEXT                    PIC X(132).
017100 01  WS-COLUMN-HEAD.
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  FILLER                     PIC X(08) VALUE "PATTERN".
017400     05  FILLER                     PIC X(02) VALUE SPACES.
017500     05  FILLER                     PIC X(03) VALUE "SEV".
017600     05  FILLER                     PIC X(02) VALUE SPACES.
017700     05  FILLER                     PIC X(08) VALUE "CATEGORY".
017800     05  FILLER                     PIC X(02) VALUE SPACES.
017900     05  FILLER                     PIC X(04) VALUE "TYPE".
018000     05  FILLER                     PIC X(02) VALUE SPACES.
018100     05  FILLER                     PIC X(09) VALUE " PREVIOUS".
018200     05  FILLER                     PIC X(02) VALUE SPACES.
018300     05  FILLER                     PIC X(09) VALUE "  TONIGHT".
018400     05  FILLER                     PIC X(02) VALUE SPACES.
018500     05  FILLER                     PIC X(09) VALUE "   RECORD".
018600     05  FILLER                     PIC X(02) VALUE SPACES.
018700     05  FILLER                     PIC X(60)
018750                                    VALUE "MATCHED TEXT".
018800 01  WS-DELTA-LINE.
018900     05  FILLER                     PIC X(02) VALUE SPACES.
019000     05  DE-PATTERN                 PIC X(08).
019100     05  FILLER                     PIC X(03) VALUE SPACES.
019200     05  DE-SEVERITY                PIC X(01).
019300     05  FILLER                     PIC X(03) VALUE SPACES.
019400     05  DE-CATEGORY                PIC X(08).
019500     05  FILLER                     PIC X(03) VALUE SPACES.
019600     05  DE-TYPE                    PIC X(01).
019700     05  FILLER                     PIC X(04) VALUE SPACES.
019800     05  DE-PREV                    PIC ZZZZZZZZ9.
019900     05  FILLER                     PIC X(02) VALUE SPACES.
020000     05  DE-CURR                    PIC ZZZZZZZZ9.
020100     05  FILLER                     PIC X(02) VALUE SPACES.
020200     05  DE-RECORD                  PIC ZZZZZZZZ9.
020300     05  FILLER                     PIC X(02) VALUE SPACES.
020400     05  DE-TEXT                    PIC X(60).
020500 01  WS-SUMMARY-LINE.
020600     05  FILLER                     PIC X(02) VALUE SPACES.
020700     05  SL-TEXT                    PIC X(40).
020800     05  SL-COUNT                   PIC ZZZZZZZZ9.
020900 PROCEDURE DIVISION.
021000*****************************************************************
021100* 0000-MAINLINE
021200*****************************************************************
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT.
021600     IF RETURN-CODE NOT = ZERO
021700         GO TO 0000-MAINLINE-GOBACK
021800     END-IF.
021900     IF NOT WS-NO-PREVIOUS
022000         SET WS-GATHER-PREVIOUS TO TRUE
022100         PERFORM 2100-READ-PREVEXT
022200             THRU 2100-READ-PREVEXT-EXIT
022300         PERFORM 2000-GATHER-PREVIOUS
022400             THRU 2000-GATHER-PREVIOUS-EXIT
022500             UNTIL WS-PREVEXT-EOF
022600         CLOSE PREVEXT
022700     END-IF.
022800     SET WS-GATHER-TONIGHT TO TRUE.
022900     PERFORM 2300-READ-EXTFILE
023000         THRU 2300-READ-EXTFILE-EXIT.
023100     PERFORM 2200-GATHER-TONIGHT
023200         THRU 2200-GATHER-TONIGHT-EXIT
023300         UNTIL WS-EXTFILE-EOF.
023400     CLOSE EXTFILE.
023500     IF WS-NO-PREVIOUS
023600         MOVE "  NO PREVIOUS EXTRACT FOR THIS INFILEID - EVERY"
023700             TO WS-PRINT-LINE
023800         MOVE " MATCH IS NEW" TO WS-PRINT-LINE(49:13)
023900         PERFORM 9000-PRINT-LINE
024000             THRU 9000-PRINT-LINE-EXIT
024100         MOVE SPACES TO WS-PRINT-LINE
024200         PERFORM 9000-PRINT-LINE
024300             THRU 9000-PRINT-LINE-EXIT
024400     END-IF.
024500     MOVE "N" TO WS-SECTION.
024600     MOVE "NEW MATCHES - NOT IN THE PREVIOUS EXTRACT" TO SH-TEXT.
024700     PERFORM 3000-PRINT-SECTION
024800         THRU 3000-PRINT-SECTION-EXIT.
024900     MOVE "P" TO WS-SECTION.
025000     MOVE "PERSISTING MATCHES - IN BOTH EXTRACTS" TO SH-TEXT.
025100     PERFORM 3000-PRINT-SECTION
025200         THRU 3000-PRINT-SECTION-EXIT.
025300     MOVE "R" TO WS-SECTION.
025400     MOVE "RESOLVED MATCHES - NO LONGER IN TONIGHT'S EXTRACT"
025500         TO SH-TEXT.
025600     PERFORM 3000-PRINT-SECTION
025700         THRU 3000-PRINT-SECTION-EXIT.
025800     CLOSE DELTAWK.
025900     PERFORM 8000-WRAP-UP
026000         THRU 8000-WRAP-UP-EXIT.
026100 0000-MAINLINE-GOBACK.
026200     GOBACK.
026300*****************************************************************
026400* 1000-INITIALIZE - READ CONTROL CARDS, OPEN BOTH EXTRACTS, A
026500* FRESH WORK DATASET AND THE OUTPUTS
026600*****************************************************************
026700 1000-INITIALIZE.
026800     OPEN INPUT DLTCTL.
026900     IF DLTCTL-NOT-FOUND
027000         SET WS-DLTCTL-EOF TO TRUE
027100     ELSE
027200         IF NOT DLTCTL-OK
027300             DISPLAY "STRDELTA: UNABLE TO OPEN DLTCTL, STATUS "
027400                 DLTCTL-STATUS
027500             MOVE 16 TO RETURN-CODE
027600             GO TO 1000-INITIALIZE-EXIT
027700         END-IF
027800         PERFORM 1100-READ-CONTROL
027900             THRU 1100-READ-CONTROL-EXIT
028000             UNTIL WS-DLTCTL-EOF
028100         CLOSE DLTCTL
028200     END-IF.
028300     OPEN INPUT EXTFILE.
028400     IF EXTFILE-NOT-FOUND
028500         DISPLAY "STRDELTA: EXTFILE NOT FOUND, NOTHING TO"
028600             " COMPARE"
028700         MOVE 16 TO RETURN-CODE
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF.
029000     IF NOT EXTFILE-OK
029100         DISPLAY "STRDELTA: UNABLE TO OPEN EXTFILE, STATUS "
029200             EXTFILE-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 1000-INITIALIZE-EXIT
029500     END-IF.
029600     OPEN INPUT PREVEXT.
029700     IF PREVEXT-NOT-FOUND
029800         DISPLAY "STRDELTA: PREVEXT NOT FOUND, EVERY MATCH IS"
029900             " NEW"
030000         SET WS-NO-PREVIOUS TO TRUE
030100     ELSE
030200         IF NOT PREVEXT-OK
030300             DISPLAY "STRDELTA: UNABLE TO OPEN PREVEXT, STATUS "
030400                 PREVEXT-STATUS
030500             MOVE 16 TO RETURN-CODE
030600             GO TO 1000-INITIALIZE-EXIT
030700         END-IF
030800     END-IF.
030900     OPEN OUTPUT DELTAWK.
031000     IF DELTAWK-OK
031100         CLOSE DELTAWK
031200         OPEN I-O DELTAWK
031300     END-IF.
031400     IF NOT DELTAWK-OK
031500         DISPLAY "STRDELTA: UNABLE TO OPEN DELTAWK, STATUS "
031600             DELTAWK-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF.
032000     OPEN OUTPUT DELTARPT.
032100     IF NOT DELTARPT-OK
032200         DISPLAY "STRDELTA: UNABLE TO OPEN DELTARPT, STATUS "
032300             DELTARPT-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         GO TO 1000-INITIALIZE-EXIT
032600     END-IF.
032700     OPEN OUTPUT DELTAEXT.
032800     IF NOT DELTAEXT-OK
032900         DISPLAY "STRDELTA: UNABLE TO OPEN DELTAEXT, STATUS "
033000             DELTAEXT-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF.
033400     MOVE WS-INFILE-ID TO HL-INFILE-ID.
033500     MOVE FUNCTION CURRENT-DATE(1:4) TO HL-DATE(1:4).
033600     MOVE "-" TO HL-DATE(5:1).
033700     MOVE FUNCTION CURRENT-DATE(5:2) TO HL-DATE(6:2).
033800     MOVE "-" TO HL-DATE(8:1).
033900     MOVE FUNCTION CURRENT-DATE(7:2) TO HL-DATE(9:2).
034000 1000-INITIALIZE-EXIT.
034100     EXIT.
034200*****************************************************************
034300* 1100-READ-CONTROL - APPLY ONE DLTCTL CONTROL CARD. BLANK
034400* CARDS AND CARDS STARTING "*" ARE COMMENTS. AN UNRECOGNIZED
034500* CARD IS REPORTED AND IGNORED.
034600*****************************************************************
034700 1100-READ-CONTROL.
034800     READ DLTCTL
034900         AT END
035000             SET WS-DLTCTL-EOF TO TRUE
035100             GO TO 1100-READ-CONTROL-EXIT
035200     END-READ.
035300     IF DLTCTL-REC = SPACES OR DLTCTL-REC(1:1) = "*"
035400         GO TO 1100-READ-CONTROL-EXIT
035500     END-IF.
035600     EVALUATE TRUE
035700         WHEN DLTCTL-REC(1:9) = "INFILEID="
035800             IF DLTCTL-REC(10:16) = SPACES
035900                 DISPLAY "STRDELTA: BAD CONTROL CARD IGNORED: "
036000                     DLTCTL-REC
036100             ELSE
036200                 MOVE DLTCTL-REC(10:16) TO WS-INFILE-ID
036300             END-IF
036400         WHEN OTHER
036500             DISPLAY "STRDELTA: UNKNOWN CONTROL CARD IGNORED: "
036600                 DLTCTL-REC
036700     END-EVALUATE.
036800 1100-READ-CONTROL-EXIT.
036900     EXIT.
037000*****************************************************************
037100* 2000-GATHER-PREVIOUS - ONE RECORD OF THE PREVIOUS EXTRACT
037200* ONTO THE WORK DATASET
037300*****************************************************************
037400 2000-GATHER-PREVIOUS.
037500     ADD 1 TO WS-PREV-READ-COUNT.
037600     PERFORM 2400-GATHER-MATCH
037700         THRU 2400-GATHER-MATCH-EXIT.
037800     PERFORM 2100-READ-PREVEXT
037900         THRU 2100-READ-PREVEXT-EXIT.
038000 2000-GATHER-PREVIOUS-EXIT.
038100     EXIT.
038200*****************************************************************
038300* 2100-READ-PREVEXT - GET THE NEXT PREVIOUS EXTRACT RECORD
038400*****************************************************************
038500 2100-READ-PREVEXT.
038600     READ PREVEXT INTO EXTRACT-REC
038700         AT END
038800             SET WS-PREVEXT-EOF TO TRUE
038900     END-READ.
039000 2100-READ-PREVEXT-EXIT.
039100     EXIT.
039200*****************************************************************
039300* 2200-GATHER-TONIGHT - ONE RECORD OF TONIGHT'S EXTRACT ONTO
039400* THE WORK DATASET
039500*****************************************************************
039600 2200-GATHER-TONIGHT.
039700     ADD 1 TO WS-CURR-READ-COUNT.
039800     PERFORM 2400-GATHER-MATCH
039900         THRU 2400-GATHER-MATCH-EXIT.
040000     PERFORM 2300-READ-EXTFILE
040100         THRU 2300-READ-EXTFILE-EXIT.
040200 2200-GATHER-TONIGHT-EXIT.
040300     EXIT.
040400*****************************************************************
040500* 2300-READ-EXTFILE - GET THE NEXT EXTRACT RECORD OF TONIGHT
040600*****************************************************************
040700 2300-READ-EXTFILE.
040800     READ EXTFILE INTO EXTRACT-REC
040900         AT END
041000             SET WS-EXTFILE-EOF TO TRUE
041100     END-READ.
041200 2300-READ-EXTFILE-EXIT.
041300     EXIT.
041400*****************************************************************
041500* 2400-GATHER-MATCH - COUNT THE EXTRACT RECORD IN EXTRACT-REC
041600* AGAINST ITS PATTERN/TEXT ON DELTAWK, FOR THE SIDE BEING
041700* GATHERED. THE FIRST RECORD OF EACH SIDE IS KEPT AS THE
041800* REPRESENTATIVE IMAGE FOR THE DELTA EXTRACT.
041900*****************************************************************
042000 2400-GATHER-MATCH.
042100     IF EX-TRIAL-MATCH
042200         ADD 1 TO WS-TRIAL-COUNT
042300         GO TO 2400-GATHER-MATCH-EXIT
042400     END-IF.
042500     IF EX-RECORD-NUM IS NOT NUMERIC
042600             OR EX-PATTERN-ID = SPACES
042700             OR NOT (EX-EXACT-MATCH OR EX-NEAR-MATCH)
042800         ADD 1 TO WS-BAD-COUNT
042900         GO TO 2400-GATHER-MATCH-EXIT
043000     END-IF.
043100     MOVE EX-PATTERN-ID TO DW-PATTERN-ID.
043200     MOVE EX-TEXT TO DW-TEXT.
043300     SET WS-ENTRY-FOUND TO TRUE.
043400     READ DELTAWK
043500         INVALID KEY
043600             MOVE "N" TO WS-ENTRY-FOUND-SW
043700     END-READ.
043800     IF NOT WS-ENTRY-FOUND
043900         MOVE ZERO TO DW-PREV-COUNT
044000         MOVE ZERO TO DW-CURR-COUNT
044100         MOVE SPACES TO DW-PREV-EXTRACT
044200         MOVE SPACES TO DW-CURR-EXTRACT
044300     END-IF.
044400     IF WS-GATHER-PREVIOUS
044500         IF DW-PREV-COUNT = ZERO
044600             MOVE EXTRACT-REC TO DW-PREV-EXTRACT
044700         END-IF
044800         ADD 1 TO DW-PREV-COUNT
044900     ELSE
045000         IF DW-CURR-COUNT = ZERO
045100             MOVE EXTRACT-REC TO DW-CURR-EXTRACT
045200         END-IF
045300         ADD 1 TO DW-CURR-COUNT
045400     END-IF.
045500     IF WS-ENTRY-FOUND
045600         REWRITE DW-REC
045700             INVALID KEY
045800                 DISPLAY "STRDELTA: UNABLE TO UPDATE WORK KEY "
045900                     DW-PATTERN-ID ", STATUS " DELTAWK-STATUS
046000                 ADD 1 TO WS-BAD-COUNT
046100         END-REWRITE
046200     ELSE
046300         WRITE DW-REC
046400             INVALID KEY
046500                 DISPLAY "STRDELTA: UNABLE TO WRITE WORK KEY "
046600                     DW-PATTERN-ID ", STATUS " DELTAWK-STATUS
046700                 ADD 1 TO WS-BAD-COUNT
046800         END-WRITE
046900     END-IF.
047000 2400-GATHER-MATCH-EXIT.
047100     EXIT.
047200*****************************************************************
047300* 3000-PRINT-SECTION - ONE PASS OVER DELTAWK IN KEY ORDER FOR
047400* THE SECTION IN WS-SECTION: A REPORT LINE AND A DELTA EXTRACT
047500* RECORD FOR EVERY PATTERN/TEXT THAT BELONGS TO IT
047600*****************************************************************
047700 3000-PRINT-SECTION.
047800     MOVE WS-SECTION-HEAD TO WS-PRINT-LINE.
047900     PERFORM 9000-PRINT-LINE
048000         THRU 9000-PRINT-LINE-EXIT.
048100     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE.
048200     PERFORM 9000-PRINT-LINE
048300         THRU 9000-PRINT-LINE-EXIT.
048400     MOVE ZERO TO WS-SECTION-COUNT.
048500     MOVE "N" TO WS-DELTAWK-EOF-SW.
048600     MOVE LOW-VALUES TO DW-KEY.
048700     START DELTAWK KEY IS NOT LESS THAN DW-KEY
048800         INVALID KEY
048900             SET WS-DELTAWK-EOF TO TRUE
049000     END-START.
049100     PERFORM 3100-SECTION-ENTRY
049200         THRU 3100-SECTION-ENTRY-EXIT
049300         UNTIL WS-DELTAWK-EOF.
049400     IF WS-SECTION-COUNT = ZERO
049500         MOVE "  (NONE)" TO WS-PRINT-LINE
049600         PERFORM 9000-PRINT-LINE
049700             THRU 9000-PRINT-LINE-EXIT
049800     END-IF.
049900     MOVE SPACES TO WS-PRINT-LINE.
050000     PERFORM 9000-PRINT-LINE
050100         THRU 9000-PRINT-LINE-EXIT.
050200 3000-PRINT-SECTION-EXIT.
050300     EXIT.
050400*****************************************************************
050500* 3100-SECTION-ENTRY - NEXT WORK RECORD; REPORT IT IF IT FALLS
050600* IN THE CURRENT SECTION
050700*****************************************************************
050800 3100-SECTION-ENTRY.
050900     READ DELTAWK NEXT RECORD
051000         AT END
051100             SET WS-DELTAWK-EOF TO TRUE
051200             GO TO 3100-SECTION-ENTRY-EXIT
051300     END-READ.
051400     MOVE SPACES TO DELTA-REC.
051500     EVALUATE TRUE
051600         WHEN DW-PREV-COUNT = ZERO
051700             SET DT-NEW TO TRUE
051800             MOVE DW-CURR-EXTRACT TO DT-EXTRACT
051900         WHEN DW-CURR-COUNT = ZERO
052000             SET DT-RESOLVED TO TRUE
052100             MOVE DW-PREV-EXTRACT TO DT-EXTRACT
052200         WHEN OTHER
052300             SET DT-PERSISTING TO TRUE
052400             MOVE DW-CURR-EXTRACT TO DT-EXTRACT
052500     END-EVALUATE.
052600     IF DT-SECTION NOT = WS-SECTION
052700         GO TO 3100-SECTION-ENTRY-EXIT
052800     END-IF.
052900     MOVE DW-PREV-COUNT TO DT-PREV-COUNT.
053000     MOVE DW-CURR-COUNT TO DT-CURR-COUNT.
053100     WRITE DELTA-REC.
053200     MOVE DT-EXTRACT TO EXTRACT-REC.
053300     MOVE EX-PATTERN-ID TO DE-PATTERN.
053400     MOVE EX-SEVERITY TO DE-SEVERITY.
053500     MOVE EX-CATEGORY TO DE-CATEGORY.
053600     MOVE EX-MATCH-TYPE TO DE-TYPE.
053700     MOVE DW-PREV-COUNT TO DE-PREV.
053800     MOVE DW-CURR-COUNT TO DE-CURR.
053900     MOVE EX-RECORD-NUM TO DE-RECORD.
054000     MOVE EX-TEXT TO DE-TEXT.
054100     MOVE WS-DELTA-LINE TO WS-PRINT-LINE.
054200     PERFORM 9000-PRINT-LINE
054300         THRU 9000-PRINT-LINE-EXIT.
054400     ADD 1 TO WS-SECTION-COUNT.
054500     EVALUATE TRUE
054600         WHEN DT-NEW
054700             ADD 1 TO WS-NEW-COUNT
054800         WHEN DT-PERSISTING
054900             ADD 1 TO WS-PERSIST-COUNT
055000         WHEN OTHER
055100             ADD 1 TO WS-RESOLVED-COUNT
055200     END-EVALUATE.
055300 3100-SECTION-ENTRY-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 8000-WRAP-UP - CONTROL TOTALS AND CLOSE
055700*****************************************************************
055800 8000-WRAP-UP.
055900     MOVE "PREVIOUS EXTRACT RECORDS READ" TO SL-TEXT.
056000     MOVE WS-PREV-READ-COUNT TO SL-COUNT.
056100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
056200     PERFORM 9000-PRINT-LINE
056300         THRU 9000-PRINT-LINE-EXIT.
056400     MOVE "TONIGHT'S EXTRACT RECORDS READ" TO SL-TEXT.
056500     MOVE WS-CURR-READ-COUNT TO SL-COUNT.
056600     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
056700     PERFORM 9000-PRINT-LINE
056800         THRU 9000-PRINT-LINE-EXIT.
056900     MOVE "TRIAL SHADOW HITS NOT COMPARED" TO SL-TEXT.
057000     MOVE WS-TRIAL-COUNT TO SL-COUNT.
057100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
057200     PERFORM 9000-PRINT-LINE
057300         THRU 9000-PRINT-LINE-EXIT.
057400     MOVE "NEW PATTERN/TEXT COMBINATIONS" TO SL-TEXT.
057500     MOVE WS-NEW-COUNT TO SL-COUNT.
057600     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
057700     PERFORM 9000-PRINT-LINE
057800         THRU 9000-PRINT-LINE-EXIT.
057900     MOVE "PERSISTING PATTERN/TEXT COMBINATIONS" TO SL-TEXT.
058000     MOVE WS-PERSIST-COUNT TO SL-COUNT.
058100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
058200     PERFORM 9000-PRINT-LINE
058300         THRU 9000-PRINT-LINE-EXIT.
058400     MOVE "RESOLVED PATTERN/TEXT COMBINATIONS" TO SL-TEXT.
058500     MOVE WS-RESOLVED-COUNT TO SL-COUNT.
058600     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
058700     PERFORM 9000-PRINT-LINE
058800         THRU 9000-PRINT-LINE-EXIT.
058900     MOVE "RECORDS NOT PARSEABLE" TO SL-TEXT.
059000     MOVE WS-BAD-COUNT TO SL-COUNT.
059100     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
059200     PERFORM 9000-PRINT-LINE
059300         THRU 9000-PRINT-LINE-EXIT.
059400     CLOSE DELTARPT.
059500     CLOSE DELTAEXT.
059600     DISPLAY "STRDELTA: " WS-NEW-COUNT " NEW, " WS-PERSIST-COUNT
059700         " PERSISTING, " WS-RESOLVED-COUNT " RESOLVED".
059800 8000-WRAP-UP-EXIT.
059900     EXIT.
060000*****************************************************************
060100* 9000-PRINT-LINE - WRITE WS-PRINT-LINE WITH PAGE CONTROL
060200*****************************************************************
060300 9000-PRINT-LINE.
060400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
060500         ADD 1 TO WS-PAGE-NUM
060600         MOVE WS-PAGE-NUM TO HL-PAGE
060700         WRITE DELTARPT-REC FROM WS-HEAD-LINE AFTER PAGE
060800         MOVE SPACES TO DELTARPT-REC
060900         WRITE DELTARPT-REC
061000         MOVE 2 TO WS-LINE-COUNT
061100     END-IF.
061200     WRITE DELTARPT-REC FROM WS-PRINT-LINE.
061300     ADD 1 TO WS-LINE-COUNT.
061400     MOVE SPACES TO WS-PRINT-LINE.
061500 9000-PRINT-LINE-EXIT.
061600     EXIT.
061700 END PROGRAM STRDELTA.
