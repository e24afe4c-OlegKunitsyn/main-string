000900* ------------------------------------------------------------
001000* 2026-09-02  MT  INITIAL VERSION - RETENTION HOUSEKEEPING FOR
001100*                 THE STRAUDIT LOG APPENDED BY STRLOG
001120* 2026-10-15  MT  CARRY THE SEALED CHAIN ACROSS THE ARCHIVE
001140*                 BOUNDARY: 120-BYTE RECORDS, ARCHIVE ONLY THE
001160*                 LEADING RUN OF OLD RECORDS, AND LEAVE A CHAIN
001180*                 ANCHOR AT THE TOP OF THE KEPT LOG
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
001700* STRLOG APPENDS TO STRAUDIT ON EVERY LOGGED SEARCH AND
001800* NOTHING EVER TRIMS IT, SO STRARPT'S TWO-PASS READ AND THE
001900* OPEN-EXTEND ON EVERY CALL SLOW DOWN WEEK BY WEEK. THIS JOB
002000* CUTS THE RECORDS WHOSE TIMESTAMP DATE IS BEFORE THE CUTOFF
002100* OVER TO THE ARCHFILE ARCHIVE (POINT ARCHFILE AT A DATED
002200* DATASET IN THE JCL), KEEPS THE LIVE WINDOW ON NEWAUDIT, AND
002300* ONLY AFTER RE-READING BOTH OUTPUT FILES AND PROVING
003100* A RECORD WHOSE TIMESTAMP DOES NOT PARSE IS ALWAYS KEPT -
003200* HOUSEKEEPING MUST NEVER BE THE THING THAT LOSES AN ODD
003300* RECORD AN AUDITOR MIGHT ASK ABOUT.
003306*
003312* STRLOG SEALS EVERY RECORD WITH A SEQUENCE NUMBER AND A CHECK
003318* VALUE CHAINED FROM THE RECORD BEFORE IT (SEE STRAUD.CPY), SO
003324* THE ARCHIVE MUST BE A CLEAN FRONT SLICE OF THE CHAIN: ONLY
003330* THE LEADING RUN OF RECORDS DATED BEFORE THE CUTOFF IS
003336* ARCHIVED, AND FROM THE FIRST RECORD KEPT ONWARD EVERYTHING
003342* IS KEPT, WHATEVER ITS DATE. WHEN SEALED RECORDS WERE
003348* ARCHIVED, A CHAIN ANCHOR CARRYING THE SEQUENCE NUMBER AND
003354* CHECK VALUE OF THE LAST ONE IS WRITTEN AT THE TOP OF THE
003360* KEPT LOG, SO STRLOG CARRIES ON FROM IT AND STRAVFY CAN
003366* VERIFY THE LIVE LOG ALONE OR JOINED TO ITS ARCHIVES. AN
003372* ANCHOR ALREADY AT THE TOP OF THE LOG TRAVELS WITH THE
003378* RECORD AFTER IT. THE ANCHOR IS THE ONE RECORD THIS JOB
003384* ADDS, AND THE RECONCILIATION ALLOWS FOR IT EXPLICITLY.
003400*
003500* INPUT  : STRAUDIT  - THE AUDIT LOG (SEE STRLOG IN STRING.CBL)
003600*          HKPCTL    - CONTROL CARDS, ONE PER RECORD:
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  AUDLOG.
006800 01  AUDLOG-REC                     PIC X(120).
006900 FD  HKPCTL.
007000 01  HKPCTL-REC                     PIC X(80).
007100 FD  ARCHFILE.
007200 01  ARCHFILE-REC                   PIC X(120).
007300 FD  NEWAUDIT.
007400 01  NEWAUDIT-REC                   PIC X(120).
007500 FD  HKPRPT.
007600 01  HKPRPT-REC                     PIC X(132).
007700 WORKING-STORAGE SECTION.
009900         88  WS-CUTOFF-SET                     VALUE "Y".
010000     05  WS-BALANCED-SW             PIC X(01) VALUE "N".
010100         88  WS-BALANCED                       VALUE "Y".
010114     05  WS-KEEPING-SW              PIC X(01) VALUE "N".
010128         88  WS-KEEPING                        VALUE "Y".
010142     05  WS-ANCHOR-HELD-SW          PIC X(01) VALUE "N".
010156         88  WS-ANCHOR-HELD                    VALUE "Y".
010170     05  WS-HANDOFF-SW              PIC X(01) VALUE "N".
010184         88  WS-HANDOFF-SET                    VALUE "Y".
010200 01  WS-CUTOFF-DATE                 PIC X(08) VALUE SPACES.
010220 01  WS-HELD-ANCHOR-REC             PIC X(120) VALUE SPACES.
010240 01  WS-HANDOFF-SEQ                 PIC 9(09) VALUE ZERO.
010260 01  WS-HANDOFF-CHECK               PIC 9(18) VALUE ZERO.
010280 01  WS-NOW                         PIC X(21).
010300 01  WS-COUNTERS.
010400     05  WS-IN-COUNT                PIC 9(09) USAGE BINARY
010500                                    VALUE ZERO.
011500                                    VALUE ZERO.
011600     05  WS-FINAL-COUNT             PIC 9(09) USAGE BINARY
011700                                    VALUE ZERO.
011733     05  WS-ANCHOR-COUNT            PIC 9(09) USAGE BINARY
011766                                    VALUE ZERO.
011800 01  WS-RECON-LINE.
011900     05  FILLER                     PIC X(14)
012000         VALUE "RECONCILE: IN ".
013000     05  FILLER                     PIC X(02) VALUE SPACES.
013100     05  SL-TEXT                    PIC X(40).
013200     05  SL-COUNT                   PIC ZZZZZZZZ9.
013250 COPY "straud.cpy".
013300 PROCEDURE DIVISION.
013400*****************************************************************
013500* 0000-MAINLINE
014300     PERFORM 2000-SPLIT-RECORD
014400         THRU 2000-SPLIT-RECORD-EXIT
014500         UNTIL WS-AUDLOG-EOF.
014533     PERFORM 2600-END-OF-LOG
014566         THRU 2600-END-OF-LOG-EXIT.
014600     CLOSE AUDLOG.
014700     CLOSE ARCHFILE.
014800     CLOSE NEWAUDIT.
025100 1100-READ-CONTROL-EXIT.
025200     EXIT.
025300*****************************************************************
025400* 2000-SPLIT-RECORD - ROUTE ONE STRAUDIT RECORD. WHILE THE
025500* LEADING RUN OF RECORDS DATED BEFORE THE CUTOFF LASTS, EACH
025516* GOES TO THE ARCHIVE. THE FIRST RECORD ON OR AFTER THE CUTOFF,
025532* OR WITH A TIMESTAMP THAT DOES NOT PARSE, HANDS THE CHAIN
025548* OVER AND IS KEPT, AND SO IS EVERY RECORD AFTER IT. A CHAIN
025564* ANCHOR MET BEFORE THAT IS HELD UNTIL THE NEXT RECORD SHOWS
025580* WHICH SIDE IT BELONGS ON. A WRITE FAILURE
025600* ON EITHER SIDE STOPS THE RUN AT ONCE - THE REWRITE IS GATED
025700* ON THE COUNTS, SO STOPPING HERE IS ALWAYS SAFE.
025800*****************************************************************
025900 2000-SPLIT-RECORD.
026000     ADD 1 TO WS-IN-COUNT.
026061     IF WS-KEEPING
026122         MOVE AUDLOG-REC TO AUDIT-REC
026183         PERFORM 2500-KEEP-RECORD
026244             THRU 2500-KEEP-RECORD-EXIT
026305         GO TO 2000-SPLIT-RECORD-NEXT
026366     END-IF.
026427     MOVE AUDLOG-REC TO AUDIT-REC.
026488     IF AD-CHAIN-ANCHOR
026549         IF WS-ANCHOR-HELD
026610             MOVE WS-HELD-ANCHOR-REC TO AUDIT-REC
026671             PERFORM 2400-ARCHIVE-RECORD
026732                 THRU 2400-ARCHIVE-RECORD-EXIT
026793         END-IF
026854         MOVE AUDLOG-REC TO WS-HELD-ANCHOR-REC
026915         SET WS-ANCHOR-HELD TO TRUE
026976         GO TO 2000-SPLIT-RECORD-NEXT
027037     END-IF.
027098     IF AUDLOG-REC(1:8) IS NUMERIC
027159             AND AUDLOG-REC(1:8) < WS-CUTOFF-DATE
027220         IF WS-ANCHOR-HELD
027281             MOVE WS-HELD-ANCHOR-REC TO AUDIT-REC
027342             PERFORM 2400-ARCHIVE-RECORD
027403                 THRU 2400-ARCHIVE-RECORD-EXIT
027464             MOVE "N" TO WS-ANCHOR-HELD-SW
027525             MOVE AUDLOG-REC TO AUDIT-REC
027586         END-IF
027647         IF RETURN-CODE = ZERO
027708             PERFORM 2400-ARCHIVE-RECORD
027769                 THRU 2400-ARCHIVE-RECORD-EXIT
027830         END-IF
027891     ELSE
027952         PERFORM 2300-HAND-OFF-CHAIN
028013             THRU 2300-HAND-OFF-CHAIN-EXIT
028074         MOVE AUDLOG-REC TO AUDIT-REC
028135         IF RETURN-CODE = ZERO
028196             PERFORM 2500-KEEP-RECORD
028257                 THRU 2500-KEEP-RECORD-EXIT
028318         END-IF
028379     END-IF.
028440 2000-SPLIT-RECORD-NEXT.
028501     IF RETURN-CODE NOT = ZERO
028562         GO TO 2000-SPLIT-RECORD-EXIT
028623     END-IF.
028700     PERFORM 2100-READ-AUDLOG
028800         THRU 2100-READ-AUDLOG-EXIT.
028900 2000-SPLIT-RECORD-EXIT.
029800     END-READ.
029900 2100-READ-AUDLOG-EXIT.
030000     EXIT.
030001*****************************************************************
030002* 2300-HAND-OFF-CHAIN - THE FIRST RECORD TO BE KEPT HAS BEEN
030003* READ. A HELD ANCHOR NOTHING WAS ARCHIVED AFTER STAYS AT THE
030004* TOP OF THE KEPT LOG; OTHERWISE, IF THE LAST RECORD ARCHIVED
030005* WAS SEALED, A NEW ANCHOR CARRIES ITS SEQUENCE NUMBER AND
030006* CHECK VALUE OVER. FROM HERE ON EVERY RECORD IS KEPT.
030007*****************************************************************
030008 2300-HAND-OFF-CHAIN.
030009     SET WS-KEEPING TO TRUE.
030010     IF WS-ANCHOR-HELD
030011         MOVE WS-HELD-ANCHOR-REC TO AUDIT-REC
030012         MOVE "N" TO WS-ANCHOR-HELD-SW
030013         PERFORM 2500-KEEP-RECORD
030014             THRU 2500-KEEP-RECORD-EXIT
030015         GO TO 2300-HAND-OFF-CHAIN-EXIT
030016     END-IF.
030017     IF NOT WS-HANDOFF-SET
030018         GO TO 2300-HAND-OFF-CHAIN-EXIT
030019     END-IF.
030020     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
030021     MOVE SPACES TO AUDIT-REC.
030022     MOVE WS-NOW(1:8) TO AD-TIMESTAMP(1:8).
030023     MOVE "-" TO AD-TIMESTAMP(9:1).
030024     MOVE WS-NOW(9:6) TO AD-TIMESTAMP(10:6).
030025     MOVE "*CHAIN*" TO AD-CALLER.
030026     MOVE "CARRIED FORWARD FROM ARCHIVE" TO AD-NEEDLE.
030027     MOVE WS-HANDOFF-SEQ TO AD-SEQ.
030028     MOVE WS-HANDOFF-CHECK TO AD-CHECK.
030029     WRITE NEWAUDIT-REC FROM AUDIT-REC.
030030     IF NOT NEWAUDIT-OK
030031         DISPLAY "STRAHKP: UNABLE TO WRITE NEWAUDIT,"
030032             " STATUS " NEWAUDIT-STATUS
030033         MOVE 16 TO RETURN-CODE
030034         SET WS-AUDLOG-EOF TO TRUE
030035         GO TO 2300-HAND-OFF-CHAIN-EXIT
030036     END-IF.
030037     ADD 1 TO WS-ANCHOR-COUNT.
030038 2300-HAND-OFF-CHAIN-EXIT.
030039     EXIT.
030040*****************************************************************
030041* 2400-ARCHIVE-RECORD - WRITE AUDIT-REC TO THE ARCHIVE AND NOTE
030042* WHERE THE CHAIN STANDS. AN UNSEALED RECORD MEANS THE CHAIN
030043* HAS NOT STARTED YET, SO THERE IS NOTHING TO HAND OVER.
030044*****************************************************************
030045 2400-ARCHIVE-RECORD.
030046     WRITE ARCHFILE-REC FROM AUDIT-REC.
030047     IF NOT ARCHFILE-OK
030048         DISPLAY "STRAHKP: UNABLE TO WRITE ARCHFILE,"
030049             " STATUS " ARCHFILE-STATUS
030050         MOVE 16 TO RETURN-CODE
030051         SET WS-AUDLOG-EOF TO TRUE
030052         GO TO 2400-ARCHIVE-RECORD-EXIT
030053     END-IF.
030054     ADD 1 TO WS-ARCH-COUNT.
030055     IF AD-SEQ-X IS NUMERIC AND AD-CHECK-X IS NUMERIC
030056         MOVE AD-SEQ TO WS-HANDOFF-SEQ
030057         MOVE AD-CHECK TO WS-HANDOFF-CHECK
030058         SET WS-HANDOFF-SET TO TRUE
030059     ELSE
030060         MOVE "N" TO WS-HANDOFF-SW
030061     END-IF.
030062 2400-ARCHIVE-RECORD-EXIT.
030063     EXIT.
030064*****************************************************************
030065* 2500-KEEP-RECORD - WRITE AUDIT-REC TO THE KEPT COPY
030066*****************************************************************
030067 2500-KEEP-RECORD.
030068     IF AD-TIMESTAMP(1:8) IS NOT NUMERIC
030069         ADD 1 TO WS-BAD-KEPT-COUNT
030070     END-IF.
030071     WRITE NEWAUDIT-REC FROM AUDIT-REC.
030072     IF NOT NEWAUDIT-OK
030073         DISPLAY "STRAHKP: UNABLE TO WRITE NEWAUDIT,"
030074             " STATUS " NEWAUDIT-STATUS
030075         MOVE 16 TO RETURN-CODE
030076         SET WS-AUDLOG-EOF TO TRUE
030077         GO TO 2500-KEEP-RECORD-EXIT
030078     END-IF.
030079     ADD 1 TO WS-KEEP-COUNT.
030080 2500-KEEP-RECORD-EXIT.
030081     EXIT.
030082*****************************************************************
030083* 2600-END-OF-LOG - THE WHOLE LOG WAS READ WITHOUT REACHING A
030084* RECORD TO KEEP. A HELD ANCHOR IS KEPT, OR, IF SEALED RECORDS
030085* WERE ARCHIVED, A NEW ANCHOR IS WRITTEN, SO THE EMPTIED LOG
030086* STILL KNOWS WHERE ITS CHAIN STANDS.
030087*****************************************************************
030088 2600-END-OF-LOG.
030089     IF RETURN-CODE NOT = ZERO OR WS-KEEPING
030090         GO TO 2600-END-OF-LOG-EXIT
030091     END-IF.
030092     PERFORM 2300-HAND-OFF-CHAIN
030093         THRU 2300-HAND-OFF-CHAIN-EXIT.
030094 2600-END-OF-LOG-EXIT.
030095     EXIT.
030100*****************************************************************
030200* 3000-VERIFY-COUNTS - RE-READ BOTH OUTPUT FILES AND PROVE THE
030300* SPLIT BALANCES BEFORE STRAUDIT IS TOUCHED. THE COUNTS COME
030400* FROM THE RECORDS ACTUALLY ON DISK, NOT FROM THE WRITE
030500* COUNTERS, SO A SHORT FILE FROM ANY CAUSE IS CAUGHT. THE
030533* KEPT COPY HOLDS ONE RECORD MORE THAN WAS KEPT WHEN A CHAIN
030566* ANCHOR WAS WRITTEN TO IT.
030600*****************************************************************
030700 3000-VERIFY-COUNTS.
030800     IF RETURN-CODE NOT = ZERO
032000         THRU 3200-COUNT-NEWAUDIT-EXIT
032100         UNTIL WS-VERIFY-EOF.
032200     CLOSE NEWAUDIT.
032300     IF WS-IN-COUNT + WS-ANCHOR-COUNT
032350                 = WS-ARCH-VER + WS-KEEP-VER
032400             AND WS-ARCH-VER = WS-ARCH-COUNT
032500             AND WS-KEEP-VER = WS-KEEP-COUNT + WS-ANCHOR-COUNT
032600         SET WS-BALANCED TO TRUE
032700     ELSE
032800         DISPLAY "STRAHKP: COUNTS DO NOT BALANCE, STRAUDIT"
037700         UNTIL WS-VERIFY-EOF.
037800     CLOSE NEWAUDIT.
037900     CLOSE AUDLOG.
038000     IF WS-FINAL-COUNT NOT = WS-KEEP-VER
038100         DISPLAY "STRAHKP: REWRITE CAME UP SHORT ("
038200             WS-FINAL-COUNT " OF " WS-KEEP-VER
038300             ") - RESTORE STRAUDIT FROM NEWAUDIT"
038400         MOVE 16 TO RETURN-CODE
038500     END-IF.
042900         MOVE "RECORDS KEPT WITH UNPARSEABLE DATE" TO SL-TEXT
043000         MOVE WS-BAD-KEPT-COUNT TO SL-COUNT
043100         WRITE HKPRPT-REC FROM WS-SUMMARY-LINE
043107         MOVE "CHAIN ANCHOR RECORDS WRITTEN" TO SL-TEXT
043114         MOVE WS-ANCHOR-COUNT TO SL-COUNT
043121         WRITE HKPRPT-REC FROM WS-SUMMARY-LINE
043128         IF WS-ANCHOR-COUNT > ZERO
043135             MOVE "CHAIN HANDED ON AT SEQUENCE" TO SL-TEXT
043142             MOVE WS-HANDOFF-SEQ TO SL-COUNT
043149             WRITE HKPRPT-REC FROM WS-SUMMARY-LINE
043156             MOVE "WITH CHECK VALUE " TO SL-TEXT
043163             MOVE WS-HANDOFF-CHECK TO SL-TEXT(18:18)
043170             MOVE SPACES TO HKPRPT-REC
043177             MOVE SL-TEXT TO HKPRPT-REC(3:40)
043184             WRITE HKPRPT-REC
043191         END-IF
043200         CLOSE HKPRPT
043300     END-IF.
043400     DISPLAY "STRAHKP: " WS-RECON-LINE.
