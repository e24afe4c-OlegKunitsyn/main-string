001100*                 PATFILE PATTERN MASTER, SO A QUARTERLY LIST
001200*                 OF HUNDREDS OF ENTRIES NO LONGER GOES IN ONE
001300*                 STRPATM SCREEN AT A TIME
001310* 2026-10-15  MT  COMPOUND RULES - TYPE "C" ENTRIES HAVE THEIR
001320*                 RULE DEFINITION CHECKED, AND THE NEW
001330*                 RULE-ONLY FLAG IS VALIDATED AND DEFAULTED
001344* 2026-10-15  MT  DUAL CONTROL - MODE=IMPORT HOLDS EACH CHANGE
001358*                 ON PATPEND FOR APPROVAL UNDER STRPAPR INSTEAD
001372*                 OF WRITING PATFILE; UNCHANGED ENTRIES ARE
001386*                 REPORTED AND NOT HELD
001400* ------------------------------------------------------------
001500*
001600*****************************************************************
001900* MODE=IMPORT READS THE PATIN INTERCHANGE FILE - ONE RECORD
002000* PER PATTERN, LAID OUT EXACTLY AS STRPAT.CPY - VALIDATES EACH
002100* ENTRY THE WAY STRPATM DOES (ID, SEVERITY, STATUS, DATES,
002200* NON-BLANK TEXT), STAMPS PR-UPD-USER/DATE/TIME, AND HOLDS THE
002300* ADD OR REPLACEMENT ON PATPEND (STRPEND.CPY) AS A PENDING
002314* CHANGE WITH THE ENTRY'S BEFORE AND AFTER IMAGES. PATFILE ITSELF
002328* IS ONLY READ: A SECOND USER APPROVES OR REJECTS EACH CHANGE
002342* UNDER STRPAPR, AND ONLY AN APPROVED CHANGE REACHES PATFILE. AN
002356* ENTRY WHICH ALREADY HAS A CHANGE AWAITING APPROVAL (INCLUDING
002370* ONE HELD EARLIER IN THE SAME FILE) IS REJECTED, AND ONE THAT
002384* WOULD CHANGE NOTHING IS REPORTED AS SAME AND NOT HELD. EVERY
002400* ENTRY GOES ON THE PATDELTA REPORT AS AN ADD, UPDATE, EXPIRE,
002500* SAME OR REJECT LINE, WITH TOTALS, SO THE QUARTERLY LOAD CAN BE
002600* RECONCILED AGAINST THE LIST COMPLIANCE SENT.
002700*
002800* MODE=EXPORT UNLOADS EVERY PATFILE ENTRY TO PATOUT IN THE
002900* SAME INTERCHANGE LAYOUT, SO A TEST-REGION PATFILE CAN BE
003200* AN ENTRY WHOSE ONLY EFFECT IS TO SET OR CHANGE THE EXPIRY
003300* DATE OF AN EXISTING ENTRY IS REPORTED AS AN EXPIRE; ANY
003400* OTHER CHANGE TO AN EXISTING ENTRY IS AN UPDATE.
003410*
003420* A COMPOUND-RULE ENTRY (PR-TYPE-FLAG "C") ALSO HAS ITS RULE
003430* DEFINITION CHECKED. ITS COMPONENT PATTERNS NEED NOT EXIST YET
003440* - THEY MAY COME LATER IN THE SAME FILE - SO STRSCAN REPORTS A
003450* RULE WHOSE COMPONENTS ARE NOT LOADED WHEN IT RUNS.
003500*
003600* INPUT  : PATUCTL   - CONTROL CARDS, ONE PER RECORD:
003700*                      *        COMMENT CARD
003800*                      MODE=IMPORT  LOAD PATFILE FROM PATIN
003900*                      MODE=EXPORT  UNLOAD PATFILE TO PATOUT
004000*                      USER=NAME    STAMP NAME IN PR-UPD-USER
004100*                                   (DEFAULT "BATCH"), THE
004150*                                   MAKER OF THE HELD CHANGES
004200*          PATIN     - IMPORT INTERCHANGE FILE (STRPAT.CPY
004300*                      LAYOUT, ONE RECORD PER PATTERN)
004400*          PATFILE   - PATTERN MASTER, KEYED ON PR-ID
004500* OUTPUT : PATOUT    - EXPORT INTERCHANGE FILE
004550*          PATPEND   - PENDING CHANGES, KEYED ON PN-KEY (IMPORT)
004600*          PATDELTA  - 132-COLUMN DELTA REPORT
004700*
004800* RETURN-CODE 0 = CLEAN, 4 = ONE OR MORE REJECTS, 16 = THE RUN
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PR-ID
005800         FILE STATUS IS PATFILE-STATUS.
005816     SELECT PATPEND ASSIGN TO "PATPEND"
005832         ORGANIZATION IS INDEXED
005848         ACCESS MODE IS DYNAMIC
005864         RECORD KEY IS PN-KEY
005880         FILE STATUS IS PATPEND-STATUS.
005900     SELECT PATIN ASSIGN TO "PATIN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PATIN-STATUS.
007200 FILE SECTION.
007300 FD  PATFILE.
007400 COPY "strpat.cpy".
007433 FD  PATPEND.
007466 COPY "strpend.cpy".
007500 FD  PATIN.
007600 01  PATIN-REC                      PIC X(100).
007700 FD  PATOUT.
008600         88  PATFILE-OK                        VALUE "00".
008700         88  PATFILE-NOT-FOUND                 VALUE "35".
008800         88  PATFILE-REC-NOT-FND               VALUE "23".
008825     05  PATPEND-STATUS             PIC X(02) VALUE "00".
008850         88  PATPEND-OK                        VALUE "00".
008875         88  PATPEND-NOT-FOUND                 VALUE "35".
008900     05  PATIN-STATUS               PIC X(02) VALUE "00".
009000         88  PATIN-OK                          VALUE "00".
009100         88  PATIN-NOT-FOUND                   VALUE "35".
011000         88  WS-ENTRY-VALID                    VALUE "Y".
011100     05  WS-EXISTS-SW               PIC X(01) VALUE "N".
011200         88  WS-ENTRY-EXISTS                   VALUE "Y".
011220     05  WS-PEND-FOUND-SW           PIC X(01) VALUE "N".
011240         88  WS-PEND-FOUND                     VALUE "Y".
011260     05  WS-PEND-DONE-SW            PIC X(01) VALUE "N".
011280         88  WS-PEND-DONE                      VALUE "Y".
011300 01  WS-COUNTERS.
011400     05  WS-READ-COUNT              PIC 9(09) USAGE BINARY
011500                                    VALUE ZERO.
012100                                    VALUE ZERO.
012200     05  WS-REJECT-COUNT            PIC 9(09) USAGE BINARY
012300                                    VALUE ZERO.
012333     05  WS-SAME-COUNT              PIC 9(09) USAGE BINARY
012366                                    VALUE ZERO.
012400     05  WS-EXPORT-COUNT            PIC 9(09) USAGE BINARY
012500                                    VALUE ZERO.
012600 01  WS-STAMP-USER                  PIC X(08) VALUE "BATCH".
016400         CLOSE PATOUT
016500     END-IF.
016600     CLOSE PATFILE.
016625     IF WS-MODE-IMPORT
016650         CLOSE PATPEND
016675     END-IF.
016700     PERFORM 8000-WRAP-UP
016800         THRU 8000-WRAP-UP-EXIT.
016900 0000-MAINLINE-GOBACK.
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF.
020800     IF WS-MODE-IMPORT
020900         OPEN INPUT PATFILE
021000         IF PATFILE-NOT-FOUND
021100             OPEN OUTPUT PATFILE
021200             CLOSE PATFILE
021300             OPEN INPUT PATFILE
021400         END-IF
021500         IF NOT PATFILE-OK
021600             DISPLAY "STRPATIO: UNABLE TO OPEN PATFILE, STATUS "
021800             MOVE 16 TO RETURN-CODE
021900             GO TO 1000-INITIALIZE-EXIT
022000         END-IF
022007         OPEN I-O PATPEND
022014         IF PATPEND-NOT-FOUND
022021             OPEN OUTPUT PATPEND
022028             CLOSE PATPEND
022035             OPEN I-O PATPEND
022042         END-IF
022049         IF NOT PATPEND-OK
022056             DISPLAY "STRPATIO: UNABLE TO OPEN PATPEND, STATUS "
022063                 PATPEND-STATUS
022070             MOVE 16 TO RETURN-CODE
022077             GO TO 1000-INITIALIZE-EXIT
022084         END-IF
022100         OPEN INPUT PATIN
022200         IF NOT PATIN-OK
022300             DISPLAY "STRPATIO: UNABLE TO OPEN PATIN, STATUS "
028000 1100-READ-CONTROL-EXIT.
028100     EXIT.
028200*****************************************************************
028300* 2000-IMPORT-ENTRY - VALIDATE AND HOLD ONE PATIN RECORD.
028400* THE INCOMING RECORD REPLACES AN EXISTING ENTRY WHOLE, SO THE
028500* INTERCHANGE FILE IS THE TRUTH FOR THE ENTRIES IT CARRIES -
028600* ENTRIES IT DOES NOT MENTION ARE NEVER TOUCHED.
030200         WRITE PATDELTA-REC FROM WS-DELTA-LINE
030300         GO TO 2000-IMPORT-ENTRY-NEXT
030400     END-IF.
030500     PERFORM 2300-HOLD-ENTRY
030600         THRU 2300-HOLD-ENTRY-EXIT.
030700 2000-IMPORT-ENTRY-NEXT.
030800     PERFORM 2100-READ-PATIN
030900         THRU 2100-READ-PATIN-EXIT.
034720         MOVE "N" TO PR-TYPE-FLAG
034730     END-IF.
034740     IF NOT PR-TYPE-TEXT AND NOT PR-TYPE-NUMERIC
034750             AND NOT PR-TYPE-RULE
034755         MOVE "TYPE FLAG MUST BE N, L, R, C OR BLANK"
034760             TO WS-REJECT-REASON
034770         GO TO 2200-VALIDATE-ENTRY-EXIT
034780     END-IF.
034781     IF PR-RULE-FLAG = SPACE
034782         MOVE "N" TO PR-RULE-FLAG
034783     END-IF.
034784     IF PR-RULE-FLAG NOT = "Y" AND PR-RULE-FLAG NOT = "N"
034785         MOVE "RULE-ONLY FLAG MUST BE Y, N OR BLANK"
034786             TO WS-REJECT-REASON
034787         GO TO 2200-VALIDATE-ENTRY-EXIT
034788     END-IF.
034789     IF PR-TYPE-RULE
034790         PERFORM 2250-VALIDATE-RULE
034791             THRU 2250-VALIDATE-RULE-EXIT
034792         IF WS-REJECT-REASON NOT = SPACES
034793             GO TO 2200-VALIDATE-ENTRY-EXIT
034794         END-IF
034795     END-IF.
034800     IF PR-STATUS = SPACE
034900         MOVE "A" TO PR-STATUS
035000     END-IF.
037400     SET WS-ENTRY-VALID TO TRUE.
037500 2200-VALIDATE-ENTRY-EXIT.
037600     EXIT.
037602*****************************************************************
037604* 2250-VALIDATE-RULE - CHECK THE RULE DEFINITION THAT A
037606* COMPOUND-RULE ENTRY CARRIES IN PR-TEXT (PR-RULE-DEF): A
037608* PROXIMITY OF R, B OR F, A NUMERIC DISTANCE FOR B AND F, AND
037610* AT LEAST TWO COMPONENT IDS FILLED FROM THE FIRST SLOT, NONE
037612* OF THEM THE RULE'S OWN. A RULE CANNOT ITSELF BE RULE-ONLY.
037614* A REASON LEFT IN WS-REJECT-REASON REJECTS THE ENTRY.
037616*****************************************************************
037618 2250-VALIDATE-RULE.
037620     IF NOT PR-PROX-RECORD AND NOT PR-PROX-BYTES
037622             AND NOT PR-PROX-FIELDS
037624         MOVE "RULE PROXIMITY MUST BE R, B OR F"
037626             TO WS-REJECT-REASON
037628         GO TO 2250-VALIDATE-RULE-EXIT
037630     END-IF.
037632     IF NOT PR-PROX-RECORD
037634             AND PR-RULE-DISTANCE IS NOT NUMERIC
037636         MOVE "RULE DISTANCE MUST BE 000-999"
037638             TO WS-REJECT-REASON
037640         GO TO 2250-VALIDATE-RULE-EXIT
037642     END-IF.
037644     IF PR-RULE-PATTERN-ID(1) = SPACES
037646             OR PR-RULE-PATTERN-ID(2) = SPACES
037648             OR PR-RULE-PATTERN-ID(3) = SPACES
037650             AND PR-RULE-PATTERN-ID(4) NOT = SPACES
037652         MOVE "RULE PATTERN IDS MUST FILL SLOTS 1 UP"
037654             TO WS-REJECT-REASON
037656         GO TO 2250-VALIDATE-RULE-EXIT
037658     END-IF.
037660     IF PR-RULE-PATTERN-ID(1) = PR-ID
037662             OR PR-RULE-PATTERN-ID(2) = PR-ID
037664             OR PR-RULE-PATTERN-ID(3) = PR-ID
037666             OR PR-RULE-PATTERN-ID(4) = PR-ID
037668         MOVE "A RULE CANNOT NAME ITSELF" TO WS-REJECT-REASON
037670         GO TO 2250-VALIDATE-RULE-EXIT
037672     END-IF.
037674     IF PR-RULE-ONLY
037676         MOVE "A RULE CANNOT ITSELF BE RULE-ONLY"
037678             TO WS-REJECT-REASON
037680     END-IF.
037682 2250-VALIDATE-RULE-EXIT.
037684     EXIT.
037700*****************************************************************
037800* 2300-HOLD-ENTRY - STAMP THE VALIDATED RECORD AND HOLD IT ON
037900* PATPEND AS THE ADD OR REPLACEMENT OF ITS ENTRY, CLASSIFYING
038000* THE CHANGE FOR THE DELTA REPORT. THE RANDOM READ CLOBBERS
038100* PATTERN-REC, SO THE NEW IMAGE IS HELD ASIDE AND PUT BACK.
038200*****************************************************************
038300 2300-HOLD-ENTRY.
038400     MOVE WS-STAMP-USER TO PR-UPD-USER.
038500     MOVE WS-NOW(1:8) TO PR-UPD-DATE.
038600     MOVE WS-NOW(9:6) TO PR-UPD-TIME.
038700     MOVE PATTERN-REC TO WS-NEW-REC.
038800     MOVE "N" TO WS-EXISTS-SW.
038850     MOVE SPACES TO WS-OLD-REC.
038900     READ PATFILE
039000         INVALID KEY
039100             CONTINUE
039500             MOVE PR-EXP-DATE TO WS-OLD-EXP-DATE
039600     END-READ.
039700     MOVE WS-NEW-REC TO PATTERN-REC.
039702     MOVE PR-ID TO DL-PAT-ID.
039704     MOVE PR-TEXT TO DL-TEXT.
039706*    BYTES 1-28 ARE EVERYTHING BEFORE THE EXP DATE, 29-36 THE EXP
039708*    DATE, 37-76 THE PATTERN TEXT AND 99 THE RULE-ONLY FLAG - THE
039710*    REST IS THE CHANGE STAMP
039712     IF WS-ENTRY-EXISTS
039714             AND WS-OLD-REC(1:76) = WS-NEW-REC(1:76)
039716             AND WS-OLD-REC(99:1) = WS-NEW-REC(99:1)
039718         ADD 1 TO WS-SAME-COUNT
039720         MOVE "SAME   " TO DL-ACTION
039722         MOVE "NO CHANGE - NOTHING HELD" TO DL-DETAIL
039724         WRITE PATDELTA-REC FROM WS-DELTA-LINE
039726         GO TO 2300-HOLD-ENTRY-EXIT
039728     END-IF.
039730     PERFORM 2400-FIND-PENDING
039732         THRU 2400-FIND-PENDING-EXIT.
039734     MOVE WS-NEW-REC TO PATTERN-REC.
039736     IF WS-PEND-FOUND
039738         ADD 1 TO WS-REJECT-COUNT
039740         MOVE "REJECT " TO DL-ACTION
039742         MOVE "A CHANGE IS ALREADY AWAITING APPROVAL"
039744             TO DL-DETAIL
039746         WRITE PATDELTA-REC FROM WS-DELTA-LINE
039748         GO TO 2300-HOLD-ENTRY-EXIT
039750     END-IF.
039752     MOVE SPACES TO PENDING-REC.
039754     MOVE PR-ID TO PN-PAT-ID.
039756     MOVE PR-UPD-DATE TO PN-REQ-DATE.
039758     MOVE PR-UPD-TIME TO PN-REQ-TIME.
039760     SET PN-PENDING TO TRUE.
039762     MOVE "STRPATIO" TO PN-SOURCE.
039764     MOVE WS-STAMP-USER TO PN-MAKER-USER.
039766     MOVE WS-NEW-REC TO PN-AFTER-IMAGE.
039800     IF WS-ENTRY-EXISTS
040110         SET PN-HAS-BEFORE TO TRUE
040420         MOVE WS-OLD-REC TO PN-BEFORE-IMAGE
040730         IF PR-EXP-DATE NOT = WS-OLD-EXP-DATE
040800                 AND PR-EXP-DATE NOT = SPACES
040900                 AND WS-OLD-REC(1:28) = WS-NEW-REC(1:28)
040910                 AND WS-OLD-REC(37:40) = WS-NEW-REC(37:40)
040920                 AND WS-OLD-REC(99:1) = WS-NEW-REC(99:1)
041000             ADD 1 TO WS-EXPIRE-COUNT
041100             MOVE "EXPIRE " TO DL-ACTION
041150             MOVE "EXPIRE" TO PN-ACTION
041200             MOVE "HELD - STOPS AT START OF EXP DATE"
041250                 TO DL-DETAIL
041300         ELSE
041400             ADD 1 TO WS-UPDATE-COUNT
041500             MOVE "UPDATE " TO DL-ACTION
041550             MOVE "UPDATE" TO PN-ACTION
041600             MOVE "HELD FOR APPROVAL" TO DL-DETAIL
041700         END-IF
041800     ELSE
042250         MOVE "N" TO PN-BEFORE-SW
042700         ADD 1 TO WS-ADD-COUNT
042800         MOVE "ADD    " TO DL-ACTION
042850         MOVE "ADD" TO PN-ACTION
042900         MOVE "HELD FOR APPROVAL" TO DL-DETAIL
043000     END-IF.
043033     WRITE PENDING-REC
043066         INVALID KEY
043099             DISPLAY "STRPATIO: UNABLE TO HOLD '" PR-ID
043132                 "' ON PATPEND, STATUS " PATPEND-STATUS
043165             MOVE 16 TO RETURN-CODE
043198             SET WS-PATIN-EOF TO TRUE
043231             GO TO 2300-HOLD-ENTRY-EXIT
043264     END-WRITE.
043300     WRITE PATDELTA-REC FROM WS-DELTA-LINE.
043400 2300-HOLD-ENTRY-EXIT.
043500     EXIT.
043502*****************************************************************
043504* 2400-FIND-PENDING - LOOK THROUGH THE PATPEND CHANGES OF ENTRY
043506* PR-ID FOR ONE STILL AWAITING A DECISION. THE BROWSE READS
043508* INTO PENDING-REC ONLY.
043510*****************************************************************
043512 2400-FIND-PENDING.
043514     MOVE "N" TO WS-PEND-FOUND-SW.
043516     MOVE "N" TO WS-PEND-DONE-SW.
043518     MOVE PR-ID TO PN-PAT-ID.
043520     MOVE LOW-VALUES TO PN-REQ-DATE.
043522     MOVE LOW-VALUES TO PN-REQ-TIME.
043524     START PATPEND KEY IS NOT LESS THAN PN-KEY
043526         INVALID KEY
043528             GO TO 2400-FIND-PENDING-EXIT
043530     END-START.
043532     PERFORM 2410-READ-PENDING
043534         THRU 2410-READ-PENDING-EXIT
043536         UNTIL WS-PEND-FOUND OR WS-PEND-DONE.
043538 2400-FIND-PENDING-EXIT.
043540     EXIT.
043542*****************************************************************
043544* 2410-READ-PENDING - NEXT PATPEND CHANGE OF THE SAME ENTRY
043546*****************************************************************
043548 2410-READ-PENDING.
043550     READ PATPEND NEXT
043552         AT END
043554             SET WS-PEND-DONE TO TRUE
043556             GO TO 2410-READ-PENDING-EXIT
043558     END-READ.
043560     IF PN-PAT-ID NOT = PR-ID
043562         SET WS-PEND-DONE TO TRUE
043564         GO TO 2410-READ-PENDING-EXIT
043566     END-IF.
043568     IF PN-PENDING
043570         SET WS-PEND-FOUND TO TRUE
043572     END-IF.
043574 2410-READ-PENDING-EXIT.
043576     EXIT.
043600*****************************************************************
043700* 3000-EXPORT-ENTRY - ONE PATFILE ENTRY TO THE INTERCHANGE
043800* FILE, ALL STATUSES INCLUDED - AN EXPORT IS A FAITHFUL COPY,
047300         MOVE "INTERCHANGE RECORDS READ" TO SL-TEXT
047400         MOVE WS-READ-COUNT TO SL-COUNT
047500         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
047600         MOVE "ADDS HELD FOR APPROVAL" TO SL-TEXT
047700         MOVE WS-ADD-COUNT TO SL-COUNT
047800         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
047900         MOVE "UPDATES HELD FOR APPROVAL" TO SL-TEXT
048000         MOVE WS-UPDATE-COUNT TO SL-COUNT
048100         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
048200         MOVE "EXPIRIES HELD FOR APPROVAL" TO SL-TEXT
048300         MOVE WS-EXPIRE-COUNT TO SL-COUNT
048400         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
048425         MOVE "PATTERNS UNCHANGED" TO SL-TEXT
048450         MOVE WS-SAME-COUNT TO SL-COUNT
048475         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
048500         MOVE "RECORDS REJECTED" TO SL-TEXT
048600         MOVE WS-REJECT-COUNT TO SL-COUNT
048700         WRITE PATDELTA-REC FROM WS-SUMMARY-LINE
048800         DISPLAY "STRPATIO: " WS-READ-COUNT " RECORD(S) READ, "
048900             WS-ADD-COUNT " ADD(S), " WS-UPDATE-COUNT
049000             " UPDATE(S), " WS-EXPIRE-COUNT " EXPIRY(S) HELD, "
049050             WS-SAME-COUNT " UNCHANGED, "
049100             WS-REJECT-COUNT " REJECTED"
049200         IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
049300             MOVE 4 TO RETURN-CODE
