000900* ------------------------------------------------------------
001000* 2026-08-23  MT  INITIAL VERSION - DAILY SUMMARY REPORT OVER
001100*                 THE STRAUDIT DATASET WRITTEN BY STRLOG
001110* 2026-10-15  MT  STRAUDIT WIDENED TO 120 FOR THE SEQUENCE
001120*                 NUMBER AND CHAINED CHECK VALUE; CHAIN ANCHOR
001130*                 RECORDS LEFT BY STRAHKP ARE SKIPPED
001200* ------------------------------------------------------------
001300*
001400*****************************************************************
002800*     COLS  32- 40  HAYSTACK LENGTH (RIGHT-JUSTIFIED)
002900*     COLS  42- 81  NEEDLE SEARCHED FOR
003000*     COLS  83- 91  RESULT POSITION (RIGHT-JUSTIFIED, 0 = MISS)
003010*     COLS  93-101  RECORD SEQUENCE NUMBER
003020*     COLS 103-120  CHAINED CHECK VALUE (VERIFIED BY STRAVFY)
003030* A RECORD WITH CALLER "*CHAIN*" IS THE CHAIN ANCHOR STRAHKP
003040* LEAVES WHEN IT ARCHIVES THE FRONT OF THE LOG. IT RECORDS NO
003050* SEARCH AND IS SKIPPED WITHOUT BEING COUNTED AS BAD.
003100*
003200* INPUT  : STRAUDIT  - AUDIT LOG APPENDED BY STRLOG
003300*          AUDCTL    - OPTIONAL CONTROL CARDS, ONE PER RECORD:
005800     05  AL-TIMESTAMP               PIC X(21).
005900     05  FILLER                     PIC X(01).
006000     05  AL-CALLER                  PIC X(08).
006010         88  AL-CHAIN-ANCHOR                   VALUE "*CHAIN*".
006100     05  FILLER                     PIC X(01).
006200     05  AL-H-LEN-X                 PIC X(09).
006300     05  FILLER                     PIC X(01).
006400     05  AL-NEEDLE                  PIC X(40).
006500     05  FILLER                     PIC X(01).
006600     05  AL-RESULT-X                PIC X(09).
006700     05  FILLER                     PIC X(01).
006710     05  AL-SEQ-X                   PIC X(09).
006720     05  FILLER                     PIC X(01).
006730     05  AL-CHECK-X                 PIC X(18).
006800 FD  AUDCTL.
006900 01  AUDCTL-REC                     PIC X(80).
007000 FD  AUDRPT.
040600* 2500-SCREEN-RECORD - DECIDE WHETHER THE CURRENT LOG RECORD
040700* COUNTS. SETS WS-NUM-OK WHEN THE RECORD PARSES AND FALLS IN
040800* THE FROM/TO WINDOW, AND WS-REC-HIT WHEN ITS RESULT IS > 0.
040810* A CHAIN ANCHOR IS NEITHER COUNTED NOR BAD.
040900*****************************************************************
041000 2500-SCREEN-RECORD.
041100     MOVE "N" TO WS-NUM-OK-SW.
041200     MOVE "N" TO WS-REC-HIT-SW.
041210     IF AL-CHAIN-ANCHOR
041220         GO TO 2500-SCREEN-RECORD-EXIT
041230     END-IF.
041300     IF AL-CALLER = SPACES
041400         PERFORM 2550-COUNT-BAD
041450             THRU 2550-COUNT-BAD-EXIT
