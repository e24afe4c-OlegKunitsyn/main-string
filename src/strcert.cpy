000100*****************************************************************
000200* CLEARANCE CERTIFICATE RECORD - ONE RECORD PER VERIFIED SCAN
000300* RUN, WRITTEN BY STRSCAN AT END OF A VERIFY=Y RUN TO THE
000400* CLEARCRT DATASET. THE VERIFICATION RE-SCANS THE CLEANFILE OF
000500* A REDACTING RUN WITH THE SAME PATFILE, FOLDTAB AND SCANCTL
000600* SETTINGS AND CHECKS IT RECORD FOR RECORD AGAINST THE ORIGINAL
000700* INFILE BEFORE THE CLEANSED COPY MAY BE TRANSMITTED.
000800*
000900* CC-RUN-KEY IS THE SCANHIST KEY (HS-RUN-KEY, STRHIST.CPY) OF
001000* THE REDACTING RUN BEING CLEARED - THE LATEST SCANHIST RECORD
001100* CARRYING THE SAME INFILEID= IDENTITY - SO THE CERTIFICATE IS
001200* READ BACK WITH THE RUN'S HISTORY RECORD ON THE SAME KEY. WHEN
001300* NO SUCH RECORD EXISTS CC-HIST-SW IS "N" AND THE KEY IS THE
001400* VERIFICATION RUN'S OWN START DATE AND TIME. VERIFYING THE
001500* SAME RUN AGAIN REPLACES ITS CERTIFICATE.
001600*
001700* CC-ORIG-RECORDS AND CC-CLEAN-RECORDS ARE THE RECORDS READ
001800* FROM THE ORIGINAL AND THE CLEANSED COPY, CC-HIST-RECORDS THE
001900* RECORDS THE SCAN RUN ITSELF READ (ZERO WHEN UNLINKED), AND
002000* CC-LEN-MISMATCHES THE RECORDS WHOSE LENGTHS DIFFER. CC-
002100* RESIDUAL-HITS COUNTS THE ACTIVE-PATTERN MATCHES STILL FOUND
002200* IN THE CLEANSED COPY. CC-PATTERN-COUNT AND CC-PATTERN-SEAL
002300* IDENTIFY THE PATTERN SET USED: THE PATFILE ENTRIES LOADED AND
002400* THE STRSEAL CHECK VALUE CHAINED OVER THOSE RECORDS IN KEY
002500* ORDER, SO ANY CHANGE TO THE SET GIVES A DIFFERENT SEAL.
002600* CC-RESULT IS "PASS" ONLY WHEN THERE ARE NO RESIDUAL HITS AND
002700* ALL THE RECORD COUNTS AND LENGTHS AGREE. NUMERIC FIELDS ARE
002800* UNSIGNED ZONED DECIMAL.
002900*****************************************************************
003000 01  CERT-REC.
003100     05  CC-RUN-KEY.
003200         10  CC-RUN-DATE            PIC X(08).
003300         10  CC-RUN-TIME            PIC X(06).
003400     05  CC-HIST-SW                 PIC X(01).
003500         88  CC-HIST-LINKED                    VALUE "Y".
003600     05  CC-INFILE-ID               PIC X(16).
003700     05  CC-FILE-DATE               PIC X(08).
003800     05  CC-ORIG-RECORDS            PIC 9(09).
003900     05  CC-CLEAN-RECORDS           PIC 9(09).
004000     05  CC-HIST-RECORDS            PIC 9(09).
004100     05  CC-LEN-MISMATCHES          PIC 9(09).
004200     05  CC-RESIDUAL-HITS           PIC 9(09).
004300     05  CC-PATTERN-COUNT           PIC 9(05).
004400     05  CC-PATTERN-SEAL            PIC 9(18).
004500     05  CC-FOLD-SW                 PIC X(01).
004600     05  CC-RESULT                  PIC X(04).
004700         88  CC-PASSED                         VALUE "PASS".
004800         88  CC-FAILED                         VALUE "FAIL".
004900     05  CC-VERIFY-DATE             PIC X(08).
005000     05  CC-VERIFY-TIME             PIC X(06).
005100     05  FILLER                     PIC X(10).
