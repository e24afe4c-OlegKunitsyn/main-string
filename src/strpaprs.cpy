000100*****************************************************************
000200* STRPAPRS - SYMBOLIC MAP FOR MAPSET STRPAPRS / MAP STRPAPR.
000300* CHECKED-IN COPY OF THE BMS-GENERATED DSECT SO THE PROGRAM CAN
000400* BE COMPILED WITHOUT RUNNING THE MAP ASSEMBLY; REGENERATE FROM
000500* STRPAPR.BMS WHENEVER THE MAP CHANGES.
000600*****************************************************************
000700 01  STRPAPRI.
000800     02  FILLER                     PIC X(12).
000900     02  FUNCL                      PIC S9(4) USAGE COMP.
001000     02  FUNCF                      PIC X(01).
001100     02  FILLER REDEFINES FUNCF.
001200         03  FUNCA                  PIC X(01).
001300     02  FUNCI                      PIC X(01).
001400     02  PATIDL                     PIC S9(4) USAGE COMP.
001500     02  PATIDF                     PIC X(01).
001600     02  FILLER REDEFINES PATIDF.
001700         03  PATIDA                 PIC X(01).
001800     02  PATIDI                     PIC X(08).
001900     02  DACTL                      PIC S9(4) USAGE COMP.
002000     02  DACTF                      PIC X(01).
002100     02  FILLER REDEFINES DACTF.
002200         03  DACTA                  PIC X(01).
002300     02  DACTI                      PIC X(10).
002400     02  DSRCL                      PIC S9(4) USAGE COMP.
002500     02  DSRCF                      PIC X(01).
002600     02  FILLER REDEFINES DSRCF.
002700         03  DSRCA                  PIC X(01).
002800     02  DSRCI                      PIC X(08).
002900     02  DMKRL                      PIC S9(4) USAGE COMP.
003000     02  DMKRF                      PIC X(01).
003100     02  FILLER REDEFINES DMKRF.
003200         03  DMKRA                  PIC X(01).
003300     02  DMKRI                      PIC X(08).
003400     02  DREQL                      PIC S9(4) USAGE COMP.
003500     02  DREQF                      PIC X(01).
003600     02  FILLER REDEFINES DREQF.
003700         03  DREQA                  PIC X(01).
003800     02  DREQI                      PIC X(15).
003900     02  BSEVL                      PIC S9(4) USAGE COMP.
004000     02  BSEVF                      PIC X(01).
004100     02  FILLER REDEFINES BSEVF.
004200         03  BSEVA                  PIC X(01).
004300     02  BSEVI                      PIC X(01).
004400     02  ASEVL                      PIC S9(4) USAGE COMP.
004500     02  ASEVF                      PIC X(01).
004600     02  FILLER REDEFINES ASEVF.
004700         03  ASEVA                  PIC X(01).
004800     02  ASEVI                      PIC X(01).
004900     02  BCATL                      PIC S9(4) USAGE COMP.
005000     02  BCATF                      PIC X(01).
005100     02  FILLER REDEFINES BCATF.
005200         03  BCATA                  PIC X(01).
005300     02  BCATI                      PIC X(08).
005400     02  ACATL                      PIC S9(4) USAGE COMP.
005500     02  ACATF                      PIC X(01).
005600     02  FILLER REDEFINES ACATF.
005700         03  ACATA                  PIC X(01).
005800     02  ACATI                      PIC X(08).
005900     02  BCASEL                     PIC S9(4) USAGE COMP.
006000     02  BCASEF                     PIC X(01).
006100     02  FILLER REDEFINES BCASEF.
006200         03  BCASEA                 PIC X(01).
006300     02  BCASEI                     PIC X(01).
006400     02  ACASEL                     PIC S9(4) USAGE COMP.
006500     02  ACASEF                     PIC X(01).
006600     02  FILLER REDEFINES ACASEF.
006700         03  ACASEA                 PIC X(01).
006800     02  ACASEI                     PIC X(01).
006900     02  BTYPL                      PIC S9(4) USAGE COMP.
007000     02  BTYPF                      PIC X(01).
007100     02  FILLER REDEFINES BTYPF.
007200         03  BTYPA                  PIC X(01).
007300     02  BTYPI                      PIC X(01).
007400     02  ATYPL                      PIC S9(4) USAGE COMP.
007500     02  ATYPF                      PIC X(01).
007600     02  FILLER REDEFINES ATYPF.
007700         03  ATYPA                  PIC X(01).
007800     02  ATYPI                      PIC X(01).
007900     02  BRONL                      PIC S9(4) USAGE COMP.
008000     02  BRONF                      PIC X(01).
008100     02  FILLER REDEFINES BRONF.
008200         03  BRONA                  PIC X(01).
008300     02  BRONI                      PIC X(01).
008400     02  ARONL                      PIC S9(4) USAGE COMP.
008500     02  ARONF                      PIC X(01).
008600     02  FILLER REDEFINES ARONF.
008700         03  ARONA                  PIC X(01).
008800     02  ARONI                      PIC X(01).
008900     02  BSTATL                     PIC S9(4) USAGE COMP.
009000     02  BSTATF                     PIC X(01).
009100     02  FILLER REDEFINES BSTATF.
009200         03  BSTATA                 PIC X(01).
009300     02  BSTATI                     PIC X(01).
009400     02  ASTATL                     PIC S9(4) USAGE COMP.
009500     02  ASTATF                     PIC X(01).
009600     02  FILLER REDEFINES ASTATF.
009700         03  ASTATA                 PIC X(01).
009800     02  ASTATI                     PIC X(01).
009900     02  BEFFL                      PIC S9(4) USAGE COMP.
010000     02  BEFFF                      PIC X(01).
010100     02  FILLER REDEFINES BEFFF.
010200         03  BEFFA                  PIC X(01).
010300     02  BEFFI                      PIC X(08).
010400     02  AEFFL                      PIC S9(4) USAGE COMP.
010500     02  AEFFF                      PIC X(01).
010600     02  FILLER REDEFINES AEFFF.
010700         03  AEFFA                  PIC X(01).
010800     02  AEFFI                      PIC X(08).
010900     02  BEXPL                      PIC S9(4) USAGE COMP.
011000     02  BEXPF                      PIC X(01).
011100     02  FILLER REDEFINES BEXPF.
011200         03  BEXPA                  PIC X(01).
011300     02  BEXPI                      PIC X(08).
011400     02  AEXPL                      PIC S9(4) USAGE COMP.
011500     02  AEXPF                      PIC X(01).
011600     02  FILLER REDEFINES AEXPF.
011700         03  AEXPA                  PIC X(01).
011800     02  AEXPI                      PIC X(08).
011900     02  BTXTL                      PIC S9(4) USAGE COMP.
012000     02  BTXTF                      PIC X(01).
012100     02  FILLER REDEFINES BTXTF.
012200         03  BTXTA                  PIC X(01).
012300     02  BTXTI                      PIC X(40).
012400     02  ATXTL                      PIC S9(4) USAGE COMP.
012500     02  ATXTF                      PIC X(01).
012600     02  FILLER REDEFINES ATXTF.
012700         03  ATXTA                  PIC X(01).
012800     02  ATXTI                      PIC X(40).
012900     02  REASONL                    PIC S9(4) USAGE COMP.
013000     02  REASONF                    PIC X(01).
013100     02  FILLER REDEFINES REASONF.
013200         03  REASONA                PIC X(01).
013300     02  REASONI                    PIC X(40).
013400     02  MSGL                       PIC S9(4) USAGE COMP.
013500     02  MSGF                       PIC X(01).
013600     02  FILLER REDEFINES MSGF.
013700         03  MSGA                   PIC X(01).
013800     02  MSGI                       PIC X(78).
013900 01  STRPAPRO REDEFINES STRPAPRI.
014000     02  FILLER                     PIC X(12).
014100     02  FILLER                     PIC X(03).
014200     02  FUNCO                      PIC X(01).
014300     02  FILLER                     PIC X(03).
014400     02  PATIDO                     PIC X(08).
014500     02  FILLER                     PIC X(03).
014600     02  DACTO                      PIC X(10).
014700     02  FILLER                     PIC X(03).
014800     02  DSRCO                      PIC X(08).
014900     02  FILLER                     PIC X(03).
015000     02  DMKRO                      PIC X(08).
015100     02  FILLER                     PIC X(03).
015200     02  DREQO                      PIC X(15).
015300     02  FILLER                     PIC X(03).
015400     02  BSEVO                      PIC X(01).
015500     02  FILLER                     PIC X(03).
015600     02  ASEVO                      PIC X(01).
015700     02  FILLER                     PIC X(03).
015800     02  BCATO                      PIC X(08).
015900     02  FILLER                     PIC X(03).
016000     02  ACATO                      PIC X(08).
016100     02  FILLER                     PIC X(03).
016200     02  BCASEO                     PIC X(01).
016300     02  FILLER                     PIC X(03).
016400     02  ACASEO                     PIC X(01).
016500     02  FILLER                     PIC X(03).
016600     02  BTYPO                      PIC X(01).
016700     02  FILLER                     PIC X(03).
016800     02  ATYPO                      PIC X(01).
016900     02  FILLER                     PIC X(03).
017000     02  BRONO                      PIC X(01).
017100     02  FILLER                     PIC X(03).
017200     02  ARONO                      PIC X(01).
017300     02  FILLER                     PIC X(03).
017400     02  BSTATO                     PIC X(01).
017500     02  FILLER                     PIC X(03).
017600     02  ASTATO                     PIC X(01).
017700     02  FILLER                     PIC X(03).
017800     02  BEFFO                      PIC X(08).
017900     02  FILLER                     PIC X(03).
018000     02  AEFFO                      PIC X(08).
018100     02  FILLER                     PIC X(03).
018200     02  BEXPO                      PIC X(08).
018300     02  FILLER                     PIC X(03).
018400     02  AEXPO                      PIC X(08).
018500     02  FILLER                     PIC X(03).
018600     02  BTXTO                      PIC X(40).
018700     02  FILLER                     PIC X(03).
018800     02  ATXTO                      PIC X(40).
018900     02  FILLER                     PIC X(03).
019000     02  REASONO                    PIC X(40).
019100     02  FILLER                     PIC X(03).
019200     02  MSGO                       PIC X(78).
