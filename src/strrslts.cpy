006600     02  FILLER REDEFINES DDSTF.
006700         03  DDSTA                  PIC X(01).
006800     02  DDSTI                      PIC X(04).
006816     02  DKEYL                      PIC S9(4) USAGE COMP.
006832     02  DKEYF                      PIC X(01).
006848     02  FILLER REDEFINES DKEYF.
006864         03  DKEYA                  PIC X(01).
006880     02  DKEYI                      PIC X(20).
006900     02  DTXTL                      PIC S9(4) USAGE COMP.
007000     02  DTXTF                      PIC X(01).
007100     02  FILLER REDEFINES DTXTF.
007600     02  FILLER REDEFINES REASONF.
007700         03  REASONA                PIC X(01).
007800     02  REASONI                    PIC X(40).
007804     02  CSTATL                     PIC S9(4) USAGE COMP.
007808     02  CSTATF                     PIC X(01).
007812     02  FILLER REDEFINES CSTATF.
007816         03  CSTATA                 PIC X(01).
007820     02  CSTATI                     PIC X(01).
007824     02  OWNERL                     PIC S9(4) USAGE COMP.
007828     02  OWNERF                     PIC X(01).
007832     02  FILLER REDEFINES OWNERF.
007836         03  OWNERA                 PIC X(01).
007840     02  OWNERI                     PIC X(08).
007844     02  DOPNL                      PIC S9(4) USAGE COMP.
007848     02  DOPNF                      PIC X(01).
007852     02  FILLER REDEFINES DOPNF.
007856         03  DOPNA                  PIC X(01).
007860     02  DOPNI                      PIC X(08).
007864     02  DHITL                      PIC S9(4) USAGE COMP.
007868     02  DHITF                      PIC X(01).
007872     02  FILLER REDEFINES DHITF.
007876         03  DHITA                  PIC X(01).
007880     02  DHITI                      PIC X(09).
007881     02  DCCOLL                     PIC S9(4) USAGE COMP.
007882     02  DCCOLF                     PIC X(01).
007883     02  FILLER REDEFINES DCCOLF.
007884         03  DCCOLA                 PIC X(01).
007885     02  DCCOLI                     PIC X(09).
007886     02  DCTX1L                     PIC S9(4) USAGE COMP.
007887     02  DCTX1F                     PIC X(01).
007888     02  FILLER REDEFINES DCTX1F.
007889         03  DCTX1A                 PIC X(01).
007890     02  DCTX1I                     PIC X(60).
007891     02  DCTX2L                     PIC S9(4) USAGE COMP.
007892     02  DCTX2F                     PIC X(01).
007893     02  FILLER REDEFINES DCTX2F.
007894         03  DCTX2A                 PIC X(01).
007895     02  DCTX2I                     PIC X(60).
007900     02  MSGL                       PIC S9(4) USAGE COMP.
008000     02  MSGF                       PIC X(01).
008100     02  FILLER REDEFINES MSGF.
010800     02  FILLER                     PIC X(03).
010900     02  DDSTO                      PIC X(04).
011000     02  FILLER                     PIC X(03).
011033     02  DKEYO                      PIC X(20).
011066     02  FILLER                     PIC X(03).
011100     02  DTXTO                      PIC X(60).
011200     02  FILLER                     PIC X(03).
011300     02  REASONO                    PIC X(40).
011311     02  FILLER                     PIC X(03).
011322     02  CSTATO                     PIC X(01).
011333     02  FILLER                     PIC X(03).
011344     02  OWNERO                     PIC X(08).
011355     02  FILLER                     PIC X(03).
011366     02  DOPNO                      PIC X(08).
011377     02  FILLER                     PIC X(03).
011388     02  DHITO                      PIC X(09).
011400     02  FILLER                     PIC X(03).
011414     02  DCCOLO                     PIC X(09).
011428     02  FILLER                     PIC X(03).
011442     02  DCTX1O                     PIC X(60).
011456     02  FILLER                     PIC X(03).
011470     02  DCTX2O                     PIC X(60).
011484     02  FILLER                     PIC X(03).
011500     02  MSGO                       PIC X(78).
