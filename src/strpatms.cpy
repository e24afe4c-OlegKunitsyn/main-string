003330     02  FILLER REDEFINES NUMFF.
003340         03  NUMFA                  PIC X(01).
003350     02  NUMFI                      PIC X(01).
003360     02  RONLYL                     PIC S9(4) USAGE COMP.
003370     02  RONLYF                     PIC X(01).
003380     02  FILLER REDEFINES RONLYF.
003390         03  RONLYA                 PIC X(01).
003395     02  RONLYI                     PIC X(01).
003400     02  STATL                      PIC S9(4) USAGE COMP.
003500     02  STATF                      PIC X(01).
003600     02  FILLER REDEFINES STATF.
007500     02  CASEFO                     PIC X(01).
007510     02  FILLER                     PIC X(03).
007520     02  NUMFO                      PIC X(01).
007530     02  FILLER                     PIC X(03).
007540     02  RONLYO                     PIC X(01).
007600     02  FILLER                     PIC X(03).
007700     02  STATO                      PIC X(01).
007800     02  FILLER                     PIC X(03).
