000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM16M, MAPSET ETRM016.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM016.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM16I.
000700     02  FILLER                PIC X(12).
000800     02  CATGL                 PIC S9(4) USAGE COMP.
000900     02  CATGF                 PIC X(01).
001000     02  FILLER REDEFINES CATGF.
001100         03  CATGA              PIC X(01).
001200     02  CATGI                 PIC X(02).
001300     02  SIDL                  PIC S9(4) USAGE COMP.
001400     02  SIDF                  PIC X(01).
001500     02  FILLER REDEFINES SIDF.
001600         03  SIDA               PIC X(01).
001700     02  SIDI                  PIC X(09).
001800     02  EMAILL                PIC S9(4) USAGE COMP.
001900     02  EMAILF                PIC X(01).
002000     02  FILLER REDEFINES EMAILF.
002100         03  EMAILA             PIC X(01).
002200     02  EMAILI                PIC X(60).
002300     02  RFDATEL               PIC S9(4) USAGE COMP.
002400     02  RFDATEF               PIC X(01).
002500     02  FILLER REDEFINES RFDATEF.
002600         03  RFDATEA            PIC X(01).
002700     02  RFDATEI               PIC X(10).
002800     02  RFPCTL                PIC S9(4) USAGE COMP.
002900     02  RFPCTF                PIC X(01).
003000     02  FILLER REDEFINES RFPCTF.
003100         03  RFPCTA             PIC X(01).
003200     02  RFPCTI                PIC X(03).
003300     02  RFAMTL                PIC S9(4) USAGE COMP.
003400     02  RFAMTF                PIC X(01).
003500     02  FILLER REDEFINES RFAMTF.
003600         03  RFAMTA             PIC X(01).
003700     02  RFAMTI                PIC X(12).
003800     02  RFRSNL                PIC S9(4) USAGE COMP.
003900     02  RFRSNF                PIC X(01).
004000     02  FILLER REDEFINES RFRSNF.
004100         03  RFRSNA             PIC X(01).
004200     02  RFRSNI                PIC X(01).
004300     02  STATL                 PIC S9(4) USAGE COMP.
004400     02  STATF                 PIC X(01).
004500     02  FILLER REDEFINES STATF.
004600         03  STATA              PIC X(01).
004700     02  STATI                 PIC X(01).
004800     02  STDESCL               PIC S9(4) USAGE COMP.
004900     02  STDESCF               PIC X(01).
005000     02  FILLER REDEFINES STDESCF.
005100         03  STDESCA            PIC X(01).
005200     02  STDESCI               PIC X(10).
005300     02  STDATEL               PIC S9(4) USAGE COMP.
005400     02  STDATEF               PIC X(01).
005500     02  FILLER REDEFINES STDATEF.
005600         03  STDATEA            PIC X(01).
005700     02  STDATEI               PIC X(10).
005800     02  APPBYL                PIC S9(4) USAGE COMP.
005900     02  APPBYF                PIC X(01).
006000     02  FILLER REDEFINES APPBYF.
006100         03  APPBYA             PIC X(01).
006200     02  APPBYI                PIC X(08).
006300     02  PAYREFL               PIC S9(4) USAGE COMP.
006400     02  PAYREFF               PIC X(01).
006500     02  FILLER REDEFINES PAYREFF.
006600         03  PAYREFA            PIC X(01).
006700     02  PAYREFI               PIC X(12).
006800     02  PDDATEL               PIC S9(4) USAGE COMP.
006900     02  PDDATEF               PIC X(01).
007000     02  FILLER REDEFINES PDDATEF.
007100         03  PDDATEA            PIC X(01).
007200     02  PDDATEI               PIC X(10).
007300     02  CRNOTEL               PIC S9(4) USAGE COMP.
007400     02  CRNOTEF               PIC X(01).
007500     02  FILLER REDEFINES CRNOTEF.
007600         03  CRNOTEA            PIC X(01).
007700     02  CRNOTEI               PIC X(09).
007800     02  FCODEL                PIC S9(4) USAGE COMP.
007900     02  FCODEF                PIC X(01).
008000     02  FILLER REDEFINES FCODEF.
008100         03  FCODEA             PIC X(01).
008200     02  FCODEI                PIC X(04).
008300     02  FTEXTL                PIC S9(4) USAGE COMP.
008400     02  FTEXTF                PIC X(01).
008500     02  FILLER REDEFINES FTEXTF.
008600         03  FTEXTA             PIC X(01).
008700     02  FTEXTI                PIC X(30).
008800     02  ACCNML                PIC S9(4) USAGE COMP.
008900     02  ACCNMF                PIC X(01).
009000     02  FILLER REDEFINES ACCNMF.
009100         03  ACCNMA             PIC X(01).
009200     02  ACCNMI                PIC X(18).
009300     02  SORTCL                PIC S9(4) USAGE COMP.
009400     02  SORTCF                PIC X(01).
009500     02  FILLER REDEFINES SORTCF.
009600         03  SORTCA             PIC X(01).
009700     02  SORTCI                PIC X(06).
009800     02  ACCNOL                PIC S9(4) USAGE COMP.
009900     02  ACCNOF                PIC X(01).
010000     02  FILLER REDEFINES ACCNOF.
010100         03  ACCNOA             PIC X(01).
010200     02  ACCNOI                PIC X(08).
010300     02  BKBYL                 PIC S9(4) USAGE COMP.
010400     02  BKBYF                 PIC X(01).
010500     02  FILLER REDEFINES BKBYF.
010600         03  BKBYA              PIC X(01).
010700     02  BKBYI                 PIC X(08).
010800     02  BKDATEL               PIC S9(4) USAGE COMP.
010900     02  BKDATEF               PIC X(01).
011000     02  FILLER REDEFINES BKDATEF.
011100         03  BKDATEA            PIC X(01).
011200     02  BKDATEI               PIC X(10).
011300     02  MSGL                  PIC S9(4) USAGE COMP.
011400     02  MSGF                  PIC X(01).
011500     02  FILLER REDEFINES MSGF.
011600         03  MSGA               PIC X(01).
011700     02  MSGI                  PIC X(60).
011800 01  ETRM16O REDEFINES ETRM16I.
011900     02  FILLER                PIC X(12).
012000     02  FILLER                PIC X(03).
012100     02  CATGO                 PIC X(02).
012200     02  FILLER                PIC X(03).
012300     02  SIDO                  PIC X(09).
012400     02  FILLER                PIC X(03).
012500     02  EMAILO                PIC X(60).
012600     02  FILLER                PIC X(03).
012700     02  RFDATEO               PIC X(10).
012800     02  FILLER                PIC X(03).
012900     02  RFPCTO                PIC X(03).
013000     02  FILLER                PIC X(03).
013100     02  RFAMTO                PIC X(12).
013200     02  FILLER                PIC X(03).
013300     02  RFRSNO                PIC X(01).
013400     02  FILLER                PIC X(03).
013500     02  STATO                 PIC X(01).
013600     02  FILLER                PIC X(03).
013700     02  STDESCO               PIC X(10).
013800     02  FILLER                PIC X(03).
013900     02  STDATEO               PIC X(10).
014000     02  FILLER                PIC X(03).
014100     02  APPBYO                PIC X(08).
014200     02  FILLER                PIC X(03).
014300     02  PAYREFO               PIC X(12).
014400     02  FILLER                PIC X(03).
014500     02  PDDATEO               PIC X(10).
014600     02  FILLER                PIC X(03).
014700     02  CRNOTEO               PIC X(09).
014800     02  FILLER                PIC X(03).
014900     02  FCODEO                PIC X(04).
015000     02  FILLER                PIC X(03).
015100     02  FTEXTO                PIC X(30).
015200     02  FILLER                PIC X(03).
015300     02  ACCNMO                PIC X(18).
015400     02  FILLER                PIC X(03).
015500     02  SORTCO                PIC X(06).
015600     02  FILLER                PIC X(03).
015700     02  ACCNOO                PIC X(08).
015800     02  FILLER                PIC X(03).
015900     02  BKBYO                 PIC X(08).
016000     02  FILLER                PIC X(03).
016100     02  BKDATEO               PIC X(10).
016200     02  FILLER                PIC X(03).
016300     02  MSGO                  PIC X(60).
