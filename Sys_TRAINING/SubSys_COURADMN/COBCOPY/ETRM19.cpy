000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM19M, MAPSET ETRM019.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM019.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM19I.
000700     02  FILLER                PIC X(12).
000800     02  CATGL                 PIC S9(4) USAGE COMP.
000900     02  CATGF                 PIC X(01).
001000     02  FILLER REDEFINES CATGF.
001100         03  CATGA              PIC X(01).
001200     02  CATGI                 PIC X(02).
001300     02  CTITLEL               PIC S9(4) USAGE COMP.
001400     02  CTITLEF               PIC X(01).
001500     02  FILLER REDEFINES CTITLEF.
001600         03  CTITLEA            PIC X(01).
001700     02  CTITLEI               PIC X(40).
001800     02  SIDL                  PIC S9(4) USAGE COMP.
001900     02  SIDF                  PIC X(01).
002000     02  FILLER REDEFINES SIDF.
002100         03  SIDA               PIC X(01).
002200     02  SIDI                  PIC X(09).
002300     02  EMAILL                PIC S9(4) USAGE COMP.
002400     02  EMAILF                PIC X(01).
002500     02  FILLER REDEFINES EMAILF.
002600         03  EMAILA             PIC X(01).
002700     02  EMAILI                PIC X(60).
002800     02  FNAMEL                PIC S9(4) USAGE COMP.
002900     02  FNAMEF                PIC X(01).
003000     02  FILLER REDEFINES FNAMEF.
003100         03  FNAMEA             PIC X(01).
003200     02  FNAMEI                PIC X(40).
003300     02  PMARKL                PIC S9(4) USAGE COMP.
003400     02  PMARKF                PIC X(01).
003500     02  FILLER REDEFINES PMARKF.
003600         03  PMARKA             PIC X(01).
003700     02  PMARKI                PIC X(03).
003800     02  MAXATTL               PIC S9(4) USAGE COMP.
003900     02  MAXATTF               PIC X(01).
004000     02  FILLER REDEFINES MAXATTF.
004100         03  MAXATTA            PIC X(01).
004200     02  MAXATTI               PIC X(02).
004300     02  RFEEL                 PIC S9(4) USAGE COMP.
004400     02  RFEEF                 PIC X(01).
004500     02  FILLER REDEFINES RFEEF.
004600         03  RFEEA              PIC X(01).
004700     02  RFEEI                 PIC X(12).
004800     02  LIN1L                 PIC S9(4) USAGE COMP.
004900     02  LIN1F                 PIC X(01).
005000     02  FILLER REDEFINES LIN1F.
005100         03  LIN1A              PIC X(01).
005200     02  LIN1I                 PIC X(60).
005300     02  LIN2L                 PIC S9(4) USAGE COMP.
005400     02  LIN2F                 PIC X(01).
005500     02  FILLER REDEFINES LIN2F.
005600         03  LIN2A              PIC X(01).
005700     02  LIN2I                 PIC X(60).
005800     02  LIN3L                 PIC S9(4) USAGE COMP.
005900     02  LIN3F                 PIC X(01).
006000     02  FILLER REDEFINES LIN3F.
006100         03  LIN3A              PIC X(01).
006200     02  LIN3I                 PIC X(60).
006300     02  LIN4L                 PIC S9(4) USAGE COMP.
006400     02  LIN4F                 PIC X(01).
006500     02  FILLER REDEFINES LIN4F.
006600         03  LIN4A              PIC X(01).
006700     02  LIN4I                 PIC X(60).
006800     02  LIN5L                 PIC S9(4) USAGE COMP.
006900     02  LIN5F                 PIC X(01).
007000     02  FILLER REDEFINES LIN5F.
007100         03  LIN5A              PIC X(01).
007200     02  LIN5I                 PIC X(60).
007300     02  LIN6L                 PIC S9(4) USAGE COMP.
007400     02  LIN6F                 PIC X(01).
007500     02  FILLER REDEFINES LIN6F.
007600         03  LIN6A              PIC X(01).
007700     02  LIN6I                 PIC X(60).
007800     02  SCOREL                PIC S9(4) USAGE COMP.
007900     02  SCOREF                PIC X(01).
008000     02  FILLER REDEFINES SCOREF.
008100         03  SCOREA             PIC X(01).
008200     02  SCOREI                PIC X(03).
008300     02  RDATEL                PIC S9(4) USAGE COMP.
008400     02  RDATEF                PIC X(01).
008500     02  FILLER REDEFINES RDATEF.
008600         03  RDATEA             PIC X(01).
008700     02  RDATEI                PIC X(10).
008800     02  STATL                 PIC S9(4) USAGE COMP.
008900     02  STATF                 PIC X(01).
009000     02  FILLER REDEFINES STATF.
009100         03  STATA              PIC X(01).
009200     02  STATI                 PIC X(60).
009300     02  MSGL                  PIC S9(4) USAGE COMP.
009400     02  MSGF                  PIC X(01).
009500     02  FILLER REDEFINES MSGF.
009600         03  MSGA               PIC X(01).
009700     02  MSGI                  PIC X(60).
009800 01  ETRM19O REDEFINES ETRM19I.
009900     02  FILLER                PIC X(12).
010000     02  FILLER                PIC X(03).
010100     02  CATGO                 PIC X(02).
010200     02  FILLER                PIC X(03).
010300     02  CTITLEO               PIC X(40).
010400     02  FILLER                PIC X(03).
010500     02  SIDO                  PIC X(09).
010600     02  FILLER                PIC X(03).
010700     02  EMAILO                PIC X(60).
010800     02  FILLER                PIC X(03).
010900     02  FNAMEO                PIC X(40).
011000     02  FILLER                PIC X(03).
011100     02  PMARKO                PIC X(03).
011200     02  FILLER                PIC X(03).
011300     02  MAXATTO               PIC X(02).
011400     02  FILLER                PIC X(03).
011500     02  RFEEO                 PIC X(12).
011600     02  FILLER                PIC X(03).
011700     02  LIN1O                 PIC X(60).
011800     02  FILLER                PIC X(03).
011900     02  LIN2O                 PIC X(60).
012000     02  FILLER                PIC X(03).
012100     02  LIN3O                 PIC X(60).
012200     02  FILLER                PIC X(03).
012300     02  LIN4O                 PIC X(60).
012400     02  FILLER                PIC X(03).
012500     02  LIN5O                 PIC X(60).
012600     02  FILLER                PIC X(03).
012700     02  LIN6O                 PIC X(60).
012800     02  FILLER                PIC X(03).
012900     02  SCOREO                PIC X(03).
013000     02  FILLER                PIC X(03).
013100     02  RDATEO                PIC X(10).
013200     02  FILLER                PIC X(03).
013300     02  STATO                 PIC X(60).
013400     02  FILLER                PIC X(03).
013500     02  MSGO                  PIC X(60).
