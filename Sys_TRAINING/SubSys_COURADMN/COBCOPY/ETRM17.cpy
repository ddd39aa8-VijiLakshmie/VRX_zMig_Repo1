000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM17M, MAPSET ETRM017.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM017.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM17I.
000700     02  FILLER                PIC X(12).
000800     02  CATGL                 PIC S9(4) USAGE COMP.
000900     02  CATGF                 PIC X(01).
001000     02  FILLER REDEFINES CATGF.
001100         03  CATGA              PIC X(01).
001200     02  CATGI                 PIC X(02).
001300     02  FROMDTL               PIC S9(4) USAGE COMP.
001400     02  FROMDTF               PIC X(01).
001500     02  FILLER REDEFINES FROMDTF.
001600         03  FROMDTA            PIC X(01).
001700     02  FROMDTI               PIC X(10).
001800     02  TODTL                 PIC S9(4) USAGE COMP.
001900     02  TODTF                 PIC X(01).
002000     02  FILLER REDEFINES TODTF.
002100         03  TODTA              PIC X(01).
002200     02  TODTI                 PIC X(10).
002300     02  CTITLEL               PIC S9(4) USAGE COMP.
002400     02  CTITLEF               PIC X(01).
002500     02  FILLER REDEFINES CTITLEF.
002600         03  CTITLEA            PIC X(01).
002700     02  CTITLEI               PIC X(40).
002800     02  SEL1L                 PIC S9(4) USAGE COMP.
002900     02  SEL1F                 PIC X(01).
003000     02  FILLER REDEFINES SEL1F.
003100         03  SEL1A              PIC X(01).
003200     02  SEL1I                 PIC X(01).
003300     02  LIN1L                 PIC S9(4) USAGE COMP.
003400     02  LIN1F                 PIC X(01).
003500     02  FILLER REDEFINES LIN1F.
003600         03  LIN1A              PIC X(01).
003700     02  LIN1I                 PIC X(77).
003800     02  SEL2L                 PIC S9(4) USAGE COMP.
003900     02  SEL2F                 PIC X(01).
004000     02  FILLER REDEFINES SEL2F.
004100         03  SEL2A              PIC X(01).
004200     02  SEL2I                 PIC X(01).
004300     02  LIN2L                 PIC S9(4) USAGE COMP.
004400     02  LIN2F                 PIC X(01).
004500     02  FILLER REDEFINES LIN2F.
004600         03  LIN2A              PIC X(01).
004700     02  LIN2I                 PIC X(77).
004800     02  SEL3L                 PIC S9(4) USAGE COMP.
004900     02  SEL3F                 PIC X(01).
005000     02  FILLER REDEFINES SEL3F.
005100         03  SEL3A              PIC X(01).
005200     02  SEL3I                 PIC X(01).
005300     02  LIN3L                 PIC S9(4) USAGE COMP.
005400     02  LIN3F                 PIC X(01).
005500     02  FILLER REDEFINES LIN3F.
005600         03  LIN3A              PIC X(01).
005700     02  LIN3I                 PIC X(77).
005800     02  SEL4L                 PIC S9(4) USAGE COMP.
005900     02  SEL4F                 PIC X(01).
006000     02  FILLER REDEFINES SEL4F.
006100         03  SEL4A              PIC X(01).
006200     02  SEL4I                 PIC X(01).
006300     02  LIN4L                 PIC S9(4) USAGE COMP.
006400     02  LIN4F                 PIC X(01).
006500     02  FILLER REDEFINES LIN4F.
006600         03  LIN4A              PIC X(01).
006700     02  LIN4I                 PIC X(77).
006800     02  SEL5L                 PIC S9(4) USAGE COMP.
006900     02  SEL5F                 PIC X(01).
007000     02  FILLER REDEFINES SEL5F.
007100         03  SEL5A              PIC X(01).
007200     02  SEL5I                 PIC X(01).
007300     02  LIN5L                 PIC S9(4) USAGE COMP.
007400     02  LIN5F                 PIC X(01).
007500     02  FILLER REDEFINES LIN5F.
007600         03  LIN5A              PIC X(01).
007700     02  LIN5I                 PIC X(77).
007800     02  SEL6L                 PIC S9(4) USAGE COMP.
007900     02  SEL6F                 PIC X(01).
008000     02  FILLER REDEFINES SEL6F.
008100         03  SEL6A              PIC X(01).
008200     02  SEL6I                 PIC X(01).
008300     02  LIN6L                 PIC S9(4) USAGE COMP.
008400     02  LIN6F                 PIC X(01).
008500     02  FILLER REDEFINES LIN6F.
008600         03  LIN6A              PIC X(01).
008700     02  LIN6I                 PIC X(77).
008800     02  SEL7L                 PIC S9(4) USAGE COMP.
008900     02  SEL7F                 PIC X(01).
009000     02  FILLER REDEFINES SEL7F.
009100         03  SEL7A              PIC X(01).
009200     02  SEL7I                 PIC X(01).
009300     02  LIN7L                 PIC S9(4) USAGE COMP.
009400     02  LIN7F                 PIC X(01).
009500     02  FILLER REDEFINES LIN7F.
009600         03  LIN7A              PIC X(01).
009700     02  LIN7I                 PIC X(77).
009800     02  SEL8L                 PIC S9(4) USAGE COMP.
009900     02  SEL8F                 PIC X(01).
010000     02  FILLER REDEFINES SEL8F.
010100         03  SEL8A              PIC X(01).
010200     02  SEL8I                 PIC X(01).
010300     02  LIN8L                 PIC S9(4) USAGE COMP.
010400     02  LIN8F                 PIC X(01).
010500     02  FILLER REDEFINES LIN8F.
010600         03  LIN8A              PIC X(01).
010700     02  LIN8I                 PIC X(77).
010800     02  EMAILL                PIC S9(4) USAGE COMP.
010900     02  EMAILF                PIC X(01).
011000     02  FILLER REDEFINES EMAILF.
011100         03  EMAILA             PIC X(01).
011200     02  EMAILI                PIC X(60).
011300     02  FNAMEL                PIC S9(4) USAGE COMP.
011400     02  FNAMEF                PIC X(01).
011500     02  FILLER REDEFINES FNAMEF.
011600         03  FNAMEA             PIC X(01).
011700     02  FNAMEI                PIC X(40).
011800     02  ORGCDL                PIC S9(4) USAGE COMP.
011900     02  ORGCDF                PIC X(01).
012000     02  FILLER REDEFINES ORGCDF.
012100         03  ORGCDA             PIC X(01).
012200     02  ORGCDI                PIC X(08).
012300     02  ORGNML                PIC S9(4) USAGE COMP.
012400     02  ORGNMF                PIC X(01).
012500     02  FILLER REDEFINES ORGNMF.
012600         03  ORGNMA             PIC X(01).
012700     02  ORGNMI                PIC X(36).
012800     02  PHONEL                PIC S9(4) USAGE COMP.
012900     02  PHONEF                PIC X(01).
013000     02  FILLER REDEFINES PHONEF.
013100         03  PHONEA             PIC X(01).
013200     02  PHONEI                PIC X(20).
013210     02  PTNCDL                PIC S9(4) USAGE COMP.
013220     02  PTNCDF                PIC X(01).
013230     02  FILLER REDEFINES PTNCDF.
013240         03  PTNCDA             PIC X(01).
013250     02  PTNCDI                PIC X(08).
013260     02  PRMCDL                PIC S9(4) USAGE COMP.
013270     02  PRMCDF                PIC X(01).
013280     02  FILLER REDEFINES PRMCDF.
013290         03  PRMCDA             PIC X(01).
013295     02  PRMCDI                PIC X(12).
013300     02  MSGL                  PIC S9(4) USAGE COMP.
013400     02  MSGF                  PIC X(01).
013500     02  FILLER REDEFINES MSGF.
013600         03  MSGA               PIC X(01).
013700     02  MSGI                  PIC X(60).
013800 01  ETRM17O REDEFINES ETRM17I.
013900     02  FILLER                PIC X(12).
014000     02  FILLER                PIC X(03).
014100     02  CATGO                 PIC X(02).
014200     02  FILLER                PIC X(03).
014300     02  FROMDTO               PIC X(10).
014400     02  FILLER                PIC X(03).
014500     02  TODTO                 PIC X(10).
014600     02  FILLER                PIC X(03).
014700     02  CTITLEO               PIC X(40).
014800     02  FILLER                PIC X(03).
014900     02  SEL1O                 PIC X(01).
015000     02  FILLER                PIC X(03).
015100     02  LIN1O                 PIC X(77).
015200     02  FILLER                PIC X(03).
015300     02  SEL2O                 PIC X(01).
015400     02  FILLER                PIC X(03).
015500     02  LIN2O                 PIC X(77).
015600     02  FILLER                PIC X(03).
015700     02  SEL3O                 PIC X(01).
015800     02  FILLER                PIC X(03).
015900     02  LIN3O                 PIC X(77).
016000     02  FILLER                PIC X(03).
016100     02  SEL4O                 PIC X(01).
016200     02  FILLER                PIC X(03).
016300     02  LIN4O                 PIC X(77).
016400     02  FILLER                PIC X(03).
016500     02  SEL5O                 PIC X(01).
016600     02  FILLER                PIC X(03).
016700     02  LIN5O                 PIC X(77).
016800     02  FILLER                PIC X(03).
016900     02  SEL6O                 PIC X(01).
017000     02  FILLER                PIC X(03).
017100     02  LIN6O                 PIC X(77).
017200     02  FILLER                PIC X(03).
017300     02  SEL7O                 PIC X(01).
017400     02  FILLER                PIC X(03).
017500     02  LIN7O                 PIC X(77).
017600     02  FILLER                PIC X(03).
017700     02  SEL8O                 PIC X(01).
017800     02  FILLER                PIC X(03).
017900     02  LIN8O                 PIC X(77).
018000     02  FILLER                PIC X(03).
018100     02  EMAILO                PIC X(60).
018200     02  FILLER                PIC X(03).
018300     02  FNAMEO                PIC X(40).
018400     02  FILLER                PIC X(03).
018500     02  ORGCDO                PIC X(08).
018600     02  FILLER                PIC X(03).
018700     02  ORGNMO                PIC X(36).
018800     02  FILLER                PIC X(03).
018900     02  PHONEO                PIC X(20).
018910     02  FILLER                PIC X(03).
018920     02  PTNCDO                PIC X(08).
018930     02  FILLER                PIC X(03).
018940     02  PRMCDO                PIC X(12).
019000     02  FILLER                PIC X(03).
019100     02  MSGO                  PIC X(60).
