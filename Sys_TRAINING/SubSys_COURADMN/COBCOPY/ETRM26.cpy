000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM26M, MAPSET ETRM026.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM026.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM26I.
000700     02  FILLER                PIC X(12).
000800     02  APPRNOL               PIC S9(4) USAGE COMP.
000900     02  APPRNOF               PIC X(01).
001000     02  FILLER REDEFINES APPRNOF.
001100         03  APPRNOA            PIC X(01).
001200     02  APPRNOI               PIC X(09).
001300     02  RJRSNL                PIC S9(4) USAGE COMP.
001400     02  RJRSNF                PIC X(01).
001500     02  FILLER REDEFINES RJRSNF.
001600         03  RJRSNA             PIC X(01).
001700     02  RJRSNI                PIC X(40).
001800     02  ITYPEL                PIC S9(4) USAGE COMP.
001900     02  ITYPEF                PIC X(01).
002000     02  FILLER REDEFINES ITYPEF.
002100         03  ITYPEA             PIC X(01).
002200     02  ITYPEI                PIC X(01).
002300     02  CATGL                 PIC S9(4) USAGE COMP.
002400     02  CATGF                 PIC X(01).
002500     02  FILLER REDEFINES CATGF.
002600         03  CATGA              PIC X(01).
002700     02  CATGI                 PIC X(02).
002800     02  SIDL                  PIC S9(4) USAGE COMP.
002900     02  SIDF                  PIC X(01).
003000     02  FILLER REDEFINES SIDF.
003100         03  SIDA               PIC X(01).
003200     02  SIDI                  PIC X(09).
003300     02  EMAILL                PIC S9(4) USAGE COMP.
003400     02  EMAILF                PIC X(01).
003500     02  FILLER REDEFINES EMAILF.
003600         03  EMAILA             PIC X(01).
003700     02  EMAILI                PIC X(60).
003800     02  ORGL                  PIC S9(4) USAGE COMP.
003900     02  ORGF                  PIC X(01).
004000     02  FILLER REDEFINES ORGF.
004100         03  ORGA               PIC X(01).
004200     02  ORGI                  PIC X(08).
004300     02  AMTUL                 PIC S9(4) USAGE COMP.
004400     02  AMTUF                 PIC X(01).
004500     02  FILLER REDEFINES AMTUF.
004600         03  AMTUA              PIC X(01).
004700     02  AMTUI                 PIC X(07).
004800     02  AMTPL                 PIC S9(4) USAGE COMP.
004900     02  AMTPF                 PIC X(01).
005000     02  FILLER REDEFINES AMTPF.
005100         03  AMTPA              PIC X(01).
005200     02  AMTPI                 PIC X(02).
005300     02  IREFL                 PIC S9(4) USAGE COMP.
005400     02  IREFF                 PIC X(01).
005500     02  FILLER REDEFINES IREFF.
005600         03  IREFA              PIC X(01).
005700     02  IREFI                 PIC X(30).
005800     02  LIN1L                 PIC S9(4) USAGE COMP.
005900     02  LIN1F                 PIC X(01).
006000     02  FILLER REDEFINES LIN1F.
006100         03  LIN1A              PIC X(01).
006200     02  LIN1I                 PIC X(77).
006300     02  LIN2L                 PIC S9(4) USAGE COMP.
006400     02  LIN2F                 PIC X(01).
006500     02  FILLER REDEFINES LIN2F.
006600         03  LIN2A              PIC X(01).
006700     02  LIN2I                 PIC X(77).
006800     02  LIN3L                 PIC S9(4) USAGE COMP.
006900     02  LIN3F                 PIC X(01).
007000     02  FILLER REDEFINES LIN3F.
007100         03  LIN3A              PIC X(01).
007200     02  LIN3I                 PIC X(77).
007300     02  LIN4L                 PIC S9(4) USAGE COMP.
007400     02  LIN4F                 PIC X(01).
007500     02  FILLER REDEFINES LIN4F.
007600         03  LIN4A              PIC X(01).
007700     02  LIN4I                 PIC X(77).
007800     02  LIN5L                 PIC S9(4) USAGE COMP.
007900     02  LIN5F                 PIC X(01).
008000     02  FILLER REDEFINES LIN5F.
008100         03  LIN5A              PIC X(01).
008200     02  LIN5I                 PIC X(77).
008300     02  LIN6L                 PIC S9(4) USAGE COMP.
008400     02  LIN6F                 PIC X(01).
008500     02  FILLER REDEFINES LIN6F.
008600         03  LIN6A              PIC X(01).
008700     02  LIN6I                 PIC X(77).
008800     02  LIN7L                 PIC S9(4) USAGE COMP.
008900     02  LIN7F                 PIC X(01).
009000     02  FILLER REDEFINES LIN7F.
009100         03  LIN7A              PIC X(01).
009200     02  LIN7I                 PIC X(77).
009300     02  LIN8L                 PIC S9(4) USAGE COMP.
009400     02  LIN8F                 PIC X(01).
009500     02  FILLER REDEFINES LIN8F.
009600         03  LIN8A              PIC X(01).
009700     02  LIN8I                 PIC X(77).
009800     02  LIN9L                 PIC S9(4) USAGE COMP.
009900     02  LIN9F                 PIC X(01).
010000     02  FILLER REDEFINES LIN9F.
010100         03  LIN9A              PIC X(01).
010200     02  LIN9I                 PIC X(77).
010300     02  LIN10L                PIC S9(4) USAGE COMP.
010400     02  LIN10F                PIC X(01).
010500     02  FILLER REDEFINES LIN10F.
010600         03  LIN10A             PIC X(01).
010700     02  LIN10I                PIC X(77).
010800     02  MSGL                  PIC S9(4) USAGE COMP.
010900     02  MSGF                  PIC X(01).
011000     02  FILLER REDEFINES MSGF.
011100         03  MSGA               PIC X(01).
011200     02  MSGI                  PIC X(60).
011300 01  ETRM26O REDEFINES ETRM26I.
011400     02  FILLER                PIC X(12).
011500     02  FILLER                PIC X(03).
011600     02  APPRNOO               PIC X(09).
011700     02  FILLER                PIC X(03).
011800     02  RJRSNO                PIC X(40).
011900     02  FILLER                PIC X(03).
012000     02  ITYPEO                PIC X(01).
012100     02  FILLER                PIC X(03).
012200     02  CATGO                 PIC X(02).
012300     02  FILLER                PIC X(03).
012400     02  SIDO                  PIC X(09).
012500     02  FILLER                PIC X(03).
012600     02  EMAILO                PIC X(60).
012700     02  FILLER                PIC X(03).
012800     02  ORGO                  PIC X(08).
012900     02  FILLER                PIC X(03).
013000     02  AMTUO                 PIC X(07).
013100     02  FILLER                PIC X(03).
013200     02  AMTPO                 PIC X(02).
013300     02  FILLER                PIC X(03).
013400     02  IREFO                 PIC X(30).
013500     02  FILLER                PIC X(03).
013600     02  LIN1O                 PIC X(77).
013700     02  FILLER                PIC X(03).
013800     02  LIN2O                 PIC X(77).
013900     02  FILLER                PIC X(03).
014000     02  LIN3O                 PIC X(77).
014100     02  FILLER                PIC X(03).
014200     02  LIN4O                 PIC X(77).
014300     02  FILLER                PIC X(03).
014400     02  LIN5O                 PIC X(77).
014500     02  FILLER                PIC X(03).
014600     02  LIN6O                 PIC X(77).
014700     02  FILLER                PIC X(03).
014800     02  LIN7O                 PIC X(77).
014900     02  FILLER                PIC X(03).
015000     02  LIN8O                 PIC X(77).
015100     02  FILLER                PIC X(03).
015200     02  LIN9O                 PIC X(77).
015300     02  FILLER                PIC X(03).
015400     02  LIN10O                PIC X(77).
015500     02  FILLER                PIC X(03).
015600     02  MSGO                  PIC X(60).
