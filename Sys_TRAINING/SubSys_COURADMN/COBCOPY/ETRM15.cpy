000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM15M, MAPSET ETRM015.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM015.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM15I.
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
002300     02  PSEQL                 PIC S9(4) USAGE COMP.
002400     02  PSEQF                 PIC X(01).
002500     02  FILLER REDEFINES PSEQF.
002600         03  PSEQA              PIC X(01).
002700     02  PSEQI                 PIC X(04).
002800     02  PDATEL                PIC S9(4) USAGE COMP.
002900     02  PDATEF                PIC X(01).
003000     02  FILLER REDEFINES PDATEF.
003100         03  PDATEA             PIC X(01).
003200     02  PDATEI                PIC X(10).
003300     02  PAMTL                 PIC S9(4) USAGE COMP.
003400     02  PAMTF                 PIC X(01).
003500     02  FILLER REDEFINES PAMTF.
003600         03  PAMTA              PIC X(01).
003700     02  PAMTI                 PIC X(12).
003800     02  CURRL                 PIC S9(4) USAGE COMP.
003900     02  CURRF                 PIC X(01).
004000     02  FILLER REDEFINES CURRF.
004100         03  CURRA              PIC X(01).
004200     02  CURRI                 PIC X(03).
004300     02  METHL                 PIC S9(4) USAGE COMP.
004400     02  METHF                 PIC X(01).
004500     02  FILLER REDEFINES METHF.
004600         03  METHA              PIC X(01).
004700     02  METHI                 PIC X(02).
004800     02  PREFL                 PIC S9(4) USAGE COMP.
004900     02  PREFF                 PIC X(01).
005000     02  FILLER REDEFINES PREFF.
005100         03  PREFA              PIC X(01).
005200     02  PREFI                 PIC X(30).
005300     02  RCDATEL               PIC S9(4) USAGE COMP.
005400     02  RCDATEF               PIC X(01).
005500     02  FILLER REDEFINES RCDATEF.
005600         03  RCDATEA            PIC X(01).
005700     02  RCDATEI               PIC X(10).
005800     02  RCREFL                PIC S9(4) USAGE COMP.
005900     02  RCREFF                PIC X(01).
006000     02  FILLER REDEFINES RCREFF.
006100         03  RCREFA             PIC X(01).
006200     02  RCREFI                PIC X(30).
006300     02  REVDL                 PIC S9(4) USAGE COMP.
006400     02  REVDF                 PIC X(01).
006500     02  FILLER REDEFINES REVDF.
006600         03  REVDA              PIC X(01).
006700     02  REVDI                 PIC X(12).
006800     02  REMNL                 PIC S9(4) USAGE COMP.
006900     02  REMNF                 PIC X(01).
007000     02  FILLER REDEFINES REMNF.
007100         03  REMNA              PIC X(01).
007200     02  REMNI                 PIC X(12).
007300     02  RSNL                  PIC S9(4) USAGE COMP.
007400     02  RSNF                  PIC X(01).
007500     02  FILLER REDEFINES RSNF.
007600         03  RSNA               PIC X(01).
007700     02  RSNI                  PIC X(02).
007800     02  RVREFL                PIC S9(4) USAGE COMP.
007900     02  RVREFF                PIC X(01).
008000     02  FILLER REDEFINES RVREFF.
008100         03  RVREFA             PIC X(01).
008200     02  RVREFI                PIC X(30).
008300     02  AMTUL                 PIC S9(4) USAGE COMP.
008400     02  AMTUF                 PIC X(01).
008500     02  FILLER REDEFINES AMTUF.
008600         03  AMTUA              PIC X(01).
008700     02  AMTUI                 PIC X(07).
008800     02  AMTPL                 PIC S9(4) USAGE COMP.
008900     02  AMTPF                 PIC X(01).
009000     02  FILLER REDEFINES AMTPF.
009100         03  AMTPA              PIC X(01).
009200     02  AMTPI                 PIC X(02).
009300     02  MSGL                  PIC S9(4) USAGE COMP.
009400     02  MSGF                  PIC X(01).
009500     02  FILLER REDEFINES MSGF.
009600         03  MSGA               PIC X(01).
009700     02  MSGI                  PIC X(60).
009800
009900 01  ETRM15O REDEFINES ETRM15I.
010000     02  FILLER                PIC X(12).
010100     02  FILLER                PIC X(03).
010200     02  CATGO                 PIC X(02).
010300     02  FILLER                PIC X(03).
010400     02  SIDO                  PIC X(09).
010500     02  FILLER                PIC X(03).
010600     02  EMAILO                PIC X(60).
010700     02  FILLER                PIC X(03).
010800     02  PSEQO                 PIC X(04).
010900     02  FILLER                PIC X(03).
011000     02  PDATEO                PIC X(10).
011100     02  FILLER                PIC X(03).
011200     02  PAMTO                 PIC X(12).
011300     02  FILLER                PIC X(03).
011400     02  CURRO                 PIC X(03).
011500     02  FILLER                PIC X(03).
011600     02  METHO                 PIC X(02).
011700     02  FILLER                PIC X(03).
011800     02  PREFO                 PIC X(30).
011900     02  FILLER                PIC X(03).
012000     02  RCDATEO               PIC X(10).
012100     02  FILLER                PIC X(03).
012200     02  RCREFO                PIC X(30).
012300     02  FILLER                PIC X(03).
012400     02  REVDO                 PIC X(12).
012500     02  FILLER                PIC X(03).
012600     02  REMNO                 PIC X(12).
012700     02  FILLER                PIC X(03).
012800     02  RSNO                  PIC X(02).
012900     02  FILLER                PIC X(03).
013000     02  RVREFO                PIC X(30).
013100     02  FILLER                PIC X(03).
013200     02  AMTUO                 PIC X(07).
013300     02  FILLER                PIC X(03).
013400     02  AMTPO                 PIC X(02).
013500     02  FILLER                PIC X(03).
013600     02  MSGO                  PIC X(60).
