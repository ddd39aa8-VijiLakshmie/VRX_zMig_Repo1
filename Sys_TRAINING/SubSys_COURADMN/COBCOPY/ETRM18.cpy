000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM18M, MAPSET ETRM018.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM018.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM18I.
000700     02  FILLER                PIC X(12).
000800     02  EMAILL                PIC S9(4) USAGE COMP.
000900     02  EMAILF                PIC X(01).
001000     02  FILLER REDEFINES EMAILF.
001100         03  EMAILA             PIC X(01).
001200     02  EMAILI                PIC X(60).
001300     02  CATGL                 PIC S9(4) USAGE COMP.
001400     02  CATGF                 PIC X(01).
001500     02  FILLER REDEFINES CATGF.
001600         03  CATGA              PIC X(01).
001700     02  CATGI                 PIC X(02).
001800     02  CTITLEL               PIC S9(4) USAGE COMP.
001900     02  CTITLEF               PIC X(01).
002000     02  FILLER REDEFINES CTITLEF.
002100         03  CTITLEA            PIC X(01).
002200     02  CTITLEI               PIC X(40).
002300     02  FNAMEL                PIC S9(4) USAGE COMP.
002400     02  FNAMEF                PIC X(01).
002500     02  FILLER REDEFINES FNAMEF.
002600         03  FNAMEA             PIC X(01).
002700     02  FNAMEI                PIC X(40).
002800     02  ORGCDL                PIC S9(4) USAGE COMP.
002900     02  ORGCDF                PIC X(01).
003000     02  FILLER REDEFINES ORGCDF.
003100         03  ORGCDA             PIC X(01).
003200     02  ORGCDI                PIC X(08).
003300     02  PMONTHL               PIC S9(4) USAGE COMP.
003400     02  PMONTHF               PIC X(01).
003500     02  FILLER REDEFINES PMONTHF.
003600         03  PMONTHA            PIC X(01).
003700     02  PMONTHI               PIC X(07).
003800     02  DMODEL                PIC S9(4) USAGE COMP.
003900     02  DMODEF                PIC X(01).
004000     02  FILLER REDEFINES DMODEF.
004100         03  DMODEA             PIC X(01).
004200     02  DMODEI                PIC X(01).
004300     02  STATL                 PIC S9(4) USAGE COMP.
004400     02  STATF                 PIC X(01).
004500     02  FILLER REDEFINES STATF.
004600         03  STATA              PIC X(01).
004700     02  STATI                 PIC X(40).
004800     02  PERSIDL               PIC S9(4) USAGE COMP.
004900     02  PERSIDF               PIC X(01).
005000     02  FILLER REDEFINES PERSIDF.
005100         03  PERSIDA            PIC X(01).
005200     02  PERSIDI               PIC X(09).
005300     02  CAPDTL                PIC S9(4) USAGE COMP.
005400     02  CAPDTF                PIC X(01).
005500     02  FILLER REDEFINES CAPDTF.
005600         03  CAPDTA             PIC X(01).
005700     02  CAPDTI                PIC X(10).
005800     02  OPENCTL               PIC S9(4) USAGE COMP.
005900     02  OPENCTF               PIC X(01).
006000     02  FILLER REDEFINES OPENCTF.
006100         03  OPENCTA            PIC X(01).
006200     02  OPENCTI               PIC X(06).
006300     02  MSGL                  PIC S9(4) USAGE COMP.
006400     02  MSGF                  PIC X(01).
006500     02  FILLER REDEFINES MSGF.
006600         03  MSGA               PIC X(01).
006700     02  MSGI                  PIC X(60).
006800 01  ETRM18O REDEFINES ETRM18I.
006900     02  FILLER                PIC X(12).
007000     02  FILLER                PIC X(03).
007100     02  EMAILO                PIC X(60).
007200     02  FILLER                PIC X(03).
007300     02  CATGO                 PIC X(02).
007400     02  FILLER                PIC X(03).
007500     02  CTITLEO               PIC X(40).
007600     02  FILLER                PIC X(03).
007700     02  FNAMEO                PIC X(40).
007800     02  FILLER                PIC X(03).
007900     02  ORGCDO                PIC X(08).
008000     02  FILLER                PIC X(03).
008100     02  PMONTHO               PIC X(07).
008200     02  FILLER                PIC X(03).
008300     02  DMODEO                PIC X(01).
008400     02  FILLER                PIC X(03).
008500     02  STATO                 PIC X(40).
008600     02  FILLER                PIC X(03).
008700     02  PERSIDO               PIC X(09).
008800     02  FILLER                PIC X(03).
008900     02  CAPDTO                PIC X(10).
009000     02  FILLER                PIC X(03).
009100     02  OPENCTO               PIC X(06).
009200     02  FILLER                PIC X(03).
009300     02  MSGO                  PIC X(60).
