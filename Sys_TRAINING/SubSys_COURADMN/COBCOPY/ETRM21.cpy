000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM21M, MAPSET ETRM021.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM021.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM21I.
000700     02  FILLER                PIC X(12).
000800     02  INCIDL                PIC S9(4) USAGE COMP.
000900     02  INCIDF                PIC X(01).
001000     02  FILLER REDEFINES INCIDF.
001100         03  INCIDA             PIC X(01).
001200     02  INCIDI                PIC X(09).
001300     02  ISTATL                PIC S9(4) USAGE COMP.
001400     02  ISTATF                PIC X(01).
001500     02  FILLER REDEFINES ISTATF.
001600         03  ISTATA             PIC X(01).
001700     02  ISTATI                PIC X(06).
001800     02  MODULEL               PIC S9(4) USAGE COMP.
001900     02  MODULEF               PIC X(01).
002000     02  FILLER REDEFINES MODULEF.
002100         03  MODULEA            PIC X(01).
002200     02  MODULEI               PIC X(08).
002300     02  PARAL                 PIC S9(4) USAGE COMP.
002400     02  PARAF                 PIC X(01).
002500     02  FILLER REDEFINES PARAF.
002600         03  PARAA              PIC X(01).
002700     02  PARAI                 PIC X(30).
002800     02  SQLCDL                PIC S9(4) USAGE COMP.
002900     02  SQLCDF                PIC X(01).
003000     02  FILLER REDEFINES SQLCDF.
003100         03  SQLCDA             PIC X(01).
003200     02  SQLCDI                PIC X(11).
003300     02  CRESPL                PIC S9(4) USAGE COMP.
003400     02  CRESPF                PIC X(01).
003500     02  FILLER REDEFINES CRESPF.
003600         03  CRESPA             PIC X(01).
003700     02  CRESPI                PIC X(11).
003800     02  SEVERL                PIC S9(4) USAGE COMP.
003900     02  SEVERF                PIC X(01).
004000     02  FILLER REDEFINES SEVERF.
004100         03  SEVERA             PIC X(01).
004200     02  SEVERI                PIC X(01).
004300     02  FSEENL                PIC S9(4) USAGE COMP.
004400     02  FSEENF                PIC X(01).
004500     02  FILLER REDEFINES FSEENF.
004600         03  FSEENA             PIC X(01).
004700     02  FSEENI                PIC X(19).
004800     02  LSEENL                PIC S9(4) USAGE COMP.
004900     02  LSEENF                PIC X(01).
005000     02  FILLER REDEFINES LSEENF.
005100         03  LSEENA             PIC X(01).
005200     02  LSEENI                PIC X(19).
005300     02  OCCURSL               PIC S9(4) USAGE COMP.
005400     02  OCCURSF               PIC X(01).
005500     02  FILLER REDEFINES OCCURSF.
005600         03  OCCURSA            PIC X(01).
005700     02  OCCURSI               PIC X(11).
005800     02  REOPNL                PIC S9(4) USAGE COMP.
005900     02  REOPNF                PIC X(01).
006000     02  FILLER REDEFINES REOPNF.
006100         03  REOPNA             PIC X(01).
006200     02  REOPNI                PIC X(05).
006300     02  OPENEDL               PIC S9(4) USAGE COMP.
006400     02  OPENEDF               PIC X(01).
006500     02  FILLER REDEFINES OPENEDF.
006600         03  OPENEDA            PIC X(01).
006700     02  OPENEDI               PIC X(19).
006800     02  CLOSEDL               PIC S9(4) USAGE COMP.
006900     02  CLOSEDF               PIC X(01).
007000     02  FILLER REDEFINES CLOSEDF.
007100         03  CLOSEDA            PIC X(01).
007200     02  CLOSEDI               PIC X(19).
007300     02  OWNERL                PIC S9(4) USAGE COMP.
007400     02  OWNERF                PIC X(01).
007500     02  FILLER REDEFINES OWNERF.
007600         03  OWNERA             PIC X(01).
007700     02  OWNERI                PIC X(08).
007800     02  TICKETL               PIC S9(4) USAGE COMP.
007900     02  TICKETF               PIC X(01).
008000     02  FILLER REDEFINES TICKETF.
008100         03  TICKETA            PIC X(01).
008200     02  TICKETI               PIC X(20).
008300     02  NOTES1L               PIC S9(4) USAGE COMP.
008400     02  NOTES1F               PIC X(01).
008500     02  FILLER REDEFINES NOTES1F.
008600         03  NOTES1A            PIC X(01).
008700     02  NOTES1I               PIC X(60).
008800     02  NOTES2L               PIC S9(4) USAGE COMP.
008900     02  NOTES2F               PIC X(01).
009000     02  FILLER REDEFINES NOTES2F.
009100         03  NOTES2A            PIC X(01).
009200     02  NOTES2I               PIC X(60).
009300     02  NOTES3L               PIC S9(4) USAGE COMP.
009400     02  NOTES3F               PIC X(01).
009500     02  FILLER REDEFINES NOTES3F.
009600         03  NOTES3A            PIC X(01).
009700     02  NOTES3I               PIC X(60).
009800     02  MSGL                  PIC S9(4) USAGE COMP.
009900     02  MSGF                  PIC X(01).
010000     02  FILLER REDEFINES MSGF.
010100         03  MSGA               PIC X(01).
010200     02  MSGI                  PIC X(60).
010300 01  ETRM21O REDEFINES ETRM21I.
010400     02  FILLER                PIC X(12).
010500     02  FILLER                PIC X(03).
010600     02  INCIDO                PIC X(09).
010700     02  FILLER                PIC X(03).
010800     02  ISTATO                PIC X(06).
010900     02  FILLER                PIC X(03).
011000     02  MODULEO               PIC X(08).
011100     02  FILLER                PIC X(03).
011200     02  PARAO                 PIC X(30).
011300     02  FILLER                PIC X(03).
011400     02  SQLCDO                PIC X(11).
011500     02  FILLER                PIC X(03).
011600     02  CRESPO                PIC X(11).
011700     02  FILLER                PIC X(03).
011800     02  SEVERO                PIC X(01).
011900     02  FILLER                PIC X(03).
012000     02  FSEENO                PIC X(19).
012100     02  FILLER                PIC X(03).
012200     02  LSEENO                PIC X(19).
012300     02  FILLER                PIC X(03).
012400     02  OCCURSO               PIC X(11).
012500     02  FILLER                PIC X(03).
012600     02  REOPNO                PIC X(05).
012700     02  FILLER                PIC X(03).
012800     02  OPENEDO               PIC X(19).
012900     02  FILLER                PIC X(03).
013000     02  CLOSEDO               PIC X(19).
013100     02  FILLER                PIC X(03).
013200     02  OWNERO                PIC X(08).
013300     02  FILLER                PIC X(03).
013400     02  TICKETO               PIC X(20).
013500     02  FILLER                PIC X(03).
013600     02  NOTES1O               PIC X(60).
013700     02  FILLER                PIC X(03).
013800     02  NOTES2O               PIC X(60).
013900     02  FILLER                PIC X(03).
014000     02  NOTES3O               PIC X(60).
014100     02  FILLER                PIC X(03).
014200     02  MSGO                  PIC X(60).
