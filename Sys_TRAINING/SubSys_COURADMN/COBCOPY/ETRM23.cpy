000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM23M, MAPSET ETRM023.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM023.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM23I.
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
001800     02  CTITLEL               PIC S9(4) USAGE COMP.
001900     02  CTITLEF               PIC X(01).
002000     02  FILLER REDEFINES CTITLEF.
002100         03  CTITLEA            PIC X(01).
002200     02  CTITLEI               PIC X(60).
002300     02  STARTL                PIC S9(4) USAGE COMP.
002400     02  STARTF                PIC X(01).
002500     02  FILLER REDEFINES STARTF.
002600         03  STARTA             PIC X(01).
002700     02  STARTI                PIC X(10).
002800     02  DMODEL                PIC S9(4) USAGE COMP.
002900     02  DMODEF                PIC X(01).
003000     02  FILLER REDEFINES DMODEF.
003100         03  DMODEA             PIC X(01).
003200     02  DMODEI                PIC X(01).
003300     02  COORDL                PIC S9(4) USAGE COMP.
003400     02  COORDF                PIC X(01).
003500     02  FILLER REDEFINES COORDF.
003600         03  COORDA             PIC X(01).
003700     02  COORDI                PIC X(08).
003800     02  ACTIVEL               PIC S9(4) USAGE COMP.
003900     02  ACTIVEF               PIC X(01).
004000     02  FILLER REDEFINES ACTIVEF.
004100         03  ACTIVEA            PIC X(01).
004200     02  ACTIVEI               PIC X(06).
004300     02  OVERALLL              PIC S9(4) USAGE COMP.
004400     02  OVERALLF              PIC X(01).
004500     02  FILLER REDEFINES OVERALLF.
004600         03  OVERALLA           PIC X(01).
004700     02  OVERALLI              PIC X(05).
004800     02  CHKN1L                PIC S9(4) USAGE COMP.
004900     02  CHKN1F                PIC X(01).
005000     02  FILLER REDEFINES CHKN1F.
005100         03  CHKN1A             PIC X(01).
005200     02  CHKN1I                PIC X(12).
005300     02  CHKR1L                PIC S9(4) USAGE COMP.
005400     02  CHKR1F                PIC X(01).
005500     02  FILLER REDEFINES CHKR1F.
005600         03  CHKR1A             PIC X(01).
005700     02  CHKR1I                PIC X(05).
005800     02  CHKT1L                PIC S9(4) USAGE COMP.
005900     02  CHKT1F                PIC X(01).
006000     02  FILLER REDEFINES CHKT1F.
006100         03  CHKT1A             PIC X(01).
006200     02  CHKT1I                PIC X(40).
006300     02  CHKN2L                PIC S9(4) USAGE COMP.
006400     02  CHKN2F                PIC X(01).
006500     02  FILLER REDEFINES CHKN2F.
006600         03  CHKN2A             PIC X(01).
006700     02  CHKN2I                PIC X(12).
006800     02  CHKR2L                PIC S9(4) USAGE COMP.
006900     02  CHKR2F                PIC X(01).
007000     02  FILLER REDEFINES CHKR2F.
007100         03  CHKR2A             PIC X(01).
007200     02  CHKR2I                PIC X(05).
007300     02  CHKT2L                PIC S9(4) USAGE COMP.
007400     02  CHKT2F                PIC X(01).
007500     02  FILLER REDEFINES CHKT2F.
007600         03  CHKT2A             PIC X(01).
007700     02  CHKT2I                PIC X(40).
007800     02  CHKN3L                PIC S9(4) USAGE COMP.
007900     02  CHKN3F                PIC X(01).
008000     02  FILLER REDEFINES CHKN3F.
008100         03  CHKN3A             PIC X(01).
008200     02  CHKN3I                PIC X(12).
008300     02  CHKR3L                PIC S9(4) USAGE COMP.
008400     02  CHKR3F                PIC X(01).
008500     02  FILLER REDEFINES CHKR3F.
008600         03  CHKR3A             PIC X(01).
008700     02  CHKR3I                PIC X(05).
008800     02  CHKT3L                PIC S9(4) USAGE COMP.
008900     02  CHKT3F                PIC X(01).
009000     02  FILLER REDEFINES CHKT3F.
009100         03  CHKT3A             PIC X(01).
009200     02  CHKT3I                PIC X(40).
009300     02  CHKN4L                PIC S9(4) USAGE COMP.
009400     02  CHKN4F                PIC X(01).
009500     02  FILLER REDEFINES CHKN4F.
009600         03  CHKN4A             PIC X(01).
009700     02  CHKN4I                PIC X(12).
009800     02  CHKR4L                PIC S9(4) USAGE COMP.
009900     02  CHKR4F                PIC X(01).
010000     02  FILLER REDEFINES CHKR4F.
010100         03  CHKR4A             PIC X(01).
010200     02  CHKR4I                PIC X(05).
010300     02  CHKT4L                PIC S9(4) USAGE COMP.
010400     02  CHKT4F                PIC X(01).
010500     02  FILLER REDEFINES CHKT4F.
010600         03  CHKT4A             PIC X(01).
010700     02  CHKT4I                PIC X(40).
010800     02  CHKN5L                PIC S9(4) USAGE COMP.
010900     02  CHKN5F                PIC X(01).
011000     02  FILLER REDEFINES CHKN5F.
011100         03  CHKN5A             PIC X(01).
011200     02  CHKN5I                PIC X(12).
011300     02  CHKR5L                PIC S9(4) USAGE COMP.
011400     02  CHKR5F                PIC X(01).
011500     02  FILLER REDEFINES CHKR5F.
011600         03  CHKR5A             PIC X(01).
011700     02  CHKR5I                PIC X(05).
011800     02  CHKT5L                PIC S9(4) USAGE COMP.
011900     02  CHKT5F                PIC X(01).
012000     02  FILLER REDEFINES CHKT5F.
012100         03  CHKT5A             PIC X(01).
012200     02  CHKT5I                PIC X(40).
012300     02  CHKN6L                PIC S9(4) USAGE COMP.
012400     02  CHKN6F                PIC X(01).
012500     02  FILLER REDEFINES CHKN6F.
012600         03  CHKN6A             PIC X(01).
012700     02  CHKN6I                PIC X(12).
012800     02  CHKR6L                PIC S9(4) USAGE COMP.
012900     02  CHKR6F                PIC X(01).
013000     02  FILLER REDEFINES CHKR6F.
013100         03  CHKR6A             PIC X(01).
013200     02  CHKR6I                PIC X(05).
013300     02  CHKT6L                PIC S9(4) USAGE COMP.
013400     02  CHKT6F                PIC X(01).
013500     02  FILLER REDEFINES CHKT6F.
013600         03  CHKT6A             PIC X(01).
013700     02  CHKT6I                PIC X(40).
013800     02  CHKN7L                PIC S9(4) USAGE COMP.
013900     02  CHKN7F                PIC X(01).
014000     02  FILLER REDEFINES CHKN7F.
014100         03  CHKN7A             PIC X(01).
014200     02  CHKN7I                PIC X(12).
014300     02  CHKR7L                PIC S9(4) USAGE COMP.
014400     02  CHKR7F                PIC X(01).
014500     02  FILLER REDEFINES CHKR7F.
014600         03  CHKR7A             PIC X(01).
014700     02  CHKR7I                PIC X(05).
014800     02  CHKT7L                PIC S9(4) USAGE COMP.
014900     02  CHKT7F                PIC X(01).
015000     02  FILLER REDEFINES CHKT7F.
015100         03  CHKT7A             PIC X(01).
015200     02  CHKT7I                PIC X(40).
015300     02  MSGL                  PIC S9(4) USAGE COMP.
015400     02  MSGF                  PIC X(01).
015500     02  FILLER REDEFINES MSGF.
015600         03  MSGA               PIC X(01).
015700     02  MSGI                  PIC X(60).
015800 01  ETRM23O REDEFINES ETRM23I.
015900     02  FILLER                PIC X(12).
016000     02  FILLER                PIC X(03).
016100     02  CATGO                 PIC X(02).
016200     02  FILLER                PIC X(03).
016300     02  SIDO                  PIC X(09).
016400     02  FILLER                PIC X(03).
016500     02  CTITLEO               PIC X(60).
016600     02  FILLER                PIC X(03).
016700     02  STARTO                PIC X(10).
016800     02  FILLER                PIC X(03).
016900     02  DMODEO                PIC X(01).
017000     02  FILLER                PIC X(03).
017100     02  COORDO                PIC X(08).
017200     02  FILLER                PIC X(03).
017300     02  ACTIVEO               PIC X(06).
017400     02  FILLER                PIC X(03).
017500     02  OVERALLO              PIC X(05).
017600     02  FILLER                PIC X(03).
017700     02  CHKN1O                PIC X(12).
017800     02  FILLER                PIC X(03).
017900     02  CHKR1O                PIC X(05).
018000     02  FILLER                PIC X(03).
018100     02  CHKT1O                PIC X(40).
018200     02  FILLER                PIC X(03).
018300     02  CHKN2O                PIC X(12).
018400     02  FILLER                PIC X(03).
018500     02  CHKR2O                PIC X(05).
018600     02  FILLER                PIC X(03).
018700     02  CHKT2O                PIC X(40).
018800     02  FILLER                PIC X(03).
018900     02  CHKN3O                PIC X(12).
019000     02  FILLER                PIC X(03).
019100     02  CHKR3O                PIC X(05).
019200     02  FILLER                PIC X(03).
019300     02  CHKT3O                PIC X(40).
019400     02  FILLER                PIC X(03).
019500     02  CHKN4O                PIC X(12).
019600     02  FILLER                PIC X(03).
019700     02  CHKR4O                PIC X(05).
019800     02  FILLER                PIC X(03).
019900     02  CHKT4O                PIC X(40).
020000     02  FILLER                PIC X(03).
020100     02  CHKN5O                PIC X(12).
020200     02  FILLER                PIC X(03).
020300     02  CHKR5O                PIC X(05).
020400     02  FILLER                PIC X(03).
020500     02  CHKT5O                PIC X(40).
020600     02  FILLER                PIC X(03).
020700     02  CHKN6O                PIC X(12).
020800     02  FILLER                PIC X(03).
020900     02  CHKR6O                PIC X(05).
021000     02  FILLER                PIC X(03).
021100     02  CHKT6O                PIC X(40).
021200     02  FILLER                PIC X(03).
021300     02  CHKN7O                PIC X(12).
021400     02  FILLER                PIC X(03).
021500     02  CHKR7O                PIC X(05).
021600     02  FILLER                PIC X(03).
021700     02  CHKT7O                PIC X(40).
021800     02  FILLER                PIC X(03).
021900     02  MSGO                  PIC X(60).
