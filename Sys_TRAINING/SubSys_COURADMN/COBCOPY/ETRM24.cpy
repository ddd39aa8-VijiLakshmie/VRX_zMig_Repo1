000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM24M, MAPSET ETRM024.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM024.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM24I.
000700     02  FILLER                PIC X(12).
000800     02  ORGCL                 PIC S9(4) USAGE COMP.
000900     02  ORGCF                 PIC X(01).
001000     02  FILLER REDEFINES ORGCF.
001100         03  ORGCA              PIC X(01).
001200     02  ORGCI                 PIC X(08).
001300     02  INVNOL                PIC S9(4) USAGE COMP.
001400     02  INVNOF                PIC X(01).
001500     02  FILLER REDEFINES INVNOF.
001600         03  INVNOA             PIC X(01).
001700     02  INVNOI                PIC X(09).
001800     02  ORGNL                 PIC S9(4) USAGE COMP.
001900     02  ORGNF                 PIC X(01).
002000     02  FILLER REDEFINES ORGNF.
002100         03  ORGNA              PIC X(01).
002200     02  ORGNI                 PIC X(60).
002300     02  LIMITL                PIC S9(4) USAGE COMP.
002400     02  LIMITF                PIC X(01).
002500     02  FILLER REDEFINES LIMITF.
002600         03  LIMITA             PIC X(01).
002700     02  LIMITI                PIC X(12).
002800     02  HOLDL                 PIC S9(4) USAGE COMP.
002900     02  HOLDF                 PIC X(01).
003000     02  FILLER REDEFINES HOLDF.
003100         03  HOLDA              PIC X(01).
003200     02  HOLDI                 PIC X(14).
003300     02  EXPOSL                PIC S9(4) USAGE COMP.
003400     02  EXPOSF                PIC X(01).
003500     02  FILLER REDEFINES EXPOSF.
003600         03  EXPOSA             PIC X(01).
003700     02  EXPOSI                PIC X(12).
003800     02  DISPTL                PIC S9(4) USAGE COMP.
003900     02  DISPTF                PIC X(01).
004000     02  FILLER REDEFINES DISPTF.
004100         03  DISPTA             PIC X(01).
004200     02  DISPTI                PIC X(12).
004300     02  ONACCTL               PIC S9(4) USAGE COMP.
004400     02  ONACCTF               PIC X(01).
004500     02  FILLER REDEFINES ONACCTF.
004600         03  ONACCTA            PIC X(01).
004700     02  ONACCTI               PIC X(12).
004800     02  DUEAMTL               PIC S9(4) USAGE COMP.
004900     02  DUEAMTF               PIC X(01).
005000     02  FILLER REDEFINES DUEAMTF.
005100         03  DUEAMTA            PIC X(01).
005200     02  DUEAMTI               PIC X(12).
005300     02  LIN1L                 PIC S9(4) USAGE COMP.
005400     02  LIN1F                 PIC X(01).
005500     02  FILLER REDEFINES LIN1F.
005600         03  LIN1A              PIC X(01).
005700     02  LIN1I                 PIC X(77).
005800     02  LIN2L                 PIC S9(4) USAGE COMP.
005900     02  LIN2F                 PIC X(01).
006000     02  FILLER REDEFINES LIN2F.
006100         03  LIN2A              PIC X(01).
006200     02  LIN2I                 PIC X(77).
006300     02  LIN3L                 PIC S9(4) USAGE COMP.
006400     02  LIN3F                 PIC X(01).
006500     02  FILLER REDEFINES LIN3F.
006600         03  LIN3A              PIC X(01).
006700     02  LIN3I                 PIC X(77).
006800     02  LIN4L                 PIC S9(4) USAGE COMP.
006900     02  LIN4F                 PIC X(01).
007000     02  FILLER REDEFINES LIN4F.
007100         03  LIN4A              PIC X(01).
007200     02  LIN4I                 PIC X(77).
007300     02  LIN5L                 PIC S9(4) USAGE COMP.
007400     02  LIN5F                 PIC X(01).
007500     02  FILLER REDEFINES LIN5F.
007600         03  LIN5A              PIC X(01).
007700     02  LIN5I                 PIC X(77).
007800     02  LIN6L                 PIC S9(4) USAGE COMP.
007900     02  LIN6F                 PIC X(01).
008000     02  FILLER REDEFINES LIN6F.
008100         03  LIN6A              PIC X(01).
008200     02  LIN6I                 PIC X(77).
008300     02  LIN7L                 PIC S9(4) USAGE COMP.
008400     02  LIN7F                 PIC X(01).
008500     02  FILLER REDEFINES LIN7F.
008600         03  LIN7A              PIC X(01).
008700     02  LIN7I                 PIC X(77).
008800     02  LIN8L                 PIC S9(4) USAGE COMP.
008900     02  LIN8F                 PIC X(01).
009000     02  FILLER REDEFINES LIN8F.
009100         03  LIN8A              PIC X(01).
009200     02  LIN8I                 PIC X(77).
009300     02  LIN9L                 PIC S9(4) USAGE COMP.
009400     02  LIN9F                 PIC X(01).
009500     02  FILLER REDEFINES LIN9F.
009600         03  LIN9A              PIC X(01).
009700     02  LIN9I                 PIC X(77).
009800     02  LIN10L                PIC S9(4) USAGE COMP.
009900     02  LIN10F                PIC X(01).
010000     02  FILLER REDEFINES LIN10F.
010100         03  LIN10A             PIC X(01).
010200     02  LIN10I                PIC X(77).
010300     02  LIN11L                PIC S9(4) USAGE COMP.
010400     02  LIN11F                PIC X(01).
010500     02  FILLER REDEFINES LIN11F.
010600         03  LIN11A             PIC X(01).
010700     02  LIN11I                PIC X(77).
010800     02  LIN12L                PIC S9(4) USAGE COMP.
010900     02  LIN12F                PIC X(01).
011000     02  FILLER REDEFINES LIN12F.
011100         03  LIN12A             PIC X(01).
011200     02  LIN12I                PIC X(77).
011300     02  MSGL                  PIC S9(4) USAGE COMP.
011400     02  MSGF                  PIC X(01).
011500     02  FILLER REDEFINES MSGF.
011600         03  MSGA               PIC X(01).
011700     02  MSGI                  PIC X(60).
011800 01  ETRM24O REDEFINES ETRM24I.
011900     02  FILLER                PIC X(12).
012000     02  FILLER                PIC X(03).
012100     02  ORGCO                 PIC X(08).
012200     02  FILLER                PIC X(03).
012300     02  INVNOO                PIC X(09).
012400     02  FILLER                PIC X(03).
012500     02  ORGNO                 PIC X(60).
012600     02  FILLER                PIC X(03).
012700     02  LIMITO                PIC X(12).
012800     02  FILLER                PIC X(03).
012900     02  HOLDO                 PIC X(14).
013000     02  FILLER                PIC X(03).
013100     02  EXPOSO                PIC X(12).
013200     02  FILLER                PIC X(03).
013300     02  DISPTO                PIC X(12).
013400     02  FILLER                PIC X(03).
013500     02  ONACCTO               PIC X(12).
013600     02  FILLER                PIC X(03).
013700     02  DUEAMTO               PIC X(12).
013800     02  FILLER                PIC X(03).
013900     02  LIN1O                 PIC X(77).
014000     02  FILLER                PIC X(03).
014100     02  LIN2O                 PIC X(77).
014200     02  FILLER                PIC X(03).
014300     02  LIN3O                 PIC X(77).
014400     02  FILLER                PIC X(03).
014500     02  LIN4O                 PIC X(77).
014600     02  FILLER                PIC X(03).
014700     02  LIN5O                 PIC X(77).
014800     02  FILLER                PIC X(03).
014900     02  LIN6O                 PIC X(77).
015000     02  FILLER                PIC X(03).
015100     02  LIN7O                 PIC X(77).
015200     02  FILLER                PIC X(03).
015300     02  LIN8O                 PIC X(77).
015400     02  FILLER                PIC X(03).
015500     02  LIN9O                 PIC X(77).
015600     02  FILLER                PIC X(03).
015700     02  LIN10O                PIC X(77).
015800     02  FILLER                PIC X(03).
015900     02  LIN11O                PIC X(77).
016000     02  FILLER                PIC X(03).
016100     02  LIN12O                PIC X(77).
016200     02  FILLER                PIC X(03).
016300     02  MSGO                  PIC X(60).
