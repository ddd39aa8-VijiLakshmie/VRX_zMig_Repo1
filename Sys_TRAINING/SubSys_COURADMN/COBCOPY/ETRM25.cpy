000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM25M, MAPSET ETRM025.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM025.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM25I.
000700     02  FILLER                PIC X(12).
000800     02  USRIDL                PIC S9(4) USAGE COMP.
000900     02  USRIDF                PIC X(01).
001000     02  FILLER REDEFINES USRIDF.
001100         03  USRIDA             PIC X(01).
001200     02  USRIDI                PIC X(08).
001300     02  FUNCL                 PIC S9(4) USAGE COMP.
001400     02  FUNCF                 PIC X(01).
001500     02  FILLER REDEFINES FUNCF.
001600         03  FUNCA              PIC X(01).
001700     02  FUNCI                 PIC X(08).
001800     02  ENOL                  PIC S9(4) USAGE COMP.
001900     02  ENOF                  PIC X(01).
002000     02  FILLER REDEFINES ENOF.
002100         03  ENOA               PIC X(01).
002200     02  ENOI                  PIC X(04).
002300     02  ENAMEL                PIC S9(4) USAGE COMP.
002400     02  ENAMEF                PIC X(01).
002500     02  FILLER REDEFINES ENAMEF.
002600         03  ENAMEA             PIC X(01).
002700     02  ENAMEI                PIC X(20).
002800     02  REASONL               PIC S9(4) USAGE COMP.
002900     02  REASONF               PIC X(01).
003000     02  FILLER REDEFINES REASONF.
003100         03  REASONA            PIC X(01).
003200     02  REASONI               PIC X(40).
003300     02  LIN1L                 PIC S9(4) USAGE COMP.
003400     02  LIN1F                 PIC X(01).
003500     02  FILLER REDEFINES LIN1F.
003600         03  LIN1A              PIC X(01).
003700     02  LIN1I                 PIC X(77).
003800     02  LIN2L                 PIC S9(4) USAGE COMP.
003900     02  LIN2F                 PIC X(01).
004000     02  FILLER REDEFINES LIN2F.
004100         03  LIN2A              PIC X(01).
004200     02  LIN2I                 PIC X(77).
004300     02  LIN3L                 PIC S9(4) USAGE COMP.
004400     02  LIN3F                 PIC X(01).
004500     02  FILLER REDEFINES LIN3F.
004600         03  LIN3A              PIC X(01).
004700     02  LIN3I                 PIC X(77).
004800     02  LIN4L                 PIC S9(4) USAGE COMP.
004900     02  LIN4F                 PIC X(01).
005000     02  FILLER REDEFINES LIN4F.
005100         03  LIN4A              PIC X(01).
005200     02  LIN4I                 PIC X(77).
005300     02  LIN5L                 PIC S9(4) USAGE COMP.
005400     02  LIN5F                 PIC X(01).
005500     02  FILLER REDEFINES LIN5F.
005600         03  LIN5A              PIC X(01).
005700     02  LIN5I                 PIC X(77).
005800     02  LIN6L                 PIC S9(4) USAGE COMP.
005900     02  LIN6F                 PIC X(01).
006000     02  FILLER REDEFINES LIN6F.
006100         03  LIN6A              PIC X(01).
006200     02  LIN6I                 PIC X(77).
006300     02  LIN7L                 PIC S9(4) USAGE COMP.
006400     02  LIN7F                 PIC X(01).
006500     02  FILLER REDEFINES LIN7F.
006600         03  LIN7A              PIC X(01).
006700     02  LIN7I                 PIC X(77).
006800     02  LIN8L                 PIC S9(4) USAGE COMP.
006900     02  LIN8F                 PIC X(01).
007000     02  FILLER REDEFINES LIN8F.
007100         03  LIN8A              PIC X(01).
007200     02  LIN8I                 PIC X(77).
007300     02  LIN9L                 PIC S9(4) USAGE COMP.
007400     02  LIN9F                 PIC X(01).
007500     02  FILLER REDEFINES LIN9F.
007600         03  LIN9A              PIC X(01).
007700     02  LIN9I                 PIC X(77).
007800     02  LIN10L                PIC S9(4) USAGE COMP.
007900     02  LIN10F                PIC X(01).
008000     02  FILLER REDEFINES LIN10F.
008100         03  LIN10A             PIC X(01).
008200     02  LIN10I                PIC X(77).
008300     02  MSGL                  PIC S9(4) USAGE COMP.
008400     02  MSGF                  PIC X(01).
008500     02  FILLER REDEFINES MSGF.
008600         03  MSGA               PIC X(01).
008700     02  MSGI                  PIC X(60).
008800 01  ETRM25O REDEFINES ETRM25I.
008900     02  FILLER                PIC X(12).
009000     02  FILLER                PIC X(03).
009100     02  USRIDO                PIC X(08).
009200     02  FILLER                PIC X(03).
009300     02  FUNCO                 PIC X(08).
009400     02  FILLER                PIC X(03).
009500     02  ENOO                  PIC X(04).
009600     02  FILLER                PIC X(03).
009700     02  ENAMEO                PIC X(20).
009800     02  FILLER                PIC X(03).
009900     02  REASONO               PIC X(40).
010000     02  FILLER                PIC X(03).
010100     02  LIN1O                 PIC X(77).
010200     02  FILLER                PIC X(03).
010300     02  LIN2O                 PIC X(77).
010400     02  FILLER                PIC X(03).
010500     02  LIN3O                 PIC X(77).
010600     02  FILLER                PIC X(03).
010700     02  LIN4O                 PIC X(77).
010800     02  FILLER                PIC X(03).
010900     02  LIN5O                 PIC X(77).
011000     02  FILLER                PIC X(03).
011100     02  LIN6O                 PIC X(77).
011200     02  FILLER                PIC X(03).
011300     02  LIN7O                 PIC X(77).
011400     02  FILLER                PIC X(03).
011500     02  LIN8O                 PIC X(77).
011600     02  FILLER                PIC X(03).
011700     02  LIN9O                 PIC X(77).
011800     02  FILLER                PIC X(03).
011900     02  LIN10O                PIC X(77).
012000     02  FILLER                PIC X(03).
012100     02  MSGO                  PIC X(60).
