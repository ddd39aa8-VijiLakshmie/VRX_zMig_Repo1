000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM22M, MAPSET ETRM022.                 *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM022.BMS - DO NOT *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP.*
000500******************************************************************
000600 01  ETRM22I.
000700     02  FILLER                PIC X(12).
000800     02  ORGCL                 PIC S9(4) USAGE COMP.
000900     02  ORGCF                 PIC X(01).
001000     02  FILLER REDEFINES ORGCF.
001100         03  ORGCA              PIC X(01).
001200     02  ORGCI                 PIC X(08).
001300     02  ORGNL                 PIC S9(4) USAGE COMP.
001400     02  ORGNF                 PIC X(01).
001500     02  FILLER REDEFINES ORGNF.
001600         03  ORGNA              PIC X(01).
001700     02  ORGNI                 PIC X(40).
001800     02  LIMITL                PIC S9(4) USAGE COMP.
001900     02  LIMITF                PIC X(01).
002000     02  FILLER REDEFINES LIMITF.
002100         03  LIMITA             PIC X(01).
002200     02  LIMITI                PIC X(12).
002300     02  HOLDL                 PIC S9(4) USAGE COMP.
002400     02  HOLDF                 PIC X(01).
002500     02  FILLER REDEFINES HOLDF.
002600         03  HOLDA              PIC X(01).
002700     02  HOLDI                 PIC X(14).
002800     02  BILLEDL               PIC S9(4) USAGE COMP.
002900     02  BILLEDF               PIC X(01).
003000     02  FILLER REDEFINES BILLEDF.
003100         03  BILLEDA            PIC X(01).
003200     02  BILLEDI               PIC X(12).
003300     02  DISPTL                PIC S9(4) USAGE COMP.
003400     02  DISPTF                PIC X(01).
003500     02  FILLER REDEFINES DISPTF.
003600         03  DISPTA             PIC X(01).
003700     02  DISPTI                PIC X(12).
003800     02  UNBILLL               PIC S9(4) USAGE COMP.
003900     02  UNBILLF               PIC X(01).
004000     02  FILLER REDEFINES UNBILLF.
004100         03  UNBILLA            PIC X(01).
004200     02  UNBILLI               PIC X(12).
004300     02  EXPOSL                PIC S9(4) USAGE COMP.
004400     02  EXPOSF                PIC X(01).
004500     02  FILLER REDEFINES EXPOSF.
004600         03  EXPOSA             PIC X(01).
004700     02  EXPOSI                PIC X(12).
004800     02  PARKEDL               PIC S9(4) USAGE COMP.
004900     02  PARKEDF               PIC X(01).
005000     02  FILLER REDEFINES PARKEDF.
005100         03  PARKEDA            PIC X(01).
005200     02  PARKEDI               PIC X(06).
005300     02  REASONL               PIC S9(4) USAGE COMP.
005400     02  REASONF               PIC X(01).
005500     02  FILLER REDEFINES REASONF.
005600         03  REASONA            PIC X(01).
005700     02  REASONI               PIC X(60).
005800     02  MSGL                  PIC S9(4) USAGE COMP.
005900     02  MSGF                  PIC X(01).
006000     02  FILLER REDEFINES MSGF.
006100         03  MSGA               PIC X(01).
006200     02  MSGI                  PIC X(60).
006300 01  ETRM22O REDEFINES ETRM22I.
006400     02  FILLER                PIC X(12).
006500     02  FILLER                PIC X(03).
006600     02  ORGCO                 PIC X(08).
006700     02  FILLER                PIC X(03).
006800     02  ORGNO                 PIC X(40).
006900     02  FILLER                PIC X(03).
007000     02  LIMITO                PIC X(12).
007100     02  FILLER                PIC X(03).
007200     02  HOLDO                 PIC X(14).
007300     02  FILLER                PIC X(03).
007400     02  BILLEDO               PIC X(12).
007500     02  FILLER                PIC X(03).
007600     02  DISPTO                PIC X(12).
007700     02  FILLER                PIC X(03).
007800     02  UNBILLO               PIC X(12).
007900     02  FILLER                PIC X(03).
008000     02  EXPOSO                PIC X(12).
008100     02  FILLER                PIC X(03).
008200     02  PARKEDO               PIC X(06).
008300     02  FILLER                PIC X(03).
008400     02  REASONO               PIC X(60).
008500     02  FILLER                PIC X(03).
008600     02  MSGO                  PIC X(60).
