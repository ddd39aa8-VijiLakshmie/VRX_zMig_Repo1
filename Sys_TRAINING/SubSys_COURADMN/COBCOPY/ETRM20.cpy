000100******************************************************************
000200*  SYMBOLIC MAP FOR MAP ETRM20M, MAPSET ETRM020.                  *
000300*  GENERATED FROM THE BMS SOURCE IN COBSRCE/ETRM020.BMS - DO NOT  *
000400*  HAND-EDIT THE FIELD LAYOUT HERE WITHOUT RE-ASSEMBLING THE MAP. *
000500******************************************************************
000600 01  ETRM20I.
000700     02  FILLER                PIC X(12).
000800     02  CERTNOL               PIC S9(4) USAGE COMP.
000900     02  CERTNOF               PIC X(01).
001000     02  FILLER REDEFINES CERTNOF.
001100         03  CERTNOA            PIC X(01).
001200     02  CERTNOI               PIC X(10).
001300     02  SURNML                PIC S9(4) USAGE COMP.
001400     02  SURNMF                PIC X(01).
001500     02  FILLER REDEFINES SURNMF.
001600         03  SURNMA             PIC X(01).
001700     02  SURNMI                PIC X(30).
001800     02  VSTATL                PIC S9(4) USAGE COMP.
001900     02  VSTATF                PIC X(01).
002000     02  FILLER REDEFINES VSTATF.
002100         03  VSTATA             PIC X(01).
002200     02  VSTATI                PIC X(10).
002300     02  CATGL                 PIC S9(4) USAGE COMP.
002400     02  CATGF                 PIC X(01).
002500     02  FILLER REDEFINES CATGF.
002600         03  CATGA              PIC X(01).
002700     02  CATGI                 PIC X(02).
002800     02  CTITLEL               PIC S9(4) USAGE COMP.
002900     02  CTITLEF               PIC X(01).
003000     02  FILLER REDEFINES CTITLEF.
003100         03  CTITLEA            PIC X(01).
003200     02  CTITLEI               PIC X(40).
003300     02  IDATEL                PIC S9(4) USAGE COMP.
003400     02  IDATEF                PIC X(01).
003500     02  FILLER REDEFINES IDATEF.
003600         03  IDATEA             PIC X(01).
003700     02  IDATEI                PIC X(10).
003800     02  EXDATEL               PIC S9(4) USAGE COMP.
003900     02  EXDATEF               PIC X(01).
004000     02  FILLER REDEFINES EXDATEF.
004100         03  EXDATEA            PIC X(01).
004200     02  EXDATEI               PIC X(10).
004300     02  RVDATEL               PIC S9(4) USAGE COMP.
004400     02  RVDATEF               PIC X(01).
004500     02  FILLER REDEFINES RVDATEF.
004600         03  RVDATEA            PIC X(01).
004700     02  RVDATEI               PIC X(10).
004800     02  MSGL                  PIC S9(4) USAGE COMP.
004900     02  MSGF                  PIC X(01).
005000     02  FILLER REDEFINES MSGF.
005100         03  MSGA               PIC X(01).
005200     02  MSGI                  PIC X(60).
005300 01  ETRM20O REDEFINES ETRM20I.
005400     02  FILLER                PIC X(12).
005500     02  FILLER                PIC X(03).
005600     02  CERTNOO               PIC X(10).
005700     02  FILLER                PIC X(03).
005800     02  SURNMO                PIC X(30).
005900     02  FILLER                PIC X(03).
006000     02  VSTATO                PIC X(10).
006100     02  FILLER                PIC X(03).
006200     02  CATGO                 PIC X(02).
006300     02  FILLER                PIC X(03).
006400     02  CTITLEO               PIC X(40).
006500     02  FILLER                PIC X(03).
006600     02  IDATEO                PIC X(10).
006700     02  FILLER                PIC X(03).
006800     02  EXDATEO               PIC X(10).
006900     02  FILLER                PIC X(03).
007000     02  RVDATEO               PIC X(10).
007100     02  FILLER                PIC X(03).
007200     02  MSGO                  PIC X(60).
