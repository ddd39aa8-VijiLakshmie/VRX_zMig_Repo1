005500     02  FILLER REDEFINES REASONF.
005600         03  REASONA            PIC X(01).
005700     02  REASONI               PIC X(60).
005710     02  OVRDL                 PIC S9(4) USAGE COMP.
005720     02  OVRDF                 PIC X(01).
005730     02  FILLER REDEFINES OVRDF.
005740         03  OVRDA              PIC X(01).
005750     02  OVRDI                 PIC X(60).
005800     02  MSGL                  PIC S9(4) USAGE COMP.
005900     02  MSGF                  PIC X(01).
006000     02  FILLER REDEFINES MSGF.
008300     02  RDATEO                PIC X(10).
008400     02  FILLER                PIC X(03).
008500     02  REASONO               PIC X(60).
008510     02  FILLER                PIC X(03).
008520     02  OVRDO                 PIC X(60).
008600     02  FILLER                PIC X(03).
008700     02  MSGO                  PIC X(60).
