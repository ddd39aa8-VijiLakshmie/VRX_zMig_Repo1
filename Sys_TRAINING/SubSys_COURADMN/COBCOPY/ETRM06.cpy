003500     02  FILLER REDEFINES DCAPF.
003600         03  DCAPA              PIC X(01).
003700     02  DCAPI                 PIC X(04).
003710     02  EQVGRPL               PIC S9(4) USAGE COMP.
003720     02  EQVGRPF               PIC X(01).
003730     02  FILLER REDEFINES EQVGRPF.
003740         03  EQVGRPA            PIC X(01).
003750     02  EQVGRPI               PIC X(04).
003751     02  PMARKL                PIC S9(4) USAGE COMP.
003752     02  PMARKF                PIC X(01).
003753     02  FILLER REDEFINES PMARKF.
003754         03  PMARKA             PIC X(01).
003755     02  PMARKI                PIC X(03).
003756     02  MAXATTL               PIC S9(4) USAGE COMP.
003757     02  MAXATTF               PIC X(01).
003758     02  FILLER REDEFINES MAXATTF.
003759         03  MAXATTA            PIC X(01).
003760     02  MAXATTI               PIC X(02).
003761     02  RFEEL                 PIC S9(4) USAGE COMP.
003762     02  RFEEF                 PIC X(01).
003763     02  FILLER REDEFINES RFEEF.
003764         03  RFEEA              PIC X(01).
003765     02  RFEEI                 PIC X(09).
003766     02  RATIOL                PIC S9(4) USAGE COMP.
003767     02  RATIOF                PIC X(01).
003768     02  FILLER REDEFINES RATIOF.
003769         03  RATIOA             PIC X(01).
003770     02  RATIOI                PIC X(03).
003800     02  MSGL                  PIC S9(4) USAGE COMP.
003900     02  MSGF                  PIC X(01).
004000     02  FILLER REDEFINES MSGF.
005500     02  DFEEO                 PIC X(09).
005600     02  FILLER                PIC X(03).
005700     02  DCAPO                 PIC X(04).
005710     02  FILLER                PIC X(03).
005720     02  EQVGRPO               PIC X(04).
005721     02  FILLER                PIC X(03).
005722     02  PMARKO                PIC X(03).
005723     02  FILLER                PIC X(03).
005724     02  MAXATTO               PIC X(02).
005725     02  FILLER                PIC X(03).
005726     02  RFEEO                 PIC X(09).
005727     02  FILLER                PIC X(03).
005728     02  RATIOO                PIC X(03).
005800     02  FILLER                PIC X(03).
005900     02  MSGO                  PIC X(60).
