002770*    LOG-NOTICE-PARA; WRITERS THAT PREDATE LANGUAGE SELECTION
002780*    LEAVE THE 'EN' DEFAULT.
002790    05 NTL-LANG-CD                  PIC X(02) VALUE 'EN'.
002791*    NTL-SENT-STATUS IS THE SENT_STATUS LOG-NOTICE-PARA WRITES.
002792*    NOTICES THE ETROP68 DIGEST DISPATCHES LEAVE THE 'Q'
002793*    DEFAULT; A WRITER WHOSE FILE GOES STRAIGHT TO THE MAILING
002794*    SYSTEM (ETROP100 CALENDAR INVITES) SETS 'S' SO THE DIGEST
002795*    NEVER PICKS IT UP.
002796    05 NTL-SENT-STATUS              PIC X(01) VALUE 'Q'.
002800    05 NTL-SCOPE                    PIC X(01) VALUE 'E'.
002900       88 NTL-SCOPE-EVER                        VALUE 'E'.
003000       88 NTL-SCOPE-TODAY                       VALUE 'D'.
