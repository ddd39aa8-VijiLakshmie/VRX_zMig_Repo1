002100*      RECORD FROM HT-IO-RECORD                                  *
002200* THE ETROP47 VERIFIER CHECKS A FILE'S TRAILER AGAINST ITS       *
002300* ACTUAL CONTENTS BEFORE THE RECEIVING SIDE CONSUMES IT.         *
002310* TRANSMISSION LOG: BEFORE STEP 1 ALSO MOVE THE FILE'S DD NAME   *
002320* TO HT-INTERFACE-NAME AND WHO RECEIVES IT TO HT-DESTINATION.    *
002330* BUILD-HEADER-PARA THEN REGISTERS THE FILE IN TRANSMISSION_LOG  *
002340* (DCLXMTLG) THROUGH RCBT007A AND STAMPS THE GENERATION IT IS    *
002350* GIVEN IN THE HEADER; BUILD-TRAILER-PARA POSTS THE COUNT AND    *
002360* HASH TO THAT ROW. HT-INTERFACE-NAME MUST STILL NAME THE FILE   *
002370* WHEN ITS TRAILER IS BUILT. A BLANK HT-INTERFACE-NAME WRITES    *
002380* THE HEADER AND TRAILER WITHOUT REGISTERING ANYTHING. ETROP121  *
002390* RECORDS THE TRANSFER RESULT; ETROP122 RESENDS A GENERATION     *
002395* WITH THE HEADER'S RESEND FLAG SET.                             *
002400******************************************************************
002500 01 HT-CONTROL-FIELDS.
002600    05 HT-PROGRAM-ID                PIC X(08).
003000                                    VALUE 0.
003100    05 HT-RUN-DATE-NUM              PIC 9(08).
003200    05 HT-RUN-TIME-NUM              PIC 9(08).
003210    05 HT-INTERFACE-NAME            PIC X(08) VALUE SPACES.
003220    05 HT-DESTINATION               PIC X(20) VALUE SPACES.
003230    05 HT-GENERATION                PIC S9(9) USAGE COMP
003240                                    VALUE 0.
003300    05 HT-IO-RECORD                 PIC X(80).
003400    05 HT-HDR-VIEW REDEFINES HT-IO-RECORD.
003500       10 HT-H-TYPE                 PIC X(03).
003600       10 HT-H-PROGRAM              PIC X(08).
003700       10 HT-H-DATE                 PIC 9(08).
003800       10 HT-H-TIME                 PIC 9(06).
003810       10 HT-H-INTERFACE            PIC X(08).
003820       10 HT-H-GENERATION           PIC 9(09).
003830       10 HT-H-RESEND-FLAG          PIC X(01).
003840          88 HT-H-RESENT                      VALUE 'R'.
003850       10 HT-H-RESEND-SEQ           PIC 9(03).
003900       10 FILLER                    PIC X(34).
004000    05 HT-TRL-VIEW REDEFINES HT-IO-RECORD.
004100       10 HT-T-TYPE                 PIC X(03).
004200       10 HT-T-COUNT                PIC 9(09).
004300       10 HT-T-HASH                 PIC 9(13)V99.
004400       10 FILLER                    PIC X(53).
004500*    PARM FOR RCBT007A, THE TRANSMISSION_LOG REGISTRATION
004600*    ROUTINE - BUILT BY CPHDRTRL, NOT BY THE WRITING PROGRAM.
004700 01 HT-RCBT007A-PARM.
004800    05 HT-XM-FUNCTION               PIC X(01).
004900       88 HT-XM-REGISTER                      VALUE 'O'.
005000       88 HT-XM-POST-TRAILER                  VALUE 'C'.
005100    05 HT-XM-INTERFACE-NAME         PIC X(08).
005200    05 HT-XM-PROGRAM-ID             PIC X(08).
005300    05 HT-XM-DESTINATION            PIC X(20).
005400    05 HT-XM-HEADER-DATE            PIC 9(08).
005500    05 HT-XM-HEADER-TIME            PIC 9(06).
005600    05 HT-XM-GENERATION             PIC S9(9) USAGE COMP.
005700    05 HT-XM-RECORD-COUNT           PIC S9(9) USAGE COMP.
005800    05 HT-XM-HASH-TOTAL             PIC S9(13)V99 COMP-3.
005900    05 HT-XM-RETURN-CODE            PIC X(01).
