000100******************************************************************
000200* INBOUND FILE REGISTRY CONTROL FIELDS.                          *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* A RE-RUN STEP USED TO APPLY YESTERDAY'S INBOUND FILE A SECOND  *
000700* TIME - A REMITTANCE FILE ONCE DOUBLE-CREDITED THREE ORGS.      *
000800* EVERY INBOUND FEED NOW STARTS WITH A HDR RECORD FROM ITS       *
000900* SENDER, IN THE SAME SHAPE AS THE CWHDRTRL HEADER WE SEND OUT:  *
001000*   COLS  1- 3  'HDR'                                            *
001100*   COLS  4-11  SENDER ID                                        *
001200*   COLS 12-19  FILE DATE YYYYMMDD                               *
001300*   COLS 20-25  FILE TIME HHMMSS                                 *
001400*   COLS 26-33  (INTERFACE - NOT USED HERE)                      *
001500*   COLS 34-42  SENDER'S FILE SEQUENCE NUMBER, 1 UP PER FILE     *
001600* INCLUDE THIS COPYBOOK IN WORKING-STORAGE AND CPINBREG IN THE   *
001700* PROCEDURE DIVISION, DECLARE THE OVERRIDE CARD AS               *
001800*     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD        *
001900* WITH AN 80-BYTE INBOUND-OVRD-RECORD, THEN:                     *
002000*   1. AFTER OPEN INPUT AND THE FIRST READ: MOVE THE INPUT DD    *
002100*      NAME TO IB-INTERFACE-NAME, THE PROGRAM NAME TO            *
002200*      IB-PROGRAM-ID AND THE FIRST RECORD (SPACES AT END OF      *
002300*      FILE) TO IB-IO-RECORD, AND PERFORM REGISTER-INBOUND-PARA. *
002400*      IF IB-FILE-REFUSED, STOP WITHOUT PROCESSING ANYTHING. IF  *
002500*      IB-RG-HEADER-OK, READ PAST THE HDR BEFORE PROCESSING      *
002600*   2. AT THE END OF A GOOD RUN: MOVE THE DATA RECORDS READ TO   *
002700*      IB-RECORD-COUNT AND PERFORM COMPLETE-INBOUND-PARA         *
002800* RCBT008A REFUSES A FILE ALREADY ACCEPTED ONCE, AND ONE WITH    *
002900* NO USABLE HDR, UNLESS THE INBOVRD CARD NAMES IT:               *
003000*   COLS  1- 8  INTERFACE (THE INPUT DD NAME)                    *
003100*   COLS 10-18  THE HEADER'S FILE SEQUENCE (ZEROS - NO HEADER)   *
003200*   COLS 20-27  WHO AUTHORISED THE OVERRIDE                      *
003300*   COLS 29-68  WHY                                              *
003400* A CARD FOR ANY OTHER FILE IS IGNORED, SO ONE LEFT IN THE JCL   *
003500* CANNOT LET TOMORROW'S DUPLICATE THROUGH. ETROP123 IS THE DAILY *
003600* REGISTRY REPORT. TABLE: INBOUND_FILE_REGISTRY (DCLINBRG).      *
003700******************************************************************
003800 01 IB-CONTROL-FIELDS.
003900    05 IB-INTERFACE-NAME            PIC X(08).
004000    05 IB-PROGRAM-ID                PIC X(08).
004100    05 IB-RECORD-COUNT              PIC S9(9) USAGE COMP
004200                                    VALUE 0.
004300    05 IB-IO-RECORD                 PIC X(80).
004400    05 IB-HDR-VIEW REDEFINES IB-IO-RECORD.
004500       10 IB-H-TYPE                 PIC X(03).
004600       10 IB-H-SENDER               PIC X(08).
004700       10 IB-H-DATE                 PIC 9(08).
004800       10 IB-H-TIME                 PIC 9(06).
004900       10 IB-H-INTERFACE            PIC X(08).
005000       10 IB-H-FILE-SEQ             PIC 9(09).
005100       10 FILLER                    PIC X(38).
005200    05 IB-OVERRIDE-CARD             PIC X(80).
005300    05 IB-OVERRIDE-VIEW REDEFINES IB-OVERRIDE-CARD.
005400       10 IB-OV-INTERFACE           PIC X(08).
005500       10 FILLER                    PIC X(01).
005600       10 IB-OV-FILE-SEQ            PIC 9(09).
005700       10 IB-OV-FILE-SEQ-X REDEFINES IB-OV-FILE-SEQ
005800                                    PIC X(09).
005900       10 FILLER                    PIC X(01).
006000       10 IB-OV-BY                  PIC X(08).
006100       10 FILLER                    PIC X(01).
006200       10 IB-OV-REASON              PIC X(40).
006300       10 FILLER                    PIC X(12).
006400*    PARM FOR RCBT008A, THE REGISTRY ROUTINE - BUILT BY CPINBREG,
006500*    NOT BY THE READING PROGRAM.
006600 01 IB-RCBT008A-PARM.
006700    05 IB-RG-FUNCTION               PIC X(01).
006800       88 IB-RG-REGISTER                      VALUE 'R'.
006900       88 IB-RG-COMPLETE                      VALUE 'C'.
007000    05 IB-RG-INTERFACE-NAME         PIC X(08).
007100    05 IB-RG-PROGRAM-ID             PIC X(08).
007200    05 IB-RG-HEADER-SW              PIC X(01).
007300       88 IB-RG-HEADER-OK                     VALUE 'Y'.
007400    05 IB-RG-SENDER-ID              PIC X(08).
007500    05 IB-RG-FILE-SEQ               PIC S9(9) USAGE COMP.
007600    05 IB-RG-FILE-DATE              PIC 9(08).
007700    05 IB-RG-FILE-TIME              PIC 9(06).
007800    05 IB-RG-OVERRIDE-BY            PIC X(08).
007900    05 IB-RG-OVERRIDE-REASON        PIC X(40).
008000    05 IB-RG-ARRIVAL-SEQ            PIC S9(4) USAGE COMP.
008100    05 IB-RG-EXPECTED-SEQ           PIC S9(9) USAGE COMP.
008200    05 IB-RG-RECORD-COUNT           PIC S9(9) USAGE COMP.
008300    05 IB-RG-RETURN-CODE            PIC X(01).
008400       88 IB-RG-ACCEPTED                      VALUE '0'.
008500       88 IB-FILE-REFUSED                     VALUE 'D' 'H' '9'.
008600       88 IB-RG-DUPLICATE                     VALUE 'D'.
008700       88 IB-RG-NO-HEADER                     VALUE 'H'.
008800       88 IB-RG-FAILED                        VALUE '9'.
