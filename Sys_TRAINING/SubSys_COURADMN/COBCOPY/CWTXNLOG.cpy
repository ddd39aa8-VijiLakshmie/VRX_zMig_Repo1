000100******************************************************************
000200* ONLINE TRANSACTION USAGE FIELDS.                               *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* EVERY ETRMXXX SCREEN PROGRAM RECORDS EACH TASK IN              *
000700* DBODEVP.TXN_USAGE (DCLTXNUS) SO ETROP101/ETROP102 CAN SHOW     *
000800* WHICH TRANSACTIONS ARE USED, BY WHOM, AND HOW LONG THEY TAKE.  *
000900* INCLUDE THIS COPYBOOK IN WORKING-STORAGE AND CPTXNLOG IN THE   *
001000* PROCEDURE DIVISION, THEN:                                      *
001100*   1. AT THE TOP OF MAIN-LOGIC-PARA: MOVE THE PROGRAM NAME TO   *
001200*      TXL-PROGRAM-ID AND PERFORM LOG-TXN-START-PARA             *
001300*   2. IMMEDIATELY BEFORE EVERY EXEC CICS RETURN AND EXEC CICS   *
001400*      XCTL: PERFORM LOG-TXN-END-PARA                            *
001500* THE ROW GOES OUT IN THE TASK'S OWN UNIT OF WORK - THE RETURN   *
001600* COMMITS IT, AN ABEND BACKS IT OUT.                             *
001700******************************************************************
001800 01 TXL-USAGE-FIELDS.
001900    05 TXL-PROGRAM-ID               PIC X(08) VALUE SPACES.
002000    05 TXL-START-ABS                PIC S9(15) USAGE COMP-3
002100                                    VALUE 0.
002200    05 TXL-END-ABS                  PIC S9(15) USAGE COMP-3
002300                                    VALUE 0.
002400    05 TXL-ELAPSED-MS               PIC S9(9) USAGE COMP VALUE 0.
002450    05 TXL-TRANS-ID                 PIC X(04) VALUE SPACES.
002460    05 TXL-TERM-ID                  PIC X(04) VALUE SPACES.
002500    05 TXL-USR-ID                   PIC X(08) VALUE SPACES.
002600    05 TXL-AID-KEY                  PIC X(05) VALUE SPACES.
002700    05 TXL-TASK-NO                  PIC S9(9) USAGE COMP VALUE 0.
002800    05 TXL-RESP                     PIC S9(8) USAGE COMP VALUE 0.
